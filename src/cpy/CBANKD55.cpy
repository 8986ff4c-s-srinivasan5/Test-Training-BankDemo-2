      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKD55.CPY
      *-----------------------------------------------------------------
      * COMMAREA layout for DBANK55P, the batch sanctions screening
      * module (plain CALLed, like DBANK53P/DBANK54P - it opens and
      * closes its files on every call). CD55-REQUEST-TYPE chooses:
      *   'S' - screen CD55I-NAME against the active BNKWLST entries.
      *         The best-scoring entry at or above the SANC-MATCH-PCT
      *         parameter (default 85) is a possible match, unless
      *         an earlier BNKSCRQ item for the same CD55I-REF was
      *         cleared against that entry. A possible match raises
      *         a pending BNKSCRQ item; when CD55I-HOLD-IMAGE is not
      *         blank the item holds that clearing record, and the
      *         caller keeps it off the clearing file. Without a
      *         hold image a reference already pending or confirmed
      *         against the entry is not raised twice.
      *   'N' - return the next item after CD55I-RESUME-ID raised by
      *         CD55I-SOURCE-PGM that holds a payment and has been
      *         cleared or confirmed, marking it released or blocked
      *         as it goes. The caller puts a released item's
      *         CD55O-HOLD-IMAGE onto its clearing file and closes a
      *         blocked one's BNKREMIT row, then calls again from
      *         CD55O-REVIEW-ID until CD55O-RESP-NOTFOUND.
      *****************************************************************
000100 05  CD55-DATA.
000200   10  CD55-REQUEST-TYPE                     PIC X(1).
000300       88  CD55-REQUESTED-SCREEN             VALUE 'S'.
000400       88  CD55-REQUESTED-NEXT-ACTIONED      VALUE 'N'.
000500   10  CD55I-DATA.
000600       15  CD55I-NAME                        PIC X(30).
000700       15  CD55I-SUBJECT                     PIC X(1).
000800           88  CD55I-SUBJECT-CUSTOMER        VALUE 'C'.
000900           88  CD55I-SUBJECT-SORD            VALUE 'S'.
001000           88  CD55I-SUBJECT-WAREHOUSE       VALUE 'W'.
001100       15  CD55I-REF                         PIC X(10).
001200       15  CD55I-SOURCE-PGM                  PIC X(8).
001300       15  CD55I-AS-OF-DATE                  PIC X(8).
001400       15  CD55I-FROM-ACC                    PIC X(10).
001500       15  CD55I-AMOUNT                      PIC S9(9)V99.
001600       15  CD55I-CURRENCY                    PIC X(3).
001700       15  CD55I-HOLD-IMAGE                  PIC X(90).
001800       15  CD55I-RESUME-ID                   PIC X(26).
001900   10  CD55O-DATA.
002000       15  CD55O-RESULT                      PIC X(1).
002100           88  CD55O-NO-MATCH                VALUE '0' '1'
002200                                             LOW-VALUES SPACES.
002300           88  CD55O-PRIOR-CLEARED           VALUE '1'.
002400           88  CD55O-POSSIBLE-MATCH          VALUE '2' '3'.
002500           88  CD55O-MATCH-QUEUED            VALUE '2'.
002600           88  CD55O-MATCH-ALREADY-QUEUED    VALUE '3'.
002700       15  CD55O-ENTRY-ID                    PIC X(10).
002800       15  CD55O-LIST-NAME                   PIC X(40).
002900       15  CD55O-SCORE                       PIC 9(3).
003000       15  CD55O-REVIEW-ID                   PIC X(26).
003100       15  CD55O-ITEM-STATUS                 PIC X(1).
003200           88  CD55O-ITEM-RELEASED           VALUE 'R'.
003300           88  CD55O-ITEM-BLOCKED            VALUE 'B'.
003400       15  CD55O-HOLD-IMAGE                  PIC X(90).
003500       15  CD55O-RESP-CODE                   PIC X(1).
003600           88  CD55O-RESP-OK                 VALUE '0' LOW-VALUES
003700                                                    SPACES.
003800           88  CD55O-RESP-NOTFOUND           VALUE '1'.
003900           88  CD55O-RESP-ERROR              VALUE '9'.
004000       15  CD55O-RESP-MSG                    PIC X(40).
