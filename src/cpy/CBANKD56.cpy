      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKD56.CPY
      *-----------------------------------------------------------------
      * COMMAREA layout for DBANK56P, the online sanctions screening
      * and review data module. CD56-REQUEST-TYPE chooses the
      * function:
      *   'S' - screen CD56I-NAME against the BNKWLST watchlist the
      *         same way DBANK55P does for the batch jobs, raising a
      *         pending BNKSCRQ review item against reference
      *         CD56I-REF for a possible match. CD56O-RESULT is the
      *         same as CD55O-RESULT.
      *   'B' - browse up to 10 review items starting at
      *         CD56I-START-ID, returned in CD56O-ITEM-TABLE
      *   'C' - clear the pending item keyed by CD56I-REVIEW-ID as a
      *         false positive, with CD56I-NOTE
      *   'M' - confirm the pending item as a true match, with
      *         CD56I-NOTE
      * A clear or confirm is journaled on BNKMAUD under
      * CD56I-UPDATE-BY.
      *****************************************************************
000100 05  CD56-DATA.
000200   10  CD56-REQUEST-TYPE                     PIC X(1).
000300       88  CD56-REQUESTED-BROWSE             VALUE 'B' '0'
000400                                             LOW-VALUES SPACES.
000500       88  CD56-REQUESTED-SCREEN             VALUE 'S'.
000600       88  CD56-REQUESTED-CLEAR              VALUE 'C'.
000700       88  CD56-REQUESTED-CONFIRM            VALUE 'M'.
000800   10  CD56I-DATA.
000900       15  CD56I-NAME                        PIC X(30).
001000       15  CD56I-SUBJECT                     PIC X(1).
001100           88  CD56I-SUBJECT-CUSTOMER        VALUE 'C'.
001200           88  CD56I-SUBJECT-WAREHOUSE       VALUE 'W'.
001300       15  CD56I-REF                         PIC X(10).
001400       15  CD56I-SOURCE-PGM                  PIC X(8).
001500       15  CD56I-REVIEW-ID                   PIC X(26).
001600       15  CD56I-START-ID                    PIC X(26).
001700       15  CD56I-NOTE                        PIC X(40).
001800       15  CD56I-UPDATE-BY                   PIC X(8).
001900   10  CD56O-DATA.
002000       15  CD56O-RESULT                      PIC X(1).
002100           88  CD56O-NO-MATCH                VALUE '0' '1'
002200                                             LOW-VALUES SPACES.
002300           88  CD56O-PRIOR-CLEARED           VALUE '1'.
002400           88  CD56O-POSSIBLE-MATCH          VALUE '2' '3'.
002500           88  CD56O-MATCH-QUEUED            VALUE '2'.
002600           88  CD56O-MATCH-ALREADY-QUEUED    VALUE '3'.
002700       15  CD56O-ENTRY-ID                    PIC X(10).
002800       15  CD56O-LIST-NAME                   PIC X(40).
002900       15  CD56O-SCORE                       PIC 9(3).
003000       15  CD56O-REVIEW-ID                   PIC X(26).
003100       15  CD56O-RESP-CODE                   PIC X(1).
003200           88  CD56O-RESP-OK                 VALUE '0' LOW-VALUES.
003300           88  CD56O-RESP-NOTFOUND           VALUE '1'.
003400           88  CD56O-RESP-INVALID-STATUS     VALUE '2'.
003500           88  CD56O-RESP-INVALID-INPUT      VALUE '3'.
003600           88  CD56O-RESP-ERROR              VALUE '9'.
003700       15  CD56O-RESP-MSG                    PIC X(40).
003800       15  CD56O-ITEM-COUNT                  PIC 9(2).
003900       15  CD56O-ITEM-TABLE OCCURS 10 TIMES.
004000           20  CD56O-ITEM-ID                 PIC X(26).
004100           20  CD56O-ITEM-REF                PIC X(10).
004200           20  CD56O-ITEM-SUBJECT            PIC X(1).
004300           20  CD56O-ITEM-SCREENED-NAME      PIC X(30).
004400           20  CD56O-ITEM-LIST-NAME          PIC X(40).
004500           20  CD56O-ITEM-SCORE              PIC 9(3).
004600           20  CD56O-ITEM-HOLD-FLAG          PIC X(1).
004700           20  CD56O-ITEM-STATUS             PIC X(1).
