      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKD63.CPY
      *-----------------------------------------------------------------
      * COMMAREA layout for DBANK63P, the complaint and case log data
      * module (BNKCASE, see CBANKVCA). CD63-REQUEST-TYPE chooses the
      * function:
      *   'O' - open a case for CD63I-PID on CD63I-ACCNO, optionally
      *         naming the disputed BNKTXN posting (CD63I-TXN-TS) or
      *         BNKSUSP item (CD63I-SUSP-ID). The number is assigned
      *         and returned; CD63I-TEXT is the complaint summary
      *   'I' - inquire on case CD63I-CASE-NO: the header and its
      *         latest 10 history lines, newest last
      *   'S' - move the case to status CD63I-STATUS, CD63I-TEXT
      *         saying why
      *   'A' - hand the case to owner CD63I-OWNER
      *   'N' - add the free-text note CD63I-TEXT
      *   'R' - ask for a goodwill refund of CD63I-AMOUNT. Handled by
      *         BBANKA3P, which queues a DBANK24P adjustment through
      *         DBANK38P - DBANK63P itself refuses it
      *   'G' - record a refund DBANK24P has just posted, at
      *         CD63I-POSTING-TS for CD63I-AMOUNT; linked only from
      *         DBANK24P, in its unit of work
      * A closed case takes no further change. A resolved case may be
      * closed or reopened; the resolved date is kept in the header.
      *****************************************************************
000100 05  CD63-DATA.
000200   10  CD63-REQUEST-TYPE                     PIC X(1).
000300       88  CD63-REQUESTED-OPEN               VALUE 'O'.
000400       88  CD63-REQUESTED-INQUIRE            VALUE 'I' '0'
000500                                             LOW-VALUES SPACES.
000600       88  CD63-REQUESTED-STATUS             VALUE 'S'.
000700       88  CD63-REQUESTED-ASSIGN             VALUE 'A'.
000800       88  CD63-REQUESTED-NOTE               VALUE 'N'.
000900       88  CD63-REQUESTED-REFUND             VALUE 'R'.
001000       88  CD63-REQUESTED-REFUND-POSTED      VALUE 'G'.
001100   10  CD63I-DATA.
001200       15  CD63I-CASE-NO                     PIC 9(8).
001300       15  CD63I-PID                         PIC X(5).
001400       15  CD63I-ACCNO                       PIC X(10).
001500       15  CD63I-TXN-TS                      PIC X(26).
001600       15  CD63I-SUSP-ID                     PIC X(26).
001700       15  CD63I-CATEGORY                    PIC X(1).
001800       15  CD63I-STATUS                      PIC X(1).
001900       15  CD63I-OWNER                       PIC X(8).
002000       15  CD63I-AMOUNT                      PIC S9(9)V99.
002100       15  CD63I-POSTING-TS                  PIC X(26).
002200       15  CD63I-TEXT                        PIC X(60).
002300       15  CD63I-UPDATE-BY                   PIC X(8).
002400   10  CD63O-DATA.
002500       15  CD63O-CASE-NO                     PIC 9(8).
002600       15  CD63O-PID                         PIC X(5).
002700       15  CD63O-ACCNO                       PIC X(10).
002800       15  CD63O-TXN-TS                      PIC X(26).
002900       15  CD63O-SUSP-ID                     PIC X(26).
003000       15  CD63O-CATEGORY                    PIC X(1).
003100       15  CD63O-STATUS                      PIC X(1).
003200       15  CD63O-OWNER                       PIC X(8).
003300       15  CD63O-OPENED-DATE                 PIC X(8).
003400       15  CD63O-OPENED-BY                   PIC X(8).
003500       15  CD63O-RESOLVED-DATE               PIC X(8).
003600       15  CD63O-REFUND-TOTAL                PIC S9(9)V99.
003700       15  CD63O-SUMMARY                     PIC X(40).
003800       15  CD63O-RESP-CODE                   PIC X(1).
003900           88  CD63O-RESP-OK                 VALUE '0' LOW-VALUES.
004000           88  CD63O-RESP-NOTFOUND           VALUE '1'.
004100           88  CD63O-RESP-CLOSED             VALUE '2'.
004200           88  CD63O-RESP-ACC-INVALID        VALUE '3'.
004300           88  CD63O-RESP-INVALID-INPUT      VALUE '4'.
004400           88  CD63O-RESP-POSTING-ERROR      VALUE '8'.
004500           88  CD63O-RESP-ERROR              VALUE '9'.
004600       15  CD63O-RESP-MSG                    PIC X(40).
004700       15  CD63O-LINE-COUNT                  PIC 9(2).
004800       15  CD63O-LINE-TABLE OCCURS 10 TIMES.
004900           20  CD63O-LINE-NO                 PIC 9(4).
005000           20  CD63O-LINE-TS                 PIC X(16).
005100           20  CD63O-LINE-BY                 PIC X(8).
005200           20  CD63O-LINE-KIND               PIC X(1).
005300           20  CD63O-LINE-NEW-STATUS         PIC X(1).
005400           20  CD63O-LINE-OWNER              PIC X(8).
005500           20  CD63O-LINE-AMOUNT             PIC S9(9)V99.
005600           20  CD63O-LINE-TEXT               PIC X(60).
