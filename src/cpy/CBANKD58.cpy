      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKD58.CPY
      *-----------------------------------------------------------------
      * COMMAREA layout for DBANK58P, the sweep instruction data
      * module. CD58-REQUEST-TYPE chooses the function:
      *   'B' - browse up to 10 sweep instructions held on
      *         CD58I-COVERED-ACC, active and cancelled, in funding
      *         account order
      *   'S' - set up a sweep from CD58I-FUNDING-ACC into
      *         CD58I-COVERED-ACC under rule CD58I-RULE ('N' minimum,
      *         'T' target, 'X' maximum) at CD58I-THRESHOLD. A
      *         cancelled instruction for the same pair is reinstated
      *         with the new rule and threshold.
      *   'C' - cancel the active instruction keyed by
      *         CD58I-COVERED-ACC and CD58I-FUNDING-ACC
      * Every set-up and cancellation is journaled on BNKMAUD.
      *****************************************************************
000100 05  CD58-DATA.
000200   10  CD58-REQUEST-TYPE                     PIC X(1).
000300       88  CD58-REQUESTED-BROWSE             VALUE '0' LOW-VALUES
000400                                                    SPACES 'B'.
000500       88  CD58-REQUESTED-SETUP              VALUE 'S'.
000600       88  CD58-REQUESTED-CANCEL             VALUE 'C'.
000700   10  CD58I-DATA.
000800       15  CD58I-COVERED-ACC                 PIC X(10).
000900       15  CD58I-FUNDING-ACC                 PIC X(10).
001000       15  CD58I-RULE                        PIC X(1).
001100           88  CD58I-RULE-VALID              VALUE 'N' 'T' 'X'.
001200       15  CD58I-THRESHOLD                   PIC S9(9)V99.
001300       15  CD58I-UPDATE-BY                   PIC X(8).
001400   10  CD58O-DATA.
001500       15  CD58O-RESP-CODE                   PIC X(1).
001600           88  CD58O-RESP-OK                 VALUE '0' LOW-VALUES.
001700           88  CD58O-RESP-ACC-NOTFOUND       VALUE '1'.
001800           88  CD58O-RESP-SWEEP-NOTFOUND     VALUE '2'.
001900           88  CD58O-RESP-NOT-ACTIVE         VALUE '3'.
002000           88  CD58O-RESP-INVALID-INPUT      VALUE '4'.
002100           88  CD58O-RESP-DUPLICATE          VALUE '5'.
002200           88  CD58O-RESP-ERROR              VALUE '9'.
002300       15  CD58O-RESP-MSG                    PIC X(40).
002400       15  CD58O-SWEEP-COUNT                 PIC 9(2).
002500       15  CD58O-SWEEP-TABLE OCCURS 10 TIMES.
002600           20  CD58O-SWP-FUNDING-ACC         PIC X(10).
002700           20  CD58O-SWP-RULE                PIC X(1).
002800           20  CD58O-SWP-THRESHOLD           PIC S9(9)V99.
002900           20  CD58O-SWP-STATUS              PIC X(1).
003000           20  CD58O-SWP-SETUP-DATE          PIC X(8).
003100           20  CD58O-SWP-CANCEL-DATE         PIC X(8).
003200           20  CD58O-SWP-LAST-SWEEP-DATE     PIC X(8).
003300           20  CD58O-SWP-LAST-SWEEP-AMT      PIC S9(9)V99.
