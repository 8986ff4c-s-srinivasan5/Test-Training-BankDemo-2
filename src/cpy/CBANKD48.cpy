      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKD48.CPY
      *-----------------------------------------------------------------
      * COMMAREA layout for DBANK48P, the direct debit mandate data
      * module. CD48-REQUEST-TYPE chooses the function:
      *   'B' - browse up to 10 mandates held on CD48I-ACCNO, active
      *         and cancelled, in originator reference order
      *   'S' - set up a mandate on CD48I-ACCNO for CD48I-ORIG-REF
      *         (originator id and name, optional maximum amount -
      *         zero means no limit). A cancelled mandate under the
      *         same reference is reinstated with the new details.
      *   'C' - cancel the active mandate keyed by CD48I-ACCNO and
      *         CD48I-ORIG-REF
      * Every set-up and cancellation is journaled on BNKMAUD.
      *****************************************************************
000100 05  CD48-DATA.
000200   10  CD48-REQUEST-TYPE                     PIC X(1).
000300       88  CD48-REQUESTED-BROWSE             VALUE '0' LOW-VALUES
000400                                                    SPACES 'B'.
000500       88  CD48-REQUESTED-SETUP              VALUE 'S'.
000600       88  CD48-REQUESTED-CANCEL             VALUE 'C'.
000700   10  CD48I-DATA.
000800       15  CD48I-ACCNO                       PIC X(10).
000900       15  CD48I-ORIG-REF                    PIC X(16).
001000       15  CD48I-ORIG-ID                     PIC X(8).
001100       15  CD48I-ORIG-NAME                   PIC X(30).
001200       15  CD48I-MAX-AMOUNT                  PIC S9(9)V99.
001300       15  CD48I-UPDATE-BY                   PIC X(8).
001400   10  CD48O-DATA.
001500       15  CD48O-RESP-CODE                   PIC X(1).
001600           88  CD48O-RESP-OK                 VALUE '0' LOW-VALUES.
001700           88  CD48O-RESP-ACC-NOTFOUND       VALUE '1'.
001800           88  CD48O-RESP-MANDATE-NOTFOUND   VALUE '2'.
001900           88  CD48O-RESP-NOT-ACTIVE         VALUE '3'.
002000           88  CD48O-RESP-INVALID-INPUT      VALUE '4'.
002100           88  CD48O-RESP-DUPLICATE          VALUE '5'.
002200           88  CD48O-RESP-ERROR              VALUE '9'.
002300       15  CD48O-RESP-MSG                    PIC X(40).
002400       15  CD48O-MANDATE-COUNT               PIC 9(2).
002500       15  CD48O-MANDATE-TABLE OCCURS 10 TIMES.
002600           20  CD48O-MDT-ORIG-REF            PIC X(16).
002700           20  CD48O-MDT-ORIG-ID             PIC X(8).
002800           20  CD48O-MDT-ORIG-NAME           PIC X(30).
002900           20  CD48O-MDT-MAX-AMOUNT          PIC S9(9)V99.
003000           20  CD48O-MDT-STATUS              PIC X(1).
003100           20  CD48O-MDT-SETUP-DATE          PIC X(8).
003200           20  CD48O-MDT-CANCEL-DATE         PIC X(8).
003300           20  CD48O-MDT-LAST-COLL-DATE      PIC X(8).
