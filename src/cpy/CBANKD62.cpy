      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKD62.CPY
      *-----------------------------------------------------------------
      * COMMAREA layout for DBANK62P, the bereavement data module.
      * CD62-REQUEST-TYPE chooses the function:
      *   'Q' - quote: the customer and dates are checked and the
      *         effect comes back - solely and jointly held open
      *         accounts, and the standing orders and warehoused
      *         payments that would be suspended - but nothing is
      *         updated
      *   'R' - record the death. BBANKA0P never links this directly -
      *         it queues the validated request on BNKPEND through
      *         DBANK38P and the supervisor's approval replays it here,
      *         so every check is repeated at apply time.
      * Recording marks the BNKCUST record deceased, places an estate
      * hold on each open account the customer held alone and
      * suspends the standing orders and pending warehoused payments
      * paying out of those accounts. Accounts held jointly pass to
      * the surviving holders and are left as they are.
      *****************************************************************
000100 05  CD62-DATA.
000200   10  CD62-REQUEST-TYPE                     PIC X(1).
000300       88  CD62-REQUESTED-QUOTE              VALUE 'Q' '0'
000400                                             LOW-VALUES SPACES.
000500       88  CD62-REQUESTED-RECORD             VALUE 'R'.
000600   10  CD62I-DATA.
000700       15  CD62I-PID                         PIC X(5).
000800       15  CD62I-DEATH-DATE                  PIC X(8).
000900       15  CD62I-NOTIFIED-DATE               PIC X(8).
001000       15  CD62I-UPDATE-BY                   PIC X(8).
001100   10  CD62O-DATA.
001200       15  CD62O-NAME                        PIC X(30).
001300       15  CD62O-SOLE-ACCOUNTS               PIC 9(3).
001400       15  CD62O-JOINT-ACCOUNTS              PIC 9(3).
001500       15  CD62O-ORDERS-SUSPENDED            PIC 9(3).
001600       15  CD62O-PAYMENTS-SUSPENDED          PIC 9(3).
001700       15  CD62O-RESP-CODE                   PIC X(1).
001800           88  CD62O-RESP-OK                 VALUE '0' LOW-VALUES.
001900           88  CD62O-RESP-NOTFOUND           VALUE '1'.
002000           88  CD62O-RESP-ALREADY-DECEASED   VALUE '2'.
002100           88  CD62O-RESP-INVALID-INPUT      VALUE '4'.
002200           88  CD62O-RESP-TOO-MANY           VALUE '5'.
002300           88  CD62O-RESP-POSTING-ERROR      VALUE '8'.
002400       15  CD62O-RESP-MSG                    PIC X(40).
