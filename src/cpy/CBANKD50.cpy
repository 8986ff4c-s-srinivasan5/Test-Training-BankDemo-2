      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKD50.CPY
      *-----------------------------------------------------------------
      * COMMAREA layout for DBANK50P, the bad debt write-off and
      * recovery data module. CD50-REQUEST-TYPE chooses the function:
      *   'Q' - quote the write-off of account CD50I-ACCNO: the
      *         balance and carried interest that would be removed,
      *         the provision held against it and its days past due
      *         from the BNKPROV register. Refused unless the
      *         BBANK85P month-end run has proposed the account for
      *         write-off. Nothing is updated.
      *   'W' - write the account off. BBANK86P never sends this
      *         straight through: it quotes first and queues the
      *         request on BNKPEND, and DBANK38P replays it here once
      *         a supervisor approves. Any carried interest is
      *         capitalized, the balance is removed by a type '4'
      *         BNKTXN write-off record, the account is marked
      *         written off and its provision released.
      *   'R' - record a recovery of CD50I-AMOUNT received on a
      *         written-off account, debited from deposit account
      *         CD50I-SOURCE-ACCNO against its available balance. The
      *         written-off account's balance does not move; a type
      *         '4' recovery memo and BNKPROV carry the amount.
      *****************************************************************
000100 05  CD50-DATA.
000200   10  CD50-REQUEST-TYPE                     PIC X(1).
000300       88  CD50-REQUESTED-QUOTE              VALUE 'Q' '0'
000400                                             LOW-VALUES SPACES.
000500       88  CD50-REQUESTED-WRITE-OFF          VALUE 'W'.
000600       88  CD50-REQUESTED-RECOVERY           VALUE 'R'.
000700   10  CD50I-DATA.
000800       15  CD50I-ACCNO                       PIC X(10).
000900       15  CD50I-SOURCE-ACCNO                PIC X(10).
001000       15  CD50I-AMOUNT                      PIC S9(9)V99.
001100       15  CD50I-UPDATE-BY                   PIC X(8).
001200   10  CD50O-DATA.
001300       15  CD50O-PID                         PIC X(5).
001400       15  CD50O-CURRENCY                    PIC X(3).
001500       15  CD50O-BALANCE                     PIC S9(9)V99.
001600       15  CD50O-ACCRUED-INT                 PIC S9(9)V99.
001700       15  CD50O-WOFF-AMOUNT                 PIC S9(9)V99.
001800       15  CD50O-PROVISION                   PIC S9(9)V99.
001900       15  CD50O-DAYS-PAST-DUE               PIC 9(5).
002000       15  CD50O-RECOVERED                   PIC S9(9)V99.
002100       15  CD50O-RESP-CODE                   PIC X(1).
002200           88  CD50O-RESP-OK                 VALUE '0' LOW-VALUES.
002300           88  CD50O-RESP-NOTFOUND           VALUE '1'.
002400           88  CD50O-RESP-NOT-PROPOSED       VALUE '2'.
002500           88  CD50O-RESP-ACCOUNT-CLOSED     VALUE '3'.
002600           88  CD50O-RESP-INVALID-INPUT      VALUE '4'.
002700           88  CD50O-RESP-NOT-WRITTEN-OFF    VALUE '5'.
002800           88  CD50O-RESP-INSUFFICIENT       VALUE '6'.
002900           88  CD50O-RESP-POSTING-ERROR      VALUE '8'.
003000           88  CD50O-RESP-ERROR              VALUE '9'.
003100       15  CD50O-RESP-MSG                    PIC X(40).
