      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKD64.CPY
      *-----------------------------------------------------------------
      * COMMAREA layout for DBANK64P, the bank draft data module.
      * CD64-REQUEST-TYPE chooses the function:
      *   'Q' - inquire on the draft CD64I-SERIAL
      *   'I' - issue a draft for CD64I-AMOUNT to CD64I-PAYEE, funded
      *         from CD64I-ACCNO ('A') or in cash at the counter
      *         ('C'), charging the BNKPARM DRAFT-FEE; the value goes
      *         to the draft-control account and the draft onto the
      *         BNKDRFT register under a newly allocated serial
      *   'C' - cancel an outstanding draft, refunding its value the
      *         way it was funded (the fee is not refunded)
      *   'R' - replace a lost draft: stop it and issue a new serial
      *         for the same payee and amount; no money moves
      * Cancellation and replacement need a supervisor - either the
      * signed-on user holds the role, or one signs on in-flight
      * through CD64I-OVERRIDE-SUPERVISOR/PSWD.
      * CD64I-TELLER-ID carries the user's BANK-SIGNON-ID; a cash
      * issue or refund goes into that teller's BNKTLR totals.
      *****************************************************************
000100 05  CD64-DATA.
000200   10  CD64-REQUEST-TYPE                     PIC X(1).
000300       88  CD64-REQUESTED-INQUIRE            VALUE '0' LOW-VALUES
000400                                                    SPACES 'Q'.
000500       88  CD64-REQUESTED-ISSUE              VALUE 'I'.
000600       88  CD64-REQUESTED-CANCEL             VALUE 'C'.
000700       88  CD64-REQUESTED-REPLACE            VALUE 'R'.
000800   10  CD64I-DATA.
000900       15  CD64I-TELLER-ID                   PIC X(8).
001000       15  CD64I-FUNDING                     PIC X(1).
001100           88  CD64I-FUNDED-BY-ACCOUNT       VALUE 'A'.
001200           88  CD64I-FUNDED-BY-CASH          VALUE 'C'.
001300       15  CD64I-ACCNO                       PIC X(10).
001400       15  CD64I-AMOUNT                      PIC S9(9)V99.
001500       15  CD64I-PAYEE                       PIC X(35).
001600       15  CD64I-SERIAL                      PIC X(6).
001700       15  CD64I-REASON                      PIC X(30).
001800       15  CD64I-OVERRIDE-SUPERVISOR         PIC X(8).
001900       15  CD64I-OVERRIDE-PSWD               PIC X(8).
002000   10  CD64O-DATA.
002100* The draft as it stands after the request - for an issue or a
002200* replacement, the new serial to print on the draft
002300       15  CD64O-SERIAL                      PIC X(6).
002400       15  CD64O-STATUS                      PIC X(1).
002500       15  CD64O-FUNDING                     PIC X(1).
002600       15  CD64O-ACCNO                       PIC X(10).
002700       15  CD64O-PAYEE                       PIC X(35).
002800       15  CD64O-AMOUNT                      PIC S9(9)V99.
002900       15  CD64O-CURRENCY                    PIC X(3).
003000       15  CD64O-FEE                         PIC S9(5)V99.
003100       15  CD64O-ISSUE-DATE                  PIC X(8).
003200       15  CD64O-SETTLED-DATE                PIC X(8).
003300       15  CD64O-REPLACES                    PIC X(6).
003400       15  CD64O-REPLACED-BY                 PIC X(6).
003500* Funding account balance after an account issue or refund
003600       15  CD64O-NEW-BALANCE                 PIC S9(9)V99.
003700       15  CD64O-RESP-CODE                   PIC X(1).
003800           88  CD64O-RESP-OK                 VALUE '0' LOW-VALUES.
003900           88  CD64O-RESP-ACC-NOTFOUND       VALUE '1'.
004000           88  CD64O-RESP-ACC-CLOSED         VALUE '2'.
004100           88  CD64O-RESP-INSUFFICIENT       VALUE '3'.
004200           88  CD64O-RESP-INVALID-INPUT      VALUE '4'.
004300           88  CD64O-RESP-POSTING-ERROR      VALUE '5'.
004400           88  CD64O-RESP-DRAFT-NOTFOUND     VALUE '6'.
004500           88  CD64O-RESP-NOT-OUTSTANDING    VALUE '7'.
004600           88  CD64O-RESP-NOT-AUTHORIZED     VALUE '8'.
004700           88  CD64O-RESP-NOT-SET-UP         VALUE '9'.
004800       15  CD64O-RESP-MSG                    PIC X(40).
