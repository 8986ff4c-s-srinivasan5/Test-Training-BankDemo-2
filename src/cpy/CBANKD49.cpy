      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKD49.CPY
      *-----------------------------------------------------------------
      * COMMAREA layout for DBANK49P, the loan early settlement data
      * module. CD49-REQUEST-TYPE chooses the function:
      *   'Q' - quote the settlement figure for loan CD49I-ACCNO as
      *         of the business date: the unpaid principal on its
      *         BNKLNSCH rows, interest at BAC-REC-CONTRACT-RATE (the
      *         interest on any instalment already due and unpaid,
      *         plus actual/365 interest on the outstanding principal
      *         since the last due date), and the LOAN-ERC-RATE
      *         early-repayment charge on the principal not yet due.
      *         The quote is valid until CD49O-VALID-UNTIL
      *         (LOAN-QUOTE-DAYS after the quote date). Nothing is
      *         updated.
      *   'S' - pay the loan off: the same figure is recomputed,
      *         debited from the funding account (BAC-REC-LINKED-ACC)
      *         against its available balance and credited to the
      *         loan; the remaining schedule rows are marked settled
      *         and the loan account is closed. CD49I-VALID-UNTIL
      *         carries the quote's expiry date and a payoff after it
      *         is refused - the customer needs a fresh quote.
      *   'P' - partial prepayment of CD49I-PREPAY-AMOUNT of principal
      *         (plus the early-repayment charge on it). The remaining
      *         pending rows are re-amortized with the term held
      *         ('T' - the instalment falls) or the instalment held
      *         ('I' - rows fall off the end of the schedule). Refused
      *         while an instalment is in arrears.
      *****************************************************************
000100 05  CD49-DATA.
000200   10  CD49-REQUEST-TYPE                     PIC X(1).
000300       88  CD49-REQUESTED-QUOTE              VALUE 'Q' '0'
000400                                             LOW-VALUES SPACES.
000500       88  CD49-REQUESTED-SETTLE             VALUE 'S'.
000600       88  CD49-REQUESTED-PREPAY             VALUE 'P'.
000700   10  CD49I-DATA.
000800       15  CD49I-ACCNO                       PIC X(10).
000900       15  CD49I-VALID-UNTIL                 PIC X(8).
001000       15  CD49I-PREPAY-AMOUNT               PIC S9(9)V99.
001100       15  CD49I-REAMORT-FLAG                PIC X(1).
001200           88  CD49I-KEEP-TERM               VALUE 'T'.
001300           88  CD49I-KEEP-INSTALMENT         VALUE 'I'.
001400       15  CD49I-UPDATE-BY                   PIC X(8).
001500   10  CD49O-DATA.
001600       15  CD49O-PRINCIPAL                   PIC S9(9)V99.
001700       15  CD49O-INTEREST                    PIC S9(9)V99.
001800       15  CD49O-ERC                         PIC S9(9)V99.
001900       15  CD49O-TOTAL                       PIC S9(9)V99.
002000       15  CD49O-CURRENCY                    PIC X(3).
002100       15  CD49O-QUOTE-DTE                   PIC X(8).
002200       15  CD49O-VALID-UNTIL                 PIC X(8).
002300       15  CD49O-FUND-ACCNO                  PIC X(10).
002400       15  CD49O-INSTALMENT                  PIC S9(9)V99.
002500       15  CD49O-REMAINING-INST              PIC 9(3).
002600       15  CD49O-RESP-CODE                   PIC X(1).
002700           88  CD49O-RESP-OK                 VALUE '0' LOW-VALUES.
002800           88  CD49O-RESP-NOTFOUND           VALUE '1'.
002900           88  CD49O-RESP-NOT-A-LOAN         VALUE '2'.
003000           88  CD49O-RESP-ACCOUNT-CLOSED     VALUE '3'.
003100           88  CD49O-RESP-INVALID-INPUT      VALUE '4'.
003200           88  CD49O-RESP-QUOTE-EXPIRED      VALUE '5'.
003300           88  CD49O-RESP-INSUFFICIENT       VALUE '6'.
003400           88  CD49O-RESP-ARREARS            VALUE '7'.
003500           88  CD49O-RESP-POSTING-ERROR      VALUE '8'.
003600           88  CD49O-RESP-ERROR              VALUE '9'.
003700       15  CD49O-RESP-MSG                    PIC X(40).
