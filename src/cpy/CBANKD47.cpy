      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKD47.CPY
      *-----------------------------------------------------------------
      * COMMAREA layout for DBANK47P, the account closure data module.
      * CD47-REQUEST-TYPE chooses the function:
      *   'Q' - quote the final settlement: every closure check is
      *         run and the settlement figures come back, but nothing
      *         is updated
      *   'C' - close the account. BBANK81P never links this
      *         directly - it queues the validated request on BNKPEND
      *         through DBANK38P and the supervisor's approval replays
      *         it here, so every check is repeated at apply time.
      * The settlement capitalizes the carried accrued interest (net
      * of withholding tax at the customer's BNKCUST tax status),
      * charges the monthly service fee pro-rata to the days of the
      * month elapsed, and pays the residual balance away - to an
      * internal account ('I') straight away, or to an external
      * beneficiary ('E') through a pre-funded BNKFWPY item that the
      * BBANK73P release puts onto the outbound clearing file. A zero
      * residual needs no payout instruction.
      *****************************************************************
000100 05  CD47-DATA.
000200   10  CD47-REQUEST-TYPE                     PIC X(1).
000300       88  CD47-REQUESTED-QUOTE              VALUE 'Q' '0'
000400                                             LOW-VALUES SPACES.
000500       88  CD47-REQUESTED-CLOSE              VALUE 'C'.
000600   10  CD47I-DATA.
000700       15  CD47I-ACCNO                       PIC X(10).
000800       15  CD47I-PAYOUT-FLAG                 PIC X(1).
000900           88  CD47I-PAYOUT-INTERNAL         VALUE 'I'.
001000           88  CD47I-PAYOUT-EXTERNAL         VALUE 'E'.
001100           88  CD47I-PAYOUT-NONE             VALUE LOW-VALUES
001200                                                   SPACES.
001300       15  CD47I-TO-ACCNO                    PIC X(10).
001400       15  CD47I-EXT-BANK                    PIC X(8).
001500       15  CD47I-EXT-ACCNO                   PIC X(16).
001600       15  CD47I-EXT-NAME                    PIC X(30).
001700       15  CD47I-REFERENCE                   PIC X(12).
001800       15  CD47I-UPDATE-BY                   PIC X(8).
001900   10  CD47O-DATA.
002000       15  CD47O-BALANCE                     PIC S9(9)V99.
002100       15  CD47O-ACCRUED-INT                 PIC S9(9)V99.
002200       15  CD47O-WTAX                        PIC S9(9)V99.
002300       15  CD47O-FEE                         PIC S9(9)V99.
002400       15  CD47O-PAYOUT                      PIC S9(9)V99.
002500       15  CD47O-CURRENCY                    PIC X(3).
002600       15  CD47O-CLOSE-DTE                   PIC X(8).
002700       15  CD47O-PAYMENT-NO                  PIC X(10).
002800       15  CD47O-RESP-CODE                   PIC X(1).
002900           88  CD47O-RESP-OK                 VALUE '0' LOW-VALUES.
003000           88  CD47O-RESP-NOTFOUND           VALUE '1'.
003100           88  CD47O-RESP-ACCOUNT-CLOSED     VALUE '2'.
003200           88  CD47O-RESP-OBLIGATION         VALUE '3'.
003300           88  CD47O-RESP-INVALID-INPUT      VALUE '4'.
003400           88  CD47O-RESP-PAYOUT-INVALID     VALUE '5'.
003500           88  CD47O-RESP-OVERDRAWN          VALUE '6'.
003600           88  CD47O-RESP-POSTING-ERROR      VALUE '8'.
003700           88  CD47O-RESP-TERM-BLOCKED       VALUE 'T'.
003800       15  CD47O-RESP-MSG                    PIC X(40).
