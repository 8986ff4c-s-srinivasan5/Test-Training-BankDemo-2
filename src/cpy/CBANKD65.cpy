      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKD65.CPY
      *-----------------------------------------------------------------
      * COMMAREA layout for DBANK65P, the branch vault data module.
      * CD65-REQUEST-TYPE chooses the function:
      *   'Q' - inquire on the vault of the user's branch
      *   'I' - issue the pieces listed from the vault to the user's
      *         drawer (base currency only - the drawer totals carry
      *         no currency)
      *   'R' - return the pieces listed from the drawer to the vault
      *   'D' - take in a delivery from the cash centre
      *   'S' - send a shipment to the cash centre
      *   'C' - record a physical count of the denominations listed;
      *         the over/short against the book comes back and the
      *         book figures are left alone
      * Every function but the inquiry is under dual control: a
      * second member of staff from the same branch signs on in-flight
      * through CD65I-WITNESS-ID/PSWD, and one of the two must hold the
      * supervisor role.
      * CD65I-TELLER-ID carries the user's BANK-SIGNON-ID; the branch
      * is the one on their BNKSECP profile. A blank CD65I-CURRENCY
      * means the BNKPARM BASE-CURRENCY.
      *****************************************************************
000100 05  CD65-DATA.
000200   10  CD65-REQUEST-TYPE                     PIC X(1).
000300       88  CD65-REQUESTED-INQUIRE            VALUE '0' LOW-VALUES
000400                                                    SPACES 'Q'.
000500       88  CD65-REQUESTED-ISSUE              VALUE 'I'.
000600       88  CD65-REQUESTED-RETURN             VALUE 'R'.
000700       88  CD65-REQUESTED-DELIVERY           VALUE 'D'.
000800       88  CD65-REQUESTED-SHIPMENT           VALUE 'S'.
000900       88  CD65-REQUESTED-COUNT              VALUE 'C'.
001000   10  CD65I-DATA.
001100       15  CD65I-TELLER-ID                   PIC X(8).
001200       15  CD65I-CURRENCY                    PIC X(3).
001300       15  CD65I-REFERENCE                   PIC X(20).
001400       15  CD65I-WITNESS-ID                  PIC X(8).
001500       15  CD65I-WITNESS-PSWD                PIC X(8).
001600       15  CD65I-LINE-COUNT                  PIC 9(2).
001700       15  CD65I-LINE OCCURS 12 TIMES.
001800           20  CD65I-DENOM                   PIC 9(5)V99.
001900           20  CD65I-PIECES                  PIC 9(7).
002000   10  CD65O-DATA.
002100       15  CD65O-BRANCH                      PIC X(4).
002200       15  CD65O-CURRENCY                    PIC X(3).
002300* Value of the pieces moved or counted, and for a count the
002400* counted value less the book value of the same denominations
002500       15  CD65O-MOVED-VALUE                 PIC S9(11)V99.
002600       15  CD65O-OVER-SHORT                  PIC S9(11)V99.
002700* The vault as it stands after the request, and the branch cash
002800* GL position it and the drawers must prove to at close
002900       15  CD65O-VAULT-VALUE                 PIC S9(11)V99.
003000       15  CD65O-GL-BALANCE                  PIC S9(11)V99.
003100       15  CD65O-LINE-COUNT                  PIC 9(2).
003200       15  CD65O-LINE OCCURS 20 TIMES.
003300           20  CD65O-DENOM                   PIC 9(5)V99.
003400           20  CD65O-PIECES                  PIC S9(9).
003500           20  CD65O-VALUE                   PIC S9(11)V99.
003600           20  CD65O-COUNTED                 PIC S9(9).
003700           20  CD65O-COUNT-DATE              PIC X(8).
003800       15  CD65O-RESP-CODE                   PIC X(1).
003900           88  CD65O-RESP-OK                 VALUE '0' LOW-VALUES.
004000           88  CD65O-RESP-SHORT-IN-VAULT     VALUE '3'.
004100           88  CD65O-RESP-INVALID-INPUT      VALUE '4'.
004200           88  CD65O-RESP-UPDATE-ERROR       VALUE '5'.
004300           88  CD65O-RESP-DENOM-NOTFOUND     VALUE '6'.
004400           88  CD65O-RESP-NOT-AUTHORIZED     VALUE '8'.
004500           88  CD65O-RESP-NOT-SET-UP         VALUE '9'.
004600       15  CD65O-RESP-MSG                    PIC X(40).
