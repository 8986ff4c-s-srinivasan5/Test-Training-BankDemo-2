      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKVCD.CPY
      *-----------------------------------------------------------------
      * Record layout for the BNKCHQD VSAM file (deposited cheque
      * register). DBANK23P writes one record for every cheque a
      * teller takes in for deposit ('C'), alongside the credit and
      * the BNKHOLD funds hold it places, capturing the drawee bank,
      * drawer account, serial and amount. The item then moves
      * through its clearing life:
      *   '0' - deposited, waiting to go out to the clearing house
      *   'P' - presented: cut onto the OUTCHQ outward presentment
      *         file by the nightly BBANKA8P run
      *   'C' - cleared: confirmed paid on the CHQRTN clearing
      *         results file by BBANKA9P, which releases the hold
      *   'U' - returned unpaid: BBANKA9P releases the hold, charges
      *         the credit back to the account, takes the account
      *         type's BAT-REC-RTN-CHQ-FEE and raises a BNKEVNT
      *         alert for the customer
      * The item id travels on the outward file and comes back on
      * the results file, so it is all the clearing house has to
      * quote. It is formed from the deposit's posting date, time
      * and task number with a 'Q' in position 24.
      * RECORD KEY  CQD-REC-ITEM-ID
      *****************************************************************
000100 05  CQD-RECORD.
000200   10  CQD-REC-ITEM-ID                       PIC X(26).
000300   10  CQD-REC-ACCNO                         PIC X(10).
000400   10  CQD-REC-DRAWEE-BANK                   PIC X(8).
000500   10  CQD-REC-DRAWER-ACCNO                  PIC X(16).
000600   10  CQD-REC-SERIAL                        PIC X(6).
000700   10  CQD-REC-AMOUNT                        PIC S9(9)V99
000800                                              COMP-3.
000900   10  CQD-REC-CURRENCY                      PIC X(3).
001000   10  CQD-REC-STATUS                        PIC X(1).
001100       88  CQD-REC-STATUS-DEPOSITED          VALUE '0' LOW-VALUES
001200                                                    SPACES.
001300       88  CQD-REC-STATUS-PRESENTED          VALUE 'P'.
001400       88  CQD-REC-STATUS-CLEARED            VALUE 'C'.
001500       88  CQD-REC-STATUS-UNPAID             VALUE 'U'.
001600   10  CQD-REC-TELLER-ID                     PIC X(8).
001700   10  CQD-REC-DEPOSIT-DATE                  PIC X(8).
001800   10  CQD-REC-HOLD-ID                       PIC X(26).
001900   10  CQD-REC-PRESENTED-DATE                PIC X(8).
002000   10  CQD-REC-SETTLED-DATE                  PIC X(8).
002100   10  CQD-REC-UNPAID-REASON                 PIC X(30).
002200   10  CQD-REC-FEE                           PIC S9(5)V99
002300                                              COMP-3.
002400   10  FILLER                                PIC X(20).
