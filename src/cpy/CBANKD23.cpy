      *         than allowed past the account's available balance -
      *         ledger balance plus overdraft limit minus active
      *         holds)
      *   'C' - cheque deposit  (credit CD23I-ACCNO, place an
      *         automatic BNKHOLD funds hold for the amount with no
      *         expiry, and register the cheque on BNKCHQD for
      *         outward presentment; the hold is released by the
      *         BBANKA9P clearing results run once the cheque is
      *         confirmed paid, so the deposit is not spendable until
      *         it has cleared; cheques are not drawer cash, so the
      *         BNKTLR cash totals are left alone)
      * CD23I-TELLER-ID carries the teller's BANK-SIGNON-ID; the
      * terminal comes from the EIB inside the module. Both are
000940* posting's payload with both userids
000950       15  CD23I-OVERRIDE-SUPERVISOR         PIC X(8).
000960       15  CD23I-OVERRIDE-PSWD               PIC X(8).
000970* Cheque details, required for a cheque deposit and ignored
000980* otherwise: the bank the cheque is drawn on, the drawer's
000990* account there and the cheque serial
000991       15  CD23I-CHQ-DRAWEE-BANK             PIC X(8).
000992       15  CD23I-CHQ-DRAWER-ACCNO            PIC X(16).
000993       15  CD23I-CHQ-SERIAL                  PIC X(6).
001000   10  CD23O-DATA.
001100       15  CD23O-NEW-BALANCE                 PIC S9(9)V99.
001200       15  CD23O-RESP-CODE                   PIC X(1).
001820           88  CD23O-RESP-TERM-BLOCKED       VALUE '7'.
001830           88  CD23O-RESP-LIMIT-EXCEEDED     VALUE '8'.
001900       15  CD23O-RESP-MSG                    PIC X(40).
001910* BNKCHQD item id a cheque deposit was registered under - the
001920* reference to quote if the cheque is queried
001930       15  CD23O-CHQ-ITEM-ID                 PIC X(26).
