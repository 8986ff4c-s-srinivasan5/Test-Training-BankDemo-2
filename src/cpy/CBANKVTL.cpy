      * one record per teller per day, maintained by DBANK23P as each
      * cash deposit/withdrawal is posted and proved against the day's
      * BNKTXN postings by the BBANK51P drawer balancing report.
      * The cash issued to the drawer from the branch vault and
      * returned to it (DBANK65P) is carried alongside, so the
      * BBANKB3P vault proof can work out what each drawer holds.
      * RECORD KEY  TLR-REC-KEY (date + teller signon id)
      *****************************************************************
000100 05  TLR-RECORD.
001000* the totals are maintained, so the drawer report can
001100* subtotal by branch
001200   10  TLR-REC-BRANCH                        PIC X(4).
001300* Vault cash issued to and returned from the drawer during
001400* the day - float, not customer cash, so it stays out of the
001500* cash-in/cash-out totals and the transaction count
001600   10  TLR-REC-FLOAT-ISSUED                  PIC S9(9)V99 COMP-3.
001700   10  TLR-REC-FLOAT-RETURNED                PIC S9(9)V99 COMP-3.
