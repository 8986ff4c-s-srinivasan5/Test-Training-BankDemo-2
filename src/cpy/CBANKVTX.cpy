      *   '3' - reversal/adjustment of an earlier posting, carrying
      *         the original posting's BTX-REC-TIMESTAMP and a
      *         reason code (see TXN-DATA-REV in CBANKTXD)
      *   '4' - bad debt write-off or recovery memo on a written-off
      *         account, posted by DBANK50P (see TXN-DATA-WOFF in
      *         CBANKTXD). A write-off removes the balance without
      *         counting as a customer repayment; a recovery memo
      *         records money later received and does not move the
      *         balance. Neither can be reversed.
      *
      * BTX-REC-POST-DATE is the business/value date the posting
      * belongs to, distinct from the machine timestamp in the key -
