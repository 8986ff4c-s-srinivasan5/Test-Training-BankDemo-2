      * Record layout for the BNKHOLD VSAM file (funds holds). A hold
      * earmarks part of an account's balance - a court order, a card
      * authorization, or an uncleared teller cheque deposit (written
      * automatically by DBANK23P with no expiry, and released by
      * BBANKA9P when clearing confirms the cheque paid or returns
      * it unpaid). Every posting path tests the
      * available balance - BAC-REC-BALANCE plus the overdraft limit
      * minus the account's active holds - instead of the raw ledger
      * balance.
