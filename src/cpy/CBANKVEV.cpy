      * notification events). The exception-producing programs write
      * one at the moment they detect the condition - BBANK43P for
      * overdrafts, BBANK44P for failed standing orders, BBANK10P for
      * lockouts, BBANK83P for unpaid direct debits, BBANKA9P for
      * deposited cheques returned unpaid - and the
      * BBANK65P formatter turns the pending ones into the outbound
      * email/letter extract, honouring the customer's alert
      * preference, and marks them sent.
      * RECORD KEY  EVT-REC-TIMESTAMP (keyed the same way the
      *             BNKAUDT signon trail is)
      *****************************************************************
000500       88  EVT-REC-TYPE-OVERDRAFT            VALUE 'O'.
000600       88  EVT-REC-TYPE-SORD-FAILED          VALUE 'S'.
000700       88  EVT-REC-TYPE-LOCKOUT              VALUE 'L'.
000710       88  EVT-REC-TYPE-DD-UNPAID            VALUE 'D'.
000720       88  EVT-REC-TYPE-CHQ-RETURNED         VALUE 'C'.
000800   10  EVT-REC-DETAIL                        PIC X(60).
000900   10  EVT-REC-STATUS                        PIC X(1).
001000       88  EVT-REC-STATUS-PENDING            VALUE '0' LOW-VALUES
