      * BBANK72P returns batch matches on order number plus value
      * date, re-credits RMT-REC-FROM-ACC, and marks the row. A row
      * stays '0' sent until the partner answers.
      * A row written 'H' held is an item stopped for sanctions
      * review (its clearing record waits on BNKSCRQ); the run that
      * raised it turns it '0' sent, under the value date it finally
      * goes out on, once the review clears, or 'B' blocked once the
      * match is confirmed - a blocked item never leaves the bank.
      * RECORD KEY  RMT-REC-KEY (order number + value date)
      *****************************************************************
000100 05  RMT-RECORD.
001400                                                    SPACES.
001500       88  RMT-REC-STATUS-ACKNOWLEDGED       VALUE 'A'.
001600       88  RMT-REC-STATUS-RETURNED           VALUE 'R'.
001650       88  RMT-REC-STATUS-HELD               VALUE 'H'.
001670       88  RMT-REC-STATUS-BLOCKED            VALUE 'B'.
001700   10  RMT-REC-RETURN-REASON                 PIC X(30).
001800   10  RMT-REC-RETURN-DATE                   PIC X(8).
001900   10  RMT-REC-SOURCE-PGM                    PIC X(8).
