      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKVHM.CPY
      *-----------------------------------------------------------------
      * Record layout for the BNKHMAIL VSAM file (held-mail register).
      * One record per print line of a statement, letter or tax
      * summary that was not posted because its customer is flagged
      * gone away (BCS-REC-MAIL-GONE-AWAY). DBANK61P writes the lines
      * as the print jobs produce them, routed one of two ways:
      *   'E' email - the customer has a BCS-REC-EMAIL address, so
      *       the document goes out on the next EMAILOUT extract
      *   'H' held  - no address at all; the document waits here
      *       until the customer's address is corrected
      * BBANKA1P works the register nightly: pending email items are
      * extracted and marked sent, held items whose customer is no
      * longer gone away are reprinted to MAILOUT under the new
      * address and marked released (or emailed, if an email address
      * has been added meanwhile), and finished items are purged after
      * HMAIL-KEEP-DAYS.
      * RECORD KEY  HML-REC-KEY (customer, date held, source program,
      *             document reference and line, so one customer's
      *             documents browse together in the order produced)
      *****************************************************************
000100 05  HML-RECORD.
000200   10  HML-REC-KEY.
000300       15  HML-REC-PID                       PIC X(5).
000400       15  HML-REC-HELD-DATE                 PIC X(8).
000500       15  HML-REC-SOURCE-PGM                PIC X(8).
000600       15  HML-REC-DOC-REF                   PIC X(10).
000700       15  HML-REC-LINE-NO                   PIC 9(4).
000800   10  HML-REC-DOC-TYPE                      PIC X(1).
000900       88  HML-REC-DOC-STATEMENT             VALUE 'S'.
001000       88  HML-REC-DOC-LETTER                VALUE 'L'.
001100       88  HML-REC-DOC-TAX-SUMMARY           VALUE 'T'.
001200   10  HML-REC-ROUTE                         PIC X(1).
001300       88  HML-REC-ROUTE-EMAIL               VALUE 'E'.
001400       88  HML-REC-ROUTE-HELD                VALUE 'H'.
001500   10  HML-REC-STATUS                        PIC X(1).
001600       88  HML-REC-STATUS-PENDING            VALUE 'P'.
001700       88  HML-REC-STATUS-EMAILED            VALUE 'S'.
001800       88  HML-REC-STATUS-RELEASED           VALUE 'R'.
001900   10  HML-REC-EMAIL                         PIC X(40).
002000   10  HML-REC-DONE-DATE                     PIC X(8).
002100   10  HML-REC-LINE                          PIC X(100).
002200   10  FILLER                                PIC X(14).
