      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKVBU.CPY
      *-----------------------------------------------------------------
      * Record layout for the BNKBULK VSAM file (corporate bulk
      * payment file register). BBANKA7P writes one record for every
      * customer bulk payment file it takes in, accepted or rejected,
      * so a file reference cannot be loaded twice for the same debit
      * account; a rejected file may be corrected and sent again
      * under its reference. The accepted lines are loaded to BNKFWPY
      * as bulk items (FWP-REC-BULK, FWP-REC-BULK-REF naming this
      * file) with consecutive payment numbers, from the first to
      * the last payment number recorded here.
      *
      * On the value date the BBANK73P release debits the debit
      * account once, for the items of the file still pending, as a
      * single BULK PAYMENT posting (BLK-REC-DEBIT-TS), and marks
      * the file debited; each item is then paid away without a
      * debit of its own.
      *
      * Bulk payment numbers ('B' and nine digits) are allocated from
      * the control record (debit account '*CONTROL', reference
      * blank), the way BNKCASE allocates its case numbers.
      * RECORD KEY  BLK-REC-KEY (debit account + file reference)
      *****************************************************************
000100 05  BLK-RECORD.
000200   10  BLK-REC-KEY.
000300       15  BLK-REC-FROM-ACC                  PIC X(10).
000400       15  BLK-REC-FILE-REF                  PIC X(12).
000500   10  BLK-REC-BULK.
000600       15  BLK-REC-STATUS                    PIC X(1).
000700           88  BLK-REC-STATUS-LOADED         VALUE 'L'.
000800           88  BLK-REC-STATUS-DEBITED        VALUE 'D'.
000900           88  BLK-REC-STATUS-REJECTED       VALUE 'R'.
001000       15  BLK-REC-PID                       PIC X(5).
001100       15  BLK-REC-RECEIVED-DATE             PIC X(8).
001200       15  BLK-REC-VALUE-DATE                PIC X(8).
001300       15  BLK-REC-CURRENCY                  PIC X(3).
001400       15  BLK-REC-LINE-COUNT                PIC 9(6).
001500       15  BLK-REC-ACCEPTED-COUNT            PIC 9(6).
001600       15  BLK-REC-REJECTED-COUNT            PIC 9(6).
001700       15  BLK-REC-ACCEPTED-TOTAL            PIC S9(11)V99 COMP-3.
001800       15  BLK-REC-FIRST-PAYMENT-NO          PIC X(10).
001900       15  BLK-REC-LAST-PAYMENT-NO           PIC X(10).
002000       15  BLK-REC-REJECT-REASON             PIC X(30).
002100       15  BLK-REC-DEBIT-DATE                PIC X(8).
002200       15  BLK-REC-DEBIT-AMOUNT              PIC S9(11)V99 COMP-3.
002300       15  BLK-REC-DEBIT-TS                  PIC X(26).
002400       15  FILLER                            PIC X(20).
002500   10  BLK-REC-CONTROL REDEFINES BLK-REC-BULK.
002600       15  BLK-CTL-LAST-ITEM-NO              PIC 9(9).
002700       15  BLK-CTL-UPDATED-TS                PIC X(16).
002800       15  FILLER                            PIC X(136).
