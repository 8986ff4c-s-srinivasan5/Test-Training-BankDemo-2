      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKVSQ.CPY
      *-----------------------------------------------------------------
      * Record layout for the BNKSCRQ VSAM file (sanctions screening
      * review queue) - one item per possible watchlist match. Items
      * are raised by customer create/update (BBANK32P), payment
      * warehouse capture (BBANK20P), the re-screen of BNKCUST after
      * a list load (BBANK87P) and the outbound payment runs
      * (BBANK44P standing orders, BBANK73P warehouse release). An
      * outbound payment raised by a payment run is held: the
      * customer has been debited but the clearing record, kept here
      * in SCQ-REC-HOLD-IMAGE, is kept off the clearing file and its
      * BNKREMIT row is marked held. Compliance staff clear the item
      * as a false positive or confirm the match through BBANK88P /
      * DBANK56P; the payment run that raised a held item then puts
      * a cleared one onto the next clearing file (released) or
      * closes the BNKREMIT row of a confirmed one (blocked - the
      * funds stay frozen for the authorities). A cleared item also
      * stops the same reference being raised again against the same
      * list entry.
      * RECORD KEY      SCQ-REC-ID (timestamp, keyed the same way
      *                 BNKSUSP items are)
      * ALTERNATE KEY   SCQ-REC-REF WITH DUPLICATES (CICS path
      *                 BNKSCRQ1)
      *****************************************************************
000100 05  SCQ-RECORD.
000200   10  SCQ-REC-ID                            PIC X(26).
000300   10  SCQ-REC-REF                           PIC X(10).
000400   10  SCQ-REC-SUBJECT                       PIC X(1).
000500       88  SCQ-REC-SUBJECT-CUSTOMER          VALUE 'C'.
000600       88  SCQ-REC-SUBJECT-SORD              VALUE 'S'.
000700       88  SCQ-REC-SUBJECT-WAREHOUSE         VALUE 'W'.
000800   10  SCQ-REC-SOURCE-PGM                    PIC X(8).
000900   10  SCQ-REC-SCREENED-NAME                 PIC X(30).
001000   10  SCQ-REC-ENTRY-ID                      PIC X(10).
001100   10  SCQ-REC-LIST-NAME                     PIC X(40).
001200   10  SCQ-REC-SCORE                         PIC 9(3).
001300   10  SCQ-REC-FROM-ACC                      PIC X(10).
001400   10  SCQ-REC-AMOUNT                        PIC S9(9)V99
001500                                              COMP-3.
001600   10  SCQ-REC-CURRENCY                      PIC X(3).
001700   10  SCQ-REC-HOLD-FLAG                     PIC X(1).
001800       88  SCQ-REC-PAYMENT-HELD              VALUE 'Y'.
001900       88  SCQ-REC-NOTHING-HELD              VALUE 'N' LOW-VALUES
002000                                                    SPACES.
002100   10  SCQ-REC-HOLD-IMAGE                    PIC X(90).
002200   10  SCQ-REC-RAISED-DTE                    PIC X(8).
002300   10  SCQ-REC-STATUS                        PIC X(1).
002400       88  SCQ-REC-STATUS-PENDING            VALUE '0' LOW-VALUES
002500                                                    SPACES.
002600       88  SCQ-REC-STATUS-CLEARED            VALUE 'C'.
002700       88  SCQ-REC-STATUS-CONFIRMED          VALUE 'M'.
002800       88  SCQ-REC-STATUS-RELEASED           VALUE 'R'.
002900       88  SCQ-REC-STATUS-BLOCKED            VALUE 'B'.
003000   10  SCQ-REC-STATUS-DTE                    PIC X(8).
003100   10  SCQ-REC-DISPOSED-BY                   PIC X(8).
003200   10  SCQ-REC-NOTE                          PIC X(40).
