      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKVPV.CPY
      *-----------------------------------------------------------------
      * Record layout for the BNKPROV VSAM file (loan loss provision
      * register) - one record per account the month-end BBANK85P
      * provisioning run has ever found at risk: a loan with unpaid
      * instalments or a deposit account overdrawn. Each run ages the
      * account into its arrears bucket, applies that bucket's
      * BNKPARM percentage to the exposure, and the difference from
      * the provision held here is the month's movement booked to GL.
      * A deposit account's overdrawn-since date is first set by the
      * run that finds it overdrawn and cleared once it is back in
      * credit. An account aged past the write-off threshold is
      * flagged proposed and listed on the write-off proposal report;
      * DBANK50P writes it off once the write-off has cleared dual
      * control, releasing the provision held, and afterwards
      * records the recoveries received against it.
      * RECORD KEY  PRV-REC-ACCNO
      *****************************************************************
000100 05  PRV-RECORD.
000200   10  PRV-REC-ACCNO                         PIC X(10).
000300   10  PRV-REC-PID                           PIC X(5).
000400   10  PRV-REC-TYPE                          PIC X(3).
000500   10  PRV-REC-CURRENCY                      PIC X(3).
000600   10  PRV-REC-STATUS                        PIC X(1).
000700       88  PRV-REC-STATUS-ACTIVE             VALUE '0' LOW-VALUES
000800                                                    SPACES.
000900       88  PRV-REC-STATUS-WRITTEN-OFF        VALUE 'W'.
001000   10  PRV-REC-BUCKET                        PIC X(1).
001100       88  PRV-REC-BUCKET-CURRENT            VALUE '0'.
001200       88  PRV-REC-BUCKET-30                 VALUE '1'.
001300       88  PRV-REC-BUCKET-60                 VALUE '2'.
001400       88  PRV-REC-BUCKET-90                 VALUE '3'.
001500   10  PRV-REC-DAYS-PAST-DUE                 PIC 9(5).
001600   10  PRV-REC-OD-SINCE-DTE                  PIC X(8).
001700   10  PRV-REC-EXPOSURE                      PIC S9(9)V99
001800                                              COMP-3.
001900* Percentage applied, in hundredths of a percent
002000   10  PRV-REC-PCT                           PIC 9(5).
002100   10  PRV-REC-PROVISION                     PIC S9(9)V99
002200                                              COMP-3.
002300   10  PRV-REC-LAST-RUN-DTE                  PIC X(8).
002400   10  PRV-REC-WOFF-FLAG                     PIC X(1).
002500       88  PRV-REC-WOFF-PROPOSED             VALUE 'Y'.
002600       88  PRV-REC-WOFF-NOT-PROPOSED         VALUE 'N' LOW-VALUES
002700                                                    SPACES.
002800   10  PRV-REC-WOFF-DTE                      PIC X(8).
002900   10  PRV-REC-WOFF-AMOUNT                   PIC S9(9)V99
003000                                              COMP-3.
003100   10  PRV-REC-WOFF-BY                       PIC X(8).
003200   10  PRV-REC-RECOVERED                     PIC S9(9)V99
003300                                              COMP-3.
003400   10  PRV-REC-LAST-RECOV-DTE                PIC X(8).
