      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKVVL.CPY
      *-----------------------------------------------------------------
      * Record layout for the BNKVLT VSAM file (branch vault cash) -
      * one record per branch, currency and denomination holding the
      * pieces in the vault, maintained online through
      * BBANKB2P/DBANK65P as cash is received from or shipped to the
      * cash centre and issued to or returned from the teller
      * drawers. A physical count records the pieces counted and who
      * counted them beside the book figure; the difference is the
      * over/short and the book figure is left alone.
      *
      * The record with a zero denomination heads each branch and
      * currency and carries the branch cash GL position - the vault
      * and all the drawers together - moved online by cash centre
      * receipts and shipments and rolled forward each night by the
      * BBANKB3P vault proof with the day's teller cash postings.
      * RECORD KEY  VLT-REC-KEY (branch + currency + denomination)
      *****************************************************************
000100 05  VLT-RECORD.
000200   10  VLT-REC-KEY.
000300     15  VLT-REC-BRANCH                      PIC X(4).
000400     15  VLT-REC-CURRENCY                    PIC X(3).
000500     15  VLT-REC-DENOM                       PIC 9(5)V99.
000600         88  VLT-REC-BRANCH-SUMMARY          VALUE 0.
000700   10  VLT-REC-DENOMINATION.
000800       15  VLT-REC-PIECES                    PIC S9(9) COMP-3.
000900       15  VLT-REC-COUNTED                   PIC S9(9) COMP-3.
001000       15  VLT-REC-COUNT-DATE                PIC X(8).
001100       15  VLT-REC-COUNTED-BY                PIC X(8).
001200       15  VLT-REC-WITNESS                   PIC X(8).
001300       15  VLT-REC-UPDATED-TS                PIC X(26).
001400       15  FILLER                            PIC X(20).
001500   10  VLT-REC-SUMMARY REDEFINES VLT-REC-DENOMINATION.
001600       15  VLT-SUM-GL-BALANCE                PIC S9(11)V99 COMP-3.
001700* Cash centre movements on the day in VLT-SUM-DAY-DATE, for the
001800* BBANKB3P report
001900       15  VLT-SUM-DAY-DATE                  PIC X(8).
002000       15  VLT-SUM-DAY-RECEIVED              PIC S9(11)V99 COMP-3.
002100       15  VLT-SUM-DAY-SHIPPED               PIC S9(11)V99 COMP-3.
002200       15  VLT-SUM-PROVED-DATE               PIC X(8).
002300       15  VLT-SUM-UPDATED-TS                PIC X(26).
002400       15  FILLER                            PIC X(10).
