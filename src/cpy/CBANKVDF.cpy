      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKVDF.CPY
      *-----------------------------------------------------------------
      * Record layout for the BNKDRFT VSAM file (outstanding bank
      * draft register), maintained online through BBANKB0P/DBANK64P.
      * One record per draft serial, written when a teller issues a
      * draft against a customer account or for cash. The draft's
      * value sits on the draft-control account (BNKPARM
      * DRAFT-CTL-ACC) from issue until it is settled:
      *   'I' - issued and outstanding
      *   'P' - paid: presented through BBANK58P clearing against the
      *         draft-control account and debited there
      *   'C' - cancelled: the value refunded to the funding account
      *         or in cash at the counter (the fee is kept)
      *   'R' - replaced: reported lost and stopped; a new serial was
      *         issued for the same payee and amount, and the two are
      *         linked through DFT-REC-REPLACED-BY / DFT-REC-REPLACES
      * A cancellation or replacement carries the supervisor who
      * approved it in DFT-REC-APPROVED-BY.
      * BBANK58P returns a presented serial that is unknown, already
      * paid, cancelled or replaced, or for a different amount.
      * BBANKB1P lists the outstanding drafts monthly for escheat.
      *
      * Serials are allocated from the control record (serial
      * '000000'), the way BNKCASE allocates its case numbers.
      * RECORD KEY  DFT-REC-SERIAL
      *****************************************************************
000100 05  DFT-RECORD.
000200   10  DFT-REC-SERIAL                        PIC X(6).
000300   10  DFT-REC-TYPE                          PIC X(1).
000400       88  DFT-REC-TYPE-CONTROL              VALUE 'K'.
000500       88  DFT-REC-TYPE-DRAFT                VALUE 'D'.
000600   10  DFT-REC-DRAFT.
000700       15  DFT-REC-STATUS                    PIC X(1).
000800           88  DFT-REC-STATUS-ISSUED         VALUE 'I'.
000900           88  DFT-REC-STATUS-PAID           VALUE 'P'.
001000           88  DFT-REC-STATUS-CANCELLED      VALUE 'C'.
001100           88  DFT-REC-STATUS-REPLACED       VALUE 'R'.
001200       15  DFT-REC-FUNDING                   PIC X(1).
001300           88  DFT-REC-FUNDED-BY-ACCOUNT     VALUE 'A'.
001400           88  DFT-REC-FUNDED-BY-CASH        VALUE 'C'.
001500       15  DFT-REC-ACCNO                     PIC X(10).
001600       15  DFT-REC-PID                       PIC X(5).
001700       15  DFT-REC-PAYEE                     PIC X(35).
001800       15  DFT-REC-AMOUNT                    PIC S9(9)V99 COMP-3.
001900       15  DFT-REC-CURRENCY                  PIC X(3).
002000       15  DFT-REC-FEE                       PIC S9(5)V99 COMP-3.
002100       15  DFT-REC-ISSUE-DATE                PIC X(8).
002200       15  DFT-REC-ISSUED-BY                 PIC X(8).
002300       15  DFT-REC-ISSUE-TS                  PIC X(26).
002400       15  DFT-REC-SETTLED-DATE              PIC X(8).
002500       15  DFT-REC-SETTLED-BY                PIC X(8).
002550       15  DFT-REC-APPROVED-BY               PIC X(8).
002600       15  DFT-REC-REASON                    PIC X(30).
002700       15  DFT-REC-REPLACES                  PIC X(6).
002800       15  DFT-REC-REPLACED-BY               PIC X(6).
002900       15  FILLER                            PIC X(12).
003000   10  DFT-REC-CONTROL REDEFINES DFT-REC-DRAFT.
003100       15  DFT-CTL-LAST-SERIAL               PIC 9(6).
003200       15  DFT-CTL-UPDATED-TS                PIC X(16).
003300       15  FILLER                            PIC X(163).
