      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKVCL.CPY
      *-----------------------------------------------------------------
      * Record layout for the BNKCLRS VSAM file (clearing settlement
      * register) kept by BBANK94P. One row per clearing cycle per
      * stream exchanged with the clearing house - the cycle is the
      * business date the files were produced on, the stream one of
      * the clearing files (CI CHQIN, CR RETOUT, IC INCLR, IR
      * INRETOUT, SO OUTCLR, WP WHOUTCLR, RR CLRRET) - plus an NT row
      * holding the net figure the clearing house settled the cycle
      * at. Our side is rebuilt from the files the night they are
      * written; the clearing house side comes from its settlement
      * statement. A row stays on the register as a break until the
      * two sides agree or operations mark it resolved, and is
      * purged once its whole cycle is clean and old enough.
      * RECORD KEY  CLS-REC-KEY (cycle date + stream)
      *****************************************************************
000100 05  CLS-RECORD.
000200   10  CLS-REC-KEY.
000300     15  CLS-REC-CYCLE-DATE                  PIC X(8).
000400     15  CLS-REC-STREAM                      PIC X(2).
000500   10  CLS-REC-DIRECTION                     PIC X(1).
000600       88  CLS-REC-DIR-DEBIT                 VALUE 'D'.
000700       88  CLS-REC-DIR-CREDIT                VALUE 'C'.
000800       88  CLS-REC-DIR-NET                   VALUE 'N'.
000900   10  CLS-REC-OUR-FLAG                      PIC X(1).
001000       88  CLS-REC-OUR-BUILT                 VALUE 'Y'.
001100       88  CLS-REC-OUR-FILE-MISSING          VALUE 'M'.
001200       88  CLS-REC-OUR-NONE                  VALUE SPACES
001300                                                    LOW-VALUES.
001400   10  CLS-REC-OUR-COUNT                     PIC S9(7) COMP-3.
001500   10  CLS-REC-OUR-AMOUNT                    PIC S9(13)V99
001600                                              COMP-3.
001700   10  CLS-REC-CH-FLAG                       PIC X(1).
001800       88  CLS-REC-CH-RECEIVED               VALUE 'Y'.
001900       88  CLS-REC-CH-NOT-RECEIVED           VALUE 'N' SPACES
002000                                                    LOW-VALUES.
002100   10  CLS-REC-CH-COUNT                      PIC S9(7) COMP-3.
002200   10  CLS-REC-CH-AMOUNT                     PIC S9(13)V99
002300                                              COMP-3.
002400   10  CLS-REC-STATUS                        PIC X(1).
002500       88  CLS-REC-STATUS-PENDING            VALUE '0' SPACES
002600                                                    LOW-VALUES.
002700       88  CLS-REC-STATUS-MATCHED            VALUE 'M'.
002800       88  CLS-REC-STATUS-BREAK              VALUE 'B'.
002900       88  CLS-REC-STATUS-RESOLVED           VALUE 'R'.
003000   10  CLS-REC-BREAK-DATE                    PIC X(8).
003100   10  CLS-REC-RESOLVED-BY                   PIC X(8).
003200   10  CLS-REC-RESOLVED-DATE                 PIC X(8).
003300   10  CLS-REC-RESOLVED-NOTE                 PIC X(30).
003400   10  CLS-REC-UPDATED-DATE                  PIC X(8).
