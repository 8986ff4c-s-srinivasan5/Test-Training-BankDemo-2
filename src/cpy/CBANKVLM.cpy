      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKVLM.CPY
      *-----------------------------------------------------------------
      * Record layout for the BNKLIMT VSAM file (customer self-service
      * limit profiles). A profile gives, for each channel, a daily
      * value limit, a daily count limit and a single-item limit; a
      * zero limit is no limit. A customer's own profile (kind 'C',
      * keyed by PID) overrides the default for their BNKCUST
      * BCS-REC-RISK-RATING (kind 'R', keyed by the rating). Kept by
      * BBANKB4P/DBANK66P, every change journaled to BNKMAUD; checked
      * by DBANK66P for BBANK33P transfers and BBANK20P payments.
      * Channel 1 is the own-account transfer entered at a terminal,
      * 2 the warehoused payment and 3 a transfer from the mobile/web
      * channel.
      * RECORD KEY  LMT-REC-KEY (kind + PID or risk rating)
      *****************************************************************
000100 05  LMT-RECORD.
000200   10  LMT-REC-KEY.
000300     15  LMT-REC-KIND                        PIC X(1).
000400         88  LMT-REC-CUSTOMER                VALUE 'C'.
000500         88  LMT-REC-RISK-DEFAULT            VALUE 'R'.
000600     15  LMT-REC-ID                          PIC X(5).
000700   10  LMT-REC-CHANNEL OCCURS 3 TIMES.
000800     15  LMT-REC-DAY-VALUE                   PIC S9(9)V99 COMP-3.
000900     15  LMT-REC-DAY-COUNT                   PIC S9(5) COMP-3.
001000     15  LMT-REC-ITEM-VALUE                  PIC S9(9)V99 COMP-3.
001100   10  LMT-REC-UPDATED-BY                    PIC X(8).
001200   10  LMT-REC-UPDATED-TS                    PIC X(26).
001300   10  FILLER                                PIC X(20).
