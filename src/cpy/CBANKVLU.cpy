      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKVLU.CPY
      *-----------------------------------------------------------------
      * Record layout for the BNKLUSE VSAM file (customer self-service
      * running day totals) - one record per customer holding, for
      * each BNKLIMT channel, the value and number of items used
      * against the limits on the business day in LUS-REC-BUS-DATE.
      * Totals stamped with an earlier business date count as nothing
      * used, so they start again from zero once the BBANK53P cutover
      * has advanced the business date. Maintained by DBANK66P.
      * RECORD KEY  LUS-REC-PID
      *****************************************************************
000100 05  LUS-RECORD.
000200   10  LUS-REC-PID                           PIC X(5).
000300   10  LUS-REC-BUS-DATE                      PIC X(8).
000400   10  LUS-REC-CHANNEL OCCURS 3 TIMES.
000500     15  LUS-REC-DAY-VALUE                   PIC S9(11)V99 COMP-3.
000600     15  LUS-REC-DAY-COUNT                   PIC S9(5) COMP-3.
000700   10  LUS-REC-UPDATED-TS                    PIC X(26).
000800   10  FILLER                                PIC X(20).
