      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKVPC.CPY
      *-----------------------------------------------------------------
      * Record layout for the PARTCTL control card that runs one of the
      * heavy full-file jobs (BBANK41P, BBANK55P, BBANK62P) as a single
      * account-range partition, and tells the BBANKB5P merge step
      * which job's partition output it is combining.
      *
      * A partition step's card names the job and the partition
      * number, e.g. BBANK41P03; the ranges themselves are on BNKPARM
      * (ACCNO-PARTS and ACCNO-PART-nn, resolved by DBANK67P). The
      * merge step's card names the job with partition 00. With no
      * card, or a blank one, the job runs over the whole account file
      * as it always has.
      *****************************************************************
000100 05  PCC-RECORD.
000200   10  PCC-JOB-NAME                          PIC X(8).
000300   10  PCC-PARTITION                         PIC X(2).
000400   10  PCC-PARTITION-NO REDEFINES PCC-PARTITION
000500                                              PIC 9(2).
000600   10  FILLER                                PIC X(70).
