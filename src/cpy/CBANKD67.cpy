      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKD67.CPY
      *-----------------------------------------------------------------
      * COMMAREA layout for DBANK67P, the account-range partition
      * resolver (plain CALLed, like DBANK54P). Given a job and a
      * partition number it returns the partition's account range off
      * BNKPARM as at CD67I-AS-OF-DATE, and the name the partition
      * runs under on BNKRUNC: BB + the job's number + '-' + the
      * partition, e.g. BB41P-03 for partition 3 of BBANK41P.
      *   ACCNO-PARTS       the number of partitions (2 to 10)
      *   ACCNO-PART-nn     the highest account number in partition nn;
      *                     the last partition has none and runs to the
      *                     end of the file
      * A partition covers the accounts after CD67O-AFTER-ACCNO up to
      * and including CD67O-TO-ACCNO. Partition 00 returns the count
      * only, for the merge step.
      *****************************************************************
000100 05  CD67-DATA.
000200   10  CD67I-DATA.
000300       15  CD67I-JOB-NAME                    PIC X(8).
000400       15  CD67I-PARTITION-NO                PIC 9(2).
000500       15  CD67I-AS-OF-DATE                  PIC X(8).
000600   10  CD67O-DATA.
000700       15  CD67O-PARTITION-COUNT             PIC 9(2).
000800       15  CD67O-PART-JOB-NAME               PIC X(8).
000900       15  CD67O-AFTER-ACCNO                 PIC X(10).
001000       15  CD67O-TO-ACCNO                    PIC X(10).
001100       15  CD67O-RESP-CODE                   PIC X(1).
001200           88  CD67O-RESP-OK                 VALUE '0' LOW-VALUES.
001300           88  CD67O-RESP-NOT-PARTITIONED    VALUE '1'.
001400           88  CD67O-RESP-INVALID            VALUE '4'.
001500       15  CD67O-RESP-MSG                    PIC X(40).
