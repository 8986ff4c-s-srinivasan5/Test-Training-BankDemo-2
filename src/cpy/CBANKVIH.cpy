      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKVIH.CPY
      *-----------------------------------------------------------------
      * Layout of the IMGHDR line that identifies a BBANKA5P image
      * copy of the posting masters (BNKACC, BNKTXN, BNKTXNV and
      * BNKSUSP, copied whole to the IMGACC, IMGTXN, IMGTXNV and
      * IMGSUSP clusters). It names the BNKRUNC business date the
      * image belongs to, the job it was taken ahead of ('*WINDOW'
      * for the image taken before the batch window opens), when it
      * was taken and how many records of each file it holds.
      * BBANKA5P empties IMGHDR when it starts and writes this line
      * only once every file has copied cleanly, so an image without
      * one is incomplete and the BBANKA6P backout refuses it.
      *****************************************************************
000100 05  IMH-RECORD.
000200   10  IMH-REC-ID                            PIC X(8).
000300       88  IMH-REC-ID-VALID                  VALUE 'IMGHDR01'.
000400   10  IMH-BUSINESS-DATE                     PIC X(8).
000500   10  IMH-BEFORE-JOB                        PIC X(8).
000600       88  IMH-BEFORE-WINDOW                 VALUE '*WINDOW'.
000700   10  IMH-TAKEN-TS                          PIC X(16).
000800   10  IMH-ACC-COUNT                         PIC 9(9).
000900   10  IMH-TXN-COUNT                         PIC 9(9).
001000   10  IMH-TXNV-COUNT                        PIC 9(9).
001100   10  IMH-SUSP-COUNT                        PIC 9(9).
001200   10  FILLER                                PIC X(24).
