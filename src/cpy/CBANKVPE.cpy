      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKVPE.CPY
      *-----------------------------------------------------------------
      * Record layout for the BNKPEVT VSAM file (posting events) - the
      * outbound interface through which the CRM, fraud and other
      * downstream systems see every money movement as it is posted
      * rather than from the next morning's journal or GL extract.
      * Every program that writes a BNKTXN posting raises one event
      * for it in the same unit of work: batch jobs by CALLing
      * DBANK59P, online data modules by LINKing to DBANK60P. The
      * BBANK97P delivery job hands the events to each registered
      * consumer (BNKPEVA) on the PEVOUT file, takes acknowledgements
      * and resend requests, and purges what every consumer has
      * acknowledged once it is older than PEV-RETAIN-DAYS.
      *
      * PEV-REC-SEQ-NO is allocated gap-free from the control record
      * (sequence zero), so a consumer that sees a jump knows it has
      * missed something and can ask for a resend from that number.
      *
      * Events are never withdrawn. When BBANKA6P backs the masters
      * out to an image it raises, with source program BBANKA6P, the
      * posting with its amount reversed for each posting it removes
      * or replaces, and the posting again for each one it writes
      * back, so a consumer's totals follow the restored BNKTXN.
      *
      * Interface version '01'. All fields are DISPLAY so the record
      * can be passed downstream byte for byte. Fields are only ever
      * added by carving them out of the reserved FILLER at the end,
      * and any change to the layout moves PEV-REC-VERSION on, so a
      * consumer can tell which layout it has been sent:
      *   PEV-REC-TXN-TIMESTAMP  key of the BNKTXN posting
      *   PEV-REC-ACCNO/PID      account and owning customer
      *   PEV-REC-TXN-TYPE       BNKTXN type ('1' to '4', CBANKVTX)
      *   PEV-REC-AMOUNT         signed, leading separate sign
      *   PEV-REC-POST-DATE      business date the posting belongs to
      *   PEV-REC-DESC/REF       description and reference decoded
      *                          from the type-specific payload the
      *                          way the statement prints them
      *   PEV-REC-SOURCE-PGM     program that made the posting
      *   PEV-REC-RAISED-TS      machine date and time of the event
      * The PEVOUT delivery file carries an 8-byte consumer id in
      * front of each record image.
      * RECORD KEY  PEV-REC-SEQ-NO
      *****************************************************************
000100 05  PEV-RECORD.
000200   10  PEV-REC-SEQ-NO                        PIC 9(12).
000300   10  PEV-REC-VERSION                       PIC X(2).
000400       88  PEV-REC-VERSION-CURRENT           VALUE '01'.
000500   10  PEV-REC-EVENT.
000600       15  PEV-REC-TXN-TIMESTAMP             PIC X(26).
000700       15  PEV-REC-ACCNO                     PIC X(10).
000800       15  PEV-REC-PID                       PIC X(5).
000900       15  PEV-REC-TXN-TYPE                  PIC X(1).
001000       15  PEV-REC-AMOUNT                    PIC S9(9)V99
001100                                  SIGN IS LEADING SEPARATE.
001200       15  PEV-REC-CURRENCY                  PIC X(3).
001300       15  PEV-REC-POST-DATE                 PIC X(8).
001400       15  PEV-REC-DESC                      PIC X(40).
001500       15  PEV-REC-REF                       PIC X(12).
001600       15  PEV-REC-SOURCE-PGM                PIC X(8).
001700       15  PEV-REC-RAISED-TS                 PIC X(16).
001800       15  FILLER                            PIC X(19).
001900   10  PEV-REC-CONTROL REDEFINES PEV-REC-EVENT.
002000       15  PEV-CTL-LAST-SEQ-NO               PIC 9(12).
002100       15  PEV-CTL-PURGED-TO-SEQ             PIC 9(12).
002200       15  PEV-CTL-UPDATED-TS                PIC X(16).
002300       15  FILLER                            PIC X(120).
