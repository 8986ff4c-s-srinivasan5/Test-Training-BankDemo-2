      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKVPA.CPY
      *-----------------------------------------------------------------
      * Record layout for the BNKPEVA VSAM file (posting event
      * consumers) - one record per downstream system taking the
      * BNKPEVT posting events, maintained by the BBANK97P delivery
      * job from its PEVCTLIN control cards. PEA-REC-LAST-SENT-SEQ
      * is how far the consumer has been sent; PEA-REC-LAST-ACK-SEQ
      * is how far it has confirmed receipt. Nothing above the lowest
      * acknowledged sequence of any consumer is ever purged, so an
      * outage downstream is recovered by a resend rather than lost.
      * RECORD KEY  PEA-REC-CONSUMER
      *****************************************************************
000100 05  PEA-RECORD.
000200   10  PEA-REC-CONSUMER                      PIC X(8).
000300   10  PEA-REC-LAST-SENT-SEQ                 PIC 9(12).
000400   10  PEA-REC-LAST-ACK-SEQ                  PIC 9(12).
000500   10  PEA-REC-REGISTERED-DATE               PIC X(8).
000600   10  PEA-REC-LAST-SENT-DATE                PIC X(8).
000700   10  PEA-REC-LAST-ACK-DATE                 PIC X(8).
000800   10  FILLER                                PIC X(20).
