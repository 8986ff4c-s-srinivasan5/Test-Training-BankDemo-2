      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKVDM.CPY
      *-----------------------------------------------------------------
      * Record layout for the BNKDDM VSAM file (direct debit mandate
      * register) - one record per account and originator reference,
      * the authority a customer gives an originator to collect from
      * the account. Set up and cancelled online through
      * BBANK82P/DBANK48P; read by the BBANK83P inbound collection
      * batch, which pays an item only against an active mandate and
      * stamps the mandate with the date and amount last collected.
      * A cancelled mandate stays on file so a late collection under
      * it is returned as cancelled rather than as no mandate; setting
      * the same reference up again reinstates it.
      * DDM-REC-MAX-AMOUNT zero means no per-collection limit.
      * RECORD KEY  DDM-REC-KEY (account + originator reference, so
      *             the account's mandates browse together; 26 bytes,
      *             the width of a BNKMAUD record key)
      *****************************************************************
000100 05  DDM-RECORD.
000200   10  DDM-REC-KEY.
000300       15  DDM-REC-ACCNO                     PIC X(10).
000400       15  DDM-REC-ORIG-REF                  PIC X(16).
000500   10  DDM-REC-ORIG-ID                       PIC X(8).
000600   10  DDM-REC-ORIG-NAME                     PIC X(30).
000700   10  DDM-REC-MAX-AMOUNT                    PIC S9(9)V99
000800                                              COMP-3.
000900   10  DDM-REC-STATUS                        PIC X(1).
001000       88  DDM-REC-STATUS-ACTIVE             VALUE '0' LOW-VALUES
001100                                                    SPACES.
001200       88  DDM-REC-STATUS-CANCELLED          VALUE '1'.
001300   10  DDM-REC-SETUP-BY                      PIC X(8).
001400   10  DDM-REC-SETUP-DATE                    PIC X(8).
001500   10  DDM-REC-CANCEL-BY                     PIC X(8).
001600   10  DDM-REC-CANCEL-DATE                   PIC X(8).
001700   10  DDM-REC-LAST-COLL-DATE                PIC X(8).
001800   10  DDM-REC-LAST-COLL-AMT                 PIC S9(9)V99
001900                                              COMP-3.
