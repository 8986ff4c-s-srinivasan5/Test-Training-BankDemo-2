      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKVCA.CPY
      *-----------------------------------------------------------------
      * Record layout for the BNKCASE VSAM file (customer complaint
      * and case log), maintained online through BBANKA3P/DBANK63P.
      * Each case is a header (line zero) followed by its history
      * lines in the order they happened - the opening, every status
      * change, owner reassignment and free-text note, and any
      * goodwill refund posted against it - so the log itself is the
      * proof of how and when the complaint was handled. A case
      * names the customer and account it concerns and, optionally,
      * the disputed BNKTXN posting (a BBANK55P fee is a BNKTXN
      * posting too) or BNKSUSP suspense item.
      *
      * A goodwill refund is never posted here: it is queued through
      * DBANK38P for a supervisor and posted by DBANK24P as a type
      * '3' adjustment carrying the case number, which then writes
      * the refund line and adds it to CSE-REC-REFUND-TOTAL.
      *
      * Case numbers are allocated from the control record (case
      * zero, line zero), the way BNKPEVT allocates its sequence.
      * BBANKA4P ages the open cases nightly in working days against
      * the CASE-SLA-DAYS parameters and lists every breach.
      * RECORD KEY  CSE-REC-KEY (case number + line number)
      *****************************************************************
000100 05  CSE-RECORD.
000200   10  CSE-REC-KEY.
000300       15  CSE-REC-CASE-NO                   PIC 9(8).
000400       15  CSE-REC-LINE-NO                   PIC 9(4).
000500   10  CSE-REC-TYPE                          PIC X(1).
000600       88  CSE-REC-TYPE-CONTROL              VALUE 'K'.
000700       88  CSE-REC-TYPE-CASE                 VALUE 'C'.
000800       88  CSE-REC-TYPE-LINE                 VALUE 'L'.
000900   10  CSE-REC-CASE.
001000       15  CSE-REC-PID                       PIC X(5).
001100       15  CSE-REC-ACCNO                     PIC X(10).
001200       15  CSE-REC-TXN-TS                    PIC X(26).
001300       15  CSE-REC-SUSP-ID                   PIC X(26).
001400       15  CSE-REC-CATEGORY                  PIC X(1).
001500           88  CSE-REC-CAT-POSTING           VALUE 'P'.
001600           88  CSE-REC-CAT-FEE               VALUE 'F'.
001700           88  CSE-REC-CAT-PAYMENT           VALUE 'X'.
001800           88  CSE-REC-CAT-SERVICE           VALUE 'S'.
001900           88  CSE-REC-CAT-OTHER             VALUE 'O'.
002000           88  CSE-REC-CAT-VALID             VALUE 'P' 'F' 'X'
002100                                                    'S' 'O'.
002200       15  CSE-REC-STATUS                    PIC X(1).
002300           88  CSE-REC-STATUS-OPEN           VALUE 'O'.
002400           88  CSE-REC-STATUS-INVESTIGATING  VALUE 'I'.
002500           88  CSE-REC-STATUS-AWAITING-CUST  VALUE 'W'.
002600           88  CSE-REC-STATUS-RESOLVED       VALUE 'R'.
002700           88  CSE-REC-STATUS-CLOSED         VALUE 'C'.
002800           88  CSE-REC-STATUS-ACTIVE         VALUE 'O' 'I' 'W'.
002900           88  CSE-REC-STATUS-VALID          VALUE 'O' 'I' 'W'
003000                                                    'R' 'C'.
003100       15  CSE-REC-OWNER                     PIC X(8).
003200       15  CSE-REC-OPENED-DATE               PIC X(8).
003300       15  CSE-REC-OPENED-BY                 PIC X(8).
003400       15  CSE-REC-RESOLVED-DATE             PIC X(8).
003500       15  CSE-REC-LAST-LINE-NO              PIC 9(4).
003600       15  CSE-REC-REFUND-TOTAL              PIC S9(9)V99 COMP-3.
003700       15  CSE-REC-SUMMARY                   PIC X(40).
003800       15  FILLER                            PIC X(36).
003900   10  CSE-REC-LINE REDEFINES CSE-REC-CASE.
004000       15  CSE-LIN-TIMESTAMP                 PIC X(16).
004100       15  CSE-LIN-BUS-DATE                  PIC X(8).
004200       15  CSE-LIN-BY                        PIC X(8).
004300       15  CSE-LIN-KIND                      PIC X(1).
004400           88  CSE-LIN-KIND-OPENED           VALUE 'O'.
004500           88  CSE-LIN-KIND-STATUS           VALUE 'S'.
004600           88  CSE-LIN-KIND-ASSIGNED         VALUE 'A'.
004700           88  CSE-LIN-KIND-NOTE             VALUE 'N'.
004800           88  CSE-LIN-KIND-REFUND           VALUE 'G'.
004900       15  CSE-LIN-OLD-STATUS                PIC X(1).
005000       15  CSE-LIN-NEW-STATUS                PIC X(1).
005100       15  CSE-LIN-OWNER                     PIC X(8).
005200       15  CSE-LIN-AMOUNT                    PIC S9(9)V99 COMP-3.
005300       15  CSE-LIN-POSTING-TS                PIC X(26).
005400       15  CSE-LIN-TEXT                      PIC X(60).
005500       15  FILLER                            PIC X(52).
005600   10  CSE-REC-CONTROL REDEFINES CSE-REC-CASE.
005700       15  CSE-CTL-LAST-CASE-NO              PIC 9(8).
005800       15  CSE-CTL-UPDATED-TS                PIC X(16).
005900       15  FILLER                            PIC X(163).
