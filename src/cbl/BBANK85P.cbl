000100*****************************************************************
000200*                                                               *
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
000400*   This demonstration program is provided for use by users     *
000500*   of Micro Focus products and may be used, modified and       *
000600*   distributed as part of your application provided that       *
000700*   you properly acknowledge the copyright of Micro Focus       *
000800*   in this material.                                           *
000900*                                                               *
001000*****************************************************************
001100
001200*****************************************************************
001300* Program:     BBANK85P.CBL                                     *
001400* Function:    Month-end loan loss provisioning and write-off   *
001500*              proposal                                         *
001600*                                                               *
001700* Turns the arrears position into an accounting provision.      *
001800* Every loan with unpaid instalments and every deposit account  *
001900* overdrawn is aged into the same under-30/30/60/90-plus day    *
002000* buckets the BBANK70P arrears report uses - a loan by its      *
002100* oldest instalment due and unpaid, a deposit account by how    *
002200* long it has been overdrawn - and the bucket's BNKPARM         *
002300* percentage (hundredths of a percent) is applied to the        *
002400* exposure. A deposit account overdrawn for under 30 days is    *
002500* ordinary facility use and carries no provision.               *
002600*                                                               *
002700* The provision now required is set against what the BNKPROV    *
002800* register holds for the account from last month; the movement, *
002900* summarized by account type and currency, is written to the    *
003000* PROVGL file which the BBANK54P GL extract books through the   *
003100* BNKGLMP mapping under kind 'V', the same way it books the     *
003200* ACCRGL accrual movement. An account back in order releases    *
003300* its provision the same way.                                   *
003400*                                                               *
003500* An account aged past the write-off threshold (WOFF-DAYS days  *
003600* past due) is flagged on BNKPROV and listed on the WOFFPROP    *
003700* write-off proposal report. Nothing is written off here: the   *
003800* write-off is raised online through BBANK86P and only posts    *
003900* once a supervisor approves it off the BNKPEND dual-control    *
004000* queue. Written-off accounts take no further part.             *
004100*                                                               *
004200* Operations schedule the job once a month at month-end, before *
004300* the GL extract, and the per-date rerun protection stops a     *
004400* doubled submission rebasing the register and losing the       *
004500* month's movement.                                             *
004600*****************************************************************
004700
004800 IDENTIFICATION DIVISION.
004900 PROGRAM-ID.
005000     BBANK85P.
005100 DATE-WRITTEN.
005200     October 2026.
005300 DATE-COMPILED.
005400     Today.
005500
005600 ENVIRONMENT DIVISION.
005700
005800 INPUT-OUTPUT   SECTION.
005900   FILE-CONTROL.
006000     SELECT BNKACC-FILE
006100            ASSIGN       TO BNKACC
006200            ORGANIZATION IS INDEXED
006300            ACCESS MODE  IS DYNAMIC
006400            RECORD KEY   IS BAC-REC-ACCNO
006500            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
006600            FILE STATUS  IS WS-BNKACC-STATUS.
006700
006800     SELECT BNKATYP-FILE
006900            ASSIGN       TO BNKATYP
007000            ORGANIZATION IS INDEXED
007100            ACCESS MODE  IS RANDOM
007200            RECORD KEY   IS BAT-REC-TYPE
007300            FILE STATUS  IS WS-BNKATYP-STATUS.
007400
007500     SELECT BNKLNSCH-FILE
007600            ASSIGN       TO BNKLNSCH
007700            ORGANIZATION IS INDEXED
007800            ACCESS MODE  IS DYNAMIC
007900            RECORD KEY   IS LNS-REC-KEY
008000            FILE STATUS  IS WS-BNKLNSCH-STATUS.
008100
008200     SELECT OPTIONAL BNKPROV-FILE
008300            ASSIGN       TO BNKPROV
008400            ORGANIZATION IS INDEXED
008500            ACCESS MODE  IS RANDOM
008600            RECORD KEY   IS PRV-REC-ACCNO
008700            FILE STATUS  IS WS-BNKPROV-STATUS.
008800
008900     SELECT PROVGL-FILE
009000            ASSIGN       TO PROVGL
009100            ORGANIZATION IS LINE SEQUENTIAL
009200            FILE STATUS  IS WS-PROVGL-STATUS.
009300
009400     SELECT PROV-FILE
009500            ASSIGN       TO PROVRPT
009600            ORGANIZATION IS LINE SEQUENTIAL
009700            FILE STATUS  IS WS-PROV-STATUS.
009800
009900     SELECT WOFF-FILE
010000            ASSIGN       TO WOFFPROP
010100            ORGANIZATION IS LINE SEQUENTIAL
010200            FILE STATUS  IS WS-WOFF-STATUS.
010300
010400 DATA DIVISION.
010500
010600 FILE SECTION.
010700 FD  BNKACC-FILE.
010800 01  BNKACC-REC.
010900 COPY CBANKVAC.
011000
011100 FD  BNKATYP-FILE.
011200 01  BNKATYP-REC.
011300 COPY CBANKVAT.
011400
011500 FD  BNKLNSCH-FILE.
011600 01  BNKLNSCH-REC.
011700 COPY CBANKVLS.
011800
011900 FD  BNKPROV-FILE.
012000 01  BNKPROV-REC.
012100 COPY CBANKVPV.
012200
012300 FD  PROVGL-FILE.
012400 01  PROVGL-REC.
012500   05  PVG-REC-DATE                          PIC X(8).
012600   05  PVG-REC-TYPE                          PIC X(3).
012700   05  PVG-REC-CCY                           PIC X(3).
012800   05  PVG-REC-AMOUNT                        PIC S9(11)V99
012900       SIGN LEADING SEPARATE.
013000
013100 FD  PROV-FILE.
013200 01  PROV-LINE                                PIC X(80).
013300
013400 FD  WOFF-FILE.
013500 01  WOFF-LINE                                PIC X(80).
013600
013700 WORKING-STORAGE SECTION.
013800 01  WS-MISC-STORAGE.
013900   05  WS-PROGRAM-ID                         PIC X(8)
014000       VALUE 'BBANK85P'.
014100   05  WS-BNKACC-STATUS                      PIC X(2).
014200   05  WS-BNKATYP-STATUS                     PIC X(2).
014300   05  WS-BNKLNSCH-STATUS                    PIC X(2).
014400   05  WS-BNKPROV-STATUS                     PIC X(2).
014500   05  WS-PROVGL-STATUS                      PIC X(2).
014600   05  WS-PROV-STATUS                        PIC X(2).
014700   05  WS-WOFF-STATUS                        PIC X(2).
014800   05  WS-MORE-ACCOUNTS                      PIC X(1) VALUE 'Y'.
014900       88  WS-MORE-ACCOUNTS-EXIST             VALUE 'Y'.
015000       88  WS-NO-MORE-ACCOUNTS               VALUE 'N'.
015100   05  WS-TYPE-FOUND-FLAG                    PIC X(1).
015200       88  WS-TYPE-FOUND                      VALUE 'Y'.
015300       88  WS-TYPE-NOT-FOUND                  VALUE 'N'.
015400   05  WS-PROV-FOUND-FLAG                    PIC X(1).
015500       88  WS-PROV-FOUND                      VALUE 'Y'.
015600       88  WS-PROV-NOT-FOUND                  VALUE 'N'.
015700   05  WS-MORE-ROWS                          PIC X(1).
015800       88  WS-MORE-ROWS-EXIST                 VALUE 'Y'.
015900       88  WS-NO-MORE-ROWS                   VALUE 'N'.
016000   05  WS-TODAY-DATE                         PIC 9(8).
016100   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
016200                                              PIC X(8).
016300   05  WS-BUSINESS-DATE                      PIC X(8).
016400   05  WS-BUSDATE-NUM                        PIC 9(8).
016500   05  WS-BUSDATE-NUM-X REDEFINES WS-BUSDATE-NUM
016600                                              PIC X(8).
016700   05  WS-FROM-NUM                           PIC 9(8).
016800   05  WS-FROM-NUM-X REDEFINES WS-FROM-NUM    PIC X(8).
016900   05  WS-OLDEST-DUE                         PIC X(8).
017000   05  WS-OD-SINCE                           PIC X(8).
017100   05  WS-DAYS-PAST-DUE                      PIC S9(5).
017200   05  WS-BUCKET                             PIC 9(1).
017300   05  WS-BUCKET-SUB                         PIC 9(1).
017400   05  WS-EXPOSURE                           PIC S9(9)V99.
017500   05  WS-PCT                                PIC 9(5).
017600   05  WS-REQUIRED                           PIC S9(9)V99.
017700   05  WS-HELD                               PIC S9(9)V99.
017800   05  WS-MOVEMENT                           PIC S9(9)V99.
017900   05  WS-WOFF-DAYS                          PIC 9(5) VALUE 180.
018000   05  WS-ACCOUNT-COUNT                      PIC 9(7) VALUE 0.
018100   05  WS-PROVIDED-COUNT                     PIC 9(7) VALUE 0.
018200   05  WS-PROPOSED-COUNT                     PIC 9(7) VALUE 0.
018300   05  WS-TOTAL-PROVISION                    PIC S9(11)V99
018400       VALUE 0.
018500   05  WS-TOTAL-MOVEMENT                     PIC S9(11)V99
018600       VALUE 0.
018700   05  WS-PROVGL-SUB                         PIC 9(3).
018800   05  WS-PROVGL-MAX                         PIC 9(3) VALUE 0.
018900
019000* Provision percentage per arrears bucket, in hundredths of a
019100* percent - the built-in defaults, each replaceable on BNKPARM
019200 01  WS-PCT-VALUES.
019300   05  FILLER                                PIC 9(5) VALUE 100.
019400   05  FILLER                                PIC 9(5) VALUE 1000.
019500   05  FILLER                                PIC 9(5) VALUE 2500.
019600   05  FILLER                                PIC 9(5) VALUE 5000.
019700 01  WS-PCT-TABLE REDEFINES WS-PCT-VALUES.
019800   05  WS-BUCKET-PCT                         PIC 9(5)
019900       OCCURS 4 TIMES.
020000
020100 01  WS-BUCKET-TOTALS.
020200   05  WS-BUCKET-TOTAL-ENTRY OCCURS 4 TIMES.
020300     10  WS-BKT-COUNT                        PIC 9(7).
020400     10  WS-BKT-EXPOSURE                     PIC S9(11)V99.
020500     10  WS-BKT-PROVISION                    PIC S9(11)V99.
020600
020700 01  WS-BUCKET-NAMES-VALUES.
020800   05  FILLER                                PIC X(10) VALUE
020900       'UNDER 30  '.
021000   05  FILLER                                PIC X(10) VALUE
021100       '30-59 DAYS'.
021200   05  FILLER                                PIC X(10) VALUE
021300       '60-89 DAYS'.
021400   05  FILLER                                PIC X(10) VALUE
021500       '90 PLUS   '.
021600 01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAMES-VALUES.
021700   05  WS-BUCKET-NAME                        PIC X(10)
021800       OCCURS 4 TIMES.
021900
022000 01  WS-PROVGL-TABLE-AREA.
022100   05  WS-PROVGL-ENTRY OCCURS 100 TIMES.
022200     10  WS-PGL-TYPE                         PIC X(3).
022300     10  WS-PGL-CCY                          PIC X(3).
022400     10  WS-PGL-AMOUNT                       PIC S9(11)V99.
022500
022600 01  WS-PROV-HEADING.
022700   05  FILLER                                PIC X(30) VALUE
022800       'LOAN LOSS PROVISION REPORT    '.
022900   05  WS-PROV-HDG-DATE                      PIC X(8).
023000   05  FILLER                                PIC X(42) VALUE
023100       SPACES.
023200
023300 01  WS-PROV-COLUMN-HEADING.
023400   05  FILLER                                PIC X(40) VALUE
023500       '  ACCOUNT    TYP CCY BUCKET      DAYS   '.
023600   05  FILLER                                PIC X(40) VALUE
023700       '   EXPOSURE   PCT  PROVISION   MOVEMENT '.
023800
023900 01  WS-PROV-DETAIL-LINE.
024000   05  FILLER                                PIC X(2) VALUE
024100       SPACES.
024200   05  WS-DET-ACCNO                          PIC X(10).
024300   05  FILLER                                PIC X(1) VALUE
024400       SPACES.
024500   05  WS-DET-TYPE                           PIC X(3).
024600   05  FILLER                                PIC X(1) VALUE
024700       SPACES.
024800   05  WS-DET-CCY                            PIC X(3).
024900   05  FILLER                                PIC X(1) VALUE
025000       SPACES.
025100   05  WS-DET-BUCKET                         PIC X(10).
025200   05  FILLER                                PIC X(1) VALUE
025300       SPACES.
025400   05  WS-DET-DAYS                           PIC ZZZZ9.
025500   05  FILLER                                PIC X(1) VALUE
025600       SPACES.
025700   05  WS-DET-EXPOSURE                       PIC -(7)9.99.
025800   05  FILLER                                PIC X(1) VALUE
025900       SPACES.
026000   05  WS-DET-PCT                            PIC ZZ9.99.
026100   05  WS-DET-PROVISION                      PIC -(7)9.99.
026200   05  WS-DET-MOVEMENT                       PIC -(7)9.99.
026300
026400 01  WS-PROV-BUCKET-LINE.
026500   05  FILLER                                PIC X(2) VALUE
026600       SPACES.
026700   05  WS-BKL-NAME                           PIC X(10).
026800   05  FILLER                                PIC X(2) VALUE
026900       SPACES.
027000   05  WS-BKL-COUNT                          PIC ZZZZZZ9.
027100   05  FILLER                                PIC X(11) VALUE
027200       ' EXPOSURE  '.
027300   05  WS-BKL-EXPOSURE                       PIC -(10)9.99.
027400   05  FILLER                                PIC X(12) VALUE
027500       '  PROVISION '.
027600   05  WS-BKL-PROVISION                      PIC -(10)9.99.
027700   05  FILLER                                PIC X(8) VALUE
027800       SPACES.
027900
028000 01  WS-PROV-TRAILER-LINE.
028100   05  FILLER                                PIC X(18) VALUE
028200       'ACCOUNTS AT RISK: '.
028300   05  WS-TRL-PROVIDED-COUNT                 PIC ZZZZZZ9.
028400   05  FILLER                                PIC X(13) VALUE
028500       '  PROVISION: '.
028600   05  WS-TRL-PROVISION                      PIC -(10)9.99.
028700   05  FILLER                                PIC X(12) VALUE
028800       '  MOVEMENT: '.
028900   05  WS-TRL-MOVEMENT                       PIC -(10)9.99.
029000   05  FILLER                                PIC X(2) VALUE
029100       SPACES.
029200
029300 01  WS-WOFF-HEADING.
029400   05  FILLER                                PIC X(30) VALUE
029500       'WRITE-OFF PROPOSALS           '.
029600   05  WS-WOFF-HDG-DATE                      PIC X(8).
029700   05  FILLER                                PIC X(42) VALUE
029800       SPACES.
029900
030000 01  WS-WOFF-DETAIL-LINE.
030100   05  FILLER                                PIC X(2) VALUE
030200       SPACES.
030300   05  WS-WDET-ACCNO                         PIC X(10).
030400   05  FILLER                                PIC X(2) VALUE
030500       SPACES.
030600   05  WS-WDET-PID                           PIC X(5).
030700   05  FILLER                                PIC X(2) VALUE
030800       SPACES.
030900   05  WS-WDET-TYPE                          PIC X(3).
031000   05  FILLER                                PIC X(1) VALUE
031100       SPACES.
031200   05  WS-WDET-CCY                           PIC X(3).
031300   05  FILLER                                PIC X(2) VALUE
031400       SPACES.
031500   05  WS-WDET-DAYS                          PIC ZZZZ9.
031600   05  FILLER                                PIC X(6) VALUE
031700       ' DAYS '.
031800   05  WS-WDET-EXPOSURE                      PIC -(9)9.99.
031900   05  FILLER                                PIC X(2) VALUE
032000       SPACES.
032100   05  WS-WDET-PROVISION                     PIC -(9)9.99.
032200   05  FILLER                                PIC X(9) VALUE
032300       SPACES.
032400
032500 01  WS-WOFF-TRAILER-LINE.
032600   05  FILLER                                PIC X(22) VALUE
032700       'ACCOUNTS PROPOSED:    '.
032800   05  WS-TRL-PROPOSED-COUNT                 PIC ZZZZZZ9.
032900   05  FILLER                                PIC X(51) VALUE
033000       SPACES.
033100
033200 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
033300     88  WS-RUN-ALLOWED                     VALUE 'Y'.
033400     88  WS-RUN-REFUSED                     VALUE 'N'.
033500
033600 01  WS-RUNC-DATA.
033700 COPY CBANKD53.
033800
033900 01  WS-PARM-DATA.
034000 COPY CBANKD54.
034100
034200 PROCEDURE DIVISION.
034300*****************************************************************
034400* Main line of control                                          *
034500*****************************************************************
034600     PERFORM CHECK-RUN-CONTROL THRU
034700             CHECK-RUN-CONTROL-EXIT.
034800     IF WS-RUN-ALLOWED
034900        PERFORM INITIALIZE-RUN THRU
035000                INITIALIZE-RUN-EXIT
035100        PERFORM PROCESS-ACCOUNT THRU
035200                PROCESS-ACCOUNT-EXIT
035300           UNTIL WS-NO-MORE-ACCOUNTS
035400        PERFORM TERMINATE-RUN THRU
035500                TERMINATE-RUN-EXIT
035600     END-IF.
035700     GOBACK.
035800
035900*****************************************************************
036000* Register this run with run control before anything is         *
036100* opened - the run rebases the provision register, so a         *
036200* completed run cannot be submitted twice for the same business *
036300* date, and the arrears it ages must be tonight's               *
036400*****************************************************************
036500 CHECK-RUN-CONTROL.
036600     MOVE SPACES TO CD53-DATA.
036700     SET CD53-REQUESTED-START TO TRUE.
036800     MOVE 'BBANK85P' TO CD53I-JOB-NAME.
036900     MOVE 'BBANK70P' TO CD53I-PREDECESSOR.
037000     SET CD53I-POSTING-JOB TO TRUE.
037100     CALL 'DBANK53P' USING WS-RUNC-DATA.
037200     IF NOT CD53O-RESP-OK
037300        SET WS-RUN-REFUSED TO TRUE
037400        DISPLAY 'BBANK85P - RUN REFUSED BY RUN CONTROL: '
037500                CD53O-RESP-MSG
037600     END-IF.
037700 CHECK-RUN-CONTROL-EXIT.
037800     EXIT.
037900
038000*****************************************************************
038100* Open the files, resolve the bucket percentages and write-off  *
038200* threshold, and prime the account scan                         *
038300*****************************************************************
038400 INITIALIZE-RUN.
038500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
038600     MOVE CD53O-BUSINESS-DATE TO WS-BUSINESS-DATE.
038700     IF WS-BUSINESS-DATE IS EQUAL TO SPACES OR
038800        WS-BUSINESS-DATE IS EQUAL TO LOW-VALUES
038900        MOVE WS-TODAY-DATE-X TO WS-BUSINESS-DATE
039000     END-IF.
039100     MOVE WS-BUSINESS-DATE TO WS-BUSDATE-NUM-X.
039200     MOVE 'PROV-PCT-CURRENT' TO CD54I-NAME.
039300     MOVE 1 TO WS-BUCKET-SUB.
039400     PERFORM RESOLVE-BUCKET-PCT THRU
039500             RESOLVE-BUCKET-PCT-EXIT.
039600     MOVE 'PROV-PCT-30' TO CD54I-NAME.
039700     MOVE 2 TO WS-BUCKET-SUB.
039800     PERFORM RESOLVE-BUCKET-PCT THRU
039900             RESOLVE-BUCKET-PCT-EXIT.
040000     MOVE 'PROV-PCT-60' TO CD54I-NAME.
040100     MOVE 3 TO WS-BUCKET-SUB.
040200     PERFORM RESOLVE-BUCKET-PCT THRU
040300             RESOLVE-BUCKET-PCT-EXIT.
040400     MOVE 'PROV-PCT-90' TO CD54I-NAME.
040500     MOVE 4 TO WS-BUCKET-SUB.
040600     PERFORM RESOLVE-BUCKET-PCT THRU
040700             RESOLVE-BUCKET-PCT-EXIT.
040800     MOVE SPACES TO CD54-DATA.
040900     MOVE 'WOFF-DAYS' TO CD54I-NAME.
041000     MOVE WS-BUSINESS-DATE TO CD54I-AS-OF-DATE.
041100     CALL 'DBANK54P' USING WS-PARM-DATA.
041200     IF CD54O-FOUND
041300        MOVE CD54O-VALUE-NUM TO WS-WOFF-DAYS
041400     END-IF.
041500     MOVE LOW-VALUES TO WS-BUCKET-TOTALS.
041600     PERFORM CLEAR-BUCKET-TOTAL THRU
041700             CLEAR-BUCKET-TOTAL-EXIT
041800        VARYING WS-BUCKET-SUB FROM 1 BY 1
041900        UNTIL WS-BUCKET-SUB > 4.
042000     OPEN INPUT BNKACC-FILE.
042100     OPEN INPUT BNKATYP-FILE.
042200     OPEN INPUT BNKLNSCH-FILE.
042300     OPEN I-O   BNKPROV-FILE.
042400     OPEN OUTPUT PROVGL-FILE.
042500     OPEN OUTPUT PROV-FILE.
042600     OPEN OUTPUT WOFF-FILE.
042700     MOVE WS-BUSINESS-DATE TO WS-PROV-HDG-DATE.
042800     WRITE PROV-LINE FROM WS-PROV-HEADING.
042900     WRITE PROV-LINE FROM WS-PROV-COLUMN-HEADING.
043000     MOVE WS-BUSINESS-DATE TO WS-WOFF-HDG-DATE.
043100     WRITE WOFF-LINE FROM WS-WOFF-HEADING.
043200     SET WS-MORE-ACCOUNTS-EXIST TO TRUE.
043300     MOVE LOW-VALUES TO BAC-REC-ACCNO.
043400     START BNKACC-FILE KEY GREATER THAN BAC-REC-ACCNO
043500          INVALID KEY SET WS-NO-MORE-ACCOUNTS TO TRUE
043600     END-START.
043700     IF WS-MORE-ACCOUNTS-EXIST
043800        READ BNKACC-FILE NEXT RECORD
043900             AT END SET WS-NO-MORE-ACCOUNTS TO TRUE
044000        END-READ
044100     END-IF.
044200 INITIALIZE-RUN-EXIT.
044300     EXIT.
044400
044500*****************************************************************
044600* Resolve one bucket's percentage from BNKPARM, keeping the     *
044700* built-in default when there is no row                         *
044800*****************************************************************
044900 RESOLVE-BUCKET-PCT.
045000     MOVE WS-BUSINESS-DATE TO CD54I-AS-OF-DATE.
045100     MOVE SPACES TO CD54O-DATA.
045200     CALL 'DBANK54P' USING WS-PARM-DATA.
045300     IF CD54O-FOUND
045400        MOVE CD54O-VALUE-NUM TO WS-BUCKET-PCT (WS-BUCKET-SUB)
045500     END-IF.
045600 RESOLVE-BUCKET-PCT-EXIT.
045700     EXIT.
045800
045900 CLEAR-BUCKET-TOTAL.
046000     MOVE 0 TO WS-BKT-COUNT (WS-BUCKET-SUB).
046100     MOVE 0 TO WS-BKT-EXPOSURE (WS-BUCKET-SUB).
046200     MOVE 0 TO WS-BKT-PROVISION (WS-BUCKET-SUB).
046300 CLEAR-BUCKET-TOTAL-EXIT.
046400     EXIT.
046500
046600*****************************************************************
046700* Provision the account currently held in BNKACC-REC, then      *
046800* advance to the next one. Closed and written-off accounts take *
046900* no part, nor do term deposits, which cannot be overdrawn.     *
047000*****************************************************************
047100 PROCESS-ACCOUNT.
047200     ADD 1 TO WS-ACCOUNT-COUNT.
047300     IF BAC-REC-STATUS-CLOSED OR BAC-REC-STATUS-WRITTEN-OFF
047400        GO TO PROCESS-ACCOUNT-NEXT
047500     END-IF.
047600     MOVE BAC-REC-TYPE TO BAT-REC-TYPE.
047700     SET WS-TYPE-FOUND TO TRUE.
047800     READ BNKATYP-FILE
047900          INVALID KEY SET WS-TYPE-NOT-FOUND TO TRUE
048000     END-READ.
048100     IF WS-TYPE-FOUND AND BAT-REC-CLASS-TERM
048200        GO TO PROCESS-ACCOUNT-NEXT
048300     END-IF.
048400     MOVE BAC-REC-ACCNO TO PRV-REC-ACCNO.
048500     SET WS-PROV-FOUND TO TRUE.
048600     READ BNKPROV-FILE
048700          INVALID KEY SET WS-PROV-NOT-FOUND TO TRUE
048800     END-READ.
048900     IF WS-PROV-FOUND AND PRV-REC-STATUS-WRITTEN-OFF
049000        GO TO PROCESS-ACCOUNT-NEXT
049100     END-IF.
049200     MOVE 0 TO WS-HELD.
049300     IF WS-PROV-FOUND AND PRV-REC-PROVISION IS NUMERIC
049400        MOVE PRV-REC-PROVISION TO WS-HELD
049500     END-IF.
049600     MOVE 0 TO WS-EXPOSURE.
049700     MOVE 0 TO WS-DAYS-PAST-DUE.
049800     MOVE SPACES TO WS-OD-SINCE.
049900     IF BAC-REC-BALANCE IS LESS THAN 0
050000        COMPUTE WS-EXPOSURE = 0 - BAC-REC-BALANCE
050100     END-IF.
050200     IF WS-TYPE-FOUND AND BAT-REC-CLASS-LOAN
050300        PERFORM AGE-LOAN THRU
050400                AGE-LOAN-EXIT
050500     ELSE
050600        PERFORM AGE-OVERDRAFT THRU
050700                AGE-OVERDRAFT-EXIT
050800     END-IF.
050900     EVALUATE TRUE
051000       WHEN WS-DAYS-PAST-DUE IS LESS THAN 30
051100         MOVE 0 TO WS-BUCKET
051200       WHEN WS-DAYS-PAST-DUE IS LESS THAN 60
051300         MOVE 1 TO WS-BUCKET
051400       WHEN WS-DAYS-PAST-DUE IS LESS THAN 90
051500         MOVE 2 TO WS-BUCKET
051600       WHEN OTHER
051700         MOVE 3 TO WS-BUCKET
051800     END-EVALUATE.
051900     COMPUTE WS-BUCKET-SUB = WS-BUCKET + 1.
052000     MOVE WS-BUCKET-PCT (WS-BUCKET-SUB) TO WS-PCT.
052100* A loan carries the general provision even when up to date;
052200* an overdraft only once it has run 30 days
052300     IF NOT (WS-TYPE-FOUND AND BAT-REC-CLASS-LOAN) AND
052400        WS-BUCKET IS EQUAL TO 0
052500        MOVE 0 TO WS-PCT
052600     END-IF.
052700     COMPUTE WS-REQUIRED ROUNDED =
052800             WS-EXPOSURE * WS-PCT / 10000.
052900     COMPUTE WS-MOVEMENT = WS-REQUIRED - WS-HELD.
053000* Nothing at risk and nothing held - nothing to record
053100     IF WS-PROV-NOT-FOUND AND WS-REQUIRED IS EQUAL TO 0 AND
053200        WS-OD-SINCE IS EQUAL TO SPACES
053300        GO TO PROCESS-ACCOUNT-NEXT
053400     END-IF.
053500     PERFORM UPDATE-PROVISION THRU
053600             UPDATE-PROVISION-EXIT.
053700 PROCESS-ACCOUNT-NEXT.
053800     READ BNKACC-FILE NEXT RECORD
053900          AT END SET WS-NO-MORE-ACCOUNTS TO TRUE
054000     END-READ.
054100 PROCESS-ACCOUNT-EXIT.
054200     EXIT.
054300
054400*****************************************************************
054500* Age a loan by its oldest instalment due and still unpaid -    *
054600* the schedule rows are in instalment order, so the first       *
054700* pending row already due is the oldest                         *
054800*****************************************************************
054900 AGE-LOAN.
055000     MOVE SPACES TO WS-OLDEST-DUE.
055100     MOVE BAC-REC-ACCNO TO LNS-REC-ACCNO.
055200     MOVE 0 TO LNS-REC-INST-NO.
055300     SET WS-MORE-ROWS-EXIST TO TRUE.
055400     START BNKLNSCH-FILE KEY IS NOT LESS THAN LNS-REC-KEY
055500          INVALID KEY SET WS-NO-MORE-ROWS TO TRUE
055600     END-START.
055700     PERFORM SCAN-LOAN-ROW THRU
055800             SCAN-LOAN-ROW-EXIT
055900        UNTIL WS-NO-MORE-ROWS.
056000     IF WS-OLDEST-DUE IS NOT EQUAL TO SPACES
056100        MOVE WS-OLDEST-DUE TO WS-FROM-NUM-X
056200        COMPUTE WS-DAYS-PAST-DUE =
056300                FUNCTION INTEGER-OF-DATE(WS-BUSDATE-NUM) -
056400                FUNCTION INTEGER-OF-DATE(WS-FROM-NUM)
056500     END-IF.
056600 AGE-LOAN-EXIT.
056700     EXIT.
056800
056900 SCAN-LOAN-ROW.
057000     READ BNKLNSCH-FILE NEXT RECORD
057100          AT END SET WS-NO-MORE-ROWS TO TRUE
057200     END-READ.
057300     IF WS-NO-MORE-ROWS
057400        GO TO SCAN-LOAN-ROW-EXIT
057500     END-IF.
057600     IF LNS-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO OR
057700        LNS-REC-DUE-DTE IS GREATER THAN WS-BUSINESS-DATE
057800        SET WS-NO-MORE-ROWS TO TRUE
057900        GO TO SCAN-LOAN-ROW-EXIT
058000     END-IF.
058100     IF LNS-REC-STATUS-PENDING
058200        MOVE LNS-REC-DUE-DTE TO WS-OLDEST-DUE
058300        SET WS-NO-MORE-ROWS TO TRUE
058400     END-IF.
058500 SCAN-LOAN-ROW-EXIT.
058600     EXIT.
058700
058800*****************************************************************
058900* Age a deposit account by how long it has been overdrawn: the  *
059000* run that first finds it overdrawn starts the clock, and the   *
059100* clock stops once it is back in credit                         *
059200*****************************************************************
059300 AGE-OVERDRAFT.
059400     IF WS-EXPOSURE IS EQUAL TO 0
059500        GO TO AGE-OVERDRAFT-EXIT
059600     END-IF.
059700     MOVE WS-BUSINESS-DATE TO WS-OD-SINCE.
059800     IF WS-PROV-FOUND AND
059900        PRV-REC-OD-SINCE-DTE IS NUMERIC AND
060000        PRV-REC-OD-SINCE-DTE IS NOT GREATER THAN WS-BUSINESS-DATE
060100        MOVE PRV-REC-OD-SINCE-DTE TO WS-OD-SINCE
060200     END-IF.
060300     MOVE WS-OD-SINCE TO WS-FROM-NUM-X.
060400     COMPUTE WS-DAYS-PAST-DUE =
060500             FUNCTION INTEGER-OF-DATE(WS-BUSDATE-NUM) -
060600             FUNCTION INTEGER-OF-DATE(WS-FROM-NUM).
060700 AGE-OVERDRAFT-EXIT.
060800     EXIT.
060900
061000*****************************************************************
061100* Record the account's new provision on BNKPROV, roll the       *
061200* movement into the type/currency GL totals, report it, and     *
061300* propose the account for write-off once it is past the         *
061400* threshold                                                     *
061500*****************************************************************
061600 UPDATE-PROVISION.
061700     IF WS-PROV-NOT-FOUND
061800        MOVE LOW-VALUES TO PRV-RECORD
061900        MOVE BAC-REC-ACCNO TO PRV-REC-ACCNO
062000        SET PRV-REC-STATUS-ACTIVE TO TRUE
062100        MOVE 0 TO PRV-REC-WOFF-AMOUNT
062200        MOVE 0 TO PRV-REC-RECOVERED
062300        MOVE SPACES TO PRV-REC-WOFF-DTE
062400        MOVE SPACES TO PRV-REC-WOFF-BY
062500        MOVE SPACES TO PRV-REC-LAST-RECOV-DTE
062600     END-IF.
062700     MOVE BAC-REC-PID TO PRV-REC-PID.
062800     MOVE BAC-REC-TYPE TO PRV-REC-TYPE.
062900     MOVE BAC-REC-CURRENCY TO PRV-REC-CURRENCY.
063000     MOVE WS-BUCKET TO PRV-REC-BUCKET.
063100     MOVE WS-DAYS-PAST-DUE TO PRV-REC-DAYS-PAST-DUE.
063200     MOVE WS-OD-SINCE TO PRV-REC-OD-SINCE-DTE.
063300     MOVE WS-EXPOSURE TO PRV-REC-EXPOSURE.
063400     MOVE WS-PCT TO PRV-REC-PCT.
063500     MOVE WS-REQUIRED TO PRV-REC-PROVISION.
063600     MOVE WS-BUSINESS-DATE TO PRV-REC-LAST-RUN-DTE.
063700     IF WS-EXPOSURE IS GREATER THAN 0 AND
063800        WS-DAYS-PAST-DUE IS NOT LESS THAN WS-WOFF-DAYS
063900        SET PRV-REC-WOFF-PROPOSED TO TRUE
064000     ELSE
064100        SET PRV-REC-WOFF-NOT-PROPOSED TO TRUE
064200     END-IF.
064300     IF WS-PROV-FOUND
064400        REWRITE BNKPROV-REC
064500             INVALID KEY
064600                DISPLAY 'BBANK85P - PROVISION REWRITE FAILED: '
064700                        PRV-REC-ACCNO
064800        END-REWRITE
064900     ELSE
065000        WRITE BNKPROV-REC
065100             INVALID KEY
065200                DISPLAY 'BBANK85P - PROVISION WRITE FAILED: '
065300                        PRV-REC-ACCNO
065400        END-WRITE
065500     END-IF.
065600     IF WS-MOVEMENT IS NOT EQUAL TO 0
065700        PERFORM ADD-TO-PROVGL-TOTALS THRU
065800                ADD-TO-PROVGL-TOTALS-EXIT
065900     END-IF.
066000     ADD WS-REQUIRED TO WS-TOTAL-PROVISION.
066100     ADD WS-MOVEMENT TO WS-TOTAL-MOVEMENT.
066200     IF WS-EXPOSURE IS GREATER THAN 0 OR
066300        WS-MOVEMENT IS NOT EQUAL TO 0
066400        ADD 1 TO WS-PROVIDED-COUNT
066500        ADD 1 TO WS-BKT-COUNT (WS-BUCKET-SUB)
066600        ADD WS-EXPOSURE TO WS-BKT-EXPOSURE (WS-BUCKET-SUB)
066700        ADD WS-REQUIRED TO WS-BKT-PROVISION (WS-BUCKET-SUB)
066800        MOVE BAC-REC-ACCNO TO WS-DET-ACCNO
066900        MOVE BAC-REC-TYPE TO WS-DET-TYPE
067000        MOVE BAC-REC-CURRENCY TO WS-DET-CCY
067100        MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO WS-DET-BUCKET
067200        MOVE WS-DAYS-PAST-DUE TO WS-DET-DAYS
067300        MOVE WS-EXPOSURE TO WS-DET-EXPOSURE
067400        COMPUTE WS-DET-PCT = WS-PCT / 100
067500        MOVE WS-REQUIRED TO WS-DET-PROVISION
067600        MOVE WS-MOVEMENT TO WS-DET-MOVEMENT
067700        WRITE PROV-LINE FROM WS-PROV-DETAIL-LINE
067800     END-IF.
067900     IF PRV-REC-WOFF-PROPOSED
068000        ADD 1 TO WS-PROPOSED-COUNT
068100        MOVE BAC-REC-ACCNO TO WS-WDET-ACCNO
068200        MOVE BAC-REC-PID TO WS-WDET-PID
068300        MOVE BAC-REC-TYPE TO WS-WDET-TYPE
068400        MOVE BAC-REC-CURRENCY TO WS-WDET-CCY
068500        MOVE WS-DAYS-PAST-DUE TO WS-WDET-DAYS
068600        MOVE WS-EXPOSURE TO WS-WDET-EXPOSURE
068700        MOVE WS-REQUIRED TO WS-WDET-PROVISION
068800        WRITE WOFF-LINE FROM WS-WOFF-DETAIL-LINE
068900     END-IF.
069000 UPDATE-PROVISION-EXIT.
069100     EXIT.
069200
069300*****************************************************************
069400* Find or add the type/currency entry in the month's provision  *
069500* movement totals and add this account's movement in            *
069600*****************************************************************
069700 ADD-TO-PROVGL-TOTALS.
069800     MOVE 1 TO WS-PROVGL-SUB.
069900     PERFORM FIND-PROVGL-ENTRY THRU
070000             FIND-PROVGL-ENTRY-EXIT
070100        UNTIL WS-PROVGL-SUB > WS-PROVGL-MAX
070200           OR (WS-PGL-TYPE (WS-PROVGL-SUB) IS EQUAL TO
070300                  BAC-REC-TYPE AND
070400               WS-PGL-CCY (WS-PROVGL-SUB) IS EQUAL TO
070500                  BAC-REC-CURRENCY).
070600     IF WS-PROVGL-SUB IS GREATER THAN WS-PROVGL-MAX
070700        IF WS-PROVGL-MAX IS GREATER THAN OR EQUAL TO 100
070800           DISPLAY 'BBANK85P - PROVGL TABLE FULL, TYPE '
070900                   BAC-REC-TYPE ' DROPPED'
071000           GO TO ADD-TO-PROVGL-TOTALS-EXIT
071100        END-IF
071200        ADD 1 TO WS-PROVGL-MAX
071300        MOVE WS-PROVGL-MAX TO WS-PROVGL-SUB
071400        MOVE BAC-REC-TYPE TO WS-PGL-TYPE (WS-PROVGL-SUB)
071500        MOVE BAC-REC-CURRENCY TO WS-PGL-CCY (WS-PROVGL-SUB)
071600        MOVE 0 TO WS-PGL-AMOUNT (WS-PROVGL-SUB)
071700     END-IF.
071800     ADD WS-MOVEMENT TO WS-PGL-AMOUNT (WS-PROVGL-SUB).
071900 ADD-TO-PROVGL-TOTALS-EXIT.
072000     EXIT.
072100
072200 FIND-PROVGL-ENTRY.
072300     ADD 1 TO WS-PROVGL-SUB.
072400 FIND-PROVGL-ENTRY-EXIT.
072500     EXIT.
072600
072700*****************************************************************
072800* Write one PROVGL movement record per account type and         *
072900* currency, stamped with the business date the GL extract books *
073000* it on                                                         *
073100*****************************************************************
073200 WRITE-PROVGL-RECORD.
073300     IF WS-PGL-AMOUNT (WS-PROVGL-SUB) IS NOT EQUAL TO 0
073400        MOVE WS-BUSINESS-DATE TO PVG-REC-DATE
073500        MOVE WS-PGL-TYPE (WS-PROVGL-SUB) TO PVG-REC-TYPE
073600        MOVE WS-PGL-CCY (WS-PROVGL-SUB) TO PVG-REC-CCY
073700        MOVE WS-PGL-AMOUNT (WS-PROVGL-SUB) TO PVG-REC-AMOUNT
073800        WRITE PROVGL-REC
073900     END-IF.
074000 WRITE-PROVGL-RECORD-EXIT.
074100     EXIT.
074200
074300 WRITE-BUCKET-LINE.
074400     MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO WS-BKL-NAME.
074500     MOVE WS-BKT-COUNT (WS-BUCKET-SUB) TO WS-BKL-COUNT.
074600     MOVE WS-BKT-EXPOSURE (WS-BUCKET-SUB) TO WS-BKL-EXPOSURE.
074700     MOVE WS-BKT-PROVISION (WS-BUCKET-SUB) TO WS-BKL-PROVISION.
074800     WRITE PROV-LINE FROM WS-PROV-BUCKET-LINE.
074900 WRITE-BUCKET-LINE-EXIT.
075000     EXIT.
075100
075200*****************************************************************
075300* Write the GL movement file and the report totals, close       *
075400* everything down and mark the run complete                     *
075500*****************************************************************
075600 TERMINATE-RUN.
075700     PERFORM WRITE-PROVGL-RECORD THRU
075800             WRITE-PROVGL-RECORD-EXIT
075900        VARYING WS-PROVGL-SUB FROM 1 BY 1
076000        UNTIL WS-PROVGL-SUB > WS-PROVGL-MAX.
076100     PERFORM WRITE-BUCKET-LINE THRU
076200             WRITE-BUCKET-LINE-EXIT
076300        VARYING WS-BUCKET-SUB FROM 1 BY 1
076400        UNTIL WS-BUCKET-SUB > 4.
076500     MOVE WS-PROVIDED-COUNT TO WS-TRL-PROVIDED-COUNT.
076600     MOVE WS-TOTAL-PROVISION TO WS-TRL-PROVISION.
076700     MOVE WS-TOTAL-MOVEMENT TO WS-TRL-MOVEMENT.
076800     WRITE PROV-LINE FROM WS-PROV-TRAILER-LINE.
076900     MOVE WS-PROPOSED-COUNT TO WS-TRL-PROPOSED-COUNT.
077000     WRITE WOFF-LINE FROM WS-WOFF-TRAILER-LINE.
077100     CLOSE BNKACC-FILE.
077200     CLOSE BNKATYP-FILE.
077300     CLOSE BNKLNSCH-FILE.
077400     CLOSE BNKPROV-FILE.
077500     CLOSE PROVGL-FILE.
077600     CLOSE PROV-FILE.
077700     CLOSE WOFF-FILE.
077800     SET CD53-REQUESTED-END TO TRUE.
077900     MOVE 'BBANK85P' TO CD53I-JOB-NAME.
078000     CALL 'DBANK53P' USING WS-RUNC-DATA.
078100 TERMINATE-RUN-EXIT.
078200     EXIT.
078300
078400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
