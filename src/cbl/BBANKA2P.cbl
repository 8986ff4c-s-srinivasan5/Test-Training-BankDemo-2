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
001300* Program:     BBANKA2P.CBL                                     *
001400* Function:    Estate balance certificates                      *
001500*                                                               *
001600* For every customer recorded deceased through BBANKA0P whose   *
001700* certificates are still pending, once the date of death is     *
001800* behind the business date (so BBANK62P has taken that day's    *
001900* balance snapshot), one certificate per account the customer   *
002000* held at the date of death is printed on ESTCERT for the       *
002100* executors:                                                    *
002200*  - the balance at the date of death, the BNKBHST snapshot for *
002300*    that day or the latest one before it                       *
002400*  - the interest accrued from the start of that month to the   *
002500*    date of death. BBANK75P capitalizes at each month end, so  *
002600*    that is what was carried on the day; it is worked out day  *
002700*    by day from the snapshots exactly as BBANK41P accrues -    *
002800*    the BNKRATE row for the type by date and balance band, the *
002900*    flat BAT-REC-RATE where the type has no rows, and the      *
003000*    OD-DEBIT-RATE parameter on an overdrawn day                *
003100* An account held alone forms part of the estate; one owned by  *
003200* someone else or with a surviving joint holder passes to the   *
003300* survivor, and its certificate is printed for information only.*
003400* BCS-REC-ESTATE-CERT then shows issued, so a rerun prints      *
003500* nothing twice.                                                *
003600*****************************************************************
003700
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID.
004000     BBANKA2P.
004100 DATE-WRITTEN.
004200     October 2026.
004300 DATE-COMPILED.
004400     Today.
004500
004600 ENVIRONMENT DIVISION.
004700
004800 INPUT-OUTPUT   SECTION.
004900   FILE-CONTROL.
005000     SELECT BNKCUST-FILE
005100            ASSIGN       TO BNKCUST
005200            ORGANIZATION IS INDEXED
005300            ACCESS MODE  IS DYNAMIC
005400            RECORD KEY   IS BCS-REC-PID
005500            ALTERNATE KEY IS BCS-REC-NAME
005600              WITH DUPLICATES
005700            ALTERNATE KEY IS BCS-REC-NAME-FF
005800              WITH DUPLICATES
005900            FILE STATUS  IS WS-BNKCUST-STATUS.
006000
006100     SELECT BNKAXRF-FILE
006200            ASSIGN       TO BNKAXRF
006300            ORGANIZATION IS INDEXED
006400            ACCESS MODE  IS DYNAMIC
006500            RECORD KEY   IS XRF-REC-KEY
006600            ALTERNATE KEY IS XRF-REC-PID WITH DUPLICATES
006700            FILE STATUS  IS WS-BNKAXRF-STATUS.
006800
006900     SELECT BNKACC-FILE
007000            ASSIGN       TO BNKACC
007100            ORGANIZATION IS INDEXED
007200            ACCESS MODE  IS DYNAMIC
007300            RECORD KEY   IS BAC-REC-ACCNO
007400            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
007500            FILE STATUS  IS WS-BNKACC-STATUS.
007600
007700     SELECT BNKATYP-FILE
007800            ASSIGN       TO BNKATYP
007900            ORGANIZATION IS INDEXED
008000            ACCESS MODE  IS RANDOM
008100            RECORD KEY   IS BAT-REC-TYPE
008200            FILE STATUS  IS WS-BNKATYP-STATUS.
008300
008400     SELECT BNKRATE-FILE
008500            ASSIGN       TO BNKRATE
008600            ORGANIZATION IS INDEXED
008700            ACCESS MODE  IS DYNAMIC
008800            RECORD KEY   IS RTE-REC-KEY
008900            FILE STATUS  IS WS-BNKRATE-STATUS.
009000
009100     SELECT BNKBHST-FILE
009200            ASSIGN       TO BNKBHST
009300            ORGANIZATION IS INDEXED
009400            ACCESS MODE  IS DYNAMIC
009500            RECORD KEY   IS BHS-REC-KEY
009600            FILE STATUS  IS WS-BNKBHST-STATUS.
009700
009800     SELECT ESTCERT-FILE
009900            ASSIGN       TO ESTCERT
010000            ORGANIZATION IS LINE SEQUENTIAL
010100            FILE STATUS  IS WS-ESTCERT-STATUS.
010200
010300 DATA DIVISION.
010400
010500 FILE SECTION.
010600 FD  BNKCUST-FILE.
010700 01  BNKCUST-REC.
010800 COPY CBANKVCS.
010900
011000 FD  BNKAXRF-FILE.
011100 01  BNKAXRF-REC.
011200 COPY CBANKVXR.
011300
011400 FD  BNKACC-FILE.
011500 01  BNKACC-REC.
011600 COPY CBANKVAC.
011700
011800 FD  BNKATYP-FILE.
011900 01  BNKATYP-REC.
012000 COPY CBANKVAT.
012100
012200 FD  BNKRATE-FILE.
012300 01  BNKRATE-REC.
012400 COPY CBANKVRT.
012500
012600 FD  BNKBHST-FILE.
012700 01  BNKBHST-REC.
012800 COPY CBANKVBH.
012900
013000 FD  ESTCERT-FILE.
013100 01  ESTCERT-LINE                             PIC X(100).
013200
013300 WORKING-STORAGE SECTION.
013400 01  WS-MISC-STORAGE.
013500   05  WS-PROGRAM-ID                         PIC X(8)
013600       VALUE 'BBANKA2P'.
013700   05  WS-BNKCUST-STATUS                     PIC X(2).
013800   05  WS-BNKAXRF-STATUS                     PIC X(2).
013900   05  WS-BNKACC-STATUS                      PIC X(2).
014000   05  WS-BNKATYP-STATUS                     PIC X(2).
014100   05  WS-BNKRATE-STATUS                     PIC X(2).
014200   05  WS-BNKBHST-STATUS                     PIC X(2).
014300   05  WS-ESTCERT-STATUS                     PIC X(2).
014400   05  WS-MORE-CUSTOMERS                     PIC X(1).
014500       88  WS-MORE-CUSTOMERS-EXIST            VALUE 'Y'.
014600       88  WS-NO-MORE-CUSTOMERS              VALUE 'N'.
014700   05  WS-MORE-XREFS                         PIC X(1).
014800       88  WS-MORE-XREFS-EXIST                VALUE 'Y'.
014900       88  WS-NO-MORE-XREFS                  VALUE 'N'.
014910   05  WS-MORE-OWNED                         PIC X(1).
014920       88  WS-MORE-OWNED-EXIST                VALUE 'Y'.
014930       88  WS-NO-MORE-OWNED                  VALUE 'N'.
014940   05  WS-ACC-LISTED-FLAG                    PIC X(1).
014950       88  WS-ACC-LISTED                      VALUE 'Y'.
014960       88  WS-ACC-NOT-LISTED                  VALUE 'N'.
015000   05  WS-MORE-HISTORY                       PIC X(1).
015100       88  WS-MORE-HISTORY-EXISTS             VALUE 'Y'.
015200       88  WS-NO-MORE-HISTORY                VALUE 'N'.
015300   05  WS-RATE-ROWS-FLAG                     PIC X(1).
015400       88  WS-RATE-ROWS-EXIST                 VALUE 'Y'.
015500       88  WS-NO-RATE-ROWS                    VALUE 'N'.
015600   05  WS-SURVIVOR-FLAG                      PIC X(1).
015700       88  WS-SURVIVOR-FOUND                  VALUE 'Y'.
015800       88  WS-NO-SURVIVOR                     VALUE 'N'.
015900   05  WS-DECEASED-PID                       PIC X(5).
016000   05  WS-TODAY-DATE                         PIC 9(8).
016100   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
016200                                              PIC X(8).
016300   05  WS-NOW-TIME                           PIC 9(8).
016400   05  WS-NOW-TIME-X REDEFINES WS-NOW-TIME    PIC X(8).
016500   05  WS-RUN-TS                             PIC X(16).
016600   05  WS-BUSINESS-DATE                      PIC X(8).
016700   05  WS-DEATH-DATE                         PIC X(8).
016800   05  WS-DEATH-DATE-N REDEFINES WS-DEATH-DATE
016900                                              PIC 9(8).
017000   05  WS-DEATH-INT                          PIC S9(9).
017100   05  WS-MONTH-START                        PIC X(8).
017200   05  WS-MONTH-START-N REDEFINES WS-MONTH-START
017300                                              PIC 9(8).
017400   05  WS-MONTH-START-INT                    PIC S9(9).
017500   05  WS-SCAN-FROM-N                        PIC 9(8).
017600   05  WS-SCAN-FROM REDEFINES WS-SCAN-FROM-N  PIC X(8).
017700   05  WS-DAY-INT                            PIC S9(9).
017800   05  WS-DAY-DATE-N                         PIC 9(8).
017900   05  WS-DAY-DATE REDEFINES WS-DAY-DATE-N    PIC X(8).
018000   05  WS-DAY-BALANCE                        PIC S9(9)V99.
018100   05  WS-DAY-BALANCE-FLAG                   PIC X(1).
018200       88  WS-DAY-BALANCE-KNOWN               VALUE 'Y'.
018300       88  WS-DAY-BALANCE-UNKNOWN             VALUE 'N'.
018400   05  WS-SNAPSHOT-FLAG                      PIC X(1).
018500       88  WS-SNAPSHOTS-CAUGHT-UP             VALUE 'Y'.
018600       88  WS-SNAPSHOTS-BEHIND                VALUE 'N'.
018700   05  WS-RESOLVED-RATE                      PIC S9(3)V9(4).
018800   05  WS-OD-ANNUAL-RATE                     PIC S9(3)V9(4)
018900                                              VALUE 15.
019000   05  WS-DAILY-RATE                         PIC S9(3)V9(9).
019100   05  WS-DAY-INTEREST                       PIC S9(9)V99.
019200   05  WS-ACCRUED-TO-DEATH                   PIC S9(9)V99.
019300   05  WS-DEATH-BALANCE                      PIC S9(9)V99.
019400   05  WS-DEATH-BAL-DATE                     PIC X(8).
019500   05  WS-ESTATE-VALUE                       PIC S9(9)V99.
019600   05  WS-HIST-SUB                           PIC S9(4) COMP.
019700   05  WS-ACC-SUB                            PIC S9(4) COMP.
019800
019900*****************************************************************
020000* The accounts the customer held, collected off the by-holder   *
020100* path before each is looked at on the account path, and the    *
020200* balance snapshots of the one being certified                  *
020300*****************************************************************
020400 01  WS-ACC-TABLE.
020500   05  WS-ACC-COUNT                          PIC S9(4) COMP.
020600   05  WS-ACC-ACCNO                          PIC X(10)
020700       OCCURS 50 TIMES.
020800 01  WS-ACC-MAX                             PIC S9(4) COMP
020900                                             VALUE 50.
021000
021100 01  WS-HIST-TABLE.
021200   05  WS-HIST-COUNT                         PIC S9(4) COMP.
021300   05  WS-HIST-ENTRY                         OCCURS 62 TIMES.
021400     10  WS-HIST-INT                         PIC S9(9).
021500     10  WS-HIST-BALANCE                     PIC S9(9)V99.
021600 01  WS-HIST-MAX                            PIC S9(4) COMP
021700                                             VALUE 62.
021800
021900 01  WS-RUN-COUNTS.
022000   05  WS-CUSTOMERS-CERTIFIED                PIC 9(7) VALUE 0.
022100   05  WS-CUSTOMERS-WAITING                  PIC 9(7) VALUE 0.
022200   05  WS-CERTS-ESTATE                       PIC 9(7) VALUE 0.
022300   05  WS-CERTS-JOINT                        PIC 9(7) VALUE 0.
022400   05  WS-CERTS-NO-HISTORY                   PIC 9(7) VALUE 0.
022500
022600 01  WS-REPORT-HEADING.
022700   05  FILLER                                PIC X(40) VALUE
022800       'ESTATE BALANCE CERTIFICATES - BUS DATE  '.
022900   05  WS-HDG-DATE                           PIC X(8).
023000   05  FILLER                                PIC X(6) VALUE
023100       '  RUN '.
023200   05  WS-HDG-RUN-TS                         PIC X(16).
023300   05  FILLER                                PIC X(30) VALUE
023400       SPACES.
023500
023600 01  WS-SECTION-HEADING.
023700   05  WS-SECTION-TITLE                      PIC X(60).
023800   05  FILLER                                PIC X(40) VALUE
023900       SPACES.
024000
024100 01  WS-RULE-LINE.
024200   05  FILLER                                PIC X(100) VALUE
024300       ALL '-'.
024400
024500 01  WS-CERT-TITLE-LINE.
024600   05  FILLER                                PIC X(34) VALUE
024700       'ESTATE BALANCE CERTIFICATE    FOR '.
024800   05  WS-CTL-STATUS                         PIC X(40).
024900   05  FILLER                                PIC X(26) VALUE
025000       SPACES.
025100
025200 01  WS-CERT-TEXT-LINE.
025300   05  FILLER                                PIC X(2) VALUE
025400       SPACES.
025500   05  WS-CTX-LABEL                          PIC X(30).
025600   05  WS-CTX-TEXT                           PIC X(68).
025700
025800 01  WS-CERT-AMOUNT-LINE.
025900   05  FILLER                                PIC X(2) VALUE
026000       SPACES.
026100   05  WS-CAM-LABEL                          PIC X(30).
026200   05  WS-CAM-AMOUNT                         PIC -ZZZ,ZZZ,ZZ9.99.
026300   05  FILLER                                PIC X(1) VALUE
026400       SPACES.
026500   05  WS-CAM-CCY                            PIC X(3).
026600   05  FILLER                                PIC X(2) VALUE
026700       SPACES.
026800   05  WS-CAM-NOTE                           PIC X(47).
026900
027000 01  WS-CERT-DETAIL.
027100   05  WS-CDT-NAME                           PIC X(30).
027200   05  FILLER                                PIC X(2) VALUE
027300       SPACES.
027400   05  WS-CDT-PID                            PIC X(5).
027500   05  FILLER                                PIC X(31) VALUE
027600       SPACES.
027700
027800 01  WS-CERT-ACCOUNT.
027900   05  WS-CAC-ACCNO                          PIC X(10).
028000   05  FILLER                                PIC X(2) VALUE
028100       SPACES.
028200   05  WS-CAC-TYPE                           PIC X(3).
028300   05  FILLER                                PIC X(2) VALUE
028400       SPACES.
028500   05  WS-CAC-DESC                           PIC X(20).
028600   05  FILLER                                PIC X(31) VALUE
028700       SPACES.
028800
028900 01  WS-CERT-DATES.
029000   05  WS-CDA-DEATH                          PIC X(8).
029100   05  FILLER                                PIC X(16) VALUE
029200       '   NOTIFIED ON  '.
029300   05  WS-CDA-NOTIFIED                       PIC X(8).
029400   05  FILLER                                PIC X(36) VALUE
029500       SPACES.
029600
029700 01  WS-TOTAL-LINE.
029800   05  FILLER                                PIC X(2) VALUE
029900       SPACES.
030000   05  WS-TOT-LABEL                          PIC X(40).
030100   05  WS-TOT-VALUE                          PIC Z(11)9.
030200   05  FILLER                                PIC X(46) VALUE
030300       SPACES.
030400
030500 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
030600     88  WS-RUN-ALLOWED                     VALUE 'Y'.
030700     88  WS-RUN-REFUSED                     VALUE 'N'.
030800
030900 01  WS-RUNC-DATA.
031000 COPY CBANKD53.
031100
031200 01  WS-PARM-DATA.
031300 COPY CBANKD54.
031400
031500 PROCEDURE DIVISION.
031600*****************************************************************
031700* Main line of control                                          *
031800*****************************************************************
031900     PERFORM CHECK-RUN-CONTROL THRU
032000             CHECK-RUN-CONTROL-EXIT.
032100     IF WS-RUN-ALLOWED
032200        PERFORM INITIALIZE-RUN THRU
032300                INITIALIZE-RUN-EXIT
032400        PERFORM CERTIFY-CUSTOMERS THRU
032500                CERTIFY-CUSTOMERS-EXIT
032600        PERFORM TERMINATE-RUN THRU
032700                TERMINATE-RUN-EXIT
032800     END-IF.
032900     GOBACK.
033000
033100*****************************************************************
033200* Register this run with run control before anything is         *
033300* opened. The certificates read the balance history, so the     *
033400* night's BBANK62P snapshot has to be in first                  *
033500*****************************************************************
033600 CHECK-RUN-CONTROL.
033700     MOVE SPACES TO CD53-DATA.
033800     SET CD53-REQUESTED-START TO TRUE.
033900     MOVE 'BBANKA2P' TO CD53I-JOB-NAME.
034000     MOVE 'BBANK62P' TO CD53I-PREDECESSOR.
034100     CALL 'DBANK53P' USING WS-RUNC-DATA.
034200     IF NOT CD53O-RESP-OK
034300        SET WS-RUN-REFUSED TO TRUE
034400        DISPLAY 'BBANKA2P - RUN REFUSED BY RUN CONTROL: '
034500                CD53O-RESP-MSG
034600     END-IF.
034700 CHECK-RUN-CONTROL-EXIT.
034800     EXIT.
034900
035000*****************************************************************
035100* Resolve the business date and the overdraft rate, and open    *
035200* the files                                                     *
035300*****************************************************************
035400 INITIALIZE-RUN.
035500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
035600     ACCEPT WS-NOW-TIME FROM TIME.
035700     MOVE WS-TODAY-DATE-X TO WS-RUN-TS(1:8).
035800     MOVE WS-NOW-TIME-X TO WS-RUN-TS(9:8).
035900     MOVE CD53O-BUSINESS-DATE TO WS-BUSINESS-DATE.
036000     IF WS-BUSINESS-DATE IS EQUAL TO SPACES OR
036100        WS-BUSINESS-DATE IS EQUAL TO LOW-VALUES
036200        MOVE WS-TODAY-DATE-X TO WS-BUSINESS-DATE
036300     END-IF.
036400     MOVE SPACES TO CD54-DATA.
036500     MOVE 'OD-DEBIT-RATE' TO CD54I-NAME.
036600     MOVE WS-BUSINESS-DATE TO CD54I-AS-OF-DATE.
036700     CALL 'DBANK54P' USING WS-PARM-DATA.
036800     IF CD54O-FOUND
036900        COMPUTE WS-OD-ANNUAL-RATE = CD54O-VALUE-NUM / 100
037000     END-IF.
037100     OPEN I-O BNKCUST-FILE.
037200     OPEN INPUT BNKAXRF-FILE.
037300     OPEN INPUT BNKACC-FILE.
037400     OPEN INPUT BNKATYP-FILE.
037500     OPEN INPUT BNKRATE-FILE.
037600     OPEN INPUT BNKBHST-FILE.
037700     OPEN OUTPUT ESTCERT-FILE.
037800     MOVE WS-BUSINESS-DATE TO WS-HDG-DATE.
037900     MOVE WS-RUN-TS TO WS-HDG-RUN-TS.
038000     WRITE ESTCERT-LINE FROM WS-REPORT-HEADING.
038100 INITIALIZE-RUN-EXIT.
038200     EXIT.
038300
038400*****************************************************************
038500* Work through the customer file for deceased customers whose   *
038600* certificates are still to be produced                         *
038700*****************************************************************
038800 CERTIFY-CUSTOMERS.
038900     MOVE LOW-VALUES TO BCS-REC-PID.
039000     START BNKCUST-FILE KEY IS NOT LESS THAN BCS-REC-PID
039100           INVALID KEY GO TO CERTIFY-CUSTOMERS-EXIT
039200     END-START.
039300     SET WS-MORE-CUSTOMERS-EXIST TO TRUE.
039400     PERFORM CERTIFY-ONE-CUSTOMER THRU
039500             CERTIFY-ONE-CUSTOMER-EXIT
039600        UNTIL WS-NO-MORE-CUSTOMERS.
039700 CERTIFY-CUSTOMERS-EXIT.
039800     EXIT.
039900
040000*****************************************************************
040100* Certify one customer's accounts. A death recorded for today   *
040200* waits a night, until the day's snapshot is on BNKBHST         *
040300*****************************************************************
040400 CERTIFY-ONE-CUSTOMER.
040500     READ BNKCUST-FILE NEXT RECORD
040600          AT END SET WS-NO-MORE-CUSTOMERS TO TRUE
040700     END-READ.
040800     IF WS-NO-MORE-CUSTOMERS
040900        GO TO CERTIFY-ONE-CUSTOMER-EXIT
041000     END-IF.
041100     IF NOT BCS-REC-DECEASED OR
041200        NOT BCS-REC-ESTATE-CERT-PENDING
041300        GO TO CERTIFY-ONE-CUSTOMER-EXIT
041400     END-IF.
041500     IF BCS-REC-DEATH-DATE IS NOT LESS THAN WS-BUSINESS-DATE
041600        ADD 1 TO WS-CUSTOMERS-WAITING
041700        GO TO CERTIFY-ONE-CUSTOMER-EXIT
041800     END-IF.
041900     MOVE BCS-REC-PID TO WS-DECEASED-PID.
042000     MOVE BCS-REC-DEATH-DATE TO WS-DEATH-DATE.
042100     COMPUTE WS-DEATH-INT =
042200             FUNCTION INTEGER-OF-DATE(WS-DEATH-DATE-N).
042300     MOVE WS-DEATH-DATE TO WS-MONTH-START.
042400     MOVE '01' TO WS-MONTH-START(7:2).
042500     COMPUTE WS-MONTH-START-INT =
042600             FUNCTION INTEGER-OF-DATE(WS-MONTH-START-N).
042700     MOVE BCS-REC-NAME TO WS-CDT-NAME.
042800     MOVE BCS-REC-PID TO WS-CDT-PID.
042900     MOVE BCS-REC-DEATH-DATE TO WS-CDA-DEATH.
043000     MOVE BCS-REC-DEATH-NOTIFIED TO WS-CDA-NOTIFIED.
043100     PERFORM COLLECT-HOLDINGS THRU
043200             COLLECT-HOLDINGS-EXIT.
043300     MOVE 1 TO WS-ACC-SUB.
043400     PERFORM CERTIFY-ONE-ACCOUNT THRU
043500             CERTIFY-ONE-ACCOUNT-EXIT
043600        UNTIL WS-ACC-SUB IS GREATER THAN WS-ACC-COUNT.
043700     SET BCS-REC-ESTATE-CERT-ISSUED TO TRUE.
043800     REWRITE BNKCUST-REC.
043900     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'
044000        DISPLAY 'BBANKA2P - CUSTOMER REWRITE FAILED: '
044100                BCS-REC-PID ' STATUS ' WS-BNKCUST-STATUS
044200     END-IF.
044300     ADD 1 TO WS-CUSTOMERS-CERTIFIED.
044400 CERTIFY-ONE-CUSTOMER-EXIT.
044500     EXIT.
044600
044700*****************************************************************
044750* The accounts the customer held as primary or joint holder, on *
044800* the BNKAXRF by-holder path, then those the customer owns on   *
044850* the BNKACC by-owner path - an authorized signatory's mandate  *
044900* is not an asset of theirs                                     *
044950*****************************************************************
045000 COLLECT-HOLDINGS.
045050     MOVE 0 TO WS-ACC-COUNT.
045100     MOVE WS-DECEASED-PID TO XRF-REC-PID.
045150     START BNKAXRF-FILE KEY IS EQUAL TO XRF-REC-PID
045200           INVALID KEY SET WS-NO-MORE-XREFS TO TRUE
045250           NOT INVALID KEY SET WS-MORE-XREFS-EXIST TO TRUE
045300     END-START.
045350     PERFORM COLLECT-ONE-HOLDING THRU
045400             COLLECT-ONE-HOLDING-EXIT
045450        UNTIL WS-NO-MORE-XREFS.
045500     MOVE WS-DECEASED-PID TO BAC-REC-PID.
045550     START BNKACC-FILE KEY IS EQUAL TO BAC-REC-PID
045600           INVALID KEY GO TO COLLECT-HOLDINGS-EXIT
045650     END-START.
045700     SET WS-MORE-OWNED-EXIST TO TRUE.
045750     PERFORM COLLECT-ONE-OWNED-ACCOUNT THRU
045800             COLLECT-ONE-OWNED-ACCOUNT-EXIT
045850        UNTIL WS-NO-MORE-OWNED.
045900 COLLECT-HOLDINGS-EXIT.
045950     EXIT.
046300
046400 COLLECT-ONE-HOLDING.
046500     READ BNKAXRF-FILE NEXT RECORD
046600          AT END SET WS-NO-MORE-XREFS TO TRUE
046700     END-READ.
046800     IF WS-NO-MORE-XREFS
046900        GO TO COLLECT-ONE-HOLDING-EXIT
047000     END-IF.
047100     IF XRF-REC-PID IS NOT EQUAL TO WS-DECEASED-PID
047200        SET WS-NO-MORE-XREFS TO TRUE
047300        GO TO COLLECT-ONE-HOLDING-EXIT
047400     END-IF.
047500     IF XRF-REC-ROLE-AUTHORIZED
047600        GO TO COLLECT-ONE-HOLDING-EXIT
047700     END-IF.
047800     IF WS-ACC-COUNT IS NOT LESS THAN WS-ACC-MAX
047900        DISPLAY 'BBANKA2P - HOLDINGS TABLE FULL FOR '
048000                WS-DECEASED-PID ', ACCOUNT ' XRF-REC-ACCNO
048100                ' NOT CERTIFIED'
048200        GO TO COLLECT-ONE-HOLDING-EXIT
048300     END-IF.
048400     ADD 1 TO WS-ACC-COUNT.
048500     MOVE XRF-REC-ACCNO TO WS-ACC-ACCNO(WS-ACC-COUNT).
048600 COLLECT-ONE-HOLDING-EXIT.
048700     EXIT.
048800
048802*****************************************************************
048804* The next account the customer owns outright - added unless    *
048806* the cross-reference already brought it in                     *
048808*****************************************************************
048810 COLLECT-ONE-OWNED-ACCOUNT.
048812     READ BNKACC-FILE NEXT RECORD
048814          AT END SET WS-NO-MORE-OWNED TO TRUE
048816     END-READ.
048818     IF WS-NO-MORE-OWNED
048820        GO TO COLLECT-ONE-OWNED-ACCOUNT-EXIT
048822     END-IF.
048824     IF BAC-REC-PID IS NOT EQUAL TO WS-DECEASED-PID
048826        SET WS-NO-MORE-OWNED TO TRUE
048828        GO TO COLLECT-ONE-OWNED-ACCOUNT-EXIT
048830     END-IF.
048832     SET WS-ACC-NOT-LISTED TO TRUE.
048834     PERFORM FIND-LISTED-ACCOUNT THRU
048836             FIND-LISTED-ACCOUNT-EXIT
048838        VARYING WS-ACC-SUB FROM 1 BY 1
048840        UNTIL WS-ACC-SUB IS GREATER THAN WS-ACC-COUNT
048842           OR WS-ACC-LISTED.
048844     IF WS-ACC-LISTED
048846        GO TO COLLECT-ONE-OWNED-ACCOUNT-EXIT
048848     END-IF.
048850     IF WS-ACC-COUNT IS NOT LESS THAN WS-ACC-MAX
048852        DISPLAY 'BBANKA2P - HOLDINGS TABLE FULL FOR '
048854                WS-DECEASED-PID ', ACCOUNT ' BAC-REC-ACCNO
048856                ' NOT CERTIFIED'
048858        GO TO COLLECT-ONE-OWNED-ACCOUNT-EXIT
048860     END-IF.
048862     ADD 1 TO WS-ACC-COUNT.
048864     MOVE BAC-REC-ACCNO TO WS-ACC-ACCNO(WS-ACC-COUNT).
048866 COLLECT-ONE-OWNED-ACCOUNT-EXIT.
048868     EXIT.
048870
048872 FIND-LISTED-ACCOUNT.
048874     IF WS-ACC-ACCNO(WS-ACC-SUB) IS EQUAL TO BAC-REC-ACCNO
048876        SET WS-ACC-LISTED TO TRUE
048878     END-IF.
048880 FIND-LISTED-ACCOUNT-EXIT.
048882     EXIT.
048900*****************************************************************
049000* One certificate: skip an account already closed by the date   *
049100* of death, decide sole or joint, then work out the balance and *
049200* the interest accrued to the date of death                     *
049300*****************************************************************
049400 CERTIFY-ONE-ACCOUNT.
049500     MOVE WS-ACC-ACCNO(WS-ACC-SUB) TO BAC-REC-ACCNO.
049600     READ BNKACC-FILE
049700          INVALID KEY GO TO CERTIFY-ONE-ACCOUNT-NEXT
049800     END-READ.
049900     IF BAC-REC-STATUS-CLOSED AND
050000        BAC-REC-CLOSE-DTE IS NOT GREATER THAN WS-DEATH-DATE
050100        GO TO CERTIFY-ONE-ACCOUNT-NEXT
050200     END-IF.
050300     MOVE BAC-REC-TYPE TO BAT-REC-TYPE.
050400     READ BNKATYP-FILE
050500          INVALID KEY
050600             MOVE SPACES TO BAT-REC-DESC
050700             MOVE 0 TO BAT-REC-RATE
050800     END-READ.
050900     PERFORM CHECK-SURVIVORS THRU
051000             CHECK-SURVIVORS-EXIT.
051100     PERFORM LOAD-BALANCE-HISTORY THRU
051200             LOAD-BALANCE-HISTORY-EXIT.
051300     PERFORM ACCRUE-TO-DEATH THRU
051400             ACCRUE-TO-DEATH-EXIT.
051500     PERFORM PRINT-CERTIFICATE THRU
051600             PRINT-CERTIFICATE-EXIT.
051700 CERTIFY-ONE-ACCOUNT-NEXT.
051800     ADD 1 TO WS-ACC-SUB.
051900 CERTIFY-ONE-ACCOUNT-EXIT.
052000     EXIT.
052100
052200*****************************************************************
052250* The account's owner on BNKACC takes it over when that is      *
052300* anyone but the deceased, as does anyone else on it as primary *
052350* or joint holder - the holders of one account sit together on  *
052400* the BNKAXRF base key                                          *
052450*****************************************************************
052500 CHECK-SURVIVORS.
052550     SET WS-NO-SURVIVOR TO TRUE.
052600     IF BAC-REC-PID IS NOT EQUAL TO WS-DECEASED-PID
052650        SET WS-SURVIVOR-FOUND TO TRUE
052700        GO TO CHECK-SURVIVORS-EXIT
052750     END-IF.
052800     MOVE BAC-REC-ACCNO TO XRF-REC-ACCNO.
052850     MOVE LOW-VALUES TO XRF-REC-PID.
053100     START BNKAXRF-FILE KEY IS NOT LESS THAN XRF-REC-KEY
053200           INVALID KEY GO TO CHECK-SURVIVORS-EXIT
053300     END-START.
053400     SET WS-MORE-XREFS-EXIST TO TRUE.
053500     PERFORM CHECK-ONE-COHOLDER THRU
053600             CHECK-ONE-COHOLDER-EXIT
053700        UNTIL WS-NO-MORE-XREFS OR WS-SURVIVOR-FOUND.
053800 CHECK-SURVIVORS-EXIT.
053900     EXIT.
054000
054100 CHECK-ONE-COHOLDER.
054200     READ BNKAXRF-FILE NEXT RECORD
054300          AT END SET WS-NO-MORE-XREFS TO TRUE
054400     END-READ.
054500     IF WS-NO-MORE-XREFS
054600        GO TO CHECK-ONE-COHOLDER-EXIT
054700     END-IF.
054800     IF XRF-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO
054900        SET WS-NO-MORE-XREFS TO TRUE
055000        GO TO CHECK-ONE-COHOLDER-EXIT
055100     END-IF.
055200     IF XRF-REC-PID IS NOT EQUAL TO WS-DECEASED-PID AND
055300        NOT XRF-REC-ROLE-AUTHORIZED
055400        SET WS-SURVIVOR-FOUND TO TRUE
055500     END-IF.
055600 CHECK-ONE-COHOLDER-EXIT.
055700     EXIT.
055800
055900*****************************************************************
056000* Load the account's snapshots from a little before the month   *
056100* of death up to the date of death, so a weekend or holiday at  *
056200* the start of the month still has a balance to carry in        *
056300*****************************************************************
056400 LOAD-BALANCE-HISTORY.
056500     MOVE 0 TO WS-HIST-COUNT.
056600     COMPUTE WS-SCAN-FROM-N =
056700             FUNCTION DATE-OF-INTEGER(WS-MONTH-START-INT - 7).
056800     MOVE BAC-REC-ACCNO TO BHS-REC-ACCNO.
056900     MOVE WS-SCAN-FROM TO BHS-REC-DATE.
057000     START BNKBHST-FILE KEY IS NOT LESS THAN BHS-REC-KEY
057100           INVALID KEY GO TO LOAD-BALANCE-HISTORY-EXIT
057200     END-START.
057300     SET WS-MORE-HISTORY-EXISTS TO TRUE.
057400     PERFORM LOAD-ONE-SNAPSHOT THRU
057500             LOAD-ONE-SNAPSHOT-EXIT
057600        UNTIL WS-NO-MORE-HISTORY.
057700 LOAD-BALANCE-HISTORY-EXIT.
057800     EXIT.
057900
058000 LOAD-ONE-SNAPSHOT.
058100     READ BNKBHST-FILE NEXT RECORD
058200          AT END SET WS-NO-MORE-HISTORY TO TRUE
058300     END-READ.
058400     IF WS-NO-MORE-HISTORY
058500        GO TO LOAD-ONE-SNAPSHOT-EXIT
058600     END-IF.
058700     IF BHS-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO OR
058800        BHS-REC-DATE IS GREATER THAN WS-DEATH-DATE OR
058900        WS-HIST-COUNT IS NOT LESS THAN WS-HIST-MAX
059000        SET WS-NO-MORE-HISTORY TO TRUE
059100        GO TO LOAD-ONE-SNAPSHOT-EXIT
059200     END-IF.
059300     ADD 1 TO WS-HIST-COUNT.
059400     MOVE BHS-REC-DATE TO WS-DAY-DATE.
059500     COMPUTE WS-HIST-INT(WS-HIST-COUNT) =
059600             FUNCTION INTEGER-OF-DATE(WS-DAY-DATE-N).
059700     MOVE BHS-REC-BALANCE TO WS-HIST-BALANCE(WS-HIST-COUNT).
059800 LOAD-ONE-SNAPSHOT-EXIT.
059900     EXIT.
060000
060100*****************************************************************
060200* Accrue day by day from the first of the month to the date of  *
060300* death, each day on the latest snapshot balance not after it.  *
060400* The last of those is the balance at the date of death         *
060500*****************************************************************
060600 ACCRUE-TO-DEATH.
060700     MOVE 0 TO WS-ACCRUED-TO-DEATH.
060800     MOVE 0 TO WS-DEATH-BALANCE.
060900     MOVE SPACES TO WS-DEATH-BAL-DATE.
061000     SET WS-DAY-BALANCE-UNKNOWN TO TRUE.
061100     MOVE 0 TO WS-HIST-SUB.
061200     MOVE WS-MONTH-START-INT TO WS-DAY-INT.
061300     PERFORM ACCRUE-ONE-DAY THRU
061400             ACCRUE-ONE-DAY-EXIT
061500        UNTIL WS-DAY-INT IS GREATER THAN WS-DEATH-INT.
061600 ACCRUE-TO-DEATH-EXIT.
061700     EXIT.
061800
061900 ACCRUE-ONE-DAY.
062000     SET WS-SNAPSHOTS-BEHIND TO TRUE.
062100     PERFORM ADVANCE-SNAPSHOT THRU
062200             ADVANCE-SNAPSHOT-EXIT
062300        UNTIL WS-SNAPSHOTS-CAUGHT-UP.
062400     IF WS-DAY-BALANCE-UNKNOWN
062500        GO TO ACCRUE-ONE-DAY-NEXT
062600     END-IF.
062700     COMPUTE WS-DAY-DATE-N =
062800             FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
062900     IF WS-DAY-BALANCE IS LESS THAN 0
063000        COMPUTE WS-DAILY-RATE ROUNDED =
063100                WS-OD-ANNUAL-RATE / 100 / 365
063200     ELSE
063300        PERFORM RESOLVE-RATE THRU
063400                RESOLVE-RATE-EXIT
063500        COMPUTE WS-DAILY-RATE ROUNDED =
063600                WS-RESOLVED-RATE / 100 / 365
063700     END-IF.
063800     COMPUTE WS-DAY-INTEREST ROUNDED =
063900             WS-DAY-BALANCE * WS-DAILY-RATE.
064000     ADD WS-DAY-INTEREST TO WS-ACCRUED-TO-DEATH.
064100 ACCRUE-ONE-DAY-NEXT.
064200     ADD 1 TO WS-DAY-INT.
064300 ACCRUE-ONE-DAY-EXIT.
064400     EXIT.
064500
064600 ADVANCE-SNAPSHOT.
064700     IF WS-HIST-SUB IS NOT LESS THAN WS-HIST-COUNT
064800        SET WS-SNAPSHOTS-CAUGHT-UP TO TRUE
064900        GO TO ADVANCE-SNAPSHOT-EXIT
065000     END-IF.
065100     IF WS-HIST-INT(WS-HIST-SUB + 1) IS GREATER THAN WS-DAY-INT
065200        SET WS-SNAPSHOTS-CAUGHT-UP TO TRUE
065300        GO TO ADVANCE-SNAPSHOT-EXIT
065400     END-IF.
065500     ADD 1 TO WS-HIST-SUB.
065600     MOVE WS-HIST-BALANCE(WS-HIST-SUB) TO WS-DAY-BALANCE.
065700     SET WS-DAY-BALANCE-KNOWN TO TRUE.
065800     MOVE WS-HIST-BALANCE(WS-HIST-SUB) TO WS-DEATH-BALANCE.
065900     COMPUTE WS-DAY-DATE-N =
066000             FUNCTION DATE-OF-INTEGER(WS-HIST-INT(WS-HIST-SUB)).
066100     MOVE WS-DAY-DATE TO WS-DEATH-BAL-DATE.
066200 ADVANCE-SNAPSHOT-EXIT.
066300     EXIT.
066400
066500*****************************************************************
066600* The rate for the day, resolved the way BBANK41P resolves it:  *
066700* the BNKRATE row for the type with the latest effective date   *
066800* not after the day, then the highest tier floor not above the  *
066900* day's balance, or the flat BAT-REC-RATE when there are none   *
067000*****************************************************************
067100 RESOLVE-RATE.
067200     MOVE BAT-REC-RATE TO WS-RESOLVED-RATE.
067300     SET WS-RATE-ROWS-EXIST TO TRUE.
067400     MOVE BAC-REC-TYPE TO RTE-REC-ACC-TYPE.
067500     MOVE LOW-VALUES TO RTE-REC-EFF-DATE.
067600     MOVE 0 TO RTE-REC-TIER-FLOOR.
067700     START BNKRATE-FILE KEY IS NOT LESS THAN RTE-REC-KEY
067800          INVALID KEY SET WS-NO-RATE-ROWS TO TRUE
067900     END-START.
068000     IF WS-RATE-ROWS-EXIST
068100        PERFORM SCAN-RATE-ROW THRU
068200                SCAN-RATE-ROW-EXIT
068300           UNTIL WS-BNKRATE-STATUS IS NOT EQUAL TO '00'
068400              OR RTE-REC-ACC-TYPE IS NOT EQUAL TO BAC-REC-TYPE
068500     END-IF.
068600 RESOLVE-RATE-EXIT.
068700     EXIT.
068800
068900 SCAN-RATE-ROW.
069000     READ BNKRATE-FILE NEXT RECORD.
069100     IF WS-BNKRATE-STATUS IS EQUAL TO '00' AND
069200        RTE-REC-ACC-TYPE IS EQUAL TO BAC-REC-TYPE
069300        IF RTE-REC-EFF-DATE IS NOT GREATER THAN WS-DAY-DATE AND
069400           RTE-REC-TIER-FLOOR IS NOT GREATER THAN WS-DAY-BALANCE
069500           MOVE RTE-REC-RATE TO WS-RESOLVED-RATE
069600        END-IF
069700     END-IF.
069800 SCAN-RATE-ROW-EXIT.
069900     EXIT.
070000
070100*****************************************************************
070200* Print the certificate for one account                         *
070300*****************************************************************
070400 PRINT-CERTIFICATE.
070500     MOVE SPACES TO ESTCERT-LINE.
070600     WRITE ESTCERT-LINE.
070700     WRITE ESTCERT-LINE FROM WS-RULE-LINE.
070800     IF WS-SURVIVOR-FOUND
070900        MOVE 'INFORMATION - PASSES TO SURVIVING HOLDER'
071000          TO WS-CTL-STATUS
071100        ADD 1 TO WS-CERTS-JOINT
071200     ELSE
071300        MOVE 'THE EXECUTORS - FORMS PART OF THE ESTATE'
071400          TO WS-CTL-STATUS
071500        ADD 1 TO WS-CERTS-ESTATE
071600     END-IF.
071700     WRITE ESTCERT-LINE FROM WS-CERT-TITLE-LINE.
071800     WRITE ESTCERT-LINE FROM WS-RULE-LINE.
071900     MOVE 'CUSTOMER' TO WS-CTX-LABEL.
072000     MOVE WS-CERT-DETAIL TO WS-CTX-TEXT.
072100     WRITE ESTCERT-LINE FROM WS-CERT-TEXT-LINE.
072200     MOVE 'DATE OF DEATH' TO WS-CTX-LABEL.
072300     MOVE WS-CERT-DATES TO WS-CTX-TEXT.
072400     WRITE ESTCERT-LINE FROM WS-CERT-TEXT-LINE.
072500     MOVE BAC-REC-ACCNO TO WS-CAC-ACCNO.
072600     MOVE BAC-REC-TYPE TO WS-CAC-TYPE.
072700     MOVE BAT-REC-DESC TO WS-CAC-DESC.
072800     MOVE 'ACCOUNT' TO WS-CTX-LABEL.
072900     MOVE WS-CERT-ACCOUNT TO WS-CTX-TEXT.
073000     WRITE ESTCERT-LINE FROM WS-CERT-TEXT-LINE.
073100     IF WS-SURVIVOR-FOUND
073200        MOVE 'HOLDING' TO WS-CTX-LABEL
073300        MOVE 'JOINT - NOT PART OF THE ESTATE' TO WS-CTX-TEXT
073400     ELSE
073500        MOVE 'HOLDING' TO WS-CTX-LABEL
073600        MOVE 'SOLE - ESTATE HOLD IN PLACE' TO WS-CTX-TEXT
073700     END-IF.
073800     WRITE ESTCERT-LINE FROM WS-CERT-TEXT-LINE.
073900     IF WS-DEATH-BAL-DATE IS EQUAL TO SPACES
074000        ADD 1 TO WS-CERTS-NO-HISTORY
074100        MOVE 'BALANCE AT DATE OF DEATH' TO WS-CTX-LABEL
074200        MOVE 'NO BALANCE HISTORY HELD - REFER TO OPERATIONS'
074300          TO WS-CTX-TEXT
074400        WRITE ESTCERT-LINE FROM WS-CERT-TEXT-LINE
074500        GO TO PRINT-CERTIFICATE-EXIT
074600     END-IF.
074700     MOVE BAC-REC-CURRENCY TO WS-CAM-CCY.
074800     MOVE 'BALANCE AT DATE OF DEATH' TO WS-CAM-LABEL.
074900     MOVE WS-DEATH-BALANCE TO WS-CAM-AMOUNT.
075000     MOVE SPACES TO WS-CAM-NOTE.
075100     IF WS-DEATH-BAL-DATE IS NOT EQUAL TO WS-DEATH-DATE
075200        STRING 'AS AT CLOSE OF ' DELIMITED BY SIZE
075300               WS-DEATH-BAL-DATE DELIMITED BY SIZE
075400          INTO WS-CAM-NOTE
075500     END-IF.
075600     WRITE ESTCERT-LINE FROM WS-CERT-AMOUNT-LINE.
075700     MOVE 'INTEREST ACCRUED IN MONTH' TO WS-CAM-LABEL.
075800     MOVE WS-ACCRUED-TO-DEATH TO WS-CAM-AMOUNT.
075900     MOVE SPACES TO WS-CAM-NOTE.
076000     STRING 'FROM ' DELIMITED BY SIZE
076100            WS-MONTH-START DELIMITED BY SIZE
076200            ' TO ' DELIMITED BY SIZE
076300            WS-DEATH-DATE DELIMITED BY SIZE
076400       INTO WS-CAM-NOTE.
076500     WRITE ESTCERT-LINE FROM WS-CERT-AMOUNT-LINE.
076600     COMPUTE WS-ESTATE-VALUE =
076700             WS-DEATH-BALANCE + WS-ACCRUED-TO-DEATH.
076800     MOVE 'TOTAL AT DATE OF DEATH' TO WS-CAM-LABEL.
076900     MOVE WS-ESTATE-VALUE TO WS-CAM-AMOUNT.
077000     MOVE 'BEFORE ANY WITHHOLDING TAX' TO WS-CAM-NOTE.
077100     WRITE ESTCERT-LINE FROM WS-CERT-AMOUNT-LINE.
077200 PRINT-CERTIFICATE-EXIT.
077300     EXIT.
077400
077500*****************************************************************
077600* Print the totals and close down                               *
077700*****************************************************************
077800 TERMINATE-RUN.
077900     MOVE SPACES TO ESTCERT-LINE.
078000     WRITE ESTCERT-LINE.
078100     MOVE 'TOTALS' TO WS-SECTION-TITLE.
078200     WRITE ESTCERT-LINE FROM WS-SECTION-HEADING.
078300     MOVE 'CUSTOMERS CERTIFIED' TO WS-TOT-LABEL.
078400     MOVE WS-CUSTOMERS-CERTIFIED TO WS-TOT-VALUE.
078500     WRITE ESTCERT-LINE FROM WS-TOTAL-LINE.
078600     MOVE 'CUSTOMERS WAITING FOR THE NEXT RUN' TO WS-TOT-LABEL.
078700     MOVE WS-CUSTOMERS-WAITING TO WS-TOT-VALUE.
078800     WRITE ESTCERT-LINE FROM WS-TOTAL-LINE.
078900     MOVE 'ESTATE ACCOUNT CERTIFICATES' TO WS-TOT-LABEL.
079000     MOVE WS-CERTS-ESTATE TO WS-TOT-VALUE.
079100     WRITE ESTCERT-LINE FROM WS-TOTAL-LINE.
079200     MOVE 'JOINT ACCOUNT CERTIFICATES' TO WS-TOT-LABEL.
079300     MOVE WS-CERTS-JOINT TO WS-TOT-VALUE.
079400     WRITE ESTCERT-LINE FROM WS-TOTAL-LINE.
079500     MOVE 'CERTIFICATES WITHOUT BALANCE HISTORY' TO WS-TOT-LABEL.
079600     MOVE WS-CERTS-NO-HISTORY TO WS-TOT-VALUE.
079700     WRITE ESTCERT-LINE FROM WS-TOTAL-LINE.
079800     CLOSE BNKCUST-FILE.
079900     CLOSE BNKAXRF-FILE.
080000     CLOSE BNKACC-FILE.
080100     CLOSE BNKATYP-FILE.
080200     CLOSE BNKRATE-FILE.
080300     CLOSE BNKBHST-FILE.
080400     CLOSE ESTCERT-FILE.
080500     SET CD53-REQUESTED-END TO TRUE.
080600     MOVE 'BBANKA2P' TO CD53I-JOB-NAME.
080700     CALL 'DBANK53P' USING WS-RUNC-DATA.
080800 TERMINATE-RUN-EXIT.
080900     EXIT.
081000
081100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
