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
001300* Program:     BBANKA7P.CBL                                     *
001400* Function:    Corporate bulk payment file intake               *
001500*                                                               *
001600* Takes in one customer bulk payment file (BLKPAY): a header    *
001700* naming the file reference, the customer, the debit account,   *
001800* the value date, the line count and the hash total of the line *
001900* amounts, then one detail line per payment - internal to one   *
002000* of our accounts or external to another bank. The whole file   *
002100* is checked before anything is loaded. It is rejected outright *
002200* if its reference was already taken in for the debit account   *
002300* (unless that file was itself rejected), the debit account is  *
002400* not the customer's or not usable, the value date is not a     *
002500* working day from the business date on, the line count or hash *
002600* total disagrees with the header, no line is good, or the      *
002700* available funds do not cover the lines that are. Each line is *
002800* checked on its own - amount, destination account, beneficiary *
002900* details and sanctions screening through DBANK55P - and a bad  *
003000* line is rejected without stopping the rest. The good lines of *
003100* an accepted file go onto BNKFWPY as bulk items (FWP-REC-BULK) *
003200* for the BBANK73P release to debit once and pay away on the    *
003300* value date, and the file is registered on BNKBULK (CBANKVBU), *
003400* accepted or rejected. The BLKACK acknowledgement goes back to *
003500* the customer: a line for every line of the file, accepted     *
003600* with its payment number or rejected with the reason, and a    *
003700* trailer with the file result and totals. The run registers    *
003800* with run control but is not a posting job, so each file can   *
003900* be taken in by a run of its own the same night.               *
004000*****************************************************************
004100
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID.
004400     BBANKA7P.
004500 DATE-WRITTEN.
004600     October 2026.
004700 DATE-COMPILED.
004800     Today.
004900
005000 ENVIRONMENT DIVISION.
005100
005200 INPUT-OUTPUT   SECTION.
005300   FILE-CONTROL.
005400     SELECT BLKPAY-FILE
005500            ASSIGN       TO BLKPAY
005600            ORGANIZATION IS LINE SEQUENTIAL
005700            FILE STATUS  IS WS-BLKPAY-STATUS.
005800
005900     SELECT BLKACK-FILE
006000            ASSIGN       TO BLKACK
006100            ORGANIZATION IS LINE SEQUENTIAL
006200            FILE STATUS  IS WS-BLKACK-STATUS.
006300
006400     SELECT BNKBULK-FILE
006500            ASSIGN       TO BNKBULK
006600            ORGANIZATION IS INDEXED
006700            ACCESS MODE  IS RANDOM
006800            RECORD KEY   IS BLK-REC-KEY
006900            FILE STATUS  IS WS-BNKBULK-STATUS.
007000
007100     SELECT BNKFWPY-FILE
007200            ASSIGN       TO BNKFWPY
007300            ORGANIZATION IS INDEXED
007400            ACCESS MODE  IS RANDOM
007500            RECORD KEY   IS FWP-REC-PAYMENT-NO
007600            FILE STATUS  IS WS-BNKFWPY-STATUS.
007700
007800     SELECT BNKACC-FILE
007900            ASSIGN       TO BNKACC
008000            ORGANIZATION IS INDEXED
008100            ACCESS MODE  IS RANDOM
008200            RECORD KEY   IS BAC-REC-ACCNO
008300            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
008400            FILE STATUS  IS WS-BNKACC-STATUS.
008500
008600     SELECT OPTIONAL BNKHOLD-FILE
008700            ASSIGN       TO BNKHOLD
008800            ORGANIZATION IS INDEXED
008900            ACCESS MODE  IS DYNAMIC
009000            RECORD KEY   IS HLD-REC-ID
009100            ALTERNATE KEY IS HLD-REC-ALTKEY1 WITH DUPLICATES
009200            FILE STATUS  IS WS-BNKHOLD-STATUS.
009300
009400     SELECT OPTIONAL BNKHOLI-FILE
009500            ASSIGN       TO BNKHOLI
009600            ORGANIZATION IS INDEXED
009700            ACCESS MODE  IS RANDOM
009800            RECORD KEY   IS HOL-REC-DATE
009900            FILE STATUS  IS WS-BNKHOLI-STATUS.
010000
010100 DATA DIVISION.
010200
010300 FILE SECTION.
010400 FD  BLKPAY-FILE.
010500 01  BLKPAY-REC.
010600   05  BPY-REC-TYPE                          PIC X(1).
010700       88  BPY-HEADER                         VALUE 'H'.
010800       88  BPY-DETAIL                         VALUE 'D'.
010900   05  BPY-HEADER-DATA.
011000     10  BPY-FILE-REF                        PIC X(12).
011100     10  BPY-PID                             PIC X(5).
011200     10  BPY-FROM-ACC                        PIC X(10).
011300     10  BPY-VALUE-DATE                      PIC X(8).
011400     10  BPY-LINE-COUNT                      PIC 9(6).
011500     10  BPY-HASH-TOTAL                      PIC 9(11)V99.
011600     10  FILLER                              PIC X(45).
011700   05  BPY-DETAIL-DATA REDEFINES BPY-HEADER-DATA.
011800     10  BPY-DEST-FLAG                       PIC X(1).
011900         88  BPY-DEST-INTERNAL                VALUE 'I'.
012000         88  BPY-DEST-EXTERNAL                VALUE 'E'.
012100     10  BPY-TO-ACC                          PIC X(10).
012200     10  BPY-EXT-BANK                        PIC X(8).
012300     10  BPY-EXT-ACCNO                       PIC X(16).
012400     10  BPY-EXT-NAME                        PIC X(30).
012500     10  BPY-AMOUNT                          PIC 9(9)V99.
012600     10  BPY-DESC                            PIC X(20).
012700     10  FILLER                              PIC X(3).
012800
012900 FD  BLKACK-FILE.
013000 01  BLKACK-LINE                              PIC X(100).
013100
013200 FD  BNKBULK-FILE.
013300 01  BNKBULK-REC.
013400 COPY CBANKVBU.
013500
013600 FD  BNKFWPY-FILE.
013700 01  BNKFWPY-REC.
013800 COPY CBANKVFW.
013900
014000 FD  BNKACC-FILE.
014100 01  BNKACC-REC.
014200 COPY CBANKVAC.
014300
014400 FD  BNKHOLD-FILE.
014500 01  BNKHOLD-REC.
014600 COPY CBANKVHD.
014700
014800 FD  BNKHOLI-FILE.
014900 01  BNKHOLI-REC.
015000 COPY CBANKVHL.
015100
015200 WORKING-STORAGE SECTION.
015300 01  WS-MISC-STORAGE.
015400   05  WS-PROGRAM-ID                         PIC X(8)
015500       VALUE 'BBANKA7P'.
015600   05  WS-BLKPAY-STATUS                      PIC X(2).
015700   05  WS-BLKACK-STATUS                      PIC X(2).
015800   05  WS-BNKBULK-STATUS                     PIC X(2).
015900   05  WS-BNKFWPY-STATUS                     PIC X(2).
016000   05  WS-BNKACC-STATUS                      PIC X(2).
016100   05  WS-BNKHOLD-STATUS                     PIC X(2).
016200   05  WS-BNKHOLI-STATUS                     PIC X(2).
016300   05  WS-MORE-LINES                         PIC X(1).
016400       88  WS-MORE-LINES-EXIST                VALUE 'Y'.
016500       88  WS-NO-MORE-LINES                  VALUE 'N'.
016600   05  WS-HEADER-FLAG                        PIC X(1) VALUE 'N'.
016700       88  WS-HEADER-READ                     VALUE 'Y'.
016800       88  WS-NO-HEADER                       VALUE 'N'.
016900   05  WS-REGISTER-FLAG                      PIC X(1) VALUE 'N'.
017000       88  WS-REGISTER-NEW                    VALUE 'W'.
017100       88  WS-REGISTER-AGAIN                  VALUE 'R'.
017200       88  WS-REGISTER-NONE                   VALUE 'N'.
017300   05  WS-CONTROL-FLAG                       PIC X(1).
017400       88  WS-CONTROL-FOUND                   VALUE 'Y'.
017500       88  WS-CONTROL-NOT-FOUND               VALUE 'N'.
017600   05  WS-ACCOUNT-FOUND-FLAG                 PIC X(1).
017700       88  WS-ACCOUNT-FOUND                   VALUE 'Y'.
017800       88  WS-ACCOUNT-NOT-FOUND               VALUE 'N'.
017900   05  WS-HOLI-FLAG                          PIC X(1).
018000       88  WS-HOLI-AVAILABLE                  VALUE 'Y'.
018100       88  WS-HOLI-NOT-AVAILABLE              VALUE 'N'.
018200   05  WS-HOLD-BROWSE-FLAG                   PIC X(1).
018300       88  WS-HOLDS-FOUND                     VALUE 'Y'.
018400       88  WS-NO-HOLDS-FOUND                  VALUE 'N'.
018500   05  WS-TODAY-DATE                         PIC 9(8).
018600   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
018700                                              PIC X(8).
018800   05  WS-NOW-TIME                           PIC 9(8).
018900   05  WS-NOW-TIME-X REDEFINES WS-NOW-TIME    PIC X(8).
019000   05  WS-RUN-TS                             PIC X(16).
019100   05  WS-BUSINESS-DATE                      PIC X(8).
019200   05  WS-VALUE-DATE-N                       PIC 9(8).
019300   05  WS-VALUE-DATE-X REDEFINES WS-VALUE-DATE-N
019400                                              PIC X(8).
019500   05  WS-VALUE-DATE-PARTS REDEFINES WS-VALUE-DATE-N.
019600     10  WS-VALUE-YEAR                       PIC 9(4).
019700     10  WS-VALUE-MONTH                      PIC 9(2).
019800     10  WS-VALUE-DAY                        PIC 9(2).
019900   05  WS-DAY-INT                            PIC S9(9).
020000   05  WS-DAY-DATE-N                         PIC 9(8).
020100   05  WS-DAY-OF-WEEK                        PIC 9(1).
020200   05  WS-HOLD-TARGET-ACC                    PIC X(10).
020300   05  WS-ACTIVE-HOLDS                       PIC S9(9)V99.
020400   05  WS-AVAILABLE                          PIC S9(11)V99.
020500   05  WS-LINE-NO                            PIC 9(6).
020600   05  WS-LINE-REASON-WORK                   PIC X(30).
020700   05  WS-NEXT-ITEM-NO                       PIC 9(9).
020800   05  WS-PAYMENT-NO.
020900     10  FILLER                              PIC X(1) VALUE 'B'.
021000     10  WS-PAYMENT-SEQ                      PIC 9(9).
021100
021200* The file as the header describes it, and as it was found
021300 01  WS-FILE-DATA.
021400   05  WS-FILE-REF                           PIC X(12).
021500   05  WS-FILE-PID                           PIC X(5).
021600   05  WS-FROM-ACC                           PIC X(10).
021700   05  WS-FROM-CCY                           PIC X(3).
021800   05  WS-FROM-BALANCE                       PIC S9(9)V99.
021900   05  WS-FROM-OD-LIMIT                      PIC S9(9)V99.
022000   05  WS-VALUE-DATE                         PIC X(8).
022100   05  WS-HDR-LINE-COUNT                     PIC 9(6).
022200   05  WS-HDR-HASH-TOTAL                     PIC 9(11)V99.
022300   05  WS-FILE-REASON                        PIC X(30).
022400       88  WS-FILE-ACCEPTED                   VALUE SPACES.
022500   05  WS-LINE-COUNT                         PIC 9(6).
022600   05  WS-HASH-TOTAL                         PIC 9(11)V99.
022700   05  WS-ACCEPTED-COUNT                     PIC 9(6).
022800   05  WS-REJECTED-COUNT                     PIC 9(6).
022900   05  WS-ACCEPTED-TOTAL                     PIC S9(11)V99.
023000   05  WS-FIRST-PAYMENT-NO                   PIC X(10).
023100   05  WS-LAST-PAYMENT-NO                    PIC X(10).
023200
023300*****************************************************************
023400* The reason each line was rejected on the checking pass, blank *
023500* for a good line, so the loading pass can acknowledge it       *
023600*****************************************************************
023700 01  WS-LINE-TABLE.
023800   05  WS-LINE-REASON                        PIC X(30)
023900       OCCURS 2000 TIMES.
024000 01  WS-MAX-LINES                           PIC S9(4) COMP
024100                                             VALUE 2000.
024200
024300 01  WS-ACK-DETAIL.
024400   05  FILLER                                PIC X(1) VALUE 'D'.
024500   05  WS-AKD-LINE-NO                        PIC 9(6).
024600   05  WS-AKD-RESULT                         PIC X(8).
024700   05  WS-AKD-PAYMENT-NO                     PIC X(10).
024800   05  WS-AKD-AMOUNT                         PIC 9(9)V99.
024900   05  WS-AKD-DESC                           PIC X(20).
025000   05  WS-AKD-REASON                         PIC X(30).
025100   05  FILLER                                PIC X(14) VALUE
025200       SPACES.
025300
025400 01  WS-ACK-TRAILER.
025500   05  FILLER                                PIC X(1) VALUE 'T'.
025600   05  WS-AKT-FILE-REF                       PIC X(12).
025700   05  WS-AKT-FROM-ACC                       PIC X(10).
025800   05  WS-AKT-VALUE-DATE                     PIC X(8).
025900   05  WS-AKT-RESULT                         PIC X(8).
026000   05  WS-AKT-LINE-COUNT                     PIC 9(6).
026100   05  WS-AKT-ACCEPTED-COUNT                 PIC 9(6).
026200   05  WS-AKT-REJECTED-COUNT                 PIC 9(6).
026300   05  WS-AKT-ACCEPTED-TOTAL                 PIC 9(11)V99.
026400   05  WS-AKT-REASON                         PIC X(30).
026500
026600 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
026700     88  WS-RUN-ALLOWED                     VALUE 'Y'.
026800     88  WS-RUN-REFUSED                     VALUE 'N'.
026900
027000 01  WS-RUNC-DATA.
027100 COPY CBANKD53.
027200
027300 01  WS-SCREEN-DATA.
027400 COPY CBANKD55.
027500
027600 PROCEDURE DIVISION.
027700*****************************************************************
027800* Main line of control                                          *
027900*****************************************************************
028000     PERFORM CHECK-RUN-CONTROL THRU
028100             CHECK-RUN-CONTROL-EXIT.
028200     IF WS-RUN-ALLOWED
028300        PERFORM INITIALIZE-RUN THRU
028400                INITIALIZE-RUN-EXIT
028500        PERFORM CHECK-HEADER THRU
028600                CHECK-HEADER-EXIT
028700        IF WS-HEADER-READ
028800           PERFORM CHECK-LINES THRU
028900                   CHECK-LINES-EXIT
029000           PERFORM CHECK-FILE-TOTALS THRU
029100                   CHECK-FILE-TOTALS-EXIT
029200        END-IF
029300        PERFORM LOAD-FILE THRU
029400                LOAD-FILE-EXIT
029500        IF NOT WS-REGISTER-NONE
029600           PERFORM REGISTER-FILE THRU
029700                   REGISTER-FILE-EXIT
029800        END-IF
029900        PERFORM TERMINATE-RUN THRU
030000                TERMINATE-RUN-EXIT
030100     END-IF.
030200     GOBACK.
030300
030400*****************************************************************
030500* Register this run with run control before anything is opened. *
030600* The intake only loads the warehouse - the debit is posted by  *
030700* the BBANK73P release - so it is not a posting job             *
030800*****************************************************************
030900 CHECK-RUN-CONTROL.
031000     MOVE SPACES TO CD53-DATA.
031100     SET CD53-REQUESTED-START TO TRUE.
031200     MOVE 'BBANKA7P' TO CD53I-JOB-NAME.
031300     CALL 'DBANK53P' USING WS-RUNC-DATA.
031400     IF NOT CD53O-RESP-OK
031500        SET WS-RUN-REFUSED TO TRUE
031600        DISPLAY 'BBANKA7P - RUN REFUSED BY RUN CONTROL: '
031700                CD53O-RESP-MSG
031800     END-IF.
031900 CHECK-RUN-CONTROL-EXIT.
032000     EXIT.
032100
032200*****************************************************************
032300* Resolve the business date and open the files                  *
032400*****************************************************************
032500 INITIALIZE-RUN.
032600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
032700     ACCEPT WS-NOW-TIME FROM TIME.
032800     MOVE WS-TODAY-DATE-X TO WS-RUN-TS(1:8).
032900     MOVE WS-NOW-TIME-X TO WS-RUN-TS(9:8).
033000     MOVE CD53O-BUSINESS-DATE TO WS-BUSINESS-DATE.
033100     IF WS-BUSINESS-DATE IS EQUAL TO SPACES OR
033200        WS-BUSINESS-DATE IS EQUAL TO LOW-VALUES
033300        MOVE WS-TODAY-DATE-X TO WS-BUSINESS-DATE
033400     END-IF.
033500     MOVE SPACES TO WS-FILE-DATA.
033600     MOVE 0 TO WS-HDR-LINE-COUNT.
033700     MOVE 0 TO WS-HDR-HASH-TOTAL.
033800     MOVE 0 TO WS-LINE-COUNT.
033900     MOVE 0 TO WS-HASH-TOTAL.
034000     MOVE 0 TO WS-ACCEPTED-COUNT.
034100     MOVE 0 TO WS-REJECTED-COUNT.
034200     MOVE 0 TO WS-ACCEPTED-TOTAL.
034300     MOVE SPACES TO WS-LINE-TABLE.
034400     OPEN I-O   BNKBULK-FILE.
034500     OPEN I-O   BNKFWPY-FILE.
034600     OPEN INPUT BNKACC-FILE.
034700     OPEN INPUT BNKHOLD-FILE.
034800     OPEN INPUT BNKHOLI-FILE.
034900     IF WS-BNKHOLI-STATUS IS EQUAL TO '00' OR
035000       WS-BNKHOLI-STATUS IS EQUAL TO '05'
035100       SET WS-HOLI-AVAILABLE TO TRUE
035200     ELSE
035300       SET WS-HOLI-NOT-AVAILABLE TO TRUE
035400     END-IF.
035500     OPEN OUTPUT BLKACK-FILE.
035600 INITIALIZE-RUN-EXIT.
035700     EXIT.
035800
035900*****************************************************************
036000* Read and check the header. The first failure found rejects    *
036100* the whole file. A file with no header or no reference cannot  *
036200* be registered; a reference already taken in for the account   *
036300* is not registered again, so the earlier file's entry stands   *
036400*****************************************************************
036500 CHECK-HEADER.
036600     OPEN INPUT BLKPAY-FILE.
036700     IF WS-BLKPAY-STATUS IS NOT EQUAL TO '00'
036800        MOVE 'PAYMENT FILE NOT AVAILABLE' TO WS-FILE-REASON
036900        GO TO CHECK-HEADER-EXIT
037000     END-IF.
037100     READ BLKPAY-FILE
037200          AT END
037300             MOVE 'BULK PAYMENT FILE IS EMPTY' TO WS-FILE-REASON
037400     END-READ.
037500     IF NOT WS-FILE-ACCEPTED
037600        CLOSE BLKPAY-FILE
037700        GO TO CHECK-HEADER-EXIT
037800     END-IF.
037900     IF NOT BPY-HEADER
038000        MOVE 'FIRST RECORD IS NOT A HEADER' TO WS-FILE-REASON
038100        CLOSE BLKPAY-FILE
038200        GO TO CHECK-HEADER-EXIT
038300     END-IF.
038400     SET WS-HEADER-READ TO TRUE.
038500     MOVE BPY-FILE-REF TO WS-FILE-REF.
038600     MOVE BPY-PID TO WS-FILE-PID.
038700     MOVE BPY-FROM-ACC TO WS-FROM-ACC.
038800     MOVE BPY-VALUE-DATE TO WS-VALUE-DATE.
038900     IF BPY-FILE-REF IS EQUAL TO SPACES OR
039000        BPY-FROM-ACC IS EQUAL TO SPACES
039100        MOVE 'FILE REFERENCE/ACCOUNT MISSING' TO WS-FILE-REASON
039200        GO TO CHECK-HEADER-EXIT
039300     END-IF.
039400* A reference is taken in once per debit account; a rejected
039500* file may be corrected and sent again under the same one
039600     MOVE WS-FROM-ACC TO BLK-REC-FROM-ACC.
039700     MOVE WS-FILE-REF TO BLK-REC-FILE-REF.
039800     SET WS-REGISTER-NEW TO TRUE.
039900     READ BNKBULK-FILE
040000          INVALID KEY CONTINUE
040100     END-READ.
040200     IF WS-BNKBULK-STATUS IS EQUAL TO '00'
040300        IF BLK-REC-STATUS-REJECTED
040400           SET WS-REGISTER-AGAIN TO TRUE
040500        ELSE
040600           SET WS-REGISTER-NONE TO TRUE
040700           MOVE 'DUPLICATE FILE REFERENCE' TO WS-FILE-REASON
040800           GO TO CHECK-HEADER-EXIT
040900        END-IF
041000     END-IF.
041100     IF BPY-LINE-COUNT IS NOT NUMERIC OR
041200        BPY-HASH-TOTAL IS NOT NUMERIC
041300        MOVE 'HEADER COUNT/HASH NOT NUMERIC' TO WS-FILE-REASON
041400        GO TO CHECK-HEADER-EXIT
041500     END-IF.
041600     MOVE BPY-LINE-COUNT TO WS-HDR-LINE-COUNT.
041700     MOVE BPY-HASH-TOTAL TO WS-HDR-HASH-TOTAL.
041800* The debit account must be the customer's and open for postings
041900     MOVE WS-FROM-ACC TO BAC-REC-ACCNO.
042000     SET WS-ACCOUNT-FOUND TO TRUE.
042100     READ BNKACC-FILE
042200          INVALID KEY SET WS-ACCOUNT-NOT-FOUND TO TRUE
042300     END-READ.
042400     IF WS-ACCOUNT-NOT-FOUND
042500        MOVE 'DEBIT ACCOUNT NOT FOUND' TO WS-FILE-REASON
042600        GO TO CHECK-HEADER-EXIT
042700     END-IF.
042800     IF BAC-REC-PID IS NOT EQUAL TO WS-FILE-PID
042900        MOVE 'DEBIT ACCOUNT NOT CUSTOMERS' TO WS-FILE-REASON
043000        GO TO CHECK-HEADER-EXIT
043100     END-IF.
043200     IF BAC-REC-STATUS-CLOSED OR BAC-REC-STATUS-DORMANT OR
043300        BAC-REC-STATUS-WRITTEN-OFF
043400        MOVE 'DEBIT ACCOUNT UNUSABLE' TO WS-FILE-REASON
043500        GO TO CHECK-HEADER-EXIT
043600     END-IF.
043700     MOVE BAC-REC-CURRENCY TO WS-FROM-CCY.
043800     MOVE BAC-REC-BALANCE TO WS-FROM-BALANCE.
043900     IF BAC-REC-OD-LIMIT IS NUMERIC
044000        MOVE BAC-REC-OD-LIMIT TO WS-FROM-OD-LIMIT
044100     ELSE
044200        MOVE 0 TO WS-FROM-OD-LIMIT
044300     END-IF.
044400     PERFORM CHECK-VALUE-DATE THRU
044500             CHECK-VALUE-DATE-EXIT.
044600 CHECK-HEADER-EXIT.
044700     EXIT.
044800
044900*****************************************************************
045000* The value date must be a real date, not before the business   *
045100* date, and a working day - not a weekend or a BNKHOLI holiday  *
045200*****************************************************************
045300 CHECK-VALUE-DATE.
045400     MOVE WS-VALUE-DATE TO WS-VALUE-DATE-X.
045500     IF WS-VALUE-DATE-X IS NOT NUMERIC
045600        MOVE 'INVALID VALUE DATE' TO WS-FILE-REASON
045700        GO TO CHECK-VALUE-DATE-EXIT
045800     END-IF.
045900     IF WS-VALUE-MONTH IS LESS THAN 1 OR
046000        WS-VALUE-MONTH IS GREATER THAN 12 OR
046100        WS-VALUE-DAY IS LESS THAN 1 OR
046200        WS-VALUE-DAY IS GREATER THAN 31 OR
046300        WS-VALUE-YEAR IS LESS THAN 1601
046400        MOVE 'INVALID VALUE DATE' TO WS-FILE-REASON
046500        GO TO CHECK-VALUE-DATE-EXIT
046600     END-IF.
046700     COMPUTE WS-DAY-INT =
046800             FUNCTION INTEGER-OF-DATE(WS-VALUE-DATE-N).
046900     COMPUTE WS-DAY-DATE-N =
047000             FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
047100     IF WS-DAY-DATE-N IS NOT EQUAL TO WS-VALUE-DATE-N
047200        MOVE 'INVALID VALUE DATE' TO WS-FILE-REASON
047300        GO TO CHECK-VALUE-DATE-EXIT
047400     END-IF.
047500     IF WS-VALUE-DATE IS LESS THAN WS-BUSINESS-DATE
047600        MOVE 'VALUE DATE IS IN THE PAST' TO WS-FILE-REASON
047700        GO TO CHECK-VALUE-DATE-EXIT
047800     END-IF.
047900     COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-INT, 7).
048000     IF WS-DAY-OF-WEEK IS EQUAL TO 6 OR
048100        WS-DAY-OF-WEEK IS EQUAL TO 0
048200        MOVE 'VALUE DATE NOT A WORKING DAY' TO WS-FILE-REASON
048300        GO TO CHECK-VALUE-DATE-EXIT
048400     END-IF.
048500     IF WS-HOLI-AVAILABLE
048600        MOVE WS-VALUE-DATE TO HOL-REC-DATE
048700        READ BNKHOLI-FILE
048800             INVALID KEY CONTINUE
048900        END-READ
049000        IF WS-BNKHOLI-STATUS IS EQUAL TO '00'
049100           MOVE 'VALUE DATE NOT A WORKING DAY' TO
049200               WS-FILE-REASON
049300        END-IF
049400     END-IF.
049500 CHECK-VALUE-DATE-EXIT.
049600     EXIT.
049700
049800*****************************************************************
049900* Checking pass - count the lines and total their amounts for   *
050000* the header's controls, and check each line on its own while   *
050100* the file still stands                                         *
050200*****************************************************************
050300 CHECK-LINES.
050400     SET WS-MORE-LINES-EXIST TO TRUE.
050500     PERFORM CHECK-ONE-LINE THRU
050600             CHECK-ONE-LINE-EXIT
050700        UNTIL WS-NO-MORE-LINES.
050800 CHECK-LINES-EXIT.
050900     EXIT.
051000
051100 CHECK-ONE-LINE.
051200     READ BLKPAY-FILE
051300          AT END SET WS-NO-MORE-LINES TO TRUE
051400     END-READ.
051500     IF WS-NO-MORE-LINES
051600        GO TO CHECK-ONE-LINE-EXIT
051700     END-IF.
051800     ADD 1 TO WS-LINE-COUNT.
051900     IF BPY-DETAIL AND BPY-AMOUNT IS NUMERIC
052000        ADD BPY-AMOUNT TO WS-HASH-TOTAL
052100     END-IF.
052200     IF WS-LINE-COUNT IS GREATER THAN WS-MAX-LINES
052300        IF WS-FILE-ACCEPTED
052400           MOVE 'FILE HAS MORE THAN 2000 LINES' TO WS-FILE-REASON
052500        END-IF
052600        GO TO CHECK-ONE-LINE-EXIT
052700     END-IF.
052800     IF NOT WS-FILE-ACCEPTED
052900        GO TO CHECK-ONE-LINE-EXIT
053000     END-IF.
053100     MOVE SPACES TO WS-LINE-REASON-WORK.
053200     PERFORM CHECK-LINE-DETAIL THRU
053300             CHECK-LINE-DETAIL-EXIT.
053400     MOVE WS-LINE-REASON-WORK TO WS-LINE-REASON(WS-LINE-COUNT).
053500     IF WS-LINE-REASON-WORK IS EQUAL TO SPACES
053600        ADD 1 TO WS-ACCEPTED-COUNT
053700        ADD BPY-AMOUNT TO WS-ACCEPTED-TOTAL
053800     ELSE
053900        ADD 1 TO WS-REJECTED-COUNT
054000     END-IF.
054100 CHECK-ONE-LINE-EXIT.
054200     EXIT.
054300
054400*****************************************************************
054500* Check one detail line. An internal payment must go to another *
054600* usable account kept in the debit account's currency; an       *
054700* external one needs the beneficiary's bank, account and name,  *
054800* and the name is screened against the sanctions watchlist - a  *
054900* possible match is rejected, its review item raised for the    *
055000* screening team                                                *
055100*****************************************************************
055200 CHECK-LINE-DETAIL.
055300     IF NOT BPY-DETAIL
055400        MOVE 'NOT A DETAIL RECORD' TO WS-LINE-REASON-WORK
055500        GO TO CHECK-LINE-DETAIL-EXIT
055600     END-IF.
055700     IF BPY-AMOUNT IS NOT NUMERIC
055800        MOVE 'INVALID AMOUNT' TO WS-LINE-REASON-WORK
055900        GO TO CHECK-LINE-DETAIL-EXIT
056000     END-IF.
056100     IF BPY-AMOUNT IS EQUAL TO 0
056200        MOVE 'INVALID AMOUNT' TO WS-LINE-REASON-WORK
056300        GO TO CHECK-LINE-DETAIL-EXIT
056400     END-IF.
056500     IF BPY-DEST-INTERNAL
056600        PERFORM CHECK-INTERNAL-LINE THRU
056700                CHECK-INTERNAL-LINE-EXIT
056800        GO TO CHECK-LINE-DETAIL-EXIT
056900     END-IF.
057000     IF NOT BPY-DEST-EXTERNAL
057100        MOVE 'INVALID DESTINATION FLAG' TO WS-LINE-REASON-WORK
057200        GO TO CHECK-LINE-DETAIL-EXIT
057300     END-IF.
057400     IF BPY-EXT-BANK IS EQUAL TO SPACES OR
057500        BPY-EXT-ACCNO IS EQUAL TO SPACES OR
057600        BPY-EXT-NAME IS EQUAL TO SPACES
057700        MOVE 'BENEFICIARY DETAILS INCOMPLETE' TO
057800            WS-LINE-REASON-WORK
057900        GO TO CHECK-LINE-DETAIL-EXIT
058000     END-IF.
058100     MOVE SPACES TO CD55-DATA.
058200     SET CD55-REQUESTED-SCREEN TO TRUE.
058300     MOVE BPY-EXT-NAME TO CD55I-NAME.
058400     SET CD55I-SUBJECT-WAREHOUSE TO TRUE.
058500     MOVE WS-FILE-REF TO CD55I-REF.
058600     MOVE WS-PROGRAM-ID TO CD55I-SOURCE-PGM.
058700     MOVE WS-BUSINESS-DATE TO CD55I-AS-OF-DATE.
058800     MOVE WS-FROM-ACC TO CD55I-FROM-ACC.
058900     MOVE BPY-AMOUNT TO CD55I-AMOUNT.
059000     MOVE WS-FROM-CCY TO CD55I-CURRENCY.
059100     CALL 'DBANK55P' USING WS-SCREEN-DATA.
059200     IF CD55O-RESP-OK AND CD55O-POSSIBLE-MATCH
059300        MOVE 'BENEFICIARY HELD FOR SCREENING' TO
059400            WS-LINE-REASON-WORK
059500     END-IF.
059600 CHECK-LINE-DETAIL-EXIT.
059700     EXIT.
059800
059900 CHECK-INTERNAL-LINE.
060000     IF BPY-TO-ACC IS EQUAL TO SPACES
060100        MOVE 'TO ACCOUNT MISSING' TO WS-LINE-REASON-WORK
060200        GO TO CHECK-INTERNAL-LINE-EXIT
060300     END-IF.
060400     IF BPY-TO-ACC IS EQUAL TO WS-FROM-ACC
060500        MOVE 'TO ACCOUNT IS DEBIT ACCOUNT' TO
060600            WS-LINE-REASON-WORK
060700        GO TO CHECK-INTERNAL-LINE-EXIT
060800     END-IF.
060900     MOVE BPY-TO-ACC TO BAC-REC-ACCNO.
061000     SET WS-ACCOUNT-FOUND TO TRUE.
061100     READ BNKACC-FILE
061200          INVALID KEY SET WS-ACCOUNT-NOT-FOUND TO TRUE
061300     END-READ.
061400     IF WS-ACCOUNT-NOT-FOUND
061500        MOVE 'TO ACCOUNT NOT FOUND' TO WS-LINE-REASON-WORK
061600        GO TO CHECK-INTERNAL-LINE-EXIT
061700     END-IF.
061800     IF BAC-REC-STATUS-CLOSED OR BAC-REC-STATUS-WRITTEN-OFF
061900        MOVE 'TO ACCOUNT UNUSABLE' TO WS-LINE-REASON-WORK
062000        GO TO CHECK-INTERNAL-LINE-EXIT
062100     END-IF.
062200     IF BAC-REC-CURRENCY IS NOT EQUAL TO WS-FROM-CCY
062300        MOVE 'TO ACCOUNT CCY MISMATCH' TO WS-LINE-REASON-WORK
062400     END-IF.
062500 CHECK-INTERNAL-LINE-EXIT.
062600     EXIT.
062700
062800*****************************************************************
062900* The file's own controls must agree with what was read, at     *
063000* least one line must be good, and the available funds - the    *
063100* balance and overdraft limit less active holds - must cover    *
063200* the good lines together                                       *
063300*****************************************************************
063400 CHECK-FILE-TOTALS.
063500     IF NOT WS-FILE-ACCEPTED
063600        GO TO CHECK-FILE-TOTALS-EXIT
063700     END-IF.
063800     IF WS-LINE-COUNT IS NOT EQUAL TO WS-HDR-LINE-COUNT
063900        MOVE 'LINE COUNT NOT AS HEADER' TO WS-FILE-REASON
064000        GO TO CHECK-FILE-TOTALS-EXIT
064100     END-IF.
064200     IF WS-HASH-TOTAL IS NOT EQUAL TO WS-HDR-HASH-TOTAL
064300        MOVE 'HASH TOTAL NOT AS HEADER' TO WS-FILE-REASON
064400        GO TO CHECK-FILE-TOTALS-EXIT
064500     END-IF.
064600     IF WS-ACCEPTED-COUNT IS EQUAL TO 0
064700        MOVE 'NO LINE COULD BE ACCEPTED' TO WS-FILE-REASON
064800        GO TO CHECK-FILE-TOTALS-EXIT
064900     END-IF.
065000     PERFORM SUM-ACTIVE-HOLDS THRU
065100             SUM-ACTIVE-HOLDS-EXIT.
065200     COMPUTE WS-AVAILABLE = WS-FROM-BALANCE + WS-FROM-OD-LIMIT
065300                          - WS-ACTIVE-HOLDS.
065400     IF WS-AVAILABLE IS LESS THAN WS-ACCEPTED-TOTAL
065500        MOVE 'INSUFFICIENT AVAILABLE FUNDS' TO WS-FILE-REASON
065600     END-IF.
065700 CHECK-FILE-TOTALS-EXIT.
065800     EXIT.
065900
066000*****************************************************************
066100* Total the debit account's active funds holds, the same scan   *
066200* shape BBANK73P uses                                           *
066300*****************************************************************
066400 SUM-ACTIVE-HOLDS.
066500     MOVE 0 TO WS-ACTIVE-HOLDS.
066600     MOVE WS-FROM-ACC TO WS-HOLD-TARGET-ACC.
066700     MOVE WS-HOLD-TARGET-ACC TO HLD-REC-ALTKEY1.
066800     SET WS-HOLDS-FOUND TO TRUE.
066900     START BNKHOLD-FILE KEY IS EQUAL TO HLD-REC-ALTKEY1
067000          INVALID KEY SET WS-NO-HOLDS-FOUND TO TRUE
067100     END-START.
067200     IF WS-HOLDS-FOUND
067300        PERFORM SUM-ONE-HOLD THRU
067400                SUM-ONE-HOLD-EXIT
067500           UNTIL (WS-BNKHOLD-STATUS IS NOT EQUAL TO '00' AND
067600                  WS-BNKHOLD-STATUS IS NOT EQUAL TO '02')
067700              OR HLD-REC-ALTKEY1 IS NOT EQUAL TO
067800                    WS-HOLD-TARGET-ACC
067900     END-IF.
068000 SUM-ACTIVE-HOLDS-EXIT.
068100     EXIT.
068200
068300 SUM-ONE-HOLD.
068400     READ BNKHOLD-FILE NEXT RECORD.
068500     IF (WS-BNKHOLD-STATUS IS EQUAL TO '00' OR
068600         WS-BNKHOLD-STATUS IS EQUAL TO '02') AND
068700        HLD-REC-ALTKEY1 IS EQUAL TO WS-HOLD-TARGET-ACC
068800        IF HLD-REC-STATUS-ACTIVE AND
068900           (HLD-REC-EXPIRY-DTE IS EQUAL TO SPACES OR
069000            HLD-REC-EXPIRY-DTE IS EQUAL TO LOW-VALUES OR
069100            HLD-REC-EXPIRY-DTE IS GREATER THAN WS-BUSINESS-DATE)
069200           ADD HLD-REC-AMOUNT TO WS-ACTIVE-HOLDS
069300        END-IF
069400     END-IF.
069500 SUM-ONE-HOLD-EXIT.
069600     EXIT.
069700
069800*****************************************************************
069900* Loading pass - read the file again, load each good line of an *
070000* accepted file onto BNKFWPY and acknowledge every line; the    *
070100* counts are taken again here, so a rejected file acknowledges  *
070200* every line as rejected. The trailer closes the                *
070300* acknowledgement                                               *
070400*****************************************************************
070500 LOAD-FILE.
070600     MOVE 0 TO WS-ACCEPTED-COUNT.
070700     MOVE 0 TO WS-REJECTED-COUNT.
070800     MOVE 0 TO WS-ACCEPTED-TOTAL.
070900     MOVE 0 TO WS-LINE-NO.
071000     IF WS-NO-HEADER
071100        GO TO LOAD-FILE-TRAILER
071200     END-IF.
071300     CLOSE BLKPAY-FILE.
071400     OPEN INPUT BLKPAY-FILE.
071500     READ BLKPAY-FILE
071600          AT END CONTINUE
071700     END-READ.
071800     IF WS-FILE-ACCEPTED
071900        PERFORM GET-CONTROL-RECORD THRU
072000                GET-CONTROL-RECORD-EXIT
072100     END-IF.
072200     SET WS-MORE-LINES-EXIST TO TRUE.
072300     PERFORM LOAD-ONE-LINE THRU
072400             LOAD-ONE-LINE-EXIT
072500        UNTIL WS-NO-MORE-LINES.
072600     CLOSE BLKPAY-FILE.
072700     IF WS-FILE-ACCEPTED
072800        PERFORM SAVE-CONTROL-RECORD THRU
072900                SAVE-CONTROL-RECORD-EXIT
073000     END-IF.
073100 LOAD-FILE-TRAILER.
073200     MOVE WS-FILE-REF TO WS-AKT-FILE-REF.
073300     MOVE WS-FROM-ACC TO WS-AKT-FROM-ACC.
073400     MOVE WS-VALUE-DATE TO WS-AKT-VALUE-DATE.
073500     IF WS-FILE-ACCEPTED
073600        MOVE 'ACCEPTED' TO WS-AKT-RESULT
073700     ELSE
073800        MOVE 'REJECTED' TO WS-AKT-RESULT
073900     END-IF.
074000     MOVE WS-LINE-NO TO WS-AKT-LINE-COUNT.
074100     MOVE WS-ACCEPTED-COUNT TO WS-AKT-ACCEPTED-COUNT.
074200     MOVE WS-REJECTED-COUNT TO WS-AKT-REJECTED-COUNT.
074300     MOVE WS-ACCEPTED-TOTAL TO WS-AKT-ACCEPTED-TOTAL.
074400     MOVE WS-FILE-REASON TO WS-AKT-REASON.
074500     WRITE BLKACK-LINE FROM WS-ACK-TRAILER.
074600 LOAD-FILE-EXIT.
074700     EXIT.
074800
074900 LOAD-ONE-LINE.
075000     READ BLKPAY-FILE
075100          AT END SET WS-NO-MORE-LINES TO TRUE
075200     END-READ.
075300     IF WS-NO-MORE-LINES
075400        GO TO LOAD-ONE-LINE-EXIT
075500     END-IF.
075600     ADD 1 TO WS-LINE-NO.
075700     MOVE WS-LINE-NO TO WS-AKD-LINE-NO.
075800     MOVE SPACES TO WS-AKD-PAYMENT-NO.
075900     MOVE 0 TO WS-AKD-AMOUNT.
076000     MOVE SPACES TO WS-AKD-DESC.
076100     IF BPY-DETAIL
076200        IF BPY-AMOUNT IS NUMERIC
076300           MOVE BPY-AMOUNT TO WS-AKD-AMOUNT
076400        END-IF
076500        MOVE BPY-DESC TO WS-AKD-DESC
076600     END-IF.
076700     MOVE SPACES TO WS-LINE-REASON-WORK.
076800     IF WS-LINE-NO IS NOT GREATER THAN WS-MAX-LINES
076900        MOVE WS-LINE-REASON(WS-LINE-NO) TO WS-LINE-REASON-WORK
077000     END-IF.
077100     IF WS-FILE-ACCEPTED
077200        IF WS-LINE-REASON-WORK IS EQUAL TO SPACES
077300           PERFORM WRITE-PAYMENT-ITEM THRU
077400                   WRITE-PAYMENT-ITEM-EXIT
077500        END-IF
077600     ELSE
077700        IF WS-LINE-REASON-WORK IS EQUAL TO SPACES
077800           MOVE 'FILE REJECTED' TO WS-LINE-REASON-WORK
077900        END-IF
078000     END-IF.
078100     IF WS-LINE-REASON-WORK IS EQUAL TO SPACES
078200        MOVE 'ACCEPTED' TO WS-AKD-RESULT
078300        MOVE WS-PAYMENT-NO TO WS-AKD-PAYMENT-NO
078400        ADD 1 TO WS-ACCEPTED-COUNT
078500        ADD BPY-AMOUNT TO WS-ACCEPTED-TOTAL
078600     ELSE
078700        MOVE 'REJECTED' TO WS-AKD-RESULT
078800        ADD 1 TO WS-REJECTED-COUNT
078900     END-IF.
079000     MOVE WS-LINE-REASON-WORK TO WS-AKD-REASON.
079100     WRITE BLKACK-LINE FROM WS-ACK-DETAIL.
079200 LOAD-ONE-LINE-EXIT.
079300     EXIT.
079400
079500*****************************************************************
079600* Load one good line onto BNKFWPY as a pending bulk item under  *
079700* the next bulk payment number                                  *
079800*****************************************************************
079900 WRITE-PAYMENT-ITEM.
080000     ADD 1 TO WS-NEXT-ITEM-NO.
080100     MOVE WS-NEXT-ITEM-NO TO WS-PAYMENT-SEQ.
080200     MOVE LOW-VALUES TO FWP-RECORD.
080300     MOVE WS-PAYMENT-NO TO FWP-REC-PAYMENT-NO.
080400     MOVE WS-FROM-ACC TO FWP-REC-FROM-ACC.
080500     IF BPY-DEST-INTERNAL
080600        MOVE '0' TO FWP-REC-DEST-FLAG
080700        MOVE BPY-TO-ACC TO FWP-REC-TO-ACC
080800        MOVE SPACES TO FWP-REC-EXT-BANK
080900        MOVE SPACES TO FWP-REC-EXT-ACCNO
081000        MOVE SPACES TO FWP-REC-EXT-NAME
081100     ELSE
081200        SET FWP-REC-DEST-EXTERNAL TO TRUE
081300        MOVE SPACES TO FWP-REC-TO-ACC
081400        MOVE BPY-EXT-BANK TO FWP-REC-EXT-BANK
081500        MOVE BPY-EXT-ACCNO TO FWP-REC-EXT-ACCNO
081600        MOVE BPY-EXT-NAME TO FWP-REC-EXT-NAME
081700     END-IF.
081800     MOVE BPY-AMOUNT TO FWP-REC-AMOUNT.
081900     MOVE WS-FROM-CCY TO FWP-REC-CURRENCY.
082000     MOVE WS-VALUE-DATE TO FWP-REC-VALUE-DATE.
082100     MOVE '0' TO FWP-REC-STATUS.
082200     MOVE BPY-DESC TO FWP-REC-DESC.
082300     MOVE WS-PROGRAM-ID TO FWP-REC-CREATED-BY.
082400     MOVE WS-BUSINESS-DATE TO FWP-REC-CREATED-DATE.
082500     MOVE SPACES TO FWP-REC-PAID-DATE.
082600     SET FWP-REC-BULK TO TRUE.
082700     MOVE WS-FILE-REF TO FWP-REC-BULK-REF.
082800     WRITE BNKFWPY-REC
082900          INVALID KEY
083000             MOVE 'PAYMENT NUMBER ALREADY IN USE' TO
083100                 WS-LINE-REASON-WORK
083200             DISPLAY 'BBANKA7P - DUPLICATE PAYMENT NUMBER: '
083300                     FWP-REC-PAYMENT-NO
083400     END-WRITE.
083500     IF WS-LINE-REASON-WORK IS EQUAL TO SPACES
083600        IF WS-FIRST-PAYMENT-NO IS EQUAL TO SPACES
083700           MOVE WS-PAYMENT-NO TO WS-FIRST-PAYMENT-NO
083800        END-IF
083900        MOVE WS-PAYMENT-NO TO WS-LAST-PAYMENT-NO
084000     END-IF.
084100 WRITE-PAYMENT-ITEM-EXIT.
084200     EXIT.
084300
084400*****************************************************************
084500* Bulk payment numbers come from the BNKBULK control record,    *
084600* created the first time a file is loaded                       *
084700*****************************************************************
084800 GET-CONTROL-RECORD.
084900     MOVE '*CONTROL' TO BLK-REC-FROM-ACC.
085000     MOVE SPACES TO BLK-REC-FILE-REF.
085100     SET WS-CONTROL-FOUND TO TRUE.
085200     READ BNKBULK-FILE
085300          INVALID KEY SET WS-CONTROL-NOT-FOUND TO TRUE
085400     END-READ.
085500     MOVE 0 TO WS-NEXT-ITEM-NO.
085600     IF WS-CONTROL-FOUND AND BLK-CTL-LAST-ITEM-NO IS NUMERIC
085700        MOVE BLK-CTL-LAST-ITEM-NO TO WS-NEXT-ITEM-NO
085800     END-IF.
085900 GET-CONTROL-RECORD-EXIT.
086000     EXIT.
086100
086200 SAVE-CONTROL-RECORD.
086300     MOVE SPACES TO BLK-RECORD.
086400     MOVE '*CONTROL' TO BLK-REC-FROM-ACC.
086500     MOVE WS-NEXT-ITEM-NO TO BLK-CTL-LAST-ITEM-NO.
086600     MOVE WS-RUN-TS TO BLK-CTL-UPDATED-TS.
086700     IF WS-CONTROL-FOUND
086800        REWRITE BNKBULK-REC
086900     ELSE
087000        WRITE BNKBULK-REC
087100     END-IF.
087200     IF WS-BNKBULK-STATUS IS NOT EQUAL TO '00'
087300        DISPLAY 'BBANKA7P - CONTROL RECORD NOT SAVED: '
087400                WS-BNKBULK-STATUS
087500     END-IF.
087600 SAVE-CONTROL-RECORD-EXIT.
087700     EXIT.
087800
087900*****************************************************************
088000* Register the file on BNKBULK - loaded, or rejected with the   *
088100* reason, replacing an earlier rejected file of the reference   *
088200*****************************************************************
088300 REGISTER-FILE.
088400     MOVE SPACES TO BLK-RECORD.
088500     MOVE WS-FROM-ACC TO BLK-REC-FROM-ACC.
088600     MOVE WS-FILE-REF TO BLK-REC-FILE-REF.
088700     IF WS-FILE-ACCEPTED
088800        SET BLK-REC-STATUS-LOADED TO TRUE
088900     ELSE
089000        SET BLK-REC-STATUS-REJECTED TO TRUE
089100     END-IF.
089200     MOVE WS-FILE-PID TO BLK-REC-PID.
089300     MOVE WS-BUSINESS-DATE TO BLK-REC-RECEIVED-DATE.
089400     MOVE WS-VALUE-DATE TO BLK-REC-VALUE-DATE.
089500     MOVE WS-FROM-CCY TO BLK-REC-CURRENCY.
089600     MOVE WS-LINE-NO TO BLK-REC-LINE-COUNT.
089700     MOVE WS-ACCEPTED-COUNT TO BLK-REC-ACCEPTED-COUNT.
089800     MOVE WS-REJECTED-COUNT TO BLK-REC-REJECTED-COUNT.
089900     MOVE WS-ACCEPTED-TOTAL TO BLK-REC-ACCEPTED-TOTAL.
090000     MOVE WS-FIRST-PAYMENT-NO TO BLK-REC-FIRST-PAYMENT-NO.
090100     MOVE WS-LAST-PAYMENT-NO TO BLK-REC-LAST-PAYMENT-NO.
090200     MOVE WS-FILE-REASON TO BLK-REC-REJECT-REASON.
090300     MOVE 0 TO BLK-REC-DEBIT-AMOUNT.
090400     IF WS-REGISTER-AGAIN
090500        REWRITE BNKBULK-REC
090600     ELSE
090700        WRITE BNKBULK-REC
090800     END-IF.
090900     IF WS-BNKBULK-STATUS IS NOT EQUAL TO '00'
091000        DISPLAY 'BBANKA7P - FILE NOT REGISTERED: '
091100                BLK-REC-KEY ' ' WS-BNKBULK-STATUS
091200     END-IF.
091300 REGISTER-FILE-EXIT.
091400     EXIT.
091500
091600*****************************************************************
091700* Report the result, close everything down and mark the run     *
091800* complete                                                      *
091900*****************************************************************
092000 TERMINATE-RUN.
092100     IF WS-FILE-ACCEPTED
092200        DISPLAY 'BBANKA7P - FILE ' WS-FILE-REF ' ACCEPTED: '
092300                WS-ACCEPTED-COUNT ' LOADED, '
092400                WS-REJECTED-COUNT ' REJECTED'
092500     ELSE
092600        DISPLAY 'BBANKA7P - FILE ' WS-FILE-REF ' REJECTED: '
092700                WS-FILE-REASON
092800     END-IF.
092900     CLOSE BNKBULK-FILE.
093000     CLOSE BNKFWPY-FILE.
093100     CLOSE BNKACC-FILE.
093200     CLOSE BNKHOLD-FILE.
093300     CLOSE BNKHOLI-FILE.
093400     CLOSE BLKACK-FILE.
093500     SET CD53-REQUESTED-END TO TRUE.
093600     MOVE 'BBANKA7P' TO CD53I-JOB-NAME.
093700     CALL 'DBANK53P' USING WS-RUNC-DATA.
093800 TERMINATE-RUN-EXIT.
093900     EXIT.
094000
094100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
