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
001300* Program:     BBANKB1P.CBL                                     *
001400* Function:    Monthly outstanding bank drafts report           *
001500*                                                               *
001600* Browses the BNKDRFT outstanding-draft register and lists on   *
001700* DFTORPT every draft still outstanding - issued by DBANK64P    *
001800* and neither paid through BBANK58P, cancelled nor replaced -   *
001900* with its payee, amount, issue date and age in whole months.   *
002000* A draft outstanding for DRAFT-ESCHEAT-MO months (BNKPARM,     *
002100* default 36) or more is flagged ESCHEAT DUE: it is unclaimed   *
002200* property and must be reported and handed over under the       *
002300* escheat rules, which is done outside this system.             *
002400*                                                               *
002500* The trailer proves the register against the ledger: the total *
002600* outstanding should equal the balance of the draft-control     *
002700* account (BNKPARM DRAFT-CTL-ACC), which takes every draft's    *
002800* value on issue and gives it up on payment or cancellation.    *
002900* Any difference is printed for the back office to investigate. *
003000* Operations schedule the job once a month; it changes nothing, *
003100* so run control does not treat it as a posting job.            *
003200*****************************************************************
003300
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.
003600     BBANKB1P.
003700 DATE-WRITTEN.
003800     October 2026.
003900 DATE-COMPILED.
004000     Today.
004100
004200 ENVIRONMENT DIVISION.
004300
004400 INPUT-OUTPUT   SECTION.
004500   FILE-CONTROL.
004600     SELECT OPTIONAL BNKDRFT-FILE
004700            ASSIGN       TO BNKDRFT
004800            ORGANIZATION IS INDEXED
004900            ACCESS MODE  IS DYNAMIC
005000            RECORD KEY   IS DFT-REC-SERIAL
005100            FILE STATUS  IS WS-BNKDRFT-STATUS.
005200
005300     SELECT BNKACC-FILE
005400            ASSIGN       TO BNKACC
005500            ORGANIZATION IS INDEXED
005600            ACCESS MODE  IS RANDOM
005700            RECORD KEY   IS BAC-REC-ACCNO
005800            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
005900            FILE STATUS  IS WS-BNKACC-STATUS.
006000
006100     SELECT DFTORPT-FILE
006200            ASSIGN       TO DFTORPT
006300            ORGANIZATION IS LINE SEQUENTIAL
006400            FILE STATUS  IS WS-DFTORPT-STATUS.
006500
006600 DATA DIVISION.
006700
006800 FILE SECTION.
006900 FD  BNKDRFT-FILE.
007000 01  BNKDRFT-REC.
007100 COPY CBANKVDF.
007200
007300 FD  BNKACC-FILE.
007400 01  BNKACC-REC.
007500 COPY CBANKVAC.
007600
007700 FD  DFTORPT-FILE.
007800 01  DFTORPT-LINE                            PIC X(100).
007900
008000 WORKING-STORAGE SECTION.
008100 01  WS-MISC-STORAGE.
008200   05  WS-PROGRAM-ID                         PIC X(8)
008300       VALUE 'BBANKB1P'.
008400   05  WS-BNKDRFT-STATUS                     PIC X(2).
008500   05  WS-BNKACC-STATUS                      PIC X(2).
008600   05  WS-DFTORPT-STATUS                     PIC X(2).
008700   05  WS-MORE-DRAFTS                        PIC X(1) VALUE 'Y'.
008800       88  WS-MORE-DRAFTS-EXIST               VALUE 'Y'.
008900       88  WS-NO-MORE-DRAFTS                  VALUE 'N'.
009000   05  WS-TODAY-DATE                         PIC 9(8).
009100   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
009200                                              PIC X(8).
009300   05  WS-BUSINESS-DATE                      PIC X(8).
009400   05  WS-ESCHEAT-MONTHS                     PIC 9(3) VALUE 36.
009500   05  WS-DRAFT-CTL-ACC                      PIC X(10) VALUE
009600       SPACES.
009700   05  WS-CTL-BALANCE                        PIC S9(11)V99
009800                                              VALUE 0.
009900   05  WS-CTL-DIFFERENCE                     PIC S9(11)V99
010000                                              VALUE 0.
010100   05  WS-BUS-YYYY                           PIC 9(4).
010200   05  WS-BUS-MM                             PIC 9(2).
010300   05  WS-BUS-DD                             PIC 9(2).
010400   05  WS-ISS-YYYY                           PIC 9(4).
010500   05  WS-ISS-MM                             PIC 9(2).
010600   05  WS-ISS-DD                             PIC 9(2).
010700   05  WS-AGE-MONTHS                         PIC S9(5).
010800   05  WS-OUTSTANDING-COUNT                  PIC 9(7) VALUE 0.
010900   05  WS-OUTSTANDING-TOTAL                  PIC S9(11)V99
011000                                              VALUE 0.
011100   05  WS-ESCHEAT-COUNT                      PIC 9(7) VALUE 0.
011200   05  WS-ESCHEAT-TOTAL                      PIC S9(11)V99
011300                                              VALUE 0.
011400
011500 01  WS-DFTORPT-HEADING-LINE.
011600   05  FILLER                                PIC X(32) VALUE
011700       'OUTSTANDING BANK DRAFTS AS AT  '.
011800   05  WS-HDG-BUSINESS-DATE                  PIC X(8).
011900   05  FILLER                                PIC X(4) VALUE
012000       SPACES.
012100   05  FILLER                                PIC X(17) VALUE
012200       'ESCHEAT MONTHS:  '.
012300   05  WS-HDG-ESCHEAT-MONTHS                 PIC ZZ9.
012400
012500 01  WS-DFTORPT-DETAIL-LINE.
012600   05  FILLER                                PIC X(2) VALUE
012700       SPACES.
012800   05  WS-DET-SERIAL                         PIC X(6).
012900   05  FILLER                                PIC X(2) VALUE
013000       SPACES.
013100   05  WS-DET-ISSUE-DATE                     PIC X(8).
013200   05  FILLER                                PIC X(2) VALUE
013300       SPACES.
013400   05  WS-DET-ACCNO                          PIC X(10).
013500   05  FILLER                                PIC X(2) VALUE
013600       SPACES.
013700   05  WS-DET-PAYEE                          PIC X(30).
013800   05  FILLER                                PIC X(1) VALUE
013900       SPACES.
014000   05  WS-DET-AMOUNT                         PIC -(7)9.99.
014100   05  FILLER                                PIC X(2) VALUE
014200       SPACES.
014300   05  WS-DET-AGE                            PIC ZZZ9.
014400   05  FILLER                                PIC X(2) VALUE
014500       SPACES.
014600   05  WS-DET-FLAG                           PIC X(12).
014700
014800 01  WS-DFTORPT-TRAILER-LINE.
014900   05  FILLER                                PIC X(13) VALUE
015000       'OUTSTANDING: '.
015100   05  WS-TRL-OUTSTANDING-COUNT              PIC ZZZZZZ9.
015200   05  FILLER                                PIC X(2) VALUE
015300       SPACES.
015400   05  FILLER                                PIC X(8) VALUE
015500       'AMOUNT: '.
015600   05  WS-TRL-OUTSTANDING-TOTAL              PIC -(10)9.99.
015700   05  FILLER                                PIC X(2) VALUE
015800       SPACES.
015900   05  FILLER                                PIC X(13) VALUE
016000       'ESCHEAT DUE: '.
016100   05  WS-TRL-ESCHEAT-COUNT                  PIC ZZZZZZ9.
016200   05  FILLER                                PIC X(2) VALUE
016300       SPACES.
016400   05  FILLER                                PIC X(8) VALUE
016500       'AMOUNT: '.
016600   05  WS-TRL-ESCHEAT-TOTAL                  PIC -(10)9.99.
016700
016800 01  WS-DFTORPT-CONTROL-LINE.
016900   05  FILLER                                PIC X(17) VALUE
017000       'CONTROL ACCOUNT: '.
017100   05  WS-CTL-ACCNO                          PIC X(10).
017200   05  FILLER                                PIC X(2) VALUE
017300       SPACES.
017400   05  FILLER                                PIC X(9) VALUE
017500       'BALANCE: '.
017600   05  WS-CTL-BALANCE-OUT                    PIC -(10)9.99.
017700   05  FILLER                                PIC X(2) VALUE
017800       SPACES.
017900   05  FILLER                                PIC X(12) VALUE
018000       'DIFFERENCE: '.
018100   05  WS-CTL-DIFFERENCE-OUT                 PIC -(10)9.99.
018200   05  FILLER                                PIC X(2) VALUE
018300       SPACES.
018400   05  WS-CTL-NOTE                           PIC X(14).
018500
018600 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
018700     88  WS-RUN-ALLOWED                     VALUE 'Y'.
018800     88  WS-RUN-REFUSED                     VALUE 'N'.
018900
019000 01  WS-RUNC-DATA.
019100 COPY CBANKD53.
019200
019300 01  WS-PARM-DATA.
019400 COPY CBANKD54.
019500
019600 PROCEDURE DIVISION.
019700*****************************************************************
019800* Main line of control                                          *
019900*****************************************************************
020000     PERFORM CHECK-RUN-CONTROL THRU
020100             CHECK-RUN-CONTROL-EXIT.
020200     IF WS-RUN-ALLOWED
020300        PERFORM INITIALIZE-RUN THRU
020400                INITIALIZE-RUN-EXIT
020500        PERFORM PROCESS-DRAFT THRU
020600                PROCESS-DRAFT-EXIT
020700           UNTIL WS-NO-MORE-DRAFTS
020800        PERFORM TERMINATE-RUN THRU
020900                TERMINATE-RUN-EXIT
021000     END-IF.
021100     GOBACK.
021200
021300*****************************************************************
021400* Register this run with run control before anything is opened  *
021500*****************************************************************
021600 CHECK-RUN-CONTROL.
021700     MOVE SPACES TO CD53-DATA.
021800     SET CD53-REQUESTED-START TO TRUE.
021900     MOVE 'BBANKB1P' TO CD53I-JOB-NAME.
022000     CALL 'DBANK53P' USING WS-RUNC-DATA.
022100     IF NOT CD53O-RESP-OK
022200        SET WS-RUN-REFUSED TO TRUE
022300        DISPLAY 'BBANKB1P - RUN REFUSED BY RUN CONTROL: '
022400                CD53O-RESP-MSG
022500     END-IF.
022600 CHECK-RUN-CONTROL-EXIT.
022700     EXIT.
022800
022900*****************************************************************
023000* Resolve the business date, the escheat period and the draft-  *
023100* control account, open the files, print the heading and        *
023200* position past the register's control record                   *
023300*****************************************************************
023400 INITIALIZE-RUN.
023500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
023600     MOVE CD53O-BUSINESS-DATE TO WS-BUSINESS-DATE.
023700     IF WS-BUSINESS-DATE IS EQUAL TO SPACES OR
023800        WS-BUSINESS-DATE IS EQUAL TO LOW-VALUES
023900        MOVE WS-TODAY-DATE-X TO WS-BUSINESS-DATE
024000     END-IF.
024100     MOVE WS-BUSINESS-DATE(1:4) TO WS-BUS-YYYY.
024200     MOVE WS-BUSINESS-DATE(5:2) TO WS-BUS-MM.
024300     MOVE WS-BUSINESS-DATE(7:2) TO WS-BUS-DD.
024400     MOVE SPACES TO CD54-DATA.
024500     MOVE 'DRAFT-ESCHEAT-MO' TO CD54I-NAME.
024600     MOVE WS-BUSINESS-DATE TO CD54I-AS-OF-DATE.
024700     CALL 'DBANK54P' USING WS-PARM-DATA.
024800     IF CD54O-FOUND AND
024900        CD54O-VALUE-NUM IS GREATER THAN 0
025000        MOVE CD54O-VALUE-NUM TO WS-ESCHEAT-MONTHS
025100     END-IF.
025200     MOVE SPACES TO CD54-DATA.
025300     MOVE 'DRAFT-CTL-ACC' TO CD54I-NAME.
025400     MOVE WS-BUSINESS-DATE TO CD54I-AS-OF-DATE.
025500     CALL 'DBANK54P' USING WS-PARM-DATA.
025600     IF CD54O-FOUND
025700        MOVE CD54O-VALUE(1:10) TO WS-DRAFT-CTL-ACC
025800     END-IF.
025900     OPEN INPUT  BNKDRFT-FILE.
026000     OPEN INPUT  BNKACC-FILE.
026100     OPEN OUTPUT DFTORPT-FILE.
026200     MOVE WS-BUSINESS-DATE TO WS-HDG-BUSINESS-DATE.
026300     MOVE WS-ESCHEAT-MONTHS TO WS-HDG-ESCHEAT-MONTHS.
026400     WRITE DFTORPT-LINE FROM WS-DFTORPT-HEADING-LINE.
026500     SET WS-MORE-DRAFTS-EXIST TO TRUE.
026600     MOVE '000001' TO DFT-REC-SERIAL.
026700     START BNKDRFT-FILE KEY IS NOT LESS THAN DFT-REC-SERIAL
026800          INVALID KEY SET WS-NO-MORE-DRAFTS TO TRUE
026900     END-START.
027000 INITIALIZE-RUN-EXIT.
027100     EXIT.
027200
027300*****************************************************************
027400* List the next draft if it is still outstanding                *
027500*****************************************************************
027600 PROCESS-DRAFT.
027700     READ BNKDRFT-FILE NEXT RECORD
027800          AT END SET WS-NO-MORE-DRAFTS TO TRUE
027900     END-READ.
028000     IF WS-NO-MORE-DRAFTS
028100        GO TO PROCESS-DRAFT-EXIT
028200     END-IF.
028300     IF NOT DFT-REC-TYPE-DRAFT OR
028400        NOT DFT-REC-STATUS-ISSUED
028500        GO TO PROCESS-DRAFT-EXIT
028600     END-IF.
028700     PERFORM AGE-DRAFT THRU
028800             AGE-DRAFT-EXIT.
028900     ADD 1 TO WS-OUTSTANDING-COUNT.
029000     ADD DFT-REC-AMOUNT TO WS-OUTSTANDING-TOTAL.
029100     MOVE SPACES TO WS-DET-FLAG.
029200     IF WS-AGE-MONTHS IS NOT LESS THAN WS-ESCHEAT-MONTHS
029300        MOVE 'ESCHEAT DUE' TO WS-DET-FLAG
029400        ADD 1 TO WS-ESCHEAT-COUNT
029500        ADD DFT-REC-AMOUNT TO WS-ESCHEAT-TOTAL
029600     END-IF.
029700     MOVE DFT-REC-SERIAL TO WS-DET-SERIAL.
029800     MOVE DFT-REC-ISSUE-DATE TO WS-DET-ISSUE-DATE.
029900     IF DFT-REC-FUNDED-BY-CASH
030000        MOVE 'CASH' TO WS-DET-ACCNO
030100     ELSE
030200        MOVE DFT-REC-ACCNO TO WS-DET-ACCNO
030300     END-IF.
030400     MOVE DFT-REC-PAYEE TO WS-DET-PAYEE.
030500     MOVE DFT-REC-AMOUNT TO WS-DET-AMOUNT.
030600     MOVE WS-AGE-MONTHS TO WS-DET-AGE.
030700     WRITE DFTORPT-LINE FROM WS-DFTORPT-DETAIL-LINE.
030800 PROCESS-DRAFT-EXIT.
030900     EXIT.
031000
031100*****************************************************************
031200* Work out the draft's age in whole months from its issue date  *
031300* to the business date - a month is only complete once the day  *
031400* of the month has come round again. An unreadable issue date   *
031500* ages as zero.                                                 *
031600*****************************************************************
031700 AGE-DRAFT.
031800     MOVE 0 TO WS-AGE-MONTHS.
031900     IF DFT-REC-ISSUE-DATE IS NOT NUMERIC
032000        GO TO AGE-DRAFT-EXIT
032100     END-IF.
032200     MOVE DFT-REC-ISSUE-DATE(1:4) TO WS-ISS-YYYY.
032300     MOVE DFT-REC-ISSUE-DATE(5:2) TO WS-ISS-MM.
032400     MOVE DFT-REC-ISSUE-DATE(7:2) TO WS-ISS-DD.
032500     COMPUTE WS-AGE-MONTHS =
032600             ((WS-BUS-YYYY * 12) + WS-BUS-MM)
032700             - ((WS-ISS-YYYY * 12) + WS-ISS-MM).
032800     IF WS-BUS-DD IS LESS THAN WS-ISS-DD
032900        SUBTRACT 1 FROM WS-AGE-MONTHS
033000     END-IF.
033100     IF WS-AGE-MONTHS IS LESS THAN 0
033200        MOVE 0 TO WS-AGE-MONTHS
033300     END-IF.
033400 AGE-DRAFT-EXIT.
033500     EXIT.
033600
033700*****************************************************************
033800* Print the totals and prove them against the draft-control     *
033900* account balance, then close everything down and mark the run  *
034000* complete                                                      *
034100*****************************************************************
034200 TERMINATE-RUN.
034300     MOVE WS-OUTSTANDING-COUNT TO WS-TRL-OUTSTANDING-COUNT.
034400     MOVE WS-OUTSTANDING-TOTAL TO WS-TRL-OUTSTANDING-TOTAL.
034500     MOVE WS-ESCHEAT-COUNT TO WS-TRL-ESCHEAT-COUNT.
034600     MOVE WS-ESCHEAT-TOTAL TO WS-TRL-ESCHEAT-TOTAL.
034700     WRITE DFTORPT-LINE FROM WS-DFTORPT-TRAILER-LINE.
034800     PERFORM PROVE-CONTROL-ACCOUNT THRU
034900             PROVE-CONTROL-ACCOUNT-EXIT.
035000     CLOSE BNKDRFT-FILE.
035100     CLOSE BNKACC-FILE.
035200     CLOSE DFTORPT-FILE.
035300     SET CD53-REQUESTED-END TO TRUE.
035400     MOVE 'BBANKB1P' TO CD53I-JOB-NAME.
035500     CALL 'DBANK53P' USING WS-RUNC-DATA.
035600 TERMINATE-RUN-EXIT.
035700     EXIT.
035800
035900*****************************************************************
036000* Compare the outstanding total with the draft-control account  *
036100* balance; with no control account on file the whole total is   *
036200* shown as the difference                                       *
036300*****************************************************************
036400 PROVE-CONTROL-ACCOUNT.
036500     MOVE 0 TO WS-CTL-BALANCE.
036600     MOVE WS-DRAFT-CTL-ACC TO WS-CTL-ACCNO.
036700     MOVE WS-DRAFT-CTL-ACC TO BAC-REC-ACCNO.
036800     MOVE 'NOT ON FILE' TO WS-CTL-NOTE.
036900     IF WS-DRAFT-CTL-ACC IS NOT EQUAL TO SPACES
037000        READ BNKACC-FILE
037100             INVALID KEY CONTINUE
037200        END-READ
037300        IF WS-BNKACC-STATUS IS EQUAL TO '00'
037400           MOVE BAC-REC-BALANCE TO WS-CTL-BALANCE
037500           MOVE SPACES TO WS-CTL-NOTE
037600        END-IF
037700     END-IF.
037800     COMPUTE WS-CTL-DIFFERENCE =
037900             WS-CTL-BALANCE - WS-OUTSTANDING-TOTAL.
038000     IF WS-CTL-NOTE IS EQUAL TO SPACES
038100        IF WS-CTL-DIFFERENCE IS EQUAL TO 0
038200           MOVE 'AGREED' TO WS-CTL-NOTE
038300        ELSE
038400           MOVE 'OUT OF BALANCE' TO WS-CTL-NOTE
038500        END-IF
038600     END-IF.
038700     MOVE WS-CTL-BALANCE TO WS-CTL-BALANCE-OUT.
038800     MOVE WS-CTL-DIFFERENCE TO WS-CTL-DIFFERENCE-OUT.
038900     WRITE DFTORPT-LINE FROM WS-DFTORPT-CONTROL-LINE.
039000 PROVE-CONTROL-ACCOUNT-EXIT.
039100     EXIT.
039200
039300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
