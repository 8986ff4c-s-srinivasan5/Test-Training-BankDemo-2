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
001300* Program:     BBANK96P.CBL                                     *
001400* Function:    Nightly automatic balance sweeps                 *
001500*                                                               *
001600* Works down the BNKSWP sweep instructions and, for each active *
001700* one, moves money between the covered account and its funding  *
001800* account so the covered account ends the night on the right    *
001900* side of its threshold:                                        *
002000*   N minimum - pull from the funding account what is needed to *
002100*               lift the covered account to the threshold       *
002200*   T target  - pull up to, or push any excess above, the       *
002300*               threshold                                       *
002400*   X maximum - push whatever is above the threshold out to the *
002500*               funding account                                 *
002600* Both sides are judged on ledger balance less active BNKHOLD   *
002700* holds. A sweep never takes the funding account into its       *
002800* overdraft - when it has less to spare than the covered        *
002900* account needs, what it has is moved and the line is marked    *
003000* partial - and never pushes money that is held. The move is    *
003100* posted the way an online transfer is: a pair of type '2'      *
003200* BNKTXN legs on the business date, each described as an        *
003300* automatic sweep naming the other account so the statement     *
003400* shows a labelled line, plus the BNKTXNV value-date entries.   *
003500* The job runs after BBANK44P and ahead of the overdraft report *
003600* (BBANK43P) and fee assessment (BBANK55P), so an account the   *
003700* customer has covered is neither reported nor charged. A pair  *
003800* that cannot be swept is skipped with a reason on the SWEEPRPT *
003900* register:                                                     *
004000*   CN/FN - covered/funding account not found                   *
004100*   CC/FC - covered/funding account closed                      *
004200*   CD/FD - covered/funding account dormant                     *
004300*   CW/FW - covered/funding account written off                 *
004400*   DC    - accounts belong to different customers              *
004500*   CM    - currency mismatch                                   *
004600*   RI    - invalid sweep rule                                  *
004700*   NF    - no funds available in the funding account           *
004800*****************************************************************
004900
005000 IDENTIFICATION DIVISION.
005100 PROGRAM-ID.
005200     BBANK96P.
005300 DATE-WRITTEN.
005400     October 2026.
005500 DATE-COMPILED.
005600     Today.
005700
005800 ENVIRONMENT DIVISION.
005900
006000 INPUT-OUTPUT   SECTION.
006100   FILE-CONTROL.
006200     SELECT OPTIONAL BNKSWP-FILE
006300            ASSIGN       TO BNKSWP
006400            ORGANIZATION IS INDEXED
006500            ACCESS MODE  IS DYNAMIC
006600            RECORD KEY   IS SWP-REC-KEY
006700            FILE STATUS  IS WS-BNKSWP-STATUS.
006800
006900     SELECT BNKACC-FILE
007000            ASSIGN       TO BNKACC
007100            ORGANIZATION IS INDEXED
007200            ACCESS MODE  IS RANDOM
007300            RECORD KEY   IS BAC-REC-ACCNO
007400            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
007500            FILE STATUS  IS WS-BNKACC-STATUS.
007600
007700     SELECT BNKTXN-FILE
007800            ASSIGN       TO BNKTXN
007900            ORGANIZATION IS INDEXED
008000            ACCESS MODE  IS RANDOM
008100            RECORD KEY   IS BTX-REC-TIMESTAMP
008200            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES
008300            FILE STATUS  IS WS-BNKTXN-STATUS.
008400
008500     SELECT BNKTXNV-FILE
008600            ASSIGN       TO BNKTXNV
008700            ORGANIZATION IS INDEXED
008800            ACCESS MODE  IS RANDOM
008900            RECORD KEY   IS VDX-REC-KEY
009000            FILE STATUS  IS WS-BNKTXNV-STATUS.
009100
009200     SELECT OPTIONAL BNKHOLD-FILE
009300            ASSIGN       TO BNKHOLD
009400            ORGANIZATION IS INDEXED
009500            ACCESS MODE  IS DYNAMIC
009600            RECORD KEY   IS HLD-REC-ID
009700            ALTERNATE KEY IS HLD-REC-ALTKEY1 WITH DUPLICATES
009800            FILE STATUS  IS WS-BNKHOLD-STATUS.
009900
010000     SELECT SWRPT-FILE
010100            ASSIGN       TO SWEEPRPT
010200            ORGANIZATION IS LINE SEQUENTIAL
010300            FILE STATUS  IS WS-SWRPT-STATUS.
010400
010500 DATA DIVISION.
010600
010700 FILE SECTION.
010800 FD  BNKSWP-FILE.
010900 01  BNKSWP-REC.
011000 COPY CBANKVSW.
011100
011200 FD  BNKACC-FILE.
011300 01  BNKACC-REC.
011400 COPY CBANKVAC.
011500
011600 FD  BNKTXN-FILE.
011700 01  BNKTXN-REC.
011800 COPY CBANKVTX.
011900
012000 FD  BNKTXNV-FILE.
012100 01  BNKTXNV-REC.
012200 COPY CBANKVVX.
012300
012400 FD  BNKHOLD-FILE.
012500 01  BNKHOLD-REC.
012600 COPY CBANKVHD.
012700
012800 FD  SWRPT-FILE.
012900 01  SWRPT-LINE                              PIC X(100).
013000
013100 WORKING-STORAGE SECTION.
013200 01  WS-MISC-STORAGE.
013300   05  WS-PROGRAM-ID                         PIC X(8)
013400       VALUE 'BBANK96P'.
013500   05  WS-BNKSWP-STATUS                      PIC X(2).
013600   05  WS-BNKACC-STATUS                      PIC X(2).
013700   05  WS-BNKTXN-STATUS                      PIC X(2).
013800   05  WS-BNKTXNV-STATUS                     PIC X(2).
013900   05  WS-BNKHOLD-STATUS                     PIC X(2).
014000   05  WS-SWRPT-STATUS                       PIC X(2).
014100   05  WS-MORE-SWEEPS                        PIC X(1) VALUE 'Y'.
014200       88  WS-MORE-SWEEPS-EXIST               VALUE 'Y'.
014300       88  WS-NO-MORE-SWEEPS                 VALUE 'N'.
014400   05  WS-ACCOUNT-FOUND-FLAG                 PIC X(1).
014500       88  WS-ACCOUNT-FOUND                   VALUE 'Y'.
014600       88  WS-ACCOUNT-NOT-FOUND               VALUE 'N'.
014700   05  WS-PARTIAL-FLAG                       PIC X(1).
014800       88  WS-PARTIAL-SWEEP                   VALUE 'Y'.
014900       88  WS-FULL-SWEEP                      VALUE 'N'.
015000   05  WS-SEQUENCE-NO                        PIC 9(6) VALUE 0.
015100   05  WS-TODAY-DATE                         PIC 9(8).
015200   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
015300                                              PIC X(8).
015400   05  WS-NOW-TIME                           PIC 9(8).
015500   05  WS-NOW-TIME-X REDEFINES WS-NOW-TIME    PIC X(8).
015600   05  WS-BUSINESS-DATE                      PIC X(8).
015700   05  WS-RESULT-CODE                        PIC X(2).
015800   05  WS-RESULT-REASON                      PIC X(30).
015900   05  WS-ACTIVE-HOLDS                       PIC S9(9)V99.
016000   05  WS-HOLD-TARGET-ACC                    PIC X(10).
016100   05  WS-HOLD-BROWSE-FLAG                   PIC X(1).
016200       88  WS-HOLDS-FOUND                     VALUE 'Y'.
016300       88  WS-NO-HOLDS-FOUND                  VALUE 'N'.
016400   05  WS-COVERED-PID                        PIC X(5).
016500   05  WS-COVERED-CURRENCY                   PIC X(3).
016600   05  WS-COVERED-AVAIL                      PIC S9(11)V99.
016700   05  WS-FUNDING-SPARE                      PIC S9(11)V99.
016800   05  WS-SWEEP-NEED                         PIC S9(11)V99.
016900   05  WS-SWEEP-AMOUNT                       PIC S9(9)V99.
017000   05  WS-POST-AMOUNT                        PIC S9(9)V99.
017100   05  WS-SWEEP-READ-COUNT                   PIC 9(7) VALUE 0.
017200   05  WS-CANCELLED-COUNT                    PIC 9(7) VALUE 0.
017300   05  WS-ON-THRESHOLD-COUNT                 PIC 9(7) VALUE 0.
017400   05  WS-PULLED-COUNT                       PIC 9(7) VALUE 0.
017500   05  WS-PUSHED-COUNT                       PIC 9(7) VALUE 0.
017600   05  WS-SKIPPED-COUNT                      PIC 9(7) VALUE 0.
017700   05  WS-PULLED-TOTAL                       PIC S9(11)V99
017800                                              VALUE 0.
017900   05  WS-PUSHED-TOTAL                       PIC S9(11)V99
018000                                              VALUE 0.
018100
018200 01  WS-BTX-NEW-REC.
018300   05  WS-BTX-NEW-DESC                       PIC X(30).
018400   05  WS-BTX-NEW-REF                        PIC X(12).
018500   05  FILLER                                PIC X(8).
018600
018700 01  WS-SWRPT-DETAIL-LINE.
018800   05  FILLER                                PIC X(2) VALUE
018900       SPACES.
019000   05  WS-DET-COVERED-ACC                    PIC X(10).
019100   05  FILLER                                PIC X(2) VALUE
019200       SPACES.
019300   05  WS-DET-FUNDING-ACC                    PIC X(10).
019400   05  FILLER                                PIC X(2) VALUE
019500       SPACES.
019600   05  WS-DET-RULE                           PIC X(1).
019700   05  FILLER                                PIC X(2) VALUE
019800       SPACES.
019900   05  WS-DET-THRESHOLD                      PIC -(8)9.99.
020000   05  FILLER                                PIC X(2) VALUE
020100       SPACES.
020200   05  WS-DET-AMOUNT                         PIC -(8)9.99.
020300   05  FILLER                                PIC X(2) VALUE
020400       SPACES.
020500   05  WS-DET-RESULT-CODE                    PIC X(2).
020600   05  FILLER                                PIC X(1) VALUE
020700       SPACES.
020800   05  WS-DET-RESULT                         PIC X(30).
020900   05  FILLER                                PIC X(10) VALUE
021000       SPACES.
021100
021200 01  WS-SWRPT-TRAILER-LINE.
021300   05  FILLER                                PIC X(5) VALUE
021400       'READ:'.
021500   05  WS-TRL-READ-COUNT                     PIC ZZZZZZ9.
021600   05  FILLER                                PIC X(6) VALUE
021700       ' PULL:'.
021800   05  WS-TRL-PULLED-COUNT                   PIC ZZZZZZ9.
021900   05  FILLER                                PIC X(1) VALUE
022000       SPACES.
022100   05  WS-TRL-PULLED-TOTAL                   PIC -(9)9.99.
022200   05  FILLER                                PIC X(6) VALUE
022300       ' PUSH:'.
022400   05  WS-TRL-PUSHED-COUNT                   PIC ZZZZZZ9.
022500   05  FILLER                                PIC X(1) VALUE
022600       SPACES.
022700   05  WS-TRL-PUSHED-TOTAL                   PIC -(9)9.99.
022800   05  FILLER                                PIC X(6) VALUE
022900       ' SKIP:'.
023000   05  WS-TRL-SKIPPED-COUNT                  PIC ZZZZZZ9.
023100   05  FILLER                                PIC X(9) VALUE
023200       ' NO MOVE:'.
023300   05  WS-TRL-ON-THRESHOLD-COUNT             PIC ZZZZZZ9.
023400   05  FILLER                                PIC X(5) VALUE
023500       SPACES.
023600
023700 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
023800     88  WS-RUN-ALLOWED                     VALUE 'Y'.
023900     88  WS-RUN-REFUSED                     VALUE 'N'.
024000
024100 01  WS-RUNC-DATA.
024200 COPY CBANKD53.
024220
024240 01  WS-PEVT-DATA.
024260 COPY CBANKD59.
024300
024400 PROCEDURE DIVISION.
024500*****************************************************************
024600* Main line of control                                          *
024700*****************************************************************
024800     PERFORM CHECK-RUN-CONTROL THRU
024900             CHECK-RUN-CONTROL-EXIT.
025000     IF WS-RUN-ALLOWED
025100        PERFORM INITIALIZE-RUN THRU
025200                INITIALIZE-RUN-EXIT
025300        PERFORM PROCESS-SWEEP THRU
025400                PROCESS-SWEEP-EXIT
025500           UNTIL WS-NO-MORE-SWEEPS
025600        PERFORM TERMINATE-RUN THRU
025700                TERMINATE-RUN-EXIT
025800     END-IF.
025900     GOBACK.
026000
026100*****************************************************************
026200* Register this run with run control before anything is opened  *
026300* - sweeping is a posting job that follows the nightly posting  *
026400* run, so a completed run cannot be submitted twice for the     *
026500* same business date                                            *
026600*****************************************************************
026700 CHECK-RUN-CONTROL.
026800     MOVE SPACES TO CD53-DATA.
026900     SET CD53-REQUESTED-START TO TRUE.
027000     MOVE 'BBANK96P' TO CD53I-JOB-NAME.
027100     MOVE 'BBANK44P' TO CD53I-PREDECESSOR.
027200     SET CD53I-POSTING-JOB TO TRUE.
027300     CALL 'DBANK53P' USING WS-RUNC-DATA.
027400     IF NOT CD53O-RESP-OK
027500        SET WS-RUN-REFUSED TO TRUE
027600        DISPLAY 'BBANK96P - RUN REFUSED BY RUN CONTROL: '
027700                CD53O-RESP-MSG
027800     END-IF.
027900 CHECK-RUN-CONTROL-EXIT.
028000     EXIT.
028100
028200*****************************************************************
028300* Open the files and prime the sweep instruction read           *
028400*****************************************************************
028500 INITIALIZE-RUN.
028600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
028700     ACCEPT WS-NOW-TIME FROM TIME.
028800     MOVE CD53O-BUSINESS-DATE TO WS-BUSINESS-DATE.
028900     IF WS-BUSINESS-DATE IS EQUAL TO SPACES OR
029000        WS-BUSINESS-DATE IS EQUAL TO LOW-VALUES
029100        MOVE WS-TODAY-DATE-X TO WS-BUSINESS-DATE
029200     END-IF.
029300     OPEN I-O    BNKSWP-FILE.
029400     OPEN I-O    BNKACC-FILE.
029500     OPEN I-O    BNKTXN-FILE.
029600     OPEN I-O    BNKTXNV-FILE.
029700     OPEN INPUT  BNKHOLD-FILE.
029800     OPEN OUTPUT SWRPT-FILE.
029900     SET WS-MORE-SWEEPS-EXIST TO TRUE.
030000     READ BNKSWP-FILE NEXT RECORD
030100          AT END SET WS-NO-MORE-SWEEPS TO TRUE
030200     END-READ.
030300 INITIALIZE-RUN-EXIT.
030400     EXIT.
030500
030600*****************************************************************
030700* Sweep, skip or pass over the instruction currently held in    *
030800* BNKSWP-REC, then advance to the next one                      *
030900*****************************************************************
031000 PROCESS-SWEEP.
031100     ADD 1 TO WS-SWEEP-READ-COUNT.
031200     IF NOT SWP-REC-STATUS-ACTIVE
031300        ADD 1 TO WS-CANCELLED-COUNT
031400        GO TO PROCESS-SWEEP-NEXT
031500     END-IF.
031600     IF SWP-REC-THRESHOLD IS NOT NUMERIC
031700        MOVE 0 TO SWP-REC-THRESHOLD
031800     END-IF.
031900     MOVE SPACES TO WS-RESULT-CODE.
032000     MOVE SPACES TO WS-RESULT-REASON.
032100     MOVE 0 TO WS-SWEEP-AMOUNT.
032200     SET WS-FULL-SWEEP TO TRUE.
032300     IF NOT SWP-REC-RULE-VALID
032400        MOVE 'RI' TO WS-RESULT-CODE
032500        MOVE 'INVALID SWEEP RULE' TO WS-RESULT-REASON
032600     END-IF.
032700     IF WS-RESULT-CODE IS EQUAL TO SPACES
032800        PERFORM CHECK-COVERED-ACCOUNT THRU
032900                CHECK-COVERED-ACCOUNT-EXIT
033000     END-IF.
033100     IF WS-RESULT-CODE IS EQUAL TO SPACES
033200        PERFORM CHECK-FUNDING-ACCOUNT THRU
033300                CHECK-FUNDING-ACCOUNT-EXIT
033400     END-IF.
033500     IF WS-RESULT-CODE IS EQUAL TO SPACES
033600        PERFORM DECIDE-SWEEP THRU
033700                DECIDE-SWEEP-EXIT
033800     END-IF.
033900     IF WS-RESULT-CODE IS NOT EQUAL TO SPACES
034000        ADD 1 TO WS-SKIPPED-COUNT
034100        PERFORM REPORT-SWEEP THRU
034200                REPORT-SWEEP-EXIT
034300        GO TO PROCESS-SWEEP-NEXT
034400     END-IF.
034500     IF WS-SWEEP-AMOUNT IS EQUAL TO ZERO
034600        ADD 1 TO WS-ON-THRESHOLD-COUNT
034700        GO TO PROCESS-SWEEP-NEXT
034800     END-IF.
034900     PERFORM POST-SWEEP THRU
035000             POST-SWEEP-EXIT.
035100     PERFORM REPORT-SWEEP THRU
035200             REPORT-SWEEP-EXIT.
035300 PROCESS-SWEEP-NEXT.
035400     READ BNKSWP-FILE NEXT RECORD
035500          AT END SET WS-NO-MORE-SWEEPS TO TRUE
035600     END-READ.
035700 PROCESS-SWEEP-EXIT.
035800     EXIT.
035900
036000*****************************************************************
036100* The covered account must be on file and open. What it has     *
036200* available for a sweep is its ledger balance less active holds *
036300* - the overdraft limit is what the sweep is protecting, not    *
036400* money to move                                                 *
036500*****************************************************************
036600 CHECK-COVERED-ACCOUNT.
036700     MOVE SWP-REC-COVERED-ACC TO BAC-REC-ACCNO.
036800     SET WS-ACCOUNT-FOUND TO TRUE.
036900     READ BNKACC-FILE
037000          INVALID KEY SET WS-ACCOUNT-NOT-FOUND TO TRUE
037100     END-READ.
037200     EVALUATE TRUE
037300       WHEN WS-ACCOUNT-NOT-FOUND
037400         MOVE 'CN' TO WS-RESULT-CODE
037500         MOVE 'COVERED ACCOUNT NOT FOUND' TO WS-RESULT-REASON
037600       WHEN BAC-REC-STATUS-CLOSED
037700         MOVE 'CC' TO WS-RESULT-CODE
037800         MOVE 'COVERED ACCOUNT CLOSED' TO WS-RESULT-REASON
037900       WHEN BAC-REC-STATUS-DORMANT
038000         MOVE 'CD' TO WS-RESULT-CODE
038100         MOVE 'COVERED ACCOUNT DORMANT' TO WS-RESULT-REASON
038200       WHEN BAC-REC-STATUS-WRITTEN-OFF
038300         MOVE 'CW' TO WS-RESULT-CODE
038400         MOVE 'COVERED ACCOUNT WRITTEN OFF' TO
038500             WS-RESULT-REASON
038600       WHEN OTHER
038700         CONTINUE
038800     END-EVALUATE.
038900     IF WS-RESULT-CODE IS NOT EQUAL TO SPACES
039000        GO TO CHECK-COVERED-ACCOUNT-EXIT
039100     END-IF.
039200     MOVE BAC-REC-PID TO WS-COVERED-PID.
039300     MOVE BAC-REC-CURRENCY TO WS-COVERED-CURRENCY.
039400     PERFORM SUM-ACTIVE-HOLDS THRU
039500             SUM-ACTIVE-HOLDS-EXIT.
039600     COMPUTE WS-COVERED-AVAIL = BAC-REC-BALANCE - WS-ACTIVE-HOLDS.
039700 CHECK-COVERED-ACCOUNT-EXIT.
039800     EXIT.
039900
040000*****************************************************************
040100* The funding account must be on file, open, the same           *
040200* customer's and in the same currency. What it can spare is its *
040300* ledger balance less active holds - a sweep never draws on its *
040400* overdraft. The funding record is left in the buffer for       *
040500* POST-SWEEP to update first.                                   *
040600*****************************************************************
040700 CHECK-FUNDING-ACCOUNT.
040800     MOVE SWP-REC-FUNDING-ACC TO BAC-REC-ACCNO.
040900     SET WS-ACCOUNT-FOUND TO TRUE.
041000     READ BNKACC-FILE
041100          INVALID KEY SET WS-ACCOUNT-NOT-FOUND TO TRUE
041200     END-READ.
041300     EVALUATE TRUE
041400       WHEN WS-ACCOUNT-NOT-FOUND
041500         MOVE 'FN' TO WS-RESULT-CODE
041600         MOVE 'FUNDING ACCOUNT NOT FOUND' TO WS-RESULT-REASON
041700       WHEN BAC-REC-STATUS-CLOSED
041800         MOVE 'FC' TO WS-RESULT-CODE
041900         MOVE 'FUNDING ACCOUNT CLOSED' TO WS-RESULT-REASON
042000       WHEN BAC-REC-STATUS-DORMANT
042100         MOVE 'FD' TO WS-RESULT-CODE
042200         MOVE 'FUNDING ACCOUNT DORMANT' TO WS-RESULT-REASON
042300       WHEN BAC-REC-STATUS-WRITTEN-OFF
042400         MOVE 'FW' TO WS-RESULT-CODE
042500         MOVE 'FUNDING ACCOUNT WRITTEN OFF' TO
042600             WS-RESULT-REASON
042700       WHEN BAC-REC-PID IS NOT EQUAL TO WS-COVERED-PID
042800         MOVE 'DC' TO WS-RESULT-CODE
042900         MOVE 'DIFFERENT CUSTOMERS' TO WS-RESULT-REASON
043000* A sweep is a transfer between the customer's own accounts and
043100* this job does no conversion
043200       WHEN BAC-REC-CURRENCY IS NOT EQUAL TO WS-COVERED-CURRENCY
043300         MOVE 'CM' TO WS-RESULT-CODE
043400         MOVE 'CURRENCY MISMATCH' TO WS-RESULT-REASON
043500       WHEN OTHER
043600         CONTINUE
043700     END-EVALUATE.
043800     IF WS-RESULT-CODE IS NOT EQUAL TO SPACES
043900        GO TO CHECK-FUNDING-ACCOUNT-EXIT
044000     END-IF.
044100     PERFORM SUM-ACTIVE-HOLDS THRU
044200             SUM-ACTIVE-HOLDS-EXIT.
044300     COMPUTE WS-FUNDING-SPARE = BAC-REC-BALANCE - WS-ACTIVE-HOLDS.
044400 CHECK-FUNDING-ACCOUNT-EXIT.
044500     EXIT.
044600
044700*****************************************************************
044800* Work out the move under the instruction's rule. The amount is *
044900* signed from the covered account's side - positive is pulled   *
045000* in from the funding account, negative is pushed out to it     *
045100*****************************************************************
045200 DECIDE-SWEEP.
045300     EVALUATE TRUE
045400       WHEN (SWP-REC-RULE-MINIMUM OR SWP-REC-RULE-TARGET) AND
045500            WS-COVERED-AVAIL IS LESS THAN SWP-REC-THRESHOLD
045600         COMPUTE WS-SWEEP-NEED =
045700                 SWP-REC-THRESHOLD - WS-COVERED-AVAIL
045800         IF WS-FUNDING-SPARE IS NOT GREATER THAN ZERO
045900            MOVE 'NF' TO WS-RESULT-CODE
046000            MOVE 'NO FUNDS IN FUNDING ACCOUNT' TO
046100                WS-RESULT-REASON
046200            GO TO DECIDE-SWEEP-EXIT
046300         END-IF
046400         IF WS-SWEEP-NEED IS GREATER THAN WS-FUNDING-SPARE
046500            MOVE WS-FUNDING-SPARE TO WS-SWEEP-AMOUNT
046600            SET WS-PARTIAL-SWEEP TO TRUE
046700         ELSE
046800            MOVE WS-SWEEP-NEED TO WS-SWEEP-AMOUNT
046900         END-IF
047000       WHEN (SWP-REC-RULE-TARGET OR SWP-REC-RULE-MAXIMUM) AND
047100            WS-COVERED-AVAIL IS GREATER THAN SWP-REC-THRESHOLD
047200         COMPUTE WS-SWEEP-AMOUNT =
047300                 SWP-REC-THRESHOLD - WS-COVERED-AVAIL
047400       WHEN OTHER
047500         MOVE 0 TO WS-SWEEP-AMOUNT
047600     END-EVALUATE.
047700 DECIDE-SWEEP-EXIT.
047800     EXIT.
047900
048000*****************************************************************
048100* Post the sweep as a transfer: the funding account's leg first *
048200* while its record is still in the buffer, then the covered     *
048300* account's, then stamp the instruction with what was moved     *
048400*****************************************************************
048500 POST-SWEEP.
048600     COMPUTE WS-POST-AMOUNT = 0 - WS-SWEEP-AMOUNT.
048700     ADD WS-POST-AMOUNT TO BAC-REC-BALANCE.
048800     REWRITE BNKACC-REC.
048900     MOVE SPACES TO WS-BTX-NEW-REC.
049000     IF WS-SWEEP-AMOUNT IS GREATER THAN ZERO
049100        STRING 'AUTO SWEEP TO ' DELIMITED BY SIZE
049200               SWP-REC-COVERED-ACC DELIMITED BY SIZE
049300           INTO WS-BTX-NEW-DESC
049400     ELSE
049500        STRING 'AUTO SWEEP FROM ' DELIMITED BY SIZE
049600               SWP-REC-COVERED-ACC DELIMITED BY SIZE
049700           INTO WS-BTX-NEW-DESC
049800     END-IF.
049900     MOVE SWP-REC-COVERED-ACC TO WS-BTX-NEW-REF(1:10).
050000     PERFORM WRITE-SWEEP-LEG THRU
050100             WRITE-SWEEP-LEG-EXIT.
050200     MOVE SWP-REC-COVERED-ACC TO BAC-REC-ACCNO.
050300     READ BNKACC-FILE
050400          INVALID KEY
050500             DISPLAY 'BBANK96P - COVERED ACCOUNT LOST: '
050600                     SWP-REC-COVERED-ACC
050700             GO TO POST-SWEEP-EXIT
050800     END-READ.
050900     MOVE WS-SWEEP-AMOUNT TO WS-POST-AMOUNT.
051000     ADD WS-POST-AMOUNT TO BAC-REC-BALANCE.
051100     REWRITE BNKACC-REC.
051200     MOVE SPACES TO WS-BTX-NEW-REC.
051300     IF WS-SWEEP-AMOUNT IS GREATER THAN ZERO
051400        STRING 'AUTO SWEEP FROM ' DELIMITED BY SIZE
051500               SWP-REC-FUNDING-ACC DELIMITED BY SIZE
051600           INTO WS-BTX-NEW-DESC
051700     ELSE
051800        STRING 'AUTO SWEEP TO ' DELIMITED BY SIZE
051900               SWP-REC-FUNDING-ACC DELIMITED BY SIZE
052000           INTO WS-BTX-NEW-DESC
052100     END-IF.
052200     MOVE SWP-REC-FUNDING-ACC TO WS-BTX-NEW-REF(1:10).
052300     PERFORM WRITE-SWEEP-LEG THRU
052400             WRITE-SWEEP-LEG-EXIT.
052500     MOVE WS-BUSINESS-DATE TO SWP-REC-LAST-SWEEP-DATE.
052600     MOVE WS-SWEEP-AMOUNT TO SWP-REC-LAST-SWEEP-AMT.
052700     REWRITE BNKSWP-REC.
052800     IF WS-SWEEP-AMOUNT IS GREATER THAN ZERO
052900        ADD 1 TO WS-PULLED-COUNT
053000        ADD WS-SWEEP-AMOUNT TO WS-PULLED-TOTAL
053100        IF WS-PARTIAL-SWEEP
053200           MOVE 'PULLED - PARTIAL' TO WS-RESULT-REASON
053300        ELSE
053400           MOVE 'PULLED FROM FUNDING ACCOUNT' TO WS-RESULT-REASON
053500        END-IF
053600     ELSE
053700        ADD 1 TO WS-PUSHED-COUNT
053800        SUBTRACT WS-SWEEP-AMOUNT FROM WS-PUSHED-TOTAL
053900        MOVE 'PUSHED TO FUNDING ACCOUNT' TO WS-RESULT-REASON
054000     END-IF.
054100 POST-SWEEP-EXIT.
054200     EXIT.
054300
054400*****************************************************************
054500* Write one leg of the sweep to the transaction history file on *
054600* the business date against the account now in the buffer       *
054700*****************************************************************
054800 WRITE-SWEEP-LEG.
054900     ADD 1 TO WS-SEQUENCE-NO.
055000     MOVE LOW-VALUES TO BTX-RECORD.
055100     MOVE WS-TODAY-DATE-X TO BTX-REC-TIMESTAMP(1:8).
055200     MOVE WS-NOW-TIME-X TO BTX-REC-TIMESTAMP(9:8).
055300     MOVE WS-SEQUENCE-NO TO BTX-REC-TIMESTAMP(17:6).
055400     MOVE 'SW96' TO BTX-REC-TIMESTAMP(23:4).
055500     MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.
055600     MOVE BAC-REC-PID TO BTX-REC-PID.
055700     MOVE '2' TO BTX-REC-TYPE.
055800     MOVE WS-POST-AMOUNT TO BTX-REC-AMOUNT.
055900     MOVE BAC-REC-CURRENCY TO BTX-REC-CURRENCY.
056000     MOVE WS-BTX-NEW-REC TO BTX-REC-DATA-OLD.
056100     MOVE WS-BUSINESS-DATE TO BTX-REC-POST-DATE.
056200     WRITE BTX-RECORD
056300          INVALID KEY
056400             DISPLAY 'BBANK96P - DUPLICATE TIMESTAMP ON WRITE: '
056500                     BTX-REC-TIMESTAMP
056600     END-WRITE.
056700     PERFORM WRITE-VALUE-DATE-XREF THRU
056800             WRITE-VALUE-DATE-XREF-EXIT.
056820     PERFORM WRITE-POSTING-EVENT THRU
056840             WRITE-POSTING-EVENT-EXIT.
056900 WRITE-SWEEP-LEG-EXIT.
057000     EXIT.
057100
057200*****************************************************************
057300* Put the instruction on the register with what became of it    *
057400*****************************************************************
057500 REPORT-SWEEP.
057600     MOVE SWP-REC-COVERED-ACC TO WS-DET-COVERED-ACC.
057700     MOVE SWP-REC-FUNDING-ACC TO WS-DET-FUNDING-ACC.
057800     MOVE SWP-REC-RULE TO WS-DET-RULE.
057900     MOVE SWP-REC-THRESHOLD TO WS-DET-THRESHOLD.
058000     MOVE WS-SWEEP-AMOUNT TO WS-DET-AMOUNT.
058100     MOVE WS-RESULT-CODE TO WS-DET-RESULT-CODE.
058200     MOVE WS-RESULT-REASON TO WS-DET-RESULT.
058300     WRITE SWRPT-LINE FROM WS-SWRPT-DETAIL-LINE.
058400 REPORT-SWEEP-EXIT.
058500     EXIT.
058600
058700*****************************************************************
058800* Print the control totals, close everything down and mark the  *
058900* run complete                                                  *
059000*****************************************************************
059100 TERMINATE-RUN.
059200     MOVE WS-SWEEP-READ-COUNT TO WS-TRL-READ-COUNT.
059300     MOVE WS-PULLED-COUNT TO WS-TRL-PULLED-COUNT.
059400     MOVE WS-PULLED-TOTAL TO WS-TRL-PULLED-TOTAL.
059500     MOVE WS-PUSHED-COUNT TO WS-TRL-PUSHED-COUNT.
059600     MOVE WS-PUSHED-TOTAL TO WS-TRL-PUSHED-TOTAL.
059700     MOVE WS-SKIPPED-COUNT TO WS-TRL-SKIPPED-COUNT.
059800     MOVE WS-ON-THRESHOLD-COUNT TO WS-TRL-ON-THRESHOLD-COUNT.
059900     WRITE SWRPT-LINE FROM WS-SWRPT-TRAILER-LINE.
060000     CLOSE BNKSWP-FILE.
060100     CLOSE BNKACC-FILE.
060200     CLOSE BNKTXN-FILE.
060300     CLOSE BNKTXNV-FILE.
060400     CLOSE BNKHOLD-FILE.
060500     CLOSE SWRPT-FILE.
060600     SET CD53-REQUESTED-END TO TRUE.
060700     MOVE 'BBANK96P' TO CD53I-JOB-NAME.
060800     CALL 'DBANK53P' USING WS-RUNC-DATA.
060900 TERMINATE-RUN-EXIT.
061000     EXIT.
061100
061200*****************************************************************
061300* Total the account's holds that still count against its        *
061400* available balance - active, and not yet past their expiry     *
061500*****************************************************************
061600 SUM-ACTIVE-HOLDS.
061700     MOVE 0 TO WS-ACTIVE-HOLDS.
061800     MOVE BAC-REC-ACCNO TO WS-HOLD-TARGET-ACC.
061900     MOVE WS-HOLD-TARGET-ACC TO HLD-REC-ALTKEY1.
062000     SET WS-HOLDS-FOUND TO TRUE.
062100     START BNKHOLD-FILE KEY IS EQUAL TO HLD-REC-ALTKEY1
062200          INVALID KEY SET WS-NO-HOLDS-FOUND TO TRUE
062300     END-START.
062400     IF WS-HOLDS-FOUND
062500        PERFORM SUM-ONE-HOLD THRU
062600                SUM-ONE-HOLD-EXIT
062700           UNTIL (WS-BNKHOLD-STATUS IS NOT EQUAL TO '00' AND
062800                  WS-BNKHOLD-STATUS IS NOT EQUAL TO '02')
062900              OR HLD-REC-ALTKEY1 IS NOT EQUAL TO
063000                    WS-HOLD-TARGET-ACC
063100     END-IF.
063200 SUM-ACTIVE-HOLDS-EXIT.
063300     EXIT.
063400
063500 SUM-ONE-HOLD.
063600     READ BNKHOLD-FILE NEXT RECORD.
063700     IF (WS-BNKHOLD-STATUS IS EQUAL TO '00' OR
063800         WS-BNKHOLD-STATUS IS EQUAL TO '02') AND
063900        HLD-REC-ALTKEY1 IS EQUAL TO WS-HOLD-TARGET-ACC
064000        IF HLD-REC-STATUS-ACTIVE AND
064100           (HLD-REC-EXPIRY-DTE IS EQUAL TO SPACES OR
064200            HLD-REC-EXPIRY-DTE IS EQUAL TO LOW-VALUES OR
064300            HLD-REC-EXPIRY-DTE IS GREATER THAN WS-BUSINESS-DATE)
064400           ADD HLD-REC-AMOUNT TO WS-ACTIVE-HOLDS
064500        END-IF
064600     END-IF.
064700 SUM-ONE-HOLD-EXIT.
064800     EXIT.
064900
065000*****************************************************************
065100* Record the posting just written on the value-date             *
065200* cross-reference, so the date-driven jobs can find it by its   *
065300* business date - a duplicate (rerun) is harmless               *
065400*****************************************************************
065500 WRITE-VALUE-DATE-XREF.
065600     MOVE BTX-REC-POST-DATE TO VDX-REC-POST-DATE.
065700     MOVE BTX-REC-TIMESTAMP TO VDX-REC-TIMESTAMP.
065800     WRITE VDX-RECORD
065900          INVALID KEY CONTINUE
066000     END-WRITE.
066100 WRITE-VALUE-DATE-XREF-EXIT.
066200     EXIT.
066202
066204*****************************************************************
066206* Raise the posting event for the posting just written, so the  *
066208* downstream systems see it through the BNKPEVT interface       *
066210*****************************************************************
066212 WRITE-POSTING-EVENT.
066214     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' AND
066216        WS-BNKTXN-STATUS IS NOT EQUAL TO '02'
066218        GO TO WRITE-POSTING-EVENT-EXIT
066220     END-IF.
066222     MOVE SPACES TO CD59-DATA.
066224     MOVE BTX-RECORD TO CD59I-POSTING.
066226     MOVE 'BBANK96P' TO CD59I-SOURCE-PGM.
066228     CALL 'DBANK59P' USING WS-PEVT-DATA.
066230     IF NOT CD59O-RESP-OK
066232        DISPLAY 'BBANK96P - POSTING EVENT NOT RAISED: '
066234                BTX-REC-TIMESTAMP ' ' CD59O-RESP-MSG
066235        PERFORM ABEND-RUN THRU
066236                ABEND-RUN-EXIT
066237     END-IF.
066238 WRITE-POSTING-EVENT-EXIT.
066240     EXIT.
066300
066400*****************************************************************
066500* A posting is on file that its event could not follow - stop   *
066600* the step here rather than go on posting without events, and   *
066700* record the abend with run control so the step may be rerun    *
066800*****************************************************************
066900 ABEND-RUN.
067000     DISPLAY 'BBANK96P - STEP ABENDED, POSTING EVENT NOT RAISED'.
067100     MOVE SPACES TO CD53-DATA.
067200     SET CD53-REQUESTED-ABEND TO TRUE.
067300     MOVE 'BBANK96P' TO CD53I-JOB-NAME.
067400     CALL 'DBANK53P' USING WS-RUNC-DATA.
067500     MOVE 16 TO RETURN-CODE.
067600     STOP RUN.
067700 ABEND-RUN-EXIT.
067800     EXIT.
067900
068000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
