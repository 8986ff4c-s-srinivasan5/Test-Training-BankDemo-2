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
001300* Program:     BBANK83P.CBL                                     *
001400* Function:    Nightly inbound direct debit collection          *
001500*                                                               *
001600* Reads the DDCOLIN file of direct debits originators present   *
001700* against our customers' accounts and pays each one that is     *
001800* covered by an active BNKDDM mandate for the same account,     *
001900* originator reference and originator id. A paid item is        *
002000* debited against the account's available balance exactly the   *
002100* way BBANK70P collects loan instalments - ledger balance plus  *
002200* overdraft limit less active BNKHOLD holds - posted to BNKTXN  *
002300* as a DIRECT DEBIT on the business date, and stamped on the    *
002400* mandate as its last collection. Anything unpaid goes to the   *
002500* DDRETOUT returns file with a two-character reason code for    *
002600* the originator:                                               *
002700*   NF - account not found       AC - account closed            *
002800*   AD - account dormant         NM - no mandate                *
002900*   MC - mandate cancelled       CM - currency mismatch         *
003000*   MX - amount exceeds the mandate's maximum                   *
003100*   IF - insufficient available funds                           *
003200* and, when the account exists, a BNKEVNT notification so the   *
003300* customer hears the payment was not made. Nothing is queued    *
003400* on BNKSUSP - an unpaid debit moved no money. The DDCOLRPT     *
003500* register lists every item with control totals.                *
003600*****************************************************************
003700
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID.
004000     BBANK83P.
004100 DATE-WRITTEN.
004200     October 2026.
004300 DATE-COMPILED.
004400     Today.
004500
004600 ENVIRONMENT DIVISION.
004700
004800 INPUT-OUTPUT   SECTION.
004900   FILE-CONTROL.
005000     SELECT DDCOL-FILE
005100            ASSIGN       TO DDCOLIN
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            FILE STATUS  IS WS-DDCOL-STATUS.
005400
005500     SELECT BNKDDM-FILE
005600            ASSIGN       TO BNKDDM
005700            ORGANIZATION IS INDEXED
005800            ACCESS MODE  IS RANDOM
005900            RECORD KEY   IS DDM-REC-KEY
006000            FILE STATUS  IS WS-BNKDDM-STATUS.
006100
006200     SELECT BNKACC-FILE
006300            ASSIGN       TO BNKACC
006400            ORGANIZATION IS INDEXED
006500            ACCESS MODE  IS RANDOM
006600            RECORD KEY   IS BAC-REC-ACCNO
006700            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
006800            FILE STATUS  IS WS-BNKACC-STATUS.
006900
007000     SELECT BNKTXN-FILE
007100            ASSIGN       TO BNKTXN
007200            ORGANIZATION IS INDEXED
007300            ACCESS MODE  IS RANDOM
007400            RECORD KEY   IS BTX-REC-TIMESTAMP
007500            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES
007600            FILE STATUS  IS WS-BNKTXN-STATUS.
007700
007800     SELECT BNKTXNV-FILE
007900            ASSIGN       TO BNKTXNV
008000            ORGANIZATION IS INDEXED
008100            ACCESS MODE  IS RANDOM
008200            RECORD KEY   IS VDX-REC-KEY
008300            FILE STATUS  IS WS-BNKTXNV-STATUS.
008400
008500     SELECT OPTIONAL BNKHOLD-FILE
008600            ASSIGN       TO BNKHOLD
008700            ORGANIZATION IS INDEXED
008800            ACCESS MODE  IS DYNAMIC
008900            RECORD KEY   IS HLD-REC-ID
009000            ALTERNATE KEY IS HLD-REC-ALTKEY1 WITH DUPLICATES
009100            FILE STATUS  IS WS-BNKHOLD-STATUS.
009200
009300     SELECT OPTIONAL BNKEVNT-FILE
009400            ASSIGN       TO BNKEVNT
009500            ORGANIZATION IS INDEXED
009600            ACCESS MODE  IS RANDOM
009700            RECORD KEY   IS EVT-REC-TIMESTAMP
009800            FILE STATUS  IS WS-BNKEVNT-STATUS.
009900
010000     SELECT DDRET-FILE
010100            ASSIGN       TO DDRETOUT
010200            ORGANIZATION IS LINE SEQUENTIAL
010300            FILE STATUS  IS WS-DDRET-STATUS.
010400
010500     SELECT DDRPT-FILE
010600            ASSIGN       TO DDCOLRPT
010700            ORGANIZATION IS LINE SEQUENTIAL
010800            FILE STATUS  IS WS-DDRPT-STATUS.
010900
011000 DATA DIVISION.
011100
011200 FILE SECTION.
011300 FD  DDCOL-FILE.
011400 01  DDCOL-REC.
011500   05  DDI-ORIG-ID                           PIC X(8).
011600   05  DDI-ORIG-REF                          PIC X(16).
011700   05  DDI-COLL-REF                          PIC X(10).
011800   05  DDI-DUE-DATE                          PIC X(8).
011900   05  DDI-ACCNO                             PIC X(10).
012000   05  DDI-AMOUNT                            PIC 9(9)V99.
012100   05  DDI-CURRENCY                          PIC X(3).
012200   05  FILLER                                PIC X(14).
012300
012400 FD  BNKDDM-FILE.
012500 01  BNKDDM-REC.
012600 COPY CBANKVDM.
012700
012800 FD  BNKACC-FILE.
012900 01  BNKACC-REC.
013000 COPY CBANKVAC.
013100
013200 FD  BNKTXN-FILE.
013300 01  BNKTXN-REC.
013400 COPY CBANKVTX.
013500
013600 FD  BNKTXNV-FILE.
013700 01  BNKTXNV-REC.
013800 COPY CBANKVVX.
013900
014000 FD  BNKHOLD-FILE.
014100 01  BNKHOLD-REC.
014200 COPY CBANKVHD.
014300
014400 FD  BNKEVNT-FILE.
014500 01  BNKEVNT-REC.
014600 COPY CBANKVEV.
014700
014800 FD  DDRET-FILE.
014900 01  DDRET-REC.
015000   05  DDR-ORIG-ID                           PIC X(8).
015100   05  DDR-ORIG-REF                          PIC X(16).
015200   05  DDR-COLL-REF                          PIC X(10).
015300   05  DDR-DUE-DATE                          PIC X(8).
015400   05  DDR-ACCNO                             PIC X(10).
015500   05  DDR-AMOUNT                            PIC 9(9)V99.
015600   05  DDR-CURRENCY                          PIC X(3).
015700   05  DDR-REASON-CODE                       PIC X(2).
015800   05  DDR-REASON                            PIC X(30).
015900
016000 FD  DDRPT-FILE.
016100 01  DDRPT-LINE                              PIC X(100).
016200
016300 WORKING-STORAGE SECTION.
016400 01  WS-MISC-STORAGE.
016500   05  WS-PROGRAM-ID                         PIC X(8)
016600       VALUE 'BBANK83P'.
016700   05  WS-DDCOL-STATUS                       PIC X(2).
016800   05  WS-BNKDDM-STATUS                      PIC X(2).
016900   05  WS-BNKACC-STATUS                      PIC X(2).
017000   05  WS-BNKTXN-STATUS                      PIC X(2).
017100   05  WS-BNKTXNV-STATUS                     PIC X(2).
017200   05  WS-BNKHOLD-STATUS                     PIC X(2).
017300   05  WS-BNKEVNT-STATUS                     PIC X(2).
017400   05  WS-DDRET-STATUS                       PIC X(2).
017500   05  WS-DDRPT-STATUS                       PIC X(2).
017600   05  WS-MORE-ITEMS                         PIC X(1) VALUE 'Y'.
017700       88  WS-MORE-ITEMS-EXIST                VALUE 'Y'.
017800       88  WS-NO-MORE-ITEMS                  VALUE 'N'.
017900   05  WS-ACCOUNT-FOUND-FLAG                 PIC X(1).
018000       88  WS-ACCOUNT-FOUND                   VALUE 'Y'.
018100       88  WS-ACCOUNT-NOT-FOUND               VALUE 'N'.
018200   05  WS-MANDATE-FOUND-FLAG                 PIC X(1).
018300       88  WS-MANDATE-FOUND                   VALUE 'Y'.
018400       88  WS-MANDATE-NOT-FOUND               VALUE 'N'.
018500   05  WS-SEQUENCE-NO                        PIC 9(6) VALUE 0.
018600   05  WS-TODAY-DATE                         PIC 9(8).
018700   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
018800                                              PIC X(8).
018900   05  WS-NOW-TIME                           PIC 9(8).
019000   05  WS-NOW-TIME-X REDEFINES WS-NOW-TIME    PIC X(8).
019100   05  WS-BUSINESS-DATE                      PIC X(8).
019200   05  WS-RETURN-CODE                        PIC X(2).
019300   05  WS-RETURN-REASON                      PIC X(30).
019400   05  WS-ACTIVE-HOLDS                       PIC S9(9)V99.
019500   05  WS-HOLD-TARGET-ACC                    PIC X(10).
019600   05  WS-HOLD-BROWSE-FLAG                   PIC X(1).
019700       88  WS-HOLDS-FOUND                     VALUE 'Y'.
019800       88  WS-NO-HOLDS-FOUND                  VALUE 'N'.
019900   05  WS-ITEM-COUNT                         PIC 9(7) VALUE 0.
020000   05  WS-PAID-COUNT                         PIC 9(7) VALUE 0.
020100   05  WS-UNPAID-COUNT                       PIC 9(7) VALUE 0.
020200   05  WS-PAID-TOTAL                         PIC S9(11)V99
020300                                              VALUE 0.
020400   05  WS-UNPAID-TOTAL                       PIC S9(11)V99
020500                                              VALUE 0.
020600
020700 01  WS-BTX-NEW-REC.
020800   05  WS-BTX-NEW-DESC                       PIC X(30).
020900   05  WS-BTX-NEW-REF                        PIC X(12).
021000   05  FILLER                                PIC X(8).
021100
021200 01  WS-DDRPT-DETAIL-LINE.
021300   05  FILLER                                PIC X(2) VALUE
021400       SPACES.
021500   05  WS-DET-COLL-REF                       PIC X(10).
021600   05  FILLER                                PIC X(2) VALUE
021700       SPACES.
021800   05  WS-DET-ORIG-ID                        PIC X(8).
021900   05  FILLER                                PIC X(2) VALUE
022000       SPACES.
022100   05  WS-DET-ACCNO                          PIC X(10).
022200   05  FILLER                                PIC X(2) VALUE
022300       SPACES.
022400   05  WS-DET-AMOUNT                         PIC -(7)9.99.
022500   05  FILLER                                PIC X(2) VALUE
022600       SPACES.
022700   05  WS-DET-RESULT-CODE                    PIC X(2).
022800   05  FILLER                                PIC X(1) VALUE
022900       SPACES.
023000   05  WS-DET-RESULT                         PIC X(30).
023100   05  FILLER                                PIC X(18) VALUE
023200       SPACES.
023300
023400 01  WS-DDRPT-TRAILER-LINE.
023500   05  FILLER                                PIC X(13) VALUE
023600       'ITEMS READ:  '.
023700   05  WS-TRL-ITEM-COUNT                     PIC ZZZZZZ9.
023800   05  FILLER                                PIC X(2) VALUE
023900       SPACES.
024000   05  FILLER                                PIC X(6) VALUE
024100       'PAID: '.
024200   05  WS-TRL-PAID-COUNT                     PIC ZZZZZZ9.
024300   05  FILLER                                PIC X(1) VALUE
024400       SPACES.
024500   05  FILLER                                PIC X(10) VALUE
024600       'PAID AMT: '.
024700   05  WS-TRL-PAID-TOTAL                     PIC -(8)9.99.
024800   05  FILLER                                PIC X(2) VALUE
024900       SPACES.
025000   05  FILLER                                PIC X(8) VALUE
025100       'UNPAID: '.
025200   05  WS-TRL-UNPAID-COUNT                   PIC ZZZZZZ9.
025300   05  FILLER                                PIC X(1) VALUE
025400       SPACES.
025500   05  FILLER                                PIC X(12) VALUE
025600       'UNPAID AMT: '.
025700   05  WS-TRL-UNPAID-TOTAL                   PIC -(8)9.99.
025800
025900 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
026000     88  WS-RUN-ALLOWED                     VALUE 'Y'.
026100     88  WS-RUN-REFUSED                     VALUE 'N'.
026200
026300 01  WS-RUNC-DATA.
026400 COPY CBANKD53.
026420
026440 01  WS-PEVT-DATA.
026460 COPY CBANKD59.
026500
026600 PROCEDURE DIVISION.
026700*****************************************************************
026800* Main line of control                                          *
026900*****************************************************************
027000     PERFORM CHECK-RUN-CONTROL THRU
027100             CHECK-RUN-CONTROL-EXIT.
027200     IF WS-RUN-ALLOWED
027300        PERFORM INITIALIZE-RUN THRU
027400                INITIALIZE-RUN-EXIT
027500        PERFORM PROCESS-ITEM THRU
027600                PROCESS-ITEM-EXIT
027700           UNTIL WS-NO-MORE-ITEMS
027800        PERFORM TERMINATE-RUN THRU
027900                TERMINATE-RUN-EXIT
028000     END-IF.
028100     GOBACK.
028200
028300*****************************************************************
028400* Register this run with run control before anything is opened  *
028500* - collection is a posting job, so a completed run cannot be   *
028600* submitted twice for the same business date                    *
028700*****************************************************************
028800 CHECK-RUN-CONTROL.
028900     MOVE SPACES TO CD53-DATA.
029000     SET CD53-REQUESTED-START TO TRUE.
029100     MOVE 'BBANK83P' TO CD53I-JOB-NAME.
029200     SET CD53I-POSTING-JOB TO TRUE.
029300     CALL 'DBANK53P' USING WS-RUNC-DATA.
029400     IF NOT CD53O-RESP-OK
029500        SET WS-RUN-REFUSED TO TRUE
029600        DISPLAY 'BBANK83P - RUN REFUSED BY RUN CONTROL: '
029700                CD53O-RESP-MSG
029800     END-IF.
029900 CHECK-RUN-CONTROL-EXIT.
030000     EXIT.
030100
030200*****************************************************************
030300* Open the files and prime the inbound item read                *
030400*****************************************************************
030500 INITIALIZE-RUN.
030600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
030700     ACCEPT WS-NOW-TIME FROM TIME.
030800     MOVE CD53O-BUSINESS-DATE TO WS-BUSINESS-DATE.
030900     IF WS-BUSINESS-DATE IS EQUAL TO SPACES OR
031000        WS-BUSINESS-DATE IS EQUAL TO LOW-VALUES
031100        MOVE WS-TODAY-DATE-X TO WS-BUSINESS-DATE
031200     END-IF.
031300     OPEN INPUT  DDCOL-FILE.
031400     OPEN I-O    BNKDDM-FILE.
031500     OPEN I-O    BNKACC-FILE.
031600     OPEN I-O    BNKTXN-FILE.
031700     OPEN I-O    BNKTXNV-FILE.
031800     OPEN INPUT  BNKHOLD-FILE.
031900     OPEN I-O    BNKEVNT-FILE.
032000     OPEN OUTPUT DDRET-FILE.
032100     OPEN OUTPUT DDRPT-FILE.
032200     SET WS-MORE-ITEMS-EXIST TO TRUE.
032300     READ DDCOL-FILE
032400          AT END SET WS-NO-MORE-ITEMS TO TRUE
032500     END-READ.
032600 INITIALIZE-RUN-EXIT.
032700     EXIT.
032800
032900*****************************************************************
033000* Pay or return the collection item currently held in           *
033100* DDCOL-REC, then advance to the next one                       *
033200*****************************************************************
033300 PROCESS-ITEM.
033400     ADD 1 TO WS-ITEM-COUNT.
033500     MOVE DDI-ACCNO TO BAC-REC-ACCNO.
033600     SET WS-ACCOUNT-FOUND TO TRUE.
033700     READ BNKACC-FILE
033800          INVALID KEY SET WS-ACCOUNT-NOT-FOUND TO TRUE
033900     END-READ.
034000     MOVE DDI-ACCNO TO DDM-REC-ACCNO.
034100     MOVE DDI-ORIG-REF TO DDM-REC-ORIG-REF.
034200     SET WS-MANDATE-FOUND TO TRUE.
034300     READ BNKDDM-FILE
034400          INVALID KEY SET WS-MANDATE-NOT-FOUND TO TRUE
034500     END-READ.
034600* A mandate given to a different originator does not cover
034700* this one, whatever its reference
034800     IF WS-MANDATE-FOUND AND
034900        DDM-REC-ORIG-ID IS NOT EQUAL TO DDI-ORIG-ID
035000        SET WS-MANDATE-NOT-FOUND TO TRUE
035100     END-IF.
035200     IF DDM-REC-MAX-AMOUNT IS NOT NUMERIC
035300        MOVE 0 TO DDM-REC-MAX-AMOUNT
035400     END-IF.
035500     EVALUATE TRUE
035600       WHEN WS-ACCOUNT-NOT-FOUND
035700         MOVE 'NF' TO WS-RETURN-CODE
035800         MOVE 'ACCOUNT NOT FOUND' TO WS-RETURN-REASON
035900       WHEN BAC-REC-STATUS-CLOSED
036000         MOVE 'AC' TO WS-RETURN-CODE
036100         MOVE 'ACCOUNT CLOSED' TO WS-RETURN-REASON
036200       WHEN BAC-REC-STATUS-DORMANT
036300         MOVE 'AD' TO WS-RETURN-CODE
036400         MOVE 'ACCOUNT DORMANT' TO WS-RETURN-REASON
036500       WHEN WS-MANDATE-NOT-FOUND
036600         MOVE 'NM' TO WS-RETURN-CODE
036700         MOVE 'NO MANDATE' TO WS-RETURN-REASON
036800       WHEN DDM-REC-STATUS-CANCELLED
036900         MOVE 'MC' TO WS-RETURN-CODE
037000         MOVE 'MANDATE CANCELLED' TO WS-RETURN-REASON
037100* The item's amount is in the presenting currency and this
037200* job does no conversion
037300       WHEN DDI-CURRENCY IS NOT EQUAL TO BAC-REC-CURRENCY
037400         MOVE 'CM' TO WS-RETURN-CODE
037500         MOVE 'CURRENCY MISMATCH' TO WS-RETURN-REASON
037600       WHEN DDM-REC-MAX-AMOUNT IS GREATER THAN ZERO AND
037700            DDI-AMOUNT IS GREATER THAN DDM-REC-MAX-AMOUNT
037800         MOVE 'MX' TO WS-RETURN-CODE
037900         MOVE 'AMOUNT EXCEEDS MANDATE' TO WS-RETURN-REASON
038000       WHEN OTHER
038100         MOVE SPACES TO WS-RETURN-CODE
038200     END-EVALUATE.
038300     IF WS-RETURN-CODE IS EQUAL TO SPACES
038400        PERFORM CHECK-AVAILABLE-FUNDS THRU
038500                CHECK-AVAILABLE-FUNDS-EXIT
038600     END-IF.
038700     IF WS-RETURN-CODE IS EQUAL TO SPACES
038800        PERFORM PAY-ITEM THRU
038900                PAY-ITEM-EXIT
039000     ELSE
039100        PERFORM RETURN-ITEM THRU
039200                RETURN-ITEM-EXIT
039300     END-IF.
039400     READ DDCOL-FILE
039500          AT END SET WS-NO-MORE-ITEMS TO TRUE
039600     END-READ.
039700 PROCESS-ITEM-EXIT.
039800     EXIT.
039900
040000*****************************************************************
040100* Test the item against the account's available balance - the   *
040200* ledger balance plus overdraft limit less active holds, as     *
040300* every posting path judges it                                  *
040400*****************************************************************
040500 CHECK-AVAILABLE-FUNDS.
040600     IF BAC-REC-OD-LIMIT IS NOT NUMERIC
040700        MOVE 0 TO BAC-REC-OD-LIMIT
040800     END-IF.
040900     PERFORM SUM-ACTIVE-HOLDS THRU
041000             SUM-ACTIVE-HOLDS-EXIT.
041100     IF BAC-REC-BALANCE + BAC-REC-OD-LIMIT
041200        - WS-ACTIVE-HOLDS IS LESS THAN DDI-AMOUNT
041300        MOVE 'IF' TO WS-RETURN-CODE
041400        MOVE 'INSUFFICIENT FUNDS' TO WS-RETURN-REASON
041500     END-IF.
041600 CHECK-AVAILABLE-FUNDS-EXIT.
041700     EXIT.
041800
041900*****************************************************************
042000* Debit the account, post the collection to the transaction     *
042100* history file on the business date and stamp the mandate       *
042200*****************************************************************
042300 PAY-ITEM.
042400     SUBTRACT DDI-AMOUNT FROM BAC-REC-BALANCE.
042500     REWRITE BNKACC-REC.
042600     ADD 1 TO WS-SEQUENCE-NO.
042700     MOVE LOW-VALUES TO BTX-RECORD.
042800     MOVE WS-TODAY-DATE-X TO BTX-REC-TIMESTAMP(1:8).
042900     MOVE WS-NOW-TIME-X TO BTX-REC-TIMESTAMP(9:8).
043000     MOVE WS-SEQUENCE-NO TO BTX-REC-TIMESTAMP(17:6).
043100     MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.
043200     MOVE BAC-REC-PID TO BTX-REC-PID.
043300     MOVE '2' TO BTX-REC-TYPE.
043400     COMPUTE BTX-REC-AMOUNT = 0 - DDI-AMOUNT.
043500     MOVE BAC-REC-CURRENCY TO BTX-REC-CURRENCY.
043600     MOVE SPACES TO WS-BTX-NEW-REC.
043700     STRING 'DIRECT DEBIT ' DELIMITED BY SIZE
043800            DDM-REC-ORIG-NAME DELIMITED BY SIZE
043900        INTO WS-BTX-NEW-DESC.
044000     MOVE DDI-COLL-REF TO WS-BTX-NEW-REF(1:10).
044100     MOVE WS-BTX-NEW-REC TO BTX-REC-DATA-OLD.
044200     MOVE WS-BUSINESS-DATE TO BTX-REC-POST-DATE.
044300     WRITE BTX-RECORD
044400          INVALID KEY
044500             DISPLAY 'BBANK83P - DUPLICATE TIMESTAMP ON WRITE: '
044600                     BTX-REC-TIMESTAMP
044700     END-WRITE.
044800     PERFORM WRITE-VALUE-DATE-XREF THRU
044900             WRITE-VALUE-DATE-XREF-EXIT.
044920     PERFORM WRITE-POSTING-EVENT THRU
044940             WRITE-POSTING-EVENT-EXIT.
045000     MOVE WS-BUSINESS-DATE TO DDM-REC-LAST-COLL-DATE.
045100     MOVE DDI-AMOUNT TO DDM-REC-LAST-COLL-AMT.
045200     REWRITE BNKDDM-REC.
045300     ADD 1 TO WS-PAID-COUNT.
045400     ADD DDI-AMOUNT TO WS-PAID-TOTAL.
045500     MOVE DDI-COLL-REF TO WS-DET-COLL-REF.
045600     MOVE DDI-ORIG-ID TO WS-DET-ORIG-ID.
045700     MOVE DDI-ACCNO TO WS-DET-ACCNO.
045800     MOVE DDI-AMOUNT TO WS-DET-AMOUNT.
045900     MOVE SPACES TO WS-DET-RESULT-CODE.
046000     MOVE 'PAID' TO WS-DET-RESULT.
046100     WRITE DDRPT-LINE FROM WS-DDRPT-DETAIL-LINE.
046200 PAY-ITEM-EXIT.
046300     EXIT.
046400
046500*****************************************************************
046600* Write the unpaid item to the returns file with its reason,    *
046700* tell the customer when there is one to tell, and register it  *
046800*****************************************************************
046900 RETURN-ITEM.
047000     ADD 1 TO WS-UNPAID-COUNT.
047100     ADD DDI-AMOUNT TO WS-UNPAID-TOTAL.
047200     MOVE DDI-ORIG-ID TO DDR-ORIG-ID.
047300     MOVE DDI-ORIG-REF TO DDR-ORIG-REF.
047400     MOVE DDI-COLL-REF TO DDR-COLL-REF.
047500     MOVE DDI-DUE-DATE TO DDR-DUE-DATE.
047600     MOVE DDI-ACCNO TO DDR-ACCNO.
047700     MOVE DDI-AMOUNT TO DDR-AMOUNT.
047800     MOVE DDI-CURRENCY TO DDR-CURRENCY.
047900     MOVE WS-RETURN-CODE TO DDR-REASON-CODE.
048000     MOVE WS-RETURN-REASON TO DDR-REASON.
048100     WRITE DDRET-REC.
048200* Queue a notification event so the customer hears the debit
048300* was not paid - an unknown account has no customer to notify
048400     IF WS-ACCOUNT-FOUND
048500        ADD 1 TO WS-SEQUENCE-NO
048600        MOVE LOW-VALUES TO EVT-RECORD
048700        MOVE WS-TODAY-DATE-X TO EVT-REC-TIMESTAMP(1:8)
048800        MOVE WS-NOW-TIME-X TO EVT-REC-TIMESTAMP(9:8)
048900        MOVE WS-SEQUENCE-NO TO EVT-REC-TIMESTAMP(17:6)
049000        MOVE 'DD83' TO EVT-REC-TIMESTAMP(23:4)
049100        MOVE BAC-REC-PID TO EVT-REC-PID
049200        SET EVT-REC-TYPE-DD-UNPAID TO TRUE
049300        MOVE SPACES TO EVT-REC-DETAIL
049400        MOVE 'DIRECT DEBIT UNPAID: ' TO EVT-REC-DETAIL(1:21)
049500        MOVE DDI-COLL-REF TO EVT-REC-DETAIL(22:10)
049600        MOVE WS-RETURN-REASON TO EVT-REC-DETAIL(33:28)
049700        SET EVT-REC-STATUS-PENDING TO TRUE
049800        WRITE BNKEVNT-REC
049900             INVALID KEY
050000                DISPLAY 'BBANK83P - DUPLICATE EVENT KEY: '
050100                        EVT-REC-TIMESTAMP
050200        END-WRITE
050300     END-IF.
050400     MOVE DDI-COLL-REF TO WS-DET-COLL-REF.
050500     MOVE DDI-ORIG-ID TO WS-DET-ORIG-ID.
050600     MOVE DDI-ACCNO TO WS-DET-ACCNO.
050700     MOVE DDI-AMOUNT TO WS-DET-AMOUNT.
050800     MOVE WS-RETURN-CODE TO WS-DET-RESULT-CODE.
050900     MOVE WS-RETURN-REASON TO WS-DET-RESULT.
051000     WRITE DDRPT-LINE FROM WS-DDRPT-DETAIL-LINE.
051100 RETURN-ITEM-EXIT.
051200     EXIT.
051300
051400*****************************************************************
051500* Print the control totals, close everything down and mark the  *
051600* run complete                                                  *
051700*****************************************************************
051800 TERMINATE-RUN.
051900     MOVE WS-ITEM-COUNT TO WS-TRL-ITEM-COUNT.
052000     MOVE WS-PAID-COUNT TO WS-TRL-PAID-COUNT.
052100     MOVE WS-PAID-TOTAL TO WS-TRL-PAID-TOTAL.
052200     MOVE WS-UNPAID-COUNT TO WS-TRL-UNPAID-COUNT.
052300     MOVE WS-UNPAID-TOTAL TO WS-TRL-UNPAID-TOTAL.
052400     WRITE DDRPT-LINE FROM WS-DDRPT-TRAILER-LINE.
052500     CLOSE DDCOL-FILE.
052600     CLOSE BNKDDM-FILE.
052700     CLOSE BNKACC-FILE.
052800     CLOSE BNKTXN-FILE.
052900     CLOSE BNKTXNV-FILE.
053000     CLOSE BNKHOLD-FILE.
053100     CLOSE BNKEVNT-FILE.
053200     CLOSE DDRET-FILE.
053300     CLOSE DDRPT-FILE.
053400     SET CD53-REQUESTED-END TO TRUE.
053500     MOVE 'BBANK83P' TO CD53I-JOB-NAME.
053600     CALL 'DBANK53P' USING WS-RUNC-DATA.
053700 TERMINATE-RUN-EXIT.
053800     EXIT.
053900
054000*****************************************************************
054100* Total the account's holds that still count against its        *
054200* available balance - active, and not yet past their expiry     *
054300*****************************************************************
054400 SUM-ACTIVE-HOLDS.
054500     MOVE 0 TO WS-ACTIVE-HOLDS.
054600     MOVE BAC-REC-ACCNO TO WS-HOLD-TARGET-ACC.
054700     MOVE WS-HOLD-TARGET-ACC TO HLD-REC-ALTKEY1.
054800     SET WS-HOLDS-FOUND TO TRUE.
054900     START BNKHOLD-FILE KEY IS EQUAL TO HLD-REC-ALTKEY1
055000          INVALID KEY SET WS-NO-HOLDS-FOUND TO TRUE
055100     END-START.
055200     IF WS-HOLDS-FOUND
055300        PERFORM SUM-ONE-HOLD THRU
055400                SUM-ONE-HOLD-EXIT
055500           UNTIL (WS-BNKHOLD-STATUS IS NOT EQUAL TO '00' AND
055600                  WS-BNKHOLD-STATUS IS NOT EQUAL TO '02')
055700              OR HLD-REC-ALTKEY1 IS NOT EQUAL TO
055800                    WS-HOLD-TARGET-ACC
055900     END-IF.
056000 SUM-ACTIVE-HOLDS-EXIT.
056100     EXIT.
056200
056300 SUM-ONE-HOLD.
056400     READ BNKHOLD-FILE NEXT RECORD.
056500     IF (WS-BNKHOLD-STATUS IS EQUAL TO '00' OR
056600         WS-BNKHOLD-STATUS IS EQUAL TO '02') AND
056700        HLD-REC-ALTKEY1 IS EQUAL TO WS-HOLD-TARGET-ACC
056800        IF HLD-REC-STATUS-ACTIVE AND
056900           (HLD-REC-EXPIRY-DTE IS EQUAL TO SPACES OR
057000            HLD-REC-EXPIRY-DTE IS EQUAL TO LOW-VALUES OR
057100            HLD-REC-EXPIRY-DTE IS GREATER THAN WS-BUSINESS-DATE)
057200           ADD HLD-REC-AMOUNT TO WS-ACTIVE-HOLDS
057300        END-IF
057400     END-IF.
057500 SUM-ONE-HOLD-EXIT.
057600     EXIT.
057700
057800*****************************************************************
057900* Record the posting just written on the value-date             *
058000* cross-reference, so the date-driven jobs can find it by its   *
058100* business date - a duplicate (rerun) is harmless               *
058200*****************************************************************
058300 WRITE-VALUE-DATE-XREF.
058400     MOVE BTX-REC-POST-DATE TO VDX-REC-POST-DATE.
058500     MOVE BTX-REC-TIMESTAMP TO VDX-REC-TIMESTAMP.
058600     WRITE VDX-RECORD
058700          INVALID KEY CONTINUE
058800     END-WRITE.
058900 WRITE-VALUE-DATE-XREF-EXIT.
059000     EXIT.
059002
059004*****************************************************************
059006* Raise the posting event for the posting just written, so the  *
059008* downstream systems see it through the BNKPEVT interface       *
059010*****************************************************************
059012 WRITE-POSTING-EVENT.
059014     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' AND
059016        WS-BNKTXN-STATUS IS NOT EQUAL TO '02'
059018        GO TO WRITE-POSTING-EVENT-EXIT
059020     END-IF.
059022     MOVE SPACES TO CD59-DATA.
059024     MOVE BTX-RECORD TO CD59I-POSTING.
059026     MOVE 'BBANK83P' TO CD59I-SOURCE-PGM.
059028     CALL 'DBANK59P' USING WS-PEVT-DATA.
059030     IF NOT CD59O-RESP-OK
059032        DISPLAY 'BBANK83P - POSTING EVENT NOT RAISED: '
059034                BTX-REC-TIMESTAMP ' ' CD59O-RESP-MSG
059035        PERFORM ABEND-RUN THRU
059036                ABEND-RUN-EXIT
059037     END-IF.
059038 WRITE-POSTING-EVENT-EXIT.
059040     EXIT.
059100
059200*****************************************************************
059300* A posting is on file that its event could not follow - stop   *
059400* the step here rather than go on posting without events, and   *
059500* record the abend with run control so the step may be rerun    *
059600*****************************************************************
059700 ABEND-RUN.
059800     DISPLAY 'BBANK83P - STEP ABENDED, POSTING EVENT NOT RAISED'.
059900     MOVE SPACES TO CD53-DATA.
060000     SET CD53-REQUESTED-ABEND TO TRUE.
060100     MOVE 'BBANK83P' TO CD53I-JOB-NAME.
060200     CALL 'DBANK53P' USING WS-RUNC-DATA.
060300     MOVE 16 TO RETURN-CODE.
060400     STOP RUN.
060500 ABEND-RUN-EXIT.
060600     EXIT.
060700
060800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
