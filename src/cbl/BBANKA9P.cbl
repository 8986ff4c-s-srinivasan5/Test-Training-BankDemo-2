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
001300* Program:     BBANKA9P.CBL                                     *
001400* Function:    Nightly cheque clearing results                  *
001500*                                                               *
001600* Reads the CHQRTN clearing results file the clearing house     *
001700* sends back for the cheques BBANKA8P presented, and settles    *
001800* each item on the BNKCHQD deposited cheque register:           *
001900*   CP - paid: the BNKHOLD hold DBANK23P placed behind the      *
002000*        deposit is released, so the funds become available,    *
002100*        and the item is marked cleared                         *
002200*   CU - returned unpaid: the hold is released and the credit   *
002300*        is charged back to the account as a CHEQUE RETURNED    *
002400*        UNPAID posting on the business date, the account       *
002500*        type's BNKATYP returned cheque fee is taken (nothing   *
002600*        when it is zero or the type is fee exempt), a BNKEVNT  *
002700*        alert tells the customer, and the item is marked       *
002800*        unpaid with the clearing house's reason and the fee    *
002900* The chargeback is made whatever the available balance - the   *
003000* money was never ours to give - and may take the account       *
003100* overdrawn. A result that does not match a presented item      *
003200* (not on the register, not presented, already settled, a       *
003300* different amount or an unknown result type) changes nothing   *
003400* and is listed as an exception. The CHQRRPT register lists     *
003500* every result with control totals.                             *
003600*****************************************************************
003700
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID.
004000     BBANKA9P.
004100 DATE-WRITTEN.
004200     October 2026.
004300 DATE-COMPILED.
004400     Today.
004500
004600 ENVIRONMENT DIVISION.
004700
004800 INPUT-OUTPUT   SECTION.
004900   FILE-CONTROL.
005000     SELECT CHQRTN-FILE
005100            ASSIGN       TO CHQRTN
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            FILE STATUS  IS WS-CHQRTN-STATUS.
005400
005500     SELECT OPTIONAL BNKCHQD-FILE
005600            ASSIGN       TO BNKCHQD
005700            ORGANIZATION IS INDEXED
005800            ACCESS MODE  IS RANDOM
005900            RECORD KEY   IS CQD-REC-ITEM-ID
006000            FILE STATUS  IS WS-BNKCHQD-STATUS.
006100
006200     SELECT BNKACC-FILE
006300            ASSIGN       TO BNKACC
006400            ORGANIZATION IS INDEXED
006500            ACCESS MODE  IS RANDOM
006600            RECORD KEY   IS BAC-REC-ACCNO
006700            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
006800            FILE STATUS  IS WS-BNKACC-STATUS.
006900
007000     SELECT BNKATYP-FILE
007100            ASSIGN       TO BNKATYP
007200            ORGANIZATION IS INDEXED
007300            ACCESS MODE  IS RANDOM
007400            RECORD KEY   IS BAT-REC-TYPE
007500            FILE STATUS  IS WS-BNKATYP-STATUS.
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
009500            ACCESS MODE  IS RANDOM
009600            RECORD KEY   IS HLD-REC-ID
009700            ALTERNATE KEY IS HLD-REC-ALTKEY1 WITH DUPLICATES
009800            FILE STATUS  IS WS-BNKHOLD-STATUS.
009900
010000     SELECT OPTIONAL BNKEVNT-FILE
010100            ASSIGN       TO BNKEVNT
010200            ORGANIZATION IS INDEXED
010300            ACCESS MODE  IS RANDOM
010400            RECORD KEY   IS EVT-REC-TIMESTAMP
010500            FILE STATUS  IS WS-BNKEVNT-STATUS.
010600
010700     SELECT CHQRRPT-FILE
010800            ASSIGN       TO CHQRRPT
010900            ORGANIZATION IS LINE SEQUENTIAL
011000            FILE STATUS  IS WS-CHQRRPT-STATUS.
011100
011200 DATA DIVISION.
011300
011400 FILE SECTION.
011500 FD  CHQRTN-FILE.
011600 01  CHQRTN-REC.
011700   05  CRI-REC-TYPE                          PIC X(2).
011800       88  CRI-REC-PAID                      VALUE 'CP'.
011900       88  CRI-REC-UNPAID                    VALUE 'CU'.
012000   05  CRI-ITEM-ID                           PIC X(26).
012100   05  CRI-SETTLED-DATE                      PIC X(8).
012200   05  CRI-AMOUNT                            PIC 9(9)V99.
012300   05  CRI-REASON-CODE                       PIC X(2).
012400   05  CRI-REASON                            PIC X(30).
012500   05  FILLER                                PIC X(11).
012600
012700 FD  BNKCHQD-FILE.
012800 01  BNKCHQD-REC.
012900 COPY CBANKVCD.
013000
013100 FD  BNKACC-FILE.
013200 01  BNKACC-REC.
013300 COPY CBANKVAC.
013400
013500 FD  BNKATYP-FILE.
013600 01  BNKATYP-REC.
013700 COPY CBANKVAT.
013800
013900 FD  BNKTXN-FILE.
014000 01  BNKTXN-REC.
014100 COPY CBANKVTX.
014200
014300 FD  BNKTXNV-FILE.
014400 01  BNKTXNV-REC.
014500 COPY CBANKVVX.
014600
014700 FD  BNKHOLD-FILE.
014800 01  BNKHOLD-REC.
014900 COPY CBANKVHD.
015000
015100 FD  BNKEVNT-FILE.
015200 01  BNKEVNT-REC.
015300 COPY CBANKVEV.
015400
015500 FD  CHQRRPT-FILE.
015600 01  CHQRRPT-LINE                            PIC X(100).
015700
015800 WORKING-STORAGE SECTION.
015900 01  WS-MISC-STORAGE.
016000   05  WS-PROGRAM-ID                         PIC X(8)
016100       VALUE 'BBANKA9P'.
016200   05  WS-CHQRTN-STATUS                      PIC X(2).
016300   05  WS-BNKCHQD-STATUS                     PIC X(2).
016400   05  WS-BNKACC-STATUS                      PIC X(2).
016500   05  WS-BNKATYP-STATUS                     PIC X(2).
016600   05  WS-BNKTXN-STATUS                      PIC X(2).
016700   05  WS-BNKTXNV-STATUS                     PIC X(2).
016800   05  WS-BNKHOLD-STATUS                     PIC X(2).
016900   05  WS-BNKEVNT-STATUS                     PIC X(2).
017000   05  WS-CHQRRPT-STATUS                     PIC X(2).
017100   05  WS-MORE-ITEMS                         PIC X(1) VALUE 'Y'.
017200       88  WS-MORE-ITEMS-EXIST                VALUE 'Y'.
017300       88  WS-NO-MORE-ITEMS                  VALUE 'N'.
017400   05  WS-ITEM-FOUND-FLAG                    PIC X(1).
017500       88  WS-ITEM-FOUND                      VALUE 'Y'.
017600       88  WS-ITEM-NOT-FOUND                  VALUE 'N'.
017700   05  WS-ACCOUNT-FOUND-FLAG                 PIC X(1).
017800       88  WS-ACCOUNT-FOUND                   VALUE 'Y'.
017900       88  WS-ACCOUNT-NOT-FOUND               VALUE 'N'.
018000   05  WS-SEQUENCE-NO                        PIC 9(6) VALUE 0.
018100   05  WS-TODAY-DATE                         PIC 9(8).
018200   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
018300                                              PIC X(8).
018400   05  WS-NOW-TIME                           PIC 9(8).
018500   05  WS-NOW-TIME-X REDEFINES WS-NOW-TIME    PIC X(8).
018600   05  WS-BUSINESS-DATE                      PIC X(8).
018700   05  WS-EXCEPTION-REASON                   PIC X(30).
018800   05  WS-POST-AMOUNT                        PIC S9(9)V99.
018900   05  WS-POST-DESC                          PIC X(30).
019000   05  WS-FEE-AMOUNT                         PIC S9(5)V99.
019100   05  WS-ITEM-COUNT                         PIC 9(7) VALUE 0.
019200   05  WS-PAID-COUNT                         PIC 9(7) VALUE 0.
019300   05  WS-UNPAID-COUNT                       PIC 9(7) VALUE 0.
019400   05  WS-EXCEPTION-COUNT                    PIC 9(7) VALUE 0.
019500   05  WS-PAID-TOTAL                         PIC S9(11)V99
019600                                              VALUE 0.
019700   05  WS-UNPAID-TOTAL                       PIC S9(11)V99
019800                                              VALUE 0.
019900   05  WS-FEE-TOTAL                          PIC S9(9)V99
020000                                              VALUE 0.
020100
020200 01  WS-BTX-NEW-REC.
020300   05  WS-BTX-NEW-DESC                       PIC X(30).
020400   05  WS-BTX-NEW-REF                        PIC X(12).
020500   05  FILLER                                PIC X(8).
020600
020700 01  WS-CHQRRPT-DETAIL-LINE.
020800   05  FILLER                                PIC X(2) VALUE
020900       SPACES.
021000   05  WS-DET-ITEM-ID                        PIC X(24).
021100   05  FILLER                                PIC X(2) VALUE
021200       SPACES.
021300   05  WS-DET-ACCNO                          PIC X(10).
021400   05  FILLER                                PIC X(2) VALUE
021500       SPACES.
021600   05  WS-DET-TYPE                           PIC X(2).
021700   05  FILLER                                PIC X(2) VALUE
021800       SPACES.
021900   05  WS-DET-AMOUNT                         PIC -(7)9.99.
022000   05  FILLER                                PIC X(2) VALUE
022100       SPACES.
022200   05  WS-DET-FEE                            PIC -(4)9.99.
022300   05  FILLER                                PIC X(2) VALUE
022400       SPACES.
022500   05  WS-DET-RESULT                         PIC X(30).
022600
022700 01  WS-CHQRRPT-TRAILER-LINE.
022800   05  FILLER                                PIC X(7) VALUE
022900       'ITEMS: '.
023000   05  WS-TRL-ITEM-COUNT                     PIC ZZZZZZ9.
023100   05  FILLER                                PIC X(8) VALUE
023200       '  PAID: '.
023300   05  WS-TRL-PAID-COUNT                     PIC ZZZZZZ9.
023400   05  FILLER                                PIC X(1) VALUE
023500       SPACES.
023600   05  WS-TRL-PAID-TOTAL                     PIC -(8)9.99.
023700   05  FILLER                                PIC X(10) VALUE
023800       '  UNPAID: '.
023900   05  WS-TRL-UNPAID-COUNT                   PIC ZZZZZZ9.
024000   05  FILLER                                PIC X(1) VALUE
024100       SPACES.
024200   05  WS-TRL-UNPAID-TOTAL                   PIC -(8)9.99.
024300   05  FILLER                                PIC X(6) VALUE
024400       ' FEES '.
024500   05  WS-TRL-FEE-TOTAL                      PIC -(5)9.99.
024600   05  FILLER                                PIC X(6) VALUE
024700       ' EXC: '.
024800   05  WS-TRL-EXCEPTION-COUNT                PIC ZZZZZZ9.
024900
025000 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
025100     88  WS-RUN-ALLOWED                     VALUE 'Y'.
025200     88  WS-RUN-REFUSED                     VALUE 'N'.
025300
025400 01  WS-RUNC-DATA.
025500 COPY CBANKD53.
025600
025700 01  WS-PEVT-DATA.
025800 COPY CBANKD59.
025900
026000 PROCEDURE DIVISION.
026100*****************************************************************
026200* Main line of control                                          *
026300*****************************************************************
026400     PERFORM CHECK-RUN-CONTROL THRU
026500             CHECK-RUN-CONTROL-EXIT.
026600     IF WS-RUN-ALLOWED
026700        PERFORM INITIALIZE-RUN THRU
026800                INITIALIZE-RUN-EXIT
026900        PERFORM PROCESS-ITEM THRU
027000                PROCESS-ITEM-EXIT
027100           UNTIL WS-NO-MORE-ITEMS
027200        PERFORM TERMINATE-RUN THRU
027300                TERMINATE-RUN-EXIT
027400     END-IF.
027500     GOBACK.
027600
027700*****************************************************************
027800* Register this run with run control before anything is opened  *
027900* - a chargeback is a posting, so a completed run cannot be     *
028000* submitted twice for the same business date                    *
028100*****************************************************************
028200 CHECK-RUN-CONTROL.
028300     MOVE SPACES TO CD53-DATA.
028400     SET CD53-REQUESTED-START TO TRUE.
028500     MOVE 'BBANKA9P' TO CD53I-JOB-NAME.
028600     SET CD53I-POSTING-JOB TO TRUE.
028700     CALL 'DBANK53P' USING WS-RUNC-DATA.
028800     IF NOT CD53O-RESP-OK
028900        SET WS-RUN-REFUSED TO TRUE
029000        DISPLAY 'BBANKA9P - RUN REFUSED BY RUN CONTROL: '
029100                CD53O-RESP-MSG
029200     END-IF.
029300 CHECK-RUN-CONTROL-EXIT.
029400     EXIT.
029500
029600*****************************************************************
029700* Open the files and prime the clearing results read            *
029800*****************************************************************
029900 INITIALIZE-RUN.
030000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
030100     ACCEPT WS-NOW-TIME FROM TIME.
030200     MOVE CD53O-BUSINESS-DATE TO WS-BUSINESS-DATE.
030300     IF WS-BUSINESS-DATE IS EQUAL TO SPACES OR
030400        WS-BUSINESS-DATE IS EQUAL TO LOW-VALUES
030500        MOVE WS-TODAY-DATE-X TO WS-BUSINESS-DATE
030600     END-IF.
030700     OPEN INPUT  CHQRTN-FILE.
030800     OPEN I-O    BNKCHQD-FILE.
030900     OPEN I-O    BNKACC-FILE.
031000     OPEN INPUT  BNKATYP-FILE.
031100     OPEN I-O    BNKTXN-FILE.
031200     OPEN I-O    BNKTXNV-FILE.
031300     OPEN I-O    BNKHOLD-FILE.
031400     OPEN I-O    BNKEVNT-FILE.
031500     OPEN OUTPUT CHQRRPT-FILE.
031600     SET WS-MORE-ITEMS-EXIST TO TRUE.
031700     READ CHQRTN-FILE
031800          AT END SET WS-NO-MORE-ITEMS TO TRUE
031900     END-READ.
032000 INITIALIZE-RUN-EXIT.
032100     EXIT.
032200
032300*****************************************************************
032400* Match the result currently held in CHQRTN-REC to its          *
032500* presented register entry and settle it, then advance to the   *
032600* next one                                                      *
032700*****************************************************************
032800 PROCESS-ITEM.
032900     ADD 1 TO WS-ITEM-COUNT.
033000     MOVE CRI-ITEM-ID TO CQD-REC-ITEM-ID.
033100     SET WS-ITEM-FOUND TO TRUE.
033200     READ BNKCHQD-FILE
033300          INVALID KEY SET WS-ITEM-NOT-FOUND TO TRUE
033400     END-READ.
033500     MOVE SPACES TO WS-EXCEPTION-REASON.
033600     EVALUATE TRUE
033700       WHEN NOT CRI-REC-PAID AND NOT CRI-REC-UNPAID
033800         MOVE 'UNKNOWN RESULT TYPE' TO WS-EXCEPTION-REASON
033900       WHEN WS-ITEM-NOT-FOUND
034000         MOVE 'ITEM NOT ON REGISTER' TO WS-EXCEPTION-REASON
034100       WHEN CQD-REC-STATUS-CLEARED OR CQD-REC-STATUS-UNPAID
034200         MOVE 'ITEM ALREADY SETTLED' TO WS-EXCEPTION-REASON
034300       WHEN NOT CQD-REC-STATUS-PRESENTED
034400         MOVE 'ITEM NOT YET PRESENTED' TO WS-EXCEPTION-REASON
034500       WHEN CRI-AMOUNT IS NOT NUMERIC
034600         MOVE 'AMOUNT NOT NUMERIC' TO WS-EXCEPTION-REASON
034700       WHEN CRI-AMOUNT IS NOT EQUAL TO CQD-REC-AMOUNT
034800         MOVE 'AMOUNT DOES NOT MATCH' TO WS-EXCEPTION-REASON
034900       WHEN OTHER
035000         CONTINUE
035100     END-EVALUATE.
035200     IF WS-EXCEPTION-REASON IS EQUAL TO SPACES AND
035300        CRI-REC-UNPAID
035400        MOVE CQD-REC-ACCNO TO BAC-REC-ACCNO
035500        SET WS-ACCOUNT-FOUND TO TRUE
035600        READ BNKACC-FILE
035700             INVALID KEY SET WS-ACCOUNT-NOT-FOUND TO TRUE
035800        END-READ
035900        IF WS-ACCOUNT-NOT-FOUND
036000           MOVE 'ACCOUNT NOT FOUND' TO WS-EXCEPTION-REASON
036100        END-IF
036200     END-IF.
036300     EVALUATE TRUE
036400       WHEN WS-EXCEPTION-REASON IS NOT EQUAL TO SPACES
036500         PERFORM REPORT-EXCEPTION THRU
036600                 REPORT-EXCEPTION-EXIT
036700       WHEN CRI-REC-PAID
036800         PERFORM SETTLE-PAID-ITEM THRU
036900                 SETTLE-PAID-ITEM-EXIT
037000       WHEN OTHER
037100         PERFORM SETTLE-UNPAID-ITEM THRU
037200                 SETTLE-UNPAID-ITEM-EXIT
037300     END-EVALUATE.
037400     READ CHQRTN-FILE
037500          AT END SET WS-NO-MORE-ITEMS TO TRUE
037600     END-READ.
037700 PROCESS-ITEM-EXIT.
037800     EXIT.
037900
038000*****************************************************************
038100* The cheque has cleared: free the held funds and mark the item *
038200* cleared                                                       *
038300*****************************************************************
038400 SETTLE-PAID-ITEM.
038500     PERFORM RELEASE-CHEQUE-HOLD THRU
038600             RELEASE-CHEQUE-HOLD-EXIT.
038700     SET CQD-REC-STATUS-CLEARED TO TRUE.
038800     MOVE WS-BUSINESS-DATE TO CQD-REC-SETTLED-DATE.
038900     REWRITE BNKCHQD-REC.
039000     ADD 1 TO WS-PAID-COUNT.
039100     ADD CQD-REC-AMOUNT TO WS-PAID-TOTAL.
039200     MOVE 0 TO WS-DET-FEE.
039300     MOVE 'CLEARED - HOLD RELEASED' TO WS-DET-RESULT.
039400     PERFORM WRITE-DETAIL-LINE THRU
039500             WRITE-DETAIL-LINE-EXIT.
039600 SETTLE-PAID-ITEM-EXIT.
039700     EXIT.
039800
039900*****************************************************************
040000* The cheque came back unpaid: free the hold, charge the credit *
040100* back, take the returned cheque fee, tell the customer and     *
040200* mark the item unpaid                                          *
040300*****************************************************************
040400 SETTLE-UNPAID-ITEM.
040500     PERFORM RELEASE-CHEQUE-HOLD THRU
040600             RELEASE-CHEQUE-HOLD-EXIT.
040700     COMPUTE WS-POST-AMOUNT = 0 - CQD-REC-AMOUNT.
040800     MOVE 'CHEQUE RETURNED UNPAID' TO WS-POST-DESC.
040900     PERFORM POST-ACCOUNT-TXN THRU
041000             POST-ACCOUNT-TXN-EXIT.
041100     PERFORM GET-RETURNED-CHEQUE-FEE THRU
041200             GET-RETURNED-CHEQUE-FEE-EXIT.
041300     IF WS-FEE-AMOUNT IS GREATER THAN 0
041400        COMPUTE WS-POST-AMOUNT = 0 - WS-FEE-AMOUNT
041500        MOVE 'FEE - RETURNED CHEQUE' TO WS-POST-DESC
041600        PERFORM POST-ACCOUNT-TXN THRU
041700                POST-ACCOUNT-TXN-EXIT
041800     END-IF.
041900     PERFORM WRITE-RETURN-EVENT THRU
042000             WRITE-RETURN-EVENT-EXIT.
042100     SET CQD-REC-STATUS-UNPAID TO TRUE.
042200     MOVE WS-BUSINESS-DATE TO CQD-REC-SETTLED-DATE.
042300     MOVE CRI-REASON TO CQD-REC-UNPAID-REASON.
042400     MOVE WS-FEE-AMOUNT TO CQD-REC-FEE.
042500     REWRITE BNKCHQD-REC.
042600     ADD 1 TO WS-UNPAID-COUNT.
042700     ADD CQD-REC-AMOUNT TO WS-UNPAID-TOTAL.
042800     ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL.
042900     MOVE WS-FEE-AMOUNT TO WS-DET-FEE.
043000     MOVE SPACES TO WS-DET-RESULT.
043100     STRING 'UNPAID ' DELIMITED BY SIZE
043200            CRI-REASON-CODE DELIMITED BY SIZE
043300            ' ' DELIMITED BY SIZE
043400            CRI-REASON DELIMITED BY SIZE
043500        INTO WS-DET-RESULT.
043600     PERFORM WRITE-DETAIL-LINE THRU
043700             WRITE-DETAIL-LINE-EXIT.
043800 SETTLE-UNPAID-ITEM-EXIT.
043900     EXIT.
044000
044100*****************************************************************
044200* Release the hold DBANK23P placed behind the deposit - one a   *
044300* supervisor has already released by hand is left as it is      *
044400*****************************************************************
044500 RELEASE-CHEQUE-HOLD.
044600     MOVE CQD-REC-HOLD-ID TO HLD-REC-ID.
044700     READ BNKHOLD-FILE
044800          INVALID KEY
044900             DISPLAY 'BBANKA9P - CHEQUE HOLD NOT FOUND: '
045000                     CQD-REC-ITEM-ID
045100             GO TO RELEASE-CHEQUE-HOLD-EXIT
045200     END-READ.
045300     IF NOT HLD-REC-STATUS-ACTIVE
045400        GO TO RELEASE-CHEQUE-HOLD-EXIT
045500     END-IF.
045600     SET HLD-REC-STATUS-RELEASED TO TRUE.
045700     MOVE 'BBANKA9P' TO HLD-REC-RELEASED-BY.
045800     MOVE WS-BUSINESS-DATE TO HLD-REC-RELEASED-DATE.
045900     REWRITE BNKHOLD-REC.
046000 RELEASE-CHEQUE-HOLD-EXIT.
046100     EXIT.
046200
046300*****************************************************************
046400* Resolve the returned cheque fee for the account's type into   *
046500* WS-FEE-AMOUNT - nothing for an exempt type, an unknown type   *
046600* or a type set up before the fee existed                       *
046700*****************************************************************
046800 GET-RETURNED-CHEQUE-FEE.
046900     MOVE 0 TO WS-FEE-AMOUNT.
047000     MOVE BAC-REC-TYPE TO BAT-REC-TYPE.
047100     READ BNKATYP-FILE
047200          INVALID KEY GO TO GET-RETURNED-CHEQUE-FEE-EXIT
047300     END-READ.
047400     IF BAT-REC-FEE-EXEMPT OR
047500        BAT-REC-RTN-CHQ-FEE IS NOT NUMERIC
047600        GO TO GET-RETURNED-CHEQUE-FEE-EXIT
047700     END-IF.
047800     IF BAT-REC-RTN-CHQ-FEE IS GREATER THAN 0
047900        MOVE BAT-REC-RTN-CHQ-FEE TO WS-FEE-AMOUNT
048000     END-IF.
048100 GET-RETURNED-CHEQUE-FEE-EXIT.
048200     EXIT.
048300
048400*****************************************************************
048500* Apply WS-POST-AMOUNT to the account and post it to the        *
048600* transaction history file on the business date as WS-POST-DESC *
048700* with the cheque serial as its reference                       *
048800*****************************************************************
048900 POST-ACCOUNT-TXN.
049000     ADD WS-POST-AMOUNT TO BAC-REC-BALANCE.
049100     REWRITE BNKACC-REC.
049200     ADD 1 TO WS-SEQUENCE-NO.
049300     MOVE LOW-VALUES TO BTX-RECORD.
049400     MOVE WS-TODAY-DATE-X TO BTX-REC-TIMESTAMP(1:8).
049500     MOVE WS-NOW-TIME-X TO BTX-REC-TIMESTAMP(9:8).
049600     MOVE WS-SEQUENCE-NO TO BTX-REC-TIMESTAMP(17:6).
049700     MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.
049800     MOVE BAC-REC-PID TO BTX-REC-PID.
049900     MOVE '2' TO BTX-REC-TYPE.
050000     MOVE WS-POST-AMOUNT TO BTX-REC-AMOUNT.
050100     MOVE BAC-REC-CURRENCY TO BTX-REC-CURRENCY.
050200     MOVE SPACES TO WS-BTX-NEW-REC.
050300     MOVE WS-POST-DESC TO WS-BTX-NEW-DESC.
050400     MOVE 'CHQ ' TO WS-BTX-NEW-REF(1:4).
050500     MOVE CQD-REC-SERIAL TO WS-BTX-NEW-REF(5:6).
050600     MOVE WS-BTX-NEW-REC TO BTX-REC-DATA-OLD.
050700     MOVE WS-BUSINESS-DATE TO BTX-REC-POST-DATE.
050800     WRITE BTX-RECORD
050900          INVALID KEY
051000             DISPLAY 'BBANKA9P - DUPLICATE TIMESTAMP ON WRITE: '
051100                     BTX-REC-TIMESTAMP
051200     END-WRITE.
051300     PERFORM WRITE-VALUE-DATE-XREF THRU
051400             WRITE-VALUE-DATE-XREF-EXIT.
051500     PERFORM WRITE-POSTING-EVENT THRU
051600             WRITE-POSTING-EVENT-EXIT.
051700 POST-ACCOUNT-TXN-EXIT.
051800     EXIT.
051900
052000*****************************************************************
052100* Queue a notification event so the customer hears the cheque   *
052200* they paid in was returned and the credit taken back           *
052300*****************************************************************
052400 WRITE-RETURN-EVENT.
052500     ADD 1 TO WS-SEQUENCE-NO.
052600     MOVE LOW-VALUES TO EVT-RECORD.
052700     MOVE WS-TODAY-DATE-X TO EVT-REC-TIMESTAMP(1:8).
052800     MOVE WS-NOW-TIME-X TO EVT-REC-TIMESTAMP(9:8).
052900     MOVE WS-SEQUENCE-NO TO EVT-REC-TIMESTAMP(17:6).
053000     MOVE 'CQA9' TO EVT-REC-TIMESTAMP(23:4).
053100     MOVE BAC-REC-PID TO EVT-REC-PID.
053200     SET EVT-REC-TYPE-CHQ-RETURNED TO TRUE.
053300     MOVE SPACES TO EVT-REC-DETAIL.
053400     MOVE 'CHEQUE RETURNED UNPAID: ' TO EVT-REC-DETAIL(1:24).
053500     MOVE CQD-REC-SERIAL TO EVT-REC-DETAIL(25:6).
053600     MOVE CRI-REASON TO EVT-REC-DETAIL(32:29).
053700     SET EVT-REC-STATUS-PENDING TO TRUE.
053800     WRITE BNKEVNT-REC
053900          INVALID KEY
054000             DISPLAY 'BBANKA9P - DUPLICATE EVENT KEY: '
054100                     EVT-REC-TIMESTAMP
054200     END-WRITE.
054300 WRITE-RETURN-EVENT-EXIT.
054400     EXIT.
054500
054600*****************************************************************
054700* List a result that could not be settled - nothing is changed  *
054800*****************************************************************
054900 REPORT-EXCEPTION.
055000     ADD 1 TO WS-EXCEPTION-COUNT.
055100     MOVE 0 TO WS-DET-FEE.
055200     MOVE WS-EXCEPTION-REASON TO WS-DET-RESULT.
055300     PERFORM WRITE-DETAIL-LINE THRU
055400             WRITE-DETAIL-LINE-EXIT.
055500 REPORT-EXCEPTION-EXIT.
055600     EXIT.
055700
055800*****************************************************************
055900* Print one register line for the result in CHQRTN-REC, with    *
056000* the fee and result already moved to the line                  *
056100*****************************************************************
056200 WRITE-DETAIL-LINE.
056300     MOVE CRI-ITEM-ID(1:24) TO WS-DET-ITEM-ID.
056400     IF WS-ITEM-FOUND
056500        MOVE CQD-REC-ACCNO TO WS-DET-ACCNO
056600     ELSE
056700        MOVE SPACES TO WS-DET-ACCNO
056800     END-IF.
056900     MOVE CRI-REC-TYPE TO WS-DET-TYPE.
057000     IF CRI-AMOUNT IS NUMERIC
057100        MOVE CRI-AMOUNT TO WS-DET-AMOUNT
057200     ELSE
057300        MOVE 0 TO WS-DET-AMOUNT
057400     END-IF.
057500     WRITE CHQRRPT-LINE FROM WS-CHQRRPT-DETAIL-LINE.
057600 WRITE-DETAIL-LINE-EXIT.
057700     EXIT.
057800
057900*****************************************************************
058000* Print the control totals, close everything down and mark the  *
058100* run complete                                                  *
058200*****************************************************************
058300 TERMINATE-RUN.
058400     MOVE WS-ITEM-COUNT TO WS-TRL-ITEM-COUNT.
058500     MOVE WS-PAID-COUNT TO WS-TRL-PAID-COUNT.
058600     MOVE WS-PAID-TOTAL TO WS-TRL-PAID-TOTAL.
058700     MOVE WS-UNPAID-COUNT TO WS-TRL-UNPAID-COUNT.
058800     MOVE WS-UNPAID-TOTAL TO WS-TRL-UNPAID-TOTAL.
058900     MOVE WS-FEE-TOTAL TO WS-TRL-FEE-TOTAL.
059000     MOVE WS-EXCEPTION-COUNT TO WS-TRL-EXCEPTION-COUNT.
059100     WRITE CHQRRPT-LINE FROM WS-CHQRRPT-TRAILER-LINE.
059200     CLOSE CHQRTN-FILE.
059300     CLOSE BNKCHQD-FILE.
059400     CLOSE BNKACC-FILE.
059500     CLOSE BNKATYP-FILE.
059600     CLOSE BNKTXN-FILE.
059700     CLOSE BNKTXNV-FILE.
059800     CLOSE BNKHOLD-FILE.
059900     CLOSE BNKEVNT-FILE.
060000     CLOSE CHQRRPT-FILE.
060100     SET CD53-REQUESTED-END TO TRUE.
060200     MOVE 'BBANKA9P' TO CD53I-JOB-NAME.
060300     CALL 'DBANK53P' USING WS-RUNC-DATA.
060400 TERMINATE-RUN-EXIT.
060500     EXIT.
060600
060700*****************************************************************
060800* Record the posting just written on the value-date             *
060900* cross-reference, so the date-driven jobs can find it by its   *
061000* business date - a duplicate (rerun) is harmless               *
061100*****************************************************************
061200 WRITE-VALUE-DATE-XREF.
061300     MOVE BTX-REC-POST-DATE TO VDX-REC-POST-DATE.
061400     MOVE BTX-REC-TIMESTAMP TO VDX-REC-TIMESTAMP.
061500     WRITE VDX-RECORD
061600          INVALID KEY CONTINUE
061700     END-WRITE.
061800 WRITE-VALUE-DATE-XREF-EXIT.
061900     EXIT.
062000
062100*****************************************************************
062200* Raise the posting event for the posting just written, so the  *
062300* downstream systems see it through the BNKPEVT interface       *
062400*****************************************************************
062500 WRITE-POSTING-EVENT.
062600     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' AND
062700        WS-BNKTXN-STATUS IS NOT EQUAL TO '02'
062800        GO TO WRITE-POSTING-EVENT-EXIT
062900     END-IF.
063000     MOVE SPACES TO CD59-DATA.
063100     MOVE BTX-RECORD TO CD59I-POSTING.
063200     MOVE 'BBANKA9P' TO CD59I-SOURCE-PGM.
063300     CALL 'DBANK59P' USING WS-PEVT-DATA.
063400     IF NOT CD59O-RESP-OK
063500        DISPLAY 'BBANKA9P - POSTING EVENT NOT RAISED: '
063600                BTX-REC-TIMESTAMP ' ' CD59O-RESP-MSG
063650        PERFORM ABEND-RUN THRU
063700                ABEND-RUN-EXIT
063750     END-IF.
063800 WRITE-POSTING-EVENT-EXIT.
063900     EXIT.
064000
064100*****************************************************************
064200* A posting is on file that its event could not follow - stop   *
064300* the step here rather than go on posting without events, and   *
064400* record the abend with run control so the step may be rerun    *
064500*****************************************************************
064600 ABEND-RUN.
064700     DISPLAY 'BBANKA9P - STEP ABENDED, POSTING EVENT NOT RAISED'.
064800     MOVE SPACES TO CD53-DATA.
064900     SET CD53-REQUESTED-ABEND TO TRUE.
065000     MOVE 'BBANKA9P' TO CD53I-JOB-NAME.
065100     CALL 'DBANK53P' USING WS-RUNC-DATA.
065200     MOVE 16 TO RETURN-CODE.
065300     STOP RUN.
065400 ABEND-RUN-EXIT.
065500     EXIT.
065600
065700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
