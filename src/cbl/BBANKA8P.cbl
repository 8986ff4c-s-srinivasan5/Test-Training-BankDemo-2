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
001300* Program:     BBANKA8P.CBL                                     *
001400* Function:    Nightly outward cheque presentment               *
001500*                                                               *
001600* Browses the BNKCHQD deposited cheque register and cuts the    *
001700* OUTCHQ outward presentment file for the clearing house: one   *
001800* 'CP' item for every cheque deposited at a teller and not yet  *
001900* presented - item id, drawee bank, drawer account, serial,     *
002000* amount and the account credited - and a 'CT' trailer with     *
002100* the item count and amount total. Each item cut is marked      *
002200* presented on the register with the business date, so it goes  *
002300* out exactly once; the BBANKA9P clearing results run settles   *
002400* it when the clearing house answers.                           *
002500*                                                               *
002600* The CHQPRPT register lists every item presented tonight, and  *
002700* every item presented earlier that the clearing house has not  *
002800* yet answered although more than the CHQ-CLEAR-DAYS clearing   *
002900* period (default 3 days) has passed since presentment - its    *
003000* funds are still held, so the branch needs to chase it. The    *
003100* run is a posting job as far as run control is concerned: it   *
003200* marks the register, so a completed run cannot be submitted    *
003300* twice for the same business date.                             *
003400*****************************************************************
003500
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.
003800     BBANKA8P.
003900 DATE-WRITTEN.
004000     October 2026.
004100 DATE-COMPILED.
004200     Today.
004300
004400 ENVIRONMENT DIVISION.
004500
004600 INPUT-OUTPUT   SECTION.
004700   FILE-CONTROL.
004800     SELECT OPTIONAL BNKCHQD-FILE
004900            ASSIGN       TO BNKCHQD
005000            ORGANIZATION IS INDEXED
005100            ACCESS MODE  IS DYNAMIC
005200            RECORD KEY   IS CQD-REC-ITEM-ID
005300            FILE STATUS  IS WS-BNKCHQD-STATUS.
005400
005500     SELECT OUTCHQ-FILE
005600            ASSIGN       TO OUTCHQ
005700            ORGANIZATION IS LINE SEQUENTIAL
005800            FILE STATUS  IS WS-OUTCHQ-STATUS.
005900
006000     SELECT CHQPRPT-FILE
006100            ASSIGN       TO CHQPRPT
006200            ORGANIZATION IS LINE SEQUENTIAL
006300            FILE STATUS  IS WS-CHQPRPT-STATUS.
006400
006500 DATA DIVISION.
006600
006700 FILE SECTION.
006800 FD  BNKCHQD-FILE.
006900 01  BNKCHQD-REC.
007000 COPY CBANKVCD.
007100
007200 FD  OUTCHQ-FILE.
007300 01  OUTCHQ-REC.
007400   05  OCQ-REC-TYPE                          PIC X(2).
007500   05  OCQ-ITEM.
007600     10  OCQ-ITEM-ID                         PIC X(26).
007700     10  OCQ-PRESENTED-DATE                  PIC X(8).
007800     10  OCQ-DRAWEE-BANK                     PIC X(8).
007900     10  OCQ-DRAWER-ACCNO                    PIC X(16).
008000     10  OCQ-SERIAL                          PIC X(6).
008100     10  OCQ-AMOUNT                          PIC 9(9)V99.
008200     10  OCQ-CURRENCY                        PIC X(3).
008300     10  OCQ-PAYEE-ACCNO                     PIC X(10).
008400   05  OCQ-TRAILER REDEFINES OCQ-ITEM.
008500     10  OCQ-TRL-PRESENTED-DATE              PIC X(8).
008600     10  OCQ-TRL-ITEM-COUNT                  PIC 9(7).
008700     10  OCQ-TRL-AMOUNT-TOTAL                PIC 9(11)V99.
008800     10  FILLER                              PIC X(60).
008900
009000 FD  CHQPRPT-FILE.
009100 01  CHQPRPT-LINE                            PIC X(100).
009200
009300 WORKING-STORAGE SECTION.
009400 01  WS-MISC-STORAGE.
009500   05  WS-PROGRAM-ID                         PIC X(8)
009600       VALUE 'BBANKA8P'.
009700   05  WS-BNKCHQD-STATUS                     PIC X(2).
009800   05  WS-OUTCHQ-STATUS                      PIC X(2).
009900   05  WS-CHQPRPT-STATUS                     PIC X(2).
010000   05  WS-MORE-ITEMS                         PIC X(1) VALUE 'Y'.
010100       88  WS-MORE-ITEMS-EXIST                VALUE 'Y'.
010200       88  WS-NO-MORE-ITEMS                  VALUE 'N'.
010300   05  WS-TODAY-DATE                         PIC 9(8).
010400   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
010500                                              PIC X(8).
010600   05  WS-BUSINESS-DATE                      PIC X(8).
010700   05  WS-BUSDATE-NUM                        PIC 9(8).
010800   05  WS-BUSDATE-NUM-X REDEFINES WS-BUSDATE-NUM
010900                                              PIC X(8).
011000   05  WS-PRESENTED-NUM                      PIC 9(8).
011100   05  WS-PRESENTED-NUM-X REDEFINES WS-PRESENTED-NUM
011200                                              PIC X(8).
011300   05  WS-CLEAR-DAYS                         PIC 9(3) VALUE 3.
011400   05  WS-DAYS-OUT                           PIC S9(7).
011500   05  WS-PRESENTED-COUNT                    PIC 9(7) VALUE 0.
011600   05  WS-PRESENTED-TOTAL                    PIC S9(11)V99
011700                                              VALUE 0.
011800   05  WS-OVERDUE-COUNT                      PIC 9(7) VALUE 0.
011900   05  WS-OVERDUE-TOTAL                      PIC S9(11)V99
012000                                              VALUE 0.
012100
012200 01  WS-CHQPRPT-DETAIL-LINE.
012300   05  FILLER                                PIC X(2) VALUE
012400       SPACES.
012500   05  WS-DET-ITEM-ID                        PIC X(24).
012600   05  FILLER                                PIC X(2) VALUE
012700       SPACES.
012800   05  WS-DET-ACCNO                          PIC X(10).
012900   05  FILLER                                PIC X(2) VALUE
013000       SPACES.
013100   05  WS-DET-DRAWEE-BANK                    PIC X(8).
013200   05  FILLER                                PIC X(1) VALUE
013300       SPACES.
013400   05  WS-DET-SERIAL                         PIC X(6).
013500   05  FILLER                                PIC X(2) VALUE
013600       SPACES.
013700   05  WS-DET-AMOUNT                         PIC -(7)9.99.
013800   05  FILLER                                PIC X(2) VALUE
013900       SPACES.
014000   05  WS-DET-RESULT                         PIC X(30).
014100
014200 01  WS-CHQPRPT-TRAILER-LINE.
014300   05  FILLER                                PIC X(11) VALUE
014400       'PRESENTED: '.
014500   05  WS-TRL-PRESENTED-COUNT                PIC ZZZZZZ9.
014600   05  FILLER                                PIC X(2) VALUE
014700       SPACES.
014800   05  FILLER                                PIC X(8) VALUE
014900       'AMOUNT: '.
015000   05  WS-TRL-PRESENTED-TOTAL                PIC -(10)9.99.
015100   05  FILLER                                PIC X(2) VALUE
015200       SPACES.
015300   05  FILLER                                PIC X(13) VALUE
015400       'UNCONFIRMED: '.
015500   05  WS-TRL-OVERDUE-COUNT                  PIC ZZZZZZ9.
015600   05  FILLER                                PIC X(2) VALUE
015700       SPACES.
015800   05  FILLER                                PIC X(8) VALUE
015900       'AMOUNT: '.
016000   05  WS-TRL-OVERDUE-TOTAL                  PIC -(10)9.99.
016100
016200 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
016300     88  WS-RUN-ALLOWED                     VALUE 'Y'.
016400     88  WS-RUN-REFUSED                     VALUE 'N'.
016500
016600 01  WS-RUNC-DATA.
016700 COPY CBANKD53.
016800
016900 01  WS-PARM-DATA.
017000 COPY CBANKD54.
017100
017200 PROCEDURE DIVISION.
017300*****************************************************************
017400* Main line of control                                          *
017500*****************************************************************
017600     PERFORM CHECK-RUN-CONTROL THRU
017700             CHECK-RUN-CONTROL-EXIT.
017800     IF WS-RUN-ALLOWED
017900        PERFORM INITIALIZE-RUN THRU
018000                INITIALIZE-RUN-EXIT
018100        PERFORM PROCESS-ITEM THRU
018200                PROCESS-ITEM-EXIT
018300           UNTIL WS-NO-MORE-ITEMS
018400        PERFORM TERMINATE-RUN THRU
018500                TERMINATE-RUN-EXIT
018600     END-IF.
018700     GOBACK.
018800
018900*****************************************************************
019000* Register this run with run control before anything is opened  *
019100* - presentment marks the register, so a completed run cannot   *
019200* be submitted twice for the same business date                 *
019300*****************************************************************
019400 CHECK-RUN-CONTROL.
019500     MOVE SPACES TO CD53-DATA.
019600     SET CD53-REQUESTED-START TO TRUE.
019700     MOVE 'BBANKA8P' TO CD53I-JOB-NAME.
019800     SET CD53I-POSTING-JOB TO TRUE.
019900     CALL 'DBANK53P' USING WS-RUNC-DATA.
020000     IF NOT CD53O-RESP-OK
020100        SET WS-RUN-REFUSED TO TRUE
020200        DISPLAY 'BBANKA8P - RUN REFUSED BY RUN CONTROL: '
020300                CD53O-RESP-MSG
020400     END-IF.
020500 CHECK-RUN-CONTROL-EXIT.
020600     EXIT.
020700
020800*****************************************************************
020900* Resolve the business date and the clearing period, open the   *
021000* files and position at the start of the register               *
021100*****************************************************************
021200 INITIALIZE-RUN.
021300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
021400     MOVE CD53O-BUSINESS-DATE TO WS-BUSINESS-DATE.
021500     IF WS-BUSINESS-DATE IS EQUAL TO SPACES OR
021600        WS-BUSINESS-DATE IS EQUAL TO LOW-VALUES
021700        MOVE WS-TODAY-DATE-X TO WS-BUSINESS-DATE
021800     END-IF.
021900     MOVE WS-BUSINESS-DATE TO WS-BUSDATE-NUM-X.
022000     MOVE SPACES TO CD54-DATA.
022100     MOVE 'CHQ-CLEAR-DAYS' TO CD54I-NAME.
022200     MOVE WS-BUSINESS-DATE TO CD54I-AS-OF-DATE.
022300     CALL 'DBANK54P' USING WS-PARM-DATA.
022400     IF CD54O-FOUND AND
022500        CD54O-VALUE-NUM IS GREATER THAN 0
022600        MOVE CD54O-VALUE-NUM TO WS-CLEAR-DAYS
022700     END-IF.
022800     OPEN I-O    BNKCHQD-FILE.
022900     OPEN OUTPUT OUTCHQ-FILE.
023000     OPEN OUTPUT CHQPRPT-FILE.
023100     SET WS-MORE-ITEMS-EXIST TO TRUE.
023200     MOVE LOW-VALUES TO CQD-REC-ITEM-ID.
023300     START BNKCHQD-FILE KEY IS NOT LESS THAN CQD-REC-ITEM-ID
023400          INVALID KEY SET WS-NO-MORE-ITEMS TO TRUE
023500     END-START.
023600 INITIALIZE-RUN-EXIT.
023700     EXIT.
023800
023900*****************************************************************
024000* Present the next deposited cheque, or report it when it was   *
024100* presented earlier and is still waiting past its clearing      *
024200* period; cleared and unpaid items need nothing more            *
024300*****************************************************************
024400 PROCESS-ITEM.
024500     READ BNKCHQD-FILE NEXT RECORD
024600          AT END SET WS-NO-MORE-ITEMS TO TRUE
024700     END-READ.
024800     IF WS-NO-MORE-ITEMS
024900        GO TO PROCESS-ITEM-EXIT
025000     END-IF.
025100     EVALUATE TRUE
025200       WHEN CQD-REC-STATUS-DEPOSITED
025300         PERFORM PRESENT-ITEM THRU
025400                 PRESENT-ITEM-EXIT
025500       WHEN CQD-REC-STATUS-PRESENTED
025600         PERFORM CHECK-OVERDUE-ITEM THRU
025700                 CHECK-OVERDUE-ITEM-EXIT
025800       WHEN OTHER
025900         CONTINUE
026000     END-EVALUATE.
026100 PROCESS-ITEM-EXIT.
026200     EXIT.
026300
026400*****************************************************************
026500* Cut the outward item for the clearing house and mark the      *
026600* register entry presented on the business date                 *
026700*****************************************************************
026800 PRESENT-ITEM.
026900     MOVE SPACES TO OUTCHQ-REC.
027000     MOVE 'CP' TO OCQ-REC-TYPE.
027100     MOVE CQD-REC-ITEM-ID TO OCQ-ITEM-ID.
027200     MOVE WS-BUSINESS-DATE TO OCQ-PRESENTED-DATE.
027300     MOVE CQD-REC-DRAWEE-BANK TO OCQ-DRAWEE-BANK.
027400     MOVE CQD-REC-DRAWER-ACCNO TO OCQ-DRAWER-ACCNO.
027500     MOVE CQD-REC-SERIAL TO OCQ-SERIAL.
027600     MOVE CQD-REC-AMOUNT TO OCQ-AMOUNT.
027700     MOVE CQD-REC-CURRENCY TO OCQ-CURRENCY.
027800     MOVE CQD-REC-ACCNO TO OCQ-PAYEE-ACCNO.
027900     WRITE OUTCHQ-REC.
028000     SET CQD-REC-STATUS-PRESENTED TO TRUE.
028100     MOVE WS-BUSINESS-DATE TO CQD-REC-PRESENTED-DATE.
028200     REWRITE BNKCHQD-REC.
028300     ADD 1 TO WS-PRESENTED-COUNT.
028400     ADD CQD-REC-AMOUNT TO WS-PRESENTED-TOTAL.
028500     MOVE 'PRESENTED' TO WS-DET-RESULT.
028600     PERFORM WRITE-DETAIL-LINE THRU
028700             WRITE-DETAIL-LINE-EXIT.
028800 PRESENT-ITEM-EXIT.
028900     EXIT.
029000
029100*****************************************************************
029200* Report an item the clearing house has still not answered more *
029300* than the clearing period after it was presented               *
029400*****************************************************************
029500 CHECK-OVERDUE-ITEM.
029600     IF CQD-REC-PRESENTED-DATE IS NOT NUMERIC
029700        GO TO CHECK-OVERDUE-ITEM-EXIT
029800     END-IF.
029900     MOVE CQD-REC-PRESENTED-DATE TO WS-PRESENTED-NUM-X.
030000     COMPUTE WS-DAYS-OUT =
030100             FUNCTION INTEGER-OF-DATE(WS-BUSDATE-NUM) -
030200             FUNCTION INTEGER-OF-DATE(WS-PRESENTED-NUM).
030300     IF WS-DAYS-OUT IS NOT GREATER THAN WS-CLEAR-DAYS
030400        GO TO CHECK-OVERDUE-ITEM-EXIT
030500     END-IF.
030600     ADD 1 TO WS-OVERDUE-COUNT.
030700     ADD CQD-REC-AMOUNT TO WS-OVERDUE-TOTAL.
030800     MOVE SPACES TO WS-DET-RESULT.
030900     STRING 'UNCONFIRMED - PRESENTED ' DELIMITED BY SIZE
031000            CQD-REC-PRESENTED-DATE DELIMITED BY SIZE
031100        INTO WS-DET-RESULT.
031200     PERFORM WRITE-DETAIL-LINE THRU
031300             WRITE-DETAIL-LINE-EXIT.
031400 CHECK-OVERDUE-ITEM-EXIT.
031500     EXIT.
031600
031700*****************************************************************
031800* Print one register line for the item in BNKCHQD-REC, with the *
031900* result already in WS-DET-RESULT                               *
032000*****************************************************************
032100 WRITE-DETAIL-LINE.
032200     MOVE CQD-REC-ITEM-ID(1:24) TO WS-DET-ITEM-ID.
032300     MOVE CQD-REC-ACCNO TO WS-DET-ACCNO.
032400     MOVE CQD-REC-DRAWEE-BANK TO WS-DET-DRAWEE-BANK.
032500     MOVE CQD-REC-SERIAL TO WS-DET-SERIAL.
032600     MOVE CQD-REC-AMOUNT TO WS-DET-AMOUNT.
032700     WRITE CHQPRPT-LINE FROM WS-CHQPRPT-DETAIL-LINE.
032800 WRITE-DETAIL-LINE-EXIT.
032900     EXIT.
033000
033100*****************************************************************
033200* Close the outward file with its control trailer, print the    *
033300* totals, close everything down and mark the run complete       *
033400*****************************************************************
033500 TERMINATE-RUN.
033600     MOVE SPACES TO OUTCHQ-REC.
033700     MOVE 'CT' TO OCQ-REC-TYPE.
033800     MOVE WS-BUSINESS-DATE TO OCQ-TRL-PRESENTED-DATE.
033900     MOVE WS-PRESENTED-COUNT TO OCQ-TRL-ITEM-COUNT.
034000     MOVE WS-PRESENTED-TOTAL TO OCQ-TRL-AMOUNT-TOTAL.
034100     WRITE OUTCHQ-REC.
034200     MOVE WS-PRESENTED-COUNT TO WS-TRL-PRESENTED-COUNT.
034300     MOVE WS-PRESENTED-TOTAL TO WS-TRL-PRESENTED-TOTAL.
034400     MOVE WS-OVERDUE-COUNT TO WS-TRL-OVERDUE-COUNT.
034500     MOVE WS-OVERDUE-TOTAL TO WS-TRL-OVERDUE-TOTAL.
034600     WRITE CHQPRPT-LINE FROM WS-CHQPRPT-TRAILER-LINE.
034700     CLOSE BNKCHQD-FILE.
034800     CLOSE OUTCHQ-FILE.
034900     CLOSE CHQPRPT-FILE.
035000     SET CD53-REQUESTED-END TO TRUE.
035100     MOVE 'BBANKA8P' TO CD53I-JOB-NAME.
035200     CALL 'DBANK53P' USING WS-RUNC-DATA.
035300 TERMINATE-RUN-EXIT.
035400     EXIT.
035500
035600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
