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
001300* Program:     BBANK92P.CBL                                     *
001400* Function:    Forward liquidity and cash-flow forecast         *
001500*                                                               *
001600* Projects, business day by business day over the coming        *
001700* LIQ-FCST-DAYS calendar days (BNKPARM, default 30), the money  *
001800* the bank's books are already committed to paying out and      *
001900* receiving, split by currency and by owning branch with a      *
002000* cumulative net position line:                                 *
002100*                                                               *
002200*  - inflows:  loan instalments still pending on BNKLNSCH,      *
002300*              principal plus interest, against the loan's      *
002400*              branch                                           *
002500*  - outflows: active standing orders on BNKSORD and pending    *
002600*              forward-dated payments on BNKFWPY paid to an     *
002700*              external beneficiary, against the paying         *
002800*              account's branch; and term deposits maturing     *
002900*              with a payout instruction, principal plus the    *
003000*              contracted interest BBANK69P will credit         *
003100*                                                               *
003200* A transfer between two of our own accounts moves no money in  *
003300* or out of the bank and a deposit that rolls over keeps its    *
003400* funding, so neither is projected - both are counted on the    *
003500* memo lines at the end of the report instead.                  *
003600*                                                               *
003700* Every date is rolled off weekends and BNKHOLI holidays to the *
003800* following working day, the convention BBANK44P applies, and   *
003900* a standing order's later occurrences inside the window are    *
004000* projected by advancing its due date by its frequency just as  *
004100* BBANK44P does after each payment. Anything already due and    *
004200* still pending is shown on the first day, since tonight's run  *
004300* will take it.                                                 *
004400*****************************************************************
004500
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID.
004800     BBANK92P.
004900 DATE-WRITTEN.
005000     October 2026.
005100 DATE-COMPILED.
005200     Today.
005300
005400 ENVIRONMENT DIVISION.
005500
005600 INPUT-OUTPUT   SECTION.
005700   FILE-CONTROL.
005800     SELECT BNKACC-FILE
005900            ASSIGN       TO BNKACC
006000            ORGANIZATION IS INDEXED
006100            ACCESS MODE  IS DYNAMIC
006200            RECORD KEY   IS BAC-REC-ACCNO
006300            FILE STATUS  IS WS-BNKACC-STATUS.
006400
006500     SELECT BNKATYP-FILE
006600            ASSIGN       TO BNKATYP
006700            ORGANIZATION IS INDEXED
006800            ACCESS MODE  IS RANDOM
006900            RECORD KEY   IS BAT-REC-TYPE
007000            FILE STATUS  IS WS-BNKATYP-STATUS.
007100
007200     SELECT BNKSORD-FILE
007300            ASSIGN       TO BNKSORD
007400            ORGANIZATION IS INDEXED
007500            ACCESS MODE  IS DYNAMIC
007600            RECORD KEY   IS SOR-REC-ORDER-NO
007700            FILE STATUS  IS WS-BNKSORD-STATUS.
007800
007900     SELECT BNKFWPY-FILE
008000            ASSIGN       TO BNKFWPY
008100            ORGANIZATION IS INDEXED
008200            ACCESS MODE  IS DYNAMIC
008300            RECORD KEY   IS FWP-REC-PAYMENT-NO
008400            FILE STATUS  IS WS-BNKFWPY-STATUS.
008500
008600     SELECT BNKLNSCH-FILE
008700            ASSIGN       TO BNKLNSCH
008800            ORGANIZATION IS INDEXED
008900            ACCESS MODE  IS DYNAMIC
009000            RECORD KEY   IS LNS-REC-KEY
009100            FILE STATUS  IS WS-BNKLNSCH-STATUS.
009200
009300     SELECT OPTIONAL BNKHOLI-FILE
009400            ASSIGN       TO BNKHOLI
009500            ORGANIZATION IS INDEXED
009600            ACCESS MODE  IS RANDOM
009700            RECORD KEY   IS HOL-REC-DATE
009800            FILE STATUS  IS WS-BNKHOLI-STATUS.
009900
010000     SELECT LIQ-FILE
010100            ASSIGN       TO LIQRPT
010200            ORGANIZATION IS LINE SEQUENTIAL
010300            FILE STATUS  IS WS-LIQ-STATUS.
010400
010500 DATA DIVISION.
010600
010700 FILE SECTION.
010800 FD  BNKACC-FILE.
010900 01  BNKACC-REC.
011000 COPY CBANKVAC.
011100
011200 FD  BNKATYP-FILE.
011300 01  BNKATYP-REC.
011400 COPY CBANKVAT.
011500
011600 FD  BNKSORD-FILE.
011700 01  BNKSORD-REC.
011800 COPY CBANKVSO.
011900
012000 FD  BNKFWPY-FILE.
012100 01  BNKFWPY-REC.
012200 COPY CBANKVFW.
012300
012400 FD  BNKLNSCH-FILE.
012500 01  BNKLNSCH-REC.
012600 COPY CBANKVLS.
012700
012800 FD  BNKHOLI-FILE.
012900 01  BNKHOLI-REC.
013000 COPY CBANKVHL.
013100
013200 FD  LIQ-FILE.
013300 01  LIQ-LINE                                 PIC X(100).
013400
013500 WORKING-STORAGE SECTION.
013600 01  WS-MISC-STORAGE.
013700   05  WS-PROGRAM-ID                         PIC X(8)
013800       VALUE 'BBANK92P'.
013900   05  WS-BNKACC-STATUS                      PIC X(2).
014000   05  WS-BNKATYP-STATUS                     PIC X(2).
014100   05  WS-BNKSORD-STATUS                     PIC X(2).
014200   05  WS-BNKFWPY-STATUS                     PIC X(2).
014300   05  WS-BNKLNSCH-STATUS                    PIC X(2).
014400   05  WS-BNKHOLI-STATUS                     PIC X(2).
014500   05  WS-LIQ-STATUS                         PIC X(2).
014600   05  WS-MORE-RECORDS                       PIC X(1).
014700       88  WS-MORE-RECORDS-EXIST              VALUE 'Y'.
014800       88  WS-NO-MORE-RECORDS                VALUE 'N'.
014900   05  WS-ACCOUNT-FOUND-FLAG                 PIC X(1).
015000       88  WS-ACCOUNT-FOUND                   VALUE 'Y'.
015100       88  WS-ACCOUNT-NOT-FOUND              VALUE 'N'.
015200   05  WS-TYPE-FOUND-FLAG                    PIC X(1).
015300       88  WS-TYPE-FOUND                      VALUE 'Y'.
015400       88  WS-TYPE-NOT-FOUND                  VALUE 'N'.
015500   05  WS-PROJ-DONE-FLAG                     PIC X(1).
015600       88  WS-PROJ-DONE                       VALUE 'Y'.
015700       88  WS-PROJ-NOT-DONE                   VALUE 'N'.
015800   05  WS-TODAY-DATE                         PIC 9(8).
015900   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
016000                                              PIC X(8).
016100   05  WS-BUSINESS-DATE                      PIC X(8).
016200   05  WS-HORIZON-DAYS                       PIC 9(3) VALUE 30.
016300   05  WS-HORIZON-END                        PIC X(8).
016400   05  WS-END-INT                            PIC S9(9).
016500   05  WS-LOOKUP-ACCNO                       PIC X(10).
016600   05  WS-CACHED-ACCNO                       PIC X(10).
016700   05  WS-ACC-BRANCH                         PIC X(4).
016800   05  WS-ACC-CURRENCY                       PIC X(3).
016900   05  WS-ACC-STATUS                         PIC X(1).
017000       88  WS-ACC-GONE                        VALUE '1' '3'.
017100   05  WS-CONTRACT-RATE                      PIC S9(3)V9(4).
017200   05  WS-INTEREST-AMOUNT                    PIC S9(9)V99.
017300   05  WS-PROJ-DATE                          PIC X(8).
017400   05  WS-PROJ-COUNT                         PIC 9(3).
017500   05  WS-PROJ-YYYY                          PIC 9(4).
017600   05  WS-PROJ-MM                            PIC 9(2).
017700   05  WS-PROJ-DD                            PIC 9(2).
017800   05  WS-DAYS-THIS-MONTH                    PIC 9(2).
017900
018000* The flow being posted - its date must already be rolled to a
018100* working day
018200 01  WS-FLOW-DATA.
018300   05  WS-FLOW-DATE                          PIC X(8).
018400   05  WS-FLOW-CCY                           PIC X(3).
018500   05  WS-FLOW-BRANCH                        PIC X(4).
018600   05  WS-FLOW-DIRECTION                     PIC X(1).
018700       88  WS-FLOW-IN                         VALUE 'I'.
018800       88  WS-FLOW-OUT                        VALUE 'O'.
018900   05  WS-FLOW-AMOUNT                        PIC S9(11)V99.
019000
019100 01  WS-DAYS-IN-MONTH-VALUES                 PIC X(24) VALUE
019200     '312831303130313130313031'.
019300 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
019400   05  WS-DAYS-IN-MONTH                      PIC 9(2)
019500                                              OCCURS 12 TIMES.
019600
019700 01  WS-WORKING-DAY-FIELDS.
019800   05  WS-CAND-DATE                          PIC 9(8).
019900   05  WS-CAND-DATE-X REDEFINES WS-CAND-DATE  PIC X(8).
020000   05  WS-DATE-INT                           PIC S9(9).
020100   05  WS-DAY-OF-WEEK                        PIC 9(1).
020200   05  WS-WORKING-DAY-FLAG                   PIC X(1).
020300       88  WS-IS-WORKING-DAY                  VALUE 'Y'.
020400       88  WS-NOT-WORKING-DAY                 VALUE 'N'.
020500   05  WS-HOLI-FILE-FLAG                     PIC X(1).
020600       88  WS-HOLI-AVAILABLE                  VALUE 'Y'.
020700       88  WS-HOLI-NOT-AVAILABLE              VALUE 'N'.
020800
020900* The working days in the window, in date order
021000 01  WS-DAY-TABLE-AREA.
021100   05  WS-DAY-COUNT                          PIC 9(3) VALUE 0.
021200   05  WS-DAY-DATE                           PIC X(8)
021300                                              OCCURS 45 TIMES.
021400
021500* Projected flows per currency and branch, kept in currency and
021600* branch order so the report needs no sort
021700 01  WS-GROUP-TABLE-AREA.
021800   05  WS-GROUP-COUNT                        PIC 9(3) VALUE 0.
021900   05  WS-GROUP-ENTRY OCCURS 100 TIMES.
022000     10  WS-GRP-KEY.
022100       15  WS-GRP-CCY                        PIC X(3).
022200       15  WS-GRP-BRANCH                     PIC X(4).
022300     10  WS-GRP-DAYS.
022400       15  WS-GRP-DAY OCCURS 45 TIMES.
022500         20  WS-GRP-IN                       PIC S9(11)V99.
022600         20  WS-GRP-OUT                      PIC S9(11)V99.
022700
022800* The same flows summed over every branch, per currency
022900 01  WS-CCY-TABLE-AREA.
023000   05  WS-CCY-COUNT                          PIC 9(3) VALUE 0.
023100   05  WS-CCY-ENTRY OCCURS 20 TIMES.
023200     10  WS-CCY-CODE                         PIC X(3).
023300     10  WS-CCY-DAYS.
023400       15  WS-CCY-DAY OCCURS 45 TIMES.
023500         20  WS-CCY-IN                       PIC S9(11)V99.
023600         20  WS-CCY-OUT                      PIC S9(11)V99.
023700
023800 01  WS-PRINT-DAYS.
023900   05  WS-PRT-DAY OCCURS 45 TIMES.
024000     10  WS-PRT-IN                           PIC S9(11)V99.
024100     10  WS-PRT-OUT                          PIC S9(11)V99.
024200
024300 01  WS-SUBSCRIPTS.
024400   05  WS-DAY-SUB                            PIC 9(3).
024500   05  WS-GRP-SUB                            PIC 9(3).
024600   05  WS-CCY-SUB                            PIC 9(3).
024700   05  WS-SHIFT-SUB                          PIC 9(3).
024800   05  WS-POST-DAY                           PIC 9(3).
024900   05  WS-POST-GRP                           PIC 9(3).
025000   05  WS-POST-CCY                           PIC 9(3).
025100   05  WS-NEW-KEY.
025200     10  WS-NEW-CCY                          PIC X(3).
025300     10  WS-NEW-BRANCH                       PIC X(4).
025400
025500 01  WS-PRINT-WORK.
025600   05  WS-NET                                PIC S9(11)V99.
025700   05  WS-CUMULATIVE                         PIC S9(13)V99.
025800   05  WS-TOTAL-IN                           PIC S9(13)V99.
025900   05  WS-TOTAL-OUT                          PIC S9(13)V99.
026000
026100 01  WS-MEMO-COUNTS.
026200   05  WS-ORDER-FLOWS                        PIC 9(7) VALUE 0.
026300   05  WS-PAYMENT-FLOWS                      PIC 9(7) VALUE 0.
026400   05  WS-MATURITY-FLOWS                     PIC 9(7) VALUE 0.
026500   05  WS-INSTALMENT-FLOWS                   PIC 9(7) VALUE 0.
026600   05  WS-INTERNAL-ORDERS                    PIC 9(7) VALUE 0.
026700   05  WS-INTERNAL-PAYMENTS                  PIC 9(7) VALUE 0.
026800   05  WS-ROLLOVERS                          PIC 9(7) VALUE 0.
026900   05  WS-UNPLACED-FLOWS                     PIC 9(7) VALUE 0.
027000
027100 01  WS-LIQ-HEADING.
027200   05  FILLER                                PIC X(30) VALUE
027300       'LIQUIDITY FORECAST - DATE '.
027400   05  WS-HDG-DATE                           PIC X(8).
027500   05  FILLER                                PIC X(10) VALUE
027600       ' - NEXT '.
027700   05  WS-HDG-DAYS                           PIC ZZ9.
027800   05  FILLER                                PIC X(17) VALUE
027900       ' DAYS TO '.
028000   05  WS-HDG-END                            PIC X(8).
028100   05  FILLER                                PIC X(24) VALUE
028200       SPACES.
028300
028400 01  WS-GROUP-HEADING.
028500   05  FILLER                                PIC X(11) VALUE
028600       'CURRENCY - '.
028700   05  WS-GHD-CCY                            PIC X(3).
028800   05  FILLER                                PIC X(13) VALUE
028900       '   BRANCH - '.
029000   05  WS-GHD-BRANCH                         PIC X(12).
029100   05  FILLER                                PIC X(61) VALUE
029200       SPACES.
029300
029400 01  WS-COLUMN-HEADING.
029500   05  FILLER                                PIC X(40) VALUE
029600       '  VALUE DATE         INFLOWS        OUTF'.
029700   05  FILLER                                PIC X(40) VALUE
029800       'LOWS             NET  CUMULATIVE NET    '.
029900   05  FILLER                                PIC X(20) VALUE
030000       SPACES.
030100
030200 01  WS-DAY-LINE.
030300   05  FILLER                                PIC X(2) VALUE
030400       SPACES.
030500   05  WS-DLN-DATE                           PIC X(8).
030600   05  FILLER                                PIC X(2) VALUE
030700       SPACES.
030800   05  WS-DLN-IN                             PIC -(11)9.99.
030900   05  FILLER                                PIC X(1) VALUE
031000       SPACES.
031100   05  WS-DLN-OUT                            PIC -(11)9.99.
031200   05  FILLER                                PIC X(1) VALUE
031300       SPACES.
031400   05  WS-DLN-NET                            PIC -(11)9.99.
031500   05  FILLER                                PIC X(1) VALUE
031600       SPACES.
031700   05  WS-DLN-CUM                            PIC -(11)9.99.
031800   05  FILLER                                PIC X(25) VALUE
031900       SPACES.
032000
032100 01  WS-TOTAL-LINE.
032200   05  FILLER                                PIC X(12) VALUE
032300       '  TOTAL     '.
032400   05  WS-TLN-IN                             PIC -(11)9.99.
032500   05  FILLER                                PIC X(1) VALUE
032600       SPACES.
032700   05  WS-TLN-OUT                            PIC -(11)9.99.
032800   05  FILLER                                PIC X(1) VALUE
032900       SPACES.
033000   05  WS-TLN-NET                            PIC -(11)9.99.
033100   05  FILLER                                PIC X(41) VALUE
033200       SPACES.
033300
033400 01  WS-MEMO-LINE.
033500   05  FILLER                                PIC X(2) VALUE
033600       SPACES.
033700   05  WS-MEMO-LABEL                         PIC X(50).
033800   05  WS-MEMO-COUNT                         PIC ZZZZZZ9.
033900   05  FILLER                                PIC X(41) VALUE
034000       SPACES.
034100
034200 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
034300     88  WS-RUN-ALLOWED                     VALUE 'Y'.
034400     88  WS-RUN-REFUSED                     VALUE 'N'.
034500
034600 01  WS-RUNC-DATA.
034700 COPY CBANKD53.
034800
034900 01  WS-PARM-DATA.
035000 COPY CBANKD54.
035100
035200 PROCEDURE DIVISION.
035300*****************************************************************
035400* Main line of control                                          *
035500*****************************************************************
035600     PERFORM CHECK-RUN-CONTROL THRU
035700             CHECK-RUN-CONTROL-EXIT.
035800     IF WS-RUN-ALLOWED
035900        PERFORM INITIALIZE-RUN THRU
036000                INITIALIZE-RUN-EXIT
036100        PERFORM PROJECT-TERM-DEPOSITS THRU
036200                PROJECT-TERM-DEPOSITS-EXIT
036300        PERFORM PROJECT-STANDING-ORDERS THRU
036400                PROJECT-STANDING-ORDERS-EXIT
036500        PERFORM PROJECT-FORWARD-PAYMENTS THRU
036600                PROJECT-FORWARD-PAYMENTS-EXIT
036700        PERFORM PROJECT-INSTALMENTS THRU
036800                PROJECT-INSTALMENTS-EXIT
036900        PERFORM PRINT-FORECAST THRU
037000                PRINT-FORECAST-EXIT
037100        PERFORM TERMINATE-RUN THRU
037200                TERMINATE-RUN-EXIT
037300     END-IF.
037400     GOBACK.
037500
037600*****************************************************************
037700* Register this run with run control before anything is         *
037800* opened - the report posts nothing, so it is not a posting job *
037900*****************************************************************
038000 CHECK-RUN-CONTROL.
038100     MOVE SPACES TO CD53-DATA.
038200     SET CD53-REQUESTED-START TO TRUE.
038300     MOVE 'BBANK92P' TO CD53I-JOB-NAME.
038400     CALL 'DBANK53P' USING WS-RUNC-DATA.
038500     IF NOT CD53O-RESP-OK
038600        SET WS-RUN-REFUSED TO TRUE
038700        DISPLAY 'BBANK92P - RUN REFUSED BY RUN CONTROL: '
038800                CD53O-RESP-MSG
038900     END-IF.
039000 CHECK-RUN-CONTROL-EXIT.
039100     EXIT.
039200
039300*****************************************************************
039400* Resolve the window, open the files and lay out the working    *
039500* days the forecast is reported by                              *
039600*****************************************************************
039700 INITIALIZE-RUN.
039800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
039900     MOVE CD53O-BUSINESS-DATE TO WS-BUSINESS-DATE.
040000     IF WS-BUSINESS-DATE IS EQUAL TO SPACES OR
040100        WS-BUSINESS-DATE IS EQUAL TO LOW-VALUES
040200        MOVE WS-TODAY-DATE-X TO WS-BUSINESS-DATE
040300     END-IF.
040400* The window is capped at 60 calendar days, which is as many
040500* working days as the day table holds
040600     MOVE SPACES TO CD54-DATA.
040700     MOVE 'LIQ-FCST-DAYS' TO CD54I-NAME.
040800     MOVE WS-BUSINESS-DATE TO CD54I-AS-OF-DATE.
040900     CALL 'DBANK54P' USING WS-PARM-DATA.
041000     IF CD54O-FOUND AND CD54O-VALUE-NUM IS GREATER THAN 0
041100        IF CD54O-VALUE-NUM IS GREATER THAN 60
041200           MOVE 60 TO WS-HORIZON-DAYS
041300        ELSE
041400           MOVE CD54O-VALUE-NUM TO WS-HORIZON-DAYS
041500        END-IF
041600     END-IF.
041700     OPEN INPUT BNKACC-FILE.
041800     OPEN INPUT BNKATYP-FILE.
041900     OPEN INPUT BNKSORD-FILE.
042000     OPEN INPUT BNKFWPY-FILE.
042100     OPEN INPUT BNKLNSCH-FILE.
042200     OPEN INPUT BNKHOLI-FILE.
042300     IF WS-BNKHOLI-STATUS IS EQUAL TO '00' OR
042400        WS-BNKHOLI-STATUS IS EQUAL TO '05'
042500        SET WS-HOLI-AVAILABLE TO TRUE
042600     ELSE
042700        SET WS-HOLI-NOT-AVAILABLE TO TRUE
042800     END-IF.
042900     OPEN OUTPUT LIQ-FILE.
043000     MOVE WS-BUSINESS-DATE TO WS-CAND-DATE-X.
043100     COMPUTE WS-END-INT =
043200             FUNCTION INTEGER-OF-DATE(WS-CAND-DATE) +
043300             WS-HORIZON-DAYS.
043400     COMPUTE WS-CAND-DATE = FUNCTION DATE-OF-INTEGER(WS-END-INT).
043500     MOVE WS-CAND-DATE-X TO WS-HORIZON-END.
043600     MOVE WS-BUSINESS-DATE TO WS-CAND-DATE-X.
043700     PERFORM ADD-FORECAST-DAY THRU
043800             ADD-FORECAST-DAY-EXIT
043900        UNTIL WS-CAND-DATE-X IS GREATER THAN WS-HORIZON-END
044000           OR WS-DAY-COUNT IS NOT LESS THAN 45.
044100     MOVE SPACES TO WS-CACHED-ACCNO.
044200 INITIALIZE-RUN-EXIT.
044300     EXIT.
044400
044500 ADD-FORECAST-DAY.
044600     PERFORM ROLL-TO-WORKING-DAY THRU
044700             ROLL-TO-WORKING-DAY-EXIT.
044800     IF WS-CAND-DATE-X IS NOT GREATER THAN WS-HORIZON-END
044900        ADD 1 TO WS-DAY-COUNT
045000        MOVE WS-CAND-DATE-X TO WS-DAY-DATE (WS-DAY-COUNT)
045100     END-IF.
045200     COMPUTE WS-DATE-INT =
045300             FUNCTION INTEGER-OF-DATE(WS-CAND-DATE).
045400     COMPUTE WS-CAND-DATE =
045500             FUNCTION DATE-OF-INTEGER(WS-DATE-INT + 1).
045600 ADD-FORECAST-DAY-EXIT.
045700     EXIT.
045800
045900*****************************************************************
046000* Term deposits maturing inside the window. A payout takes the  *
046100* principal plus the contracted interest out of term funding;   *
046200* a rollover keeps the money and is only counted                *
046300*****************************************************************
046400 PROJECT-TERM-DEPOSITS.
046500     SET WS-MORE-RECORDS-EXIST TO TRUE.
046600     MOVE LOW-VALUES TO BAC-REC-ACCNO.
046700     START BNKACC-FILE KEY GREATER THAN BAC-REC-ACCNO
046800          INVALID KEY SET WS-NO-MORE-RECORDS TO TRUE
046900     END-START.
047000     IF WS-MORE-RECORDS-EXIST
047100        READ BNKACC-FILE NEXT RECORD
047200             AT END SET WS-NO-MORE-RECORDS TO TRUE
047300        END-READ
047400     END-IF.
047500     PERFORM PROJECT-ONE-DEPOSIT THRU
047600             PROJECT-ONE-DEPOSIT-EXIT
047700        UNTIL WS-NO-MORE-RECORDS.
047800 PROJECT-TERM-DEPOSITS-EXIT.
047900     EXIT.
048000
048100 PROJECT-ONE-DEPOSIT.
048200     IF BAC-REC-STATUS-CLOSED OR BAC-REC-STATUS-WRITTEN-OFF OR
048300        BAC-REC-MATURITY-DTE IS EQUAL TO SPACES OR
048400        BAC-REC-MATURITY-DTE IS EQUAL TO LOW-VALUES
048500        GO TO PROJECT-ONE-DEPOSIT-NEXT
048600     END-IF.
048700     MOVE BAC-REC-MATURITY-DTE TO WS-CAND-DATE-X.
048800     PERFORM ROLL-TO-WORKING-DAY THRU
048900             ROLL-TO-WORKING-DAY-EXIT.
049000     IF WS-CAND-DATE-X IS GREATER THAN WS-HORIZON-END
049100        GO TO PROJECT-ONE-DEPOSIT-NEXT
049200     END-IF.
049300     MOVE BAC-REC-TYPE TO BAT-REC-TYPE.
049400     SET WS-TYPE-FOUND TO TRUE.
049500     READ BNKATYP-FILE
049600          INVALID KEY SET WS-TYPE-NOT-FOUND TO TRUE
049700     END-READ.
049800     IF WS-TYPE-NOT-FOUND OR NOT BAT-REC-CLASS-TERM
049900        GO TO PROJECT-ONE-DEPOSIT-NEXT
050000     END-IF.
050100     IF NOT BAC-REC-PAYOUT-AT-MATURITY
050200        ADD 1 TO WS-ROLLOVERS
050300        GO TO PROJECT-ONE-DEPOSIT-NEXT
050400     END-IF.
050500     IF BAC-REC-CONTRACT-RATE IS NUMERIC
050600        MOVE BAC-REC-CONTRACT-RATE TO WS-CONTRACT-RATE
050700     ELSE
050800        MOVE BAT-REC-RATE TO WS-CONTRACT-RATE
050900     END-IF.
051000     COMPUTE WS-INTEREST-AMOUNT ROUNDED =
051100             BAC-REC-BALANCE * (WS-CONTRACT-RATE / 100) *
051200             (BAC-REC-TERM-MONTHS / 12).
051300     MOVE WS-CAND-DATE-X TO WS-FLOW-DATE.
051400     MOVE BAC-REC-CURRENCY TO WS-FLOW-CCY.
051500     MOVE BAC-REC-BRANCH TO WS-FLOW-BRANCH.
051600     SET WS-FLOW-OUT TO TRUE.
051700     COMPUTE WS-FLOW-AMOUNT =
051800             BAC-REC-BALANCE + WS-INTEREST-AMOUNT.
051900     PERFORM POST-FLOW THRU
052000             POST-FLOW-EXIT.
052100     ADD 1 TO WS-MATURITY-FLOWS.
052200 PROJECT-ONE-DEPOSIT-NEXT.
052300     READ BNKACC-FILE NEXT RECORD
052400          AT END SET WS-NO-MORE-RECORDS TO TRUE
052500     END-READ.
052600 PROJECT-ONE-DEPOSIT-EXIT.
052700     EXIT.
052800
052900*****************************************************************
053000* Active standing orders paid away to another bank, every       *
053100* occurrence that falls inside the window                       *
053200*****************************************************************
053300 PROJECT-STANDING-ORDERS.
053400     SET WS-MORE-RECORDS-EXIST TO TRUE.
053500     MOVE LOW-VALUES TO SOR-REC-ORDER-NO.
053600     START BNKSORD-FILE KEY GREATER THAN SOR-REC-ORDER-NO
053700          INVALID KEY SET WS-NO-MORE-RECORDS TO TRUE
053800     END-START.
053900     IF WS-MORE-RECORDS-EXIST
054000        READ BNKSORD-FILE NEXT RECORD
054100             AT END SET WS-NO-MORE-RECORDS TO TRUE
054200        END-READ
054300     END-IF.
054400     PERFORM PROJECT-ONE-ORDER THRU
054500             PROJECT-ONE-ORDER-EXIT
054600        UNTIL WS-NO-MORE-RECORDS.
054700 PROJECT-STANDING-ORDERS-EXIT.
054800     EXIT.
054900
055000 PROJECT-ONE-ORDER.
055100     IF NOT SOR-REC-STATUS-ACTIVE OR
055200        SOR-REC-NEXT-DUE-DTE IS EQUAL TO SPACES OR
055300        SOR-REC-NEXT-DUE-DTE IS EQUAL TO LOW-VALUES
055400        GO TO PROJECT-ONE-ORDER-NEXT
055500     END-IF.
055600     IF NOT SOR-REC-DEST-EXTERNAL
055700        ADD 1 TO WS-INTERNAL-ORDERS
055800        GO TO PROJECT-ONE-ORDER-NEXT
055900     END-IF.
056000     MOVE SOR-REC-FROM-ACC TO WS-LOOKUP-ACCNO.
056100     PERFORM GET-ACCOUNT-DETAILS THRU
056200             GET-ACCOUNT-DETAILS-EXIT.
056300     IF WS-ACCOUNT-NOT-FOUND OR WS-ACC-GONE
056400        GO TO PROJECT-ONE-ORDER-NEXT
056500     END-IF.
056600     MOVE SOR-REC-CURRENCY TO WS-FLOW-CCY.
056700     IF WS-FLOW-CCY IS EQUAL TO SPACES OR
056800        WS-FLOW-CCY IS EQUAL TO LOW-VALUES
056900        MOVE WS-ACC-CURRENCY TO WS-FLOW-CCY
057000     END-IF.
057100     MOVE WS-ACC-BRANCH TO WS-FLOW-BRANCH.
057200     SET WS-FLOW-OUT TO TRUE.
057300     MOVE SOR-REC-AMOUNT TO WS-FLOW-AMOUNT.
057400     MOVE SOR-REC-NEXT-DUE-DTE TO WS-PROJ-DATE.
057500     MOVE 0 TO WS-PROJ-COUNT.
057600     SET WS-PROJ-NOT-DONE TO TRUE.
057700     PERFORM PROJECT-ORDER-DUE THRU
057800             PROJECT-ORDER-DUE-EXIT
057900        UNTIL WS-PROJ-DONE.
058000 PROJECT-ONE-ORDER-NEXT.
058100     READ BNKSORD-FILE NEXT RECORD
058200          AT END SET WS-NO-MORE-RECORDS TO TRUE
058300     END-READ.
058400 PROJECT-ONE-ORDER-EXIT.
058500     EXIT.
058600
058700*****************************************************************
058800* Post one occurrence of the order in hand, then advance the    *
058900* due date by the order's frequency from the rolled date, as    *
059000* BBANK44P advances it once the order has paid                  *
059100*****************************************************************
059200 PROJECT-ORDER-DUE.
059300     MOVE WS-PROJ-DATE TO WS-CAND-DATE-X.
059400     PERFORM ROLL-TO-WORKING-DAY THRU
059500             ROLL-TO-WORKING-DAY-EXIT.
059600     IF WS-CAND-DATE-X IS GREATER THAN WS-HORIZON-END OR
059700        WS-PROJ-COUNT IS NOT LESS THAN 60
059800        SET WS-PROJ-DONE TO TRUE
059900        GO TO PROJECT-ORDER-DUE-EXIT
060000     END-IF.
060100     ADD 1 TO WS-PROJ-COUNT.
060200     MOVE WS-CAND-DATE-X TO WS-FLOW-DATE.
060300     PERFORM POST-FLOW THRU
060400             POST-FLOW-EXIT.
060500     ADD 1 TO WS-ORDER-FLOWS.
060600     MOVE WS-CAND-DATE-X TO WS-PROJ-DATE.
060700     PERFORM ADVANCE-PROJ-DATE THRU
060800             ADVANCE-PROJ-DATE-EXIT.
060900 PROJECT-ORDER-DUE-EXIT.
061000     EXIT.
061100
061200*****************************************************************
061300* Advance WS-PROJ-DATE by the order's frequency - weekly by     *
061400* seven days, monthly and annually with the day pulled back to  *
061500* the end of a shorter month                                    *
061600*****************************************************************
061700 ADVANCE-PROJ-DATE.
061800     IF SOR-REC-FREQ-WEEKLY
061900        MOVE WS-PROJ-DATE TO WS-CAND-DATE-X
062000        COMPUTE WS-DATE-INT =
062100                FUNCTION INTEGER-OF-DATE(WS-CAND-DATE) + 7
062200        COMPUTE WS-CAND-DATE =
062300                FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
062400        MOVE WS-CAND-DATE-X TO WS-PROJ-DATE
062500        GO TO ADVANCE-PROJ-DATE-EXIT
062600     END-IF.
062700     MOVE WS-PROJ-DATE(1:4) TO WS-PROJ-YYYY.
062800     MOVE WS-PROJ-DATE(5:2) TO WS-PROJ-MM.
062900     MOVE WS-PROJ-DATE(7:2) TO WS-PROJ-DD.
063000     IF SOR-REC-FREQ-ANNUAL
063100        ADD 1 TO WS-PROJ-YYYY
063200     ELSE
063300        ADD 1 TO WS-PROJ-MM
063400        IF WS-PROJ-MM IS GREATER THAN 12
063500           MOVE 1 TO WS-PROJ-MM
063600           ADD 1 TO WS-PROJ-YYYY
063700        END-IF
063800     END-IF.
063900     MOVE WS-DAYS-IN-MONTH (WS-PROJ-MM) TO WS-DAYS-THIS-MONTH.
064000     IF WS-PROJ-MM IS EQUAL TO 2
064100        IF FUNCTION MOD(WS-PROJ-YYYY, 4) IS EQUAL TO 0 AND
064200          (FUNCTION MOD(WS-PROJ-YYYY, 100) IS NOT EQUAL TO 0 OR
064300           FUNCTION MOD(WS-PROJ-YYYY, 400) IS EQUAL TO 0)
064400           MOVE 29 TO WS-DAYS-THIS-MONTH
064500        END-IF
064600     END-IF.
064700     IF WS-PROJ-DD IS GREATER THAN WS-DAYS-THIS-MONTH
064800        MOVE WS-DAYS-THIS-MONTH TO WS-PROJ-DD
064900     END-IF.
065000     MOVE WS-PROJ-YYYY TO WS-PROJ-DATE(1:4).
065100     MOVE WS-PROJ-MM TO WS-PROJ-DATE(5:2).
065200     MOVE WS-PROJ-DD TO WS-PROJ-DATE(7:2).
065300 ADVANCE-PROJ-DATE-EXIT.
065400     EXIT.
065500
065600*****************************************************************
065700* Pending forward-dated payments to an external beneficiary,    *
065800* including closure payouts already funded off the account -    *
065900* the money has still to leave the bank                         *
066000*****************************************************************
066100 PROJECT-FORWARD-PAYMENTS.
066200     SET WS-MORE-RECORDS-EXIST TO TRUE.
066300     MOVE LOW-VALUES TO FWP-REC-PAYMENT-NO.
066400     START BNKFWPY-FILE KEY GREATER THAN FWP-REC-PAYMENT-NO
066500          INVALID KEY SET WS-NO-MORE-RECORDS TO TRUE
066600     END-START.
066700     IF WS-MORE-RECORDS-EXIST
066800        READ BNKFWPY-FILE NEXT RECORD
066900             AT END SET WS-NO-MORE-RECORDS TO TRUE
067000        END-READ
067100     END-IF.
067200     PERFORM PROJECT-ONE-PAYMENT THRU
067300             PROJECT-ONE-PAYMENT-EXIT
067400        UNTIL WS-NO-MORE-RECORDS.
067500 PROJECT-FORWARD-PAYMENTS-EXIT.
067600     EXIT.
067700
067800 PROJECT-ONE-PAYMENT.
067900     IF NOT FWP-REC-STATUS-PENDING
068000        GO TO PROJECT-ONE-PAYMENT-NEXT
068100     END-IF.
068200     IF NOT FWP-REC-DEST-EXTERNAL
068300        ADD 1 TO WS-INTERNAL-PAYMENTS
068400        GO TO PROJECT-ONE-PAYMENT-NEXT
068500     END-IF.
068600     MOVE FWP-REC-VALUE-DATE TO WS-CAND-DATE-X.
068700     PERFORM ROLL-TO-WORKING-DAY THRU
068800             ROLL-TO-WORKING-DAY-EXIT.
068900     IF WS-CAND-DATE-X IS GREATER THAN WS-HORIZON-END
069000        GO TO PROJECT-ONE-PAYMENT-NEXT
069100     END-IF.
069200     MOVE FWP-REC-FROM-ACC TO WS-LOOKUP-ACCNO.
069300     PERFORM GET-ACCOUNT-DETAILS THRU
069400             GET-ACCOUNT-DETAILS-EXIT.
069500     MOVE FWP-REC-CURRENCY TO WS-FLOW-CCY.
069600     IF WS-FLOW-CCY IS EQUAL TO SPACES OR
069700        WS-FLOW-CCY IS EQUAL TO LOW-VALUES
069800        MOVE WS-ACC-CURRENCY TO WS-FLOW-CCY
069900     END-IF.
070000     MOVE WS-ACC-BRANCH TO WS-FLOW-BRANCH.
070100     MOVE WS-CAND-DATE-X TO WS-FLOW-DATE.
070200     SET WS-FLOW-OUT TO TRUE.
070300     MOVE FWP-REC-AMOUNT TO WS-FLOW-AMOUNT.
070400     PERFORM POST-FLOW THRU
070500             POST-FLOW-EXIT.
070600     ADD 1 TO WS-PAYMENT-FLOWS.
070700 PROJECT-ONE-PAYMENT-NEXT.
070800     READ BNKFWPY-FILE NEXT RECORD
070900          AT END SET WS-NO-MORE-RECORDS TO TRUE
071000     END-READ.
071100 PROJECT-ONE-PAYMENT-EXIT.
071200     EXIT.
071300
071400*****************************************************************
071500* Loan instalments still pending and due inside the window,     *
071600* overdue ones included - BBANK70P retries them every night     *
071700*****************************************************************
071800 PROJECT-INSTALMENTS.
071900     SET WS-MORE-RECORDS-EXIST TO TRUE.
072000     MOVE LOW-VALUES TO LNS-REC-KEY.
072100     START BNKLNSCH-FILE KEY GREATER THAN LNS-REC-KEY
072200          INVALID KEY SET WS-NO-MORE-RECORDS TO TRUE
072300     END-START.
072400     IF WS-MORE-RECORDS-EXIST
072500        READ BNKLNSCH-FILE NEXT RECORD
072600             AT END SET WS-NO-MORE-RECORDS TO TRUE
072700        END-READ
072800     END-IF.
072900     PERFORM PROJECT-ONE-INSTALMENT THRU
073000             PROJECT-ONE-INSTALMENT-EXIT
073100        UNTIL WS-NO-MORE-RECORDS.
073200 PROJECT-INSTALMENTS-EXIT.
073300     EXIT.
073400
073500 PROJECT-ONE-INSTALMENT.
073600     IF NOT LNS-REC-STATUS-PENDING
073700        GO TO PROJECT-ONE-INSTALMENT-NEXT
073800     END-IF.
073900     MOVE LNS-REC-DUE-DTE TO WS-CAND-DATE-X.
074000     PERFORM ROLL-TO-WORKING-DAY THRU
074100             ROLL-TO-WORKING-DAY-EXIT.
074200     IF WS-CAND-DATE-X IS GREATER THAN WS-HORIZON-END
074300        GO TO PROJECT-ONE-INSTALMENT-NEXT
074400     END-IF.
074500     MOVE LNS-REC-ACCNO TO WS-LOOKUP-ACCNO.
074600     PERFORM GET-ACCOUNT-DETAILS THRU
074700             GET-ACCOUNT-DETAILS-EXIT.
074800     IF WS-ACCOUNT-NOT-FOUND OR WS-ACC-GONE
074900        GO TO PROJECT-ONE-INSTALMENT-NEXT
075000     END-IF.
075100     MOVE WS-ACC-CURRENCY TO WS-FLOW-CCY.
075200     MOVE WS-ACC-BRANCH TO WS-FLOW-BRANCH.
075300     MOVE WS-CAND-DATE-X TO WS-FLOW-DATE.
075400     SET WS-FLOW-IN TO TRUE.
075500     COMPUTE WS-FLOW-AMOUNT =
075600             LNS-REC-PRINCIPAL + LNS-REC-INTEREST.
075700     PERFORM POST-FLOW THRU
075800             POST-FLOW-EXIT.
075900     ADD 1 TO WS-INSTALMENT-FLOWS.
076000 PROJECT-ONE-INSTALMENT-NEXT.
076100     READ BNKLNSCH-FILE NEXT RECORD
076200          AT END SET WS-NO-MORE-RECORDS TO TRUE
076300     END-READ.
076400 PROJECT-ONE-INSTALMENT-EXIT.
076500     EXIT.
076600
076700*****************************************************************
076800* Branch, currency and status of the account in WS-LOOKUP-ACCNO *
076900* - consecutive instalments are on the same loan, so the last   *
077000* account read is kept                                          *
077100*****************************************************************
077200 GET-ACCOUNT-DETAILS.
077300     IF WS-LOOKUP-ACCNO IS EQUAL TO WS-CACHED-ACCNO
077400        GO TO GET-ACCOUNT-DETAILS-EXIT
077500     END-IF.
077600     MOVE WS-LOOKUP-ACCNO TO BAC-REC-ACCNO.
077700     SET WS-ACCOUNT-FOUND TO TRUE.
077800     READ BNKACC-FILE
077900          INVALID KEY SET WS-ACCOUNT-NOT-FOUND TO TRUE
078000     END-READ.
078100     IF WS-ACCOUNT-FOUND
078200        MOVE BAC-REC-BRANCH TO WS-ACC-BRANCH
078300        MOVE BAC-REC-CURRENCY TO WS-ACC-CURRENCY
078400        MOVE BAC-REC-STATUS TO WS-ACC-STATUS
078500     ELSE
078600        MOVE SPACES TO WS-ACC-BRANCH
078700        MOVE SPACES TO WS-ACC-CURRENCY
078800        MOVE SPACES TO WS-ACC-STATUS
078900     END-IF.
079000     MOVE WS-LOOKUP-ACCNO TO WS-CACHED-ACCNO.
079100 GET-ACCOUNT-DETAILS-EXIT.
079200     EXIT.
079300
079400*****************************************************************
079500* Roll WS-CAND-DATE forward while it falls on a Saturday (6),   *
079600* Sunday (0) or recorded holiday - the BBANK44P working-day     *
079700* convention. With no calendar file only weekends roll.         *
079800*****************************************************************
079900 ROLL-TO-WORKING-DAY.
080000     SET WS-NOT-WORKING-DAY TO TRUE.
080100     PERFORM JUDGE-WORKING-DAY THRU
080200             JUDGE-WORKING-DAY-EXIT
080300        UNTIL WS-IS-WORKING-DAY.
080400 ROLL-TO-WORKING-DAY-EXIT.
080500     EXIT.
080600
080700 JUDGE-WORKING-DAY.
080800     SET WS-IS-WORKING-DAY TO TRUE.
080900     IF WS-CAND-DATE-X IS NOT NUMERIC
081000        GO TO JUDGE-WORKING-DAY-EXIT
081100     END-IF.
081200     COMPUTE WS-DATE-INT =
081300             FUNCTION INTEGER-OF-DATE(WS-CAND-DATE).
081400     COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INT, 7).
081500     IF WS-DAY-OF-WEEK IS EQUAL TO 6 OR
081600        WS-DAY-OF-WEEK IS EQUAL TO 0
081700        SET WS-NOT-WORKING-DAY TO TRUE
081800     END-IF.
081900     IF WS-IS-WORKING-DAY AND WS-HOLI-AVAILABLE
082000        MOVE WS-CAND-DATE-X TO HOL-REC-DATE
082100        READ BNKHOLI-FILE
082200             INVALID KEY CONTINUE
082300        END-READ
082400        IF WS-BNKHOLI-STATUS IS EQUAL TO '00'
082500           SET WS-NOT-WORKING-DAY TO TRUE
082600        END-IF
082700     END-IF.
082800     IF WS-NOT-WORKING-DAY
082900        COMPUTE WS-CAND-DATE =
083000                FUNCTION DATE-OF-INTEGER(WS-DATE-INT + 1)
083100     END-IF.
083200 JUDGE-WORKING-DAY-EXIT.
083300     EXIT.
083400
083500*****************************************************************
083600* Add the flow in WS-FLOW-DATA to its day under its currency    *
083700* and branch, and to the currency's all-branch total. A date    *
083800* before the first day (already due, still pending) lands on    *
083900* the first day                                                 *
084000*****************************************************************
084100 POST-FLOW.
084200     IF WS-DAY-COUNT IS EQUAL TO 0
084300        GO TO POST-FLOW-EXIT
084400     END-IF.
084500     IF WS-FLOW-DATE IS GREATER THAN WS-DAY-DATE (1)
084600        MOVE 0 TO WS-POST-DAY
084700        PERFORM MATCH-FLOW-DAY THRU
084800                MATCH-FLOW-DAY-EXIT
084900           VARYING WS-DAY-SUB FROM 1 BY 1
085000           UNTIL WS-DAY-SUB IS GREATER THAN WS-DAY-COUNT
085100        IF WS-POST-DAY IS EQUAL TO 0
085200           ADD 1 TO WS-UNPLACED-FLOWS
085300           GO TO POST-FLOW-EXIT
085400        END-IF
085500     ELSE
085600        MOVE 1 TO WS-POST-DAY
085700     END-IF.
085800     IF WS-FLOW-BRANCH IS EQUAL TO SPACES OR
085900        WS-FLOW-BRANCH IS EQUAL TO LOW-VALUES
086000        MOVE '----' TO WS-FLOW-BRANCH
086100     END-IF.
086200     MOVE WS-FLOW-CCY TO WS-NEW-CCY.
086300     MOVE WS-FLOW-BRANCH TO WS-NEW-BRANCH.
086400     PERFORM FIND-GROUP THRU
086500             FIND-GROUP-EXIT.
086600     PERFORM FIND-CURRENCY THRU
086700             FIND-CURRENCY-EXIT.
086800     IF WS-POST-GRP IS EQUAL TO 0 OR WS-POST-CCY IS EQUAL TO 0
086900        ADD 1 TO WS-UNPLACED-FLOWS
087000        GO TO POST-FLOW-EXIT
087100     END-IF.
087200     IF WS-FLOW-IN
087300        ADD WS-FLOW-AMOUNT TO WS-GRP-IN (WS-POST-GRP, WS-POST-DAY)
087400        ADD WS-FLOW-AMOUNT TO WS-CCY-IN (WS-POST-CCY, WS-POST-DAY)
087500     ELSE
087600        ADD WS-FLOW-AMOUNT TO
087700            WS-GRP-OUT (WS-POST-GRP, WS-POST-DAY)
087800        ADD WS-FLOW-AMOUNT TO
087900            WS-CCY-OUT (WS-POST-CCY, WS-POST-DAY)
088000     END-IF.
088100 POST-FLOW-EXIT.
088200     EXIT.
088300
088400 MATCH-FLOW-DAY.
088500     IF WS-DAY-DATE (WS-DAY-SUB) IS EQUAL TO WS-FLOW-DATE
088600        MOVE WS-DAY-SUB TO WS-POST-DAY
088700     END-IF.
088800 MATCH-FLOW-DAY-EXIT.
088900     EXIT.
089000
089100*****************************************************************
089200* Locate the currency and branch in WS-NEW-KEY, adding it in    *
089300* key order with an empty day array if it is new. WS-POST-GRP   *
089400* is left at zero when the table is full.                       *
089500*****************************************************************
089600 FIND-GROUP.
089700     MOVE 0 TO WS-POST-GRP.
089800     MOVE 1 TO WS-GRP-SUB.
089900     PERFORM SKIP-LOWER-GROUP THRU
090000             SKIP-LOWER-GROUP-EXIT
090100        UNTIL WS-GRP-SUB IS GREATER THAN WS-GROUP-COUNT
090200           OR WS-GRP-KEY (WS-GRP-SUB) IS NOT LESS THAN WS-NEW-KEY.
090300     IF WS-GRP-SUB IS NOT GREATER THAN WS-GROUP-COUNT
090400        IF WS-GRP-KEY (WS-GRP-SUB) IS EQUAL TO WS-NEW-KEY
090500           MOVE WS-GRP-SUB TO WS-POST-GRP
090600           GO TO FIND-GROUP-EXIT
090700        END-IF
090800     END-IF.
090900     IF WS-GROUP-COUNT IS NOT LESS THAN 100
091000        GO TO FIND-GROUP-EXIT
091100     END-IF.
091200     MOVE WS-GROUP-COUNT TO WS-SHIFT-SUB.
091300     PERFORM SHIFT-GROUP-DOWN THRU
091400             SHIFT-GROUP-DOWN-EXIT
091500        UNTIL WS-SHIFT-SUB IS LESS THAN WS-GRP-SUB.
091600     ADD 1 TO WS-GROUP-COUNT.
091700     MOVE WS-NEW-KEY TO WS-GRP-KEY (WS-GRP-SUB).
091800     PERFORM CLEAR-GROUP-DAY THRU
091900             CLEAR-GROUP-DAY-EXIT
092000        VARYING WS-DAY-SUB FROM 1 BY 1
092100        UNTIL WS-DAY-SUB IS GREATER THAN 45.
092200     MOVE WS-GRP-SUB TO WS-POST-GRP.
092300 FIND-GROUP-EXIT.
092400     EXIT.
092500
092600 SKIP-LOWER-GROUP.
092700     ADD 1 TO WS-GRP-SUB.
092800 SKIP-LOWER-GROUP-EXIT.
092900     EXIT.
093000
093100 SHIFT-GROUP-DOWN.
093200     MOVE WS-GROUP-ENTRY (WS-SHIFT-SUB) TO
093300          WS-GROUP-ENTRY (WS-SHIFT-SUB + 1).
093400     SUBTRACT 1 FROM WS-SHIFT-SUB.
093500 SHIFT-GROUP-DOWN-EXIT.
093600     EXIT.
093700
093800 CLEAR-GROUP-DAY.
093900     MOVE 0 TO WS-GRP-IN (WS-GRP-SUB, WS-DAY-SUB).
094000     MOVE 0 TO WS-GRP-OUT (WS-GRP-SUB, WS-DAY-SUB).
094100 CLEAR-GROUP-DAY-EXIT.
094200     EXIT.
094300
094400*****************************************************************
094500* Locate the currency in WS-NEW-CCY in the all-branch table,    *
094600* adding it in currency order if it is new                      *
094700*****************************************************************
094800 FIND-CURRENCY.
094900     MOVE 0 TO WS-POST-CCY.
095000     MOVE 1 TO WS-CCY-SUB.
095100     PERFORM SKIP-LOWER-CURRENCY THRU
095200             SKIP-LOWER-CURRENCY-EXIT
095300        UNTIL WS-CCY-SUB IS GREATER THAN WS-CCY-COUNT
095400           OR WS-CCY-CODE (WS-CCY-SUB) IS NOT LESS THAN
095500              WS-NEW-CCY.
095600     IF WS-CCY-SUB IS NOT GREATER THAN WS-CCY-COUNT
095700        IF WS-CCY-CODE (WS-CCY-SUB) IS EQUAL TO WS-NEW-CCY
095800           MOVE WS-CCY-SUB TO WS-POST-CCY
095900           GO TO FIND-CURRENCY-EXIT
096000        END-IF
096100     END-IF.
096200     IF WS-CCY-COUNT IS NOT LESS THAN 20
096300        GO TO FIND-CURRENCY-EXIT
096400     END-IF.
096500     MOVE WS-CCY-COUNT TO WS-SHIFT-SUB.
096600     PERFORM SHIFT-CURRENCY-DOWN THRU
096700             SHIFT-CURRENCY-DOWN-EXIT
096800        UNTIL WS-SHIFT-SUB IS LESS THAN WS-CCY-SUB.
096900     ADD 1 TO WS-CCY-COUNT.
097000     MOVE WS-NEW-CCY TO WS-CCY-CODE (WS-CCY-SUB).
097100     PERFORM CLEAR-CURRENCY-DAY THRU
097200             CLEAR-CURRENCY-DAY-EXIT
097300        VARYING WS-DAY-SUB FROM 1 BY 1
097400        UNTIL WS-DAY-SUB IS GREATER THAN 45.
097500     MOVE WS-CCY-SUB TO WS-POST-CCY.
097600 FIND-CURRENCY-EXIT.
097700     EXIT.
097800
097900 SKIP-LOWER-CURRENCY.
098000     ADD 1 TO WS-CCY-SUB.
098100 SKIP-LOWER-CURRENCY-EXIT.
098200     EXIT.
098300
098400 SHIFT-CURRENCY-DOWN.
098500     MOVE WS-CCY-ENTRY (WS-SHIFT-SUB) TO
098600          WS-CCY-ENTRY (WS-SHIFT-SUB + 1).
098700     SUBTRACT 1 FROM WS-SHIFT-SUB.
098800 SHIFT-CURRENCY-DOWN-EXIT.
098900     EXIT.
099000
099100 CLEAR-CURRENCY-DAY.
099200     MOVE 0 TO WS-CCY-IN (WS-CCY-SUB, WS-DAY-SUB).
099300     MOVE 0 TO WS-CCY-OUT (WS-CCY-SUB, WS-DAY-SUB).
099400 CLEAR-CURRENCY-DAY-EXIT.
099500     EXIT.
099600
099700*****************************************************************
099800* One block per currency and branch, each currency closed by    *
099900* its all-branch block, then the memo counts                    *
100000*****************************************************************
100100 PRINT-FORECAST.
100200     MOVE WS-BUSINESS-DATE TO WS-HDG-DATE.
100300     MOVE WS-HORIZON-DAYS TO WS-HDG-DAYS.
100400     MOVE WS-HORIZON-END TO WS-HDG-END.
100500     WRITE LIQ-LINE FROM WS-LIQ-HEADING.
100600     MOVE 1 TO WS-CCY-SUB.
100700     PERFORM PRINT-GROUP THRU
100800             PRINT-GROUP-EXIT
100900        VARYING WS-GRP-SUB FROM 1 BY 1
101000        UNTIL WS-GRP-SUB IS GREATER THAN WS-GROUP-COUNT.
101100     MOVE SPACES TO LIQ-LINE.
101200     WRITE LIQ-LINE.
101300     MOVE 'STANDING ORDER PAYMENTS PROJECTED' TO WS-MEMO-LABEL.
101400     MOVE WS-ORDER-FLOWS TO WS-MEMO-COUNT.
101500     WRITE LIQ-LINE FROM WS-MEMO-LINE.
101600     MOVE 'FORWARD PAYMENTS PROJECTED' TO WS-MEMO-LABEL.
101700     MOVE WS-PAYMENT-FLOWS TO WS-MEMO-COUNT.
101800     WRITE LIQ-LINE FROM WS-MEMO-LINE.
101900     MOVE 'TERM DEPOSIT PAYOUTS PROJECTED' TO WS-MEMO-LABEL.
102000     MOVE WS-MATURITY-FLOWS TO WS-MEMO-COUNT.
102100     WRITE LIQ-LINE FROM WS-MEMO-LINE.
102200     MOVE 'LOAN INSTALMENTS PROJECTED' TO WS-MEMO-LABEL.
102300     MOVE WS-INSTALMENT-FLOWS TO WS-MEMO-COUNT.
102400     WRITE LIQ-LINE FROM WS-MEMO-LINE.
102500     MOVE 'TERM DEPOSITS ROLLING OVER - NOT PROJECTED'
102600       TO WS-MEMO-LABEL.
102700     MOVE WS-ROLLOVERS TO WS-MEMO-COUNT.
102800     WRITE LIQ-LINE FROM WS-MEMO-LINE.
102900     MOVE 'INTERNAL STANDING ORDERS - NOT PROJECTED'
103000       TO WS-MEMO-LABEL.
103100     MOVE WS-INTERNAL-ORDERS TO WS-MEMO-COUNT.
103200     WRITE LIQ-LINE FROM WS-MEMO-LINE.
103300     MOVE 'INTERNAL FORWARD PAYMENTS - NOT PROJECTED'
103400       TO WS-MEMO-LABEL.
103500     MOVE WS-INTERNAL-PAYMENTS TO WS-MEMO-COUNT.
103600     WRITE LIQ-LINE FROM WS-MEMO-LINE.
103700     MOVE 'FLOWS NOT PLACED - TABLE FULL' TO WS-MEMO-LABEL.
103800     MOVE WS-UNPLACED-FLOWS TO WS-MEMO-COUNT.
103900     WRITE LIQ-LINE FROM WS-MEMO-LINE.
104000 PRINT-FORECAST-EXIT.
104100     EXIT.
104200
104300*****************************************************************
104400* Print the block for one currency and branch. When the next    *
104500* group is in another currency (or there is none) the currency  *
104600* total block follows.                                          *
104700*****************************************************************
104800 PRINT-GROUP.
104900     MOVE WS-GRP-CCY (WS-GRP-SUB) TO WS-GHD-CCY.
105000     MOVE WS-GRP-BRANCH (WS-GRP-SUB) TO WS-GHD-BRANCH.
105100     MOVE WS-GRP-DAYS (WS-GRP-SUB) TO WS-PRINT-DAYS.
105200     PERFORM PRINT-BLOCK THRU
105300             PRINT-BLOCK-EXIT.
105400     IF WS-GRP-SUB IS LESS THAN WS-GROUP-COUNT
105500        IF WS-GRP-CCY (WS-GRP-SUB + 1) IS EQUAL TO
105600           WS-GRP-CCY (WS-GRP-SUB)
105700           GO TO PRINT-GROUP-EXIT
105800        END-IF
105900     END-IF.
106000     PERFORM SKIP-PRINTED-CURRENCY THRU
106100             SKIP-PRINTED-CURRENCY-EXIT
106200        UNTIL WS-CCY-SUB IS GREATER THAN WS-CCY-COUNT
106300           OR WS-CCY-CODE (WS-CCY-SUB) IS NOT LESS THAN
106400              WS-GRP-CCY (WS-GRP-SUB).
106500     IF WS-CCY-SUB IS GREATER THAN WS-CCY-COUNT
106600        GO TO PRINT-GROUP-EXIT
106700     END-IF.
106800     IF WS-CCY-CODE (WS-CCY-SUB) IS NOT EQUAL TO
106900        WS-GRP-CCY (WS-GRP-SUB)
107000        GO TO PRINT-GROUP-EXIT
107100     END-IF.
107200     MOVE WS-CCY-CODE (WS-CCY-SUB) TO WS-GHD-CCY.
107300     MOVE 'ALL BRANCHES' TO WS-GHD-BRANCH.
107400     MOVE WS-CCY-DAYS (WS-CCY-SUB) TO WS-PRINT-DAYS.
107500     PERFORM PRINT-BLOCK THRU
107600             PRINT-BLOCK-EXIT.
107700     ADD 1 TO WS-CCY-SUB.
107800 PRINT-GROUP-EXIT.
107900     EXIT.
108000
108100 SKIP-PRINTED-CURRENCY.
108200     ADD 1 TO WS-CCY-SUB.
108300 SKIP-PRINTED-CURRENCY-EXIT.
108400     EXIT.
108500
108600 PRINT-BLOCK.
108700     MOVE SPACES TO LIQ-LINE.
108800     WRITE LIQ-LINE.
108900     WRITE LIQ-LINE FROM WS-GROUP-HEADING.
109000     WRITE LIQ-LINE FROM WS-COLUMN-HEADING.
109100     MOVE 0 TO WS-CUMULATIVE.
109200     MOVE 0 TO WS-TOTAL-IN.
109300     MOVE 0 TO WS-TOTAL-OUT.
109400     PERFORM PRINT-DAY-LINE THRU
109500             PRINT-DAY-LINE-EXIT
109600        VARYING WS-DAY-SUB FROM 1 BY 1
109700        UNTIL WS-DAY-SUB IS GREATER THAN WS-DAY-COUNT.
109800     MOVE WS-TOTAL-IN TO WS-TLN-IN.
109900     MOVE WS-TOTAL-OUT TO WS-TLN-OUT.
110000     MOVE WS-CUMULATIVE TO WS-TLN-NET.
110100     WRITE LIQ-LINE FROM WS-TOTAL-LINE.
110200 PRINT-BLOCK-EXIT.
110300     EXIT.
110400
110500 PRINT-DAY-LINE.
110600     COMPUTE WS-NET = WS-PRT-IN (WS-DAY-SUB) -
110700                      WS-PRT-OUT (WS-DAY-SUB).
110800     ADD WS-NET TO WS-CUMULATIVE.
110900     ADD WS-PRT-IN (WS-DAY-SUB) TO WS-TOTAL-IN.
111000     ADD WS-PRT-OUT (WS-DAY-SUB) TO WS-TOTAL-OUT.
111100     MOVE WS-DAY-DATE (WS-DAY-SUB) TO WS-DLN-DATE.
111200     MOVE WS-PRT-IN (WS-DAY-SUB) TO WS-DLN-IN.
111300     MOVE WS-PRT-OUT (WS-DAY-SUB) TO WS-DLN-OUT.
111400     MOVE WS-NET TO WS-DLN-NET.
111500     MOVE WS-CUMULATIVE TO WS-DLN-CUM.
111600     WRITE LIQ-LINE FROM WS-DAY-LINE.
111700 PRINT-DAY-LINE-EXIT.
111800     EXIT.
111900
112000*****************************************************************
112100* Close down and tell run control the job has finished          *
112200*****************************************************************
112300 TERMINATE-RUN.
112400     CLOSE BNKACC-FILE.
112500     CLOSE BNKATYP-FILE.
112600     CLOSE BNKSORD-FILE.
112700     CLOSE BNKFWPY-FILE.
112800     CLOSE BNKLNSCH-FILE.
112900     CLOSE BNKHOLI-FILE.
113000     CLOSE LIQ-FILE.
113100     DISPLAY 'BBANK92P - FORECAST DAYS:   ' WS-DAY-COUNT.
113200     DISPLAY 'BBANK92P - BRANCH GROUPS:   ' WS-GROUP-COUNT.
113300     DISPLAY 'BBANK92P - FLOWS NOT PLACED: ' WS-UNPLACED-FLOWS.
113400     MOVE SPACES TO CD53-DATA.
113500     SET CD53-REQUESTED-END TO TRUE.
113600     MOVE 'BBANK92P' TO CD53I-JOB-NAME.
113700     CALL 'DBANK53P' USING WS-RUNC-DATA.
113800 TERMINATE-RUN-EXIT.
113900     EXIT.
114000
114100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
