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
001300* Program:     BBANKA4P.CBL                                     *
001400* Function:    Complaint case SLA ageing report                 *
001500*                                                               *
001600* Reads the BNKCASE case log and ages every case still open,    *
001700* under investigation or awaiting the customer, in working days *
001800* from the day after it was opened to the business date.        *
001900* Saturdays, Sundays and the BNKHOLI holidays are not counted,  *
002000* the same calendar BBANK44P rolls standing orders by. Each     *
002100* case is held to the CASE-SLA-DAYS-c parameter for its         *
002200* category c where one is set, otherwise to CASE-SLA-DAYS       *
002300* (default 15). CASESLA lists every case past its SLA, and      *
002400* every case within CASE-SLA-WARN working days (default 2) of   *
002500* it, so the owners can act before the breach. Resolved and     *
002600* closed cases have stopped the clock and are not listed.       *
002700* Nothing is updated, so the job may be rerun at will.          *
002800*****************************************************************
002900
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.
003200     BBANKA4P.
003300 DATE-WRITTEN.
003400     October 2026.
003500 DATE-COMPILED.
003600     Today.
003700
003800 ENVIRONMENT DIVISION.
003900
004000 INPUT-OUTPUT   SECTION.
004100   FILE-CONTROL.
004200     SELECT BNKCASE-FILE
004300            ASSIGN       TO BNKCASE
004400            ORGANIZATION IS INDEXED
004500            ACCESS MODE  IS SEQUENTIAL
004600            RECORD KEY   IS CSE-REC-KEY
004700            FILE STATUS  IS WS-BNKCASE-STATUS.
004800
004900     SELECT OPTIONAL BNKHOLI-FILE
005000            ASSIGN       TO BNKHOLI
005100            ORGANIZATION IS INDEXED
005200            ACCESS MODE  IS RANDOM
005300            RECORD KEY   IS HOL-REC-DATE
005400            FILE STATUS  IS WS-BNKHOLI-STATUS.
005500
005600     SELECT CASESLA-FILE
005700            ASSIGN       TO CASESLA
005800            ORGANIZATION IS LINE SEQUENTIAL
005900            FILE STATUS  IS WS-CASESLA-STATUS.
006000
006100 DATA DIVISION.
006200
006300 FILE SECTION.
006400 FD  BNKCASE-FILE.
006500 01  BNKCASE-REC.
006600 COPY CBANKVCA.
006700
006800 FD  BNKHOLI-FILE.
006900 01  BNKHOLI-REC.
007000 COPY CBANKVHL.
007100
007200 FD  CASESLA-FILE.
007300 01  CASESLA-LINE                             PIC X(100).
007400
007500 WORKING-STORAGE SECTION.
007600 01  WS-MISC-STORAGE.
007700   05  WS-PROGRAM-ID                         PIC X(8)
007800       VALUE 'BBANKA4P'.
007900   05  WS-BNKCASE-STATUS                     PIC X(2).
008000   05  WS-BNKHOLI-STATUS                     PIC X(2).
008100   05  WS-CASESLA-STATUS                     PIC X(2).
008200   05  WS-MORE-CASES                         PIC X(1).
008300       88  WS-MORE-CASES-EXIST                VALUE 'Y'.
008400       88  WS-NO-MORE-CASES                  VALUE 'N'.
008500   05  WS-HOLI-FLAG                          PIC X(1).
008600       88  WS-HOLI-AVAILABLE                  VALUE 'Y'.
008700       88  WS-HOLI-NOT-AVAILABLE              VALUE 'N'.
008800   05  WS-WORKING-DAY-FLAG                   PIC X(1).
008900       88  WS-IS-WORKING-DAY                  VALUE 'Y'.
009000       88  WS-NOT-WORKING-DAY                 VALUE 'N'.
009100   05  WS-TODAY-DATE                         PIC 9(8).
009200   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
009300                                              PIC X(8).
009400   05  WS-NOW-TIME                           PIC 9(8).
009500   05  WS-NOW-TIME-X REDEFINES WS-NOW-TIME    PIC X(8).
009600   05  WS-RUN-TS                             PIC X(16).
009700   05  WS-BUSINESS-DATE                      PIC X(8).
009800   05  WS-BUSINESS-DATE-N REDEFINES WS-BUSINESS-DATE
009900                                              PIC 9(8).
010000   05  WS-BUSINESS-INT                       PIC S9(9).
010100   05  WS-OPENED-DATE                        PIC X(8).
010200   05  WS-OPENED-DATE-N REDEFINES WS-OPENED-DATE
010300                                              PIC 9(8).
010400   05  WS-DAY-INT                            PIC S9(9).
010500   05  WS-DAY-DATE-N                         PIC 9(8).
010600   05  WS-DAY-DATE REDEFINES WS-DAY-DATE-N    PIC X(8).
010700   05  WS-DAY-OF-WEEK                        PIC 9(1).
010800   05  WS-WORKING-DAYS                       PIC S9(5).
010900   05  WS-CASE-SLA                           PIC S9(5).
011000   05  WS-DAYS-LEFT                          PIC S9(5).
011100   05  WS-DEFAULT-SLA                        PIC S9(5) VALUE 15.
011200   05  WS-WARN-DAYS                          PIC S9(5) VALUE 2.
011300   05  WS-CAT-SUB                            PIC S9(4) COMP.
011400
011500*****************************************************************
011600* The per-category SLA overrides, resolved once at start-up.    *
011700* An entry left at zero has no override and takes the default   *
011800*****************************************************************
011900 01  WS-CAT-TABLE-VALUES.
012000   05  FILLER                                PIC X(1) VALUE 'P'.
012100   05  FILLER                                PIC S9(5) VALUE 0.
012200   05  FILLER                                PIC X(1) VALUE 'F'.
012300   05  FILLER                                PIC S9(5) VALUE 0.
012400   05  FILLER                                PIC X(1) VALUE 'X'.
012500   05  FILLER                                PIC S9(5) VALUE 0.
012600   05  FILLER                                PIC X(1) VALUE 'S'.
012700   05  FILLER                                PIC S9(5) VALUE 0.
012800   05  FILLER                                PIC X(1) VALUE 'O'.
012900   05  FILLER                                PIC S9(5) VALUE 0.
013000 01  WS-CAT-TABLE REDEFINES WS-CAT-TABLE-VALUES.
013100   05  WS-CAT-ENTRY                          OCCURS 5 TIMES.
013200     10  WS-CAT-CODE                         PIC X(1).
013300     10  WS-CAT-SLA                          PIC S9(5).
013400 01  WS-CAT-COUNT                           PIC S9(4) COMP
013500                                             VALUE 5.
013600
013700 01  WS-RUN-COUNTS.
013800   05  WS-CASES-READ                         PIC 9(7) VALUE 0.
013900   05  WS-CASES-ACTIVE                       PIC 9(7) VALUE 0.
014000   05  WS-CASES-BREACHED                     PIC 9(7) VALUE 0.
014100   05  WS-CASES-DUE-SOON                     PIC 9(7) VALUE 0.
014200   05  WS-CASES-UNDATED                      PIC 9(7) VALUE 0.
014300
014400 01  WS-REPORT-HEADING.
014500   05  FILLER                                PIC X(40) VALUE
014600       'COMPLAINT CASE SLA AGEING - BUS DATE    '.
014700   05  WS-HDG-DATE                           PIC X(8).
014800   05  FILLER                                PIC X(6) VALUE
014900       '  RUN '.
015000   05  WS-HDG-RUN-TS                         PIC X(16).
015100   05  FILLER                                PIC X(30) VALUE
015200       SPACES.
015300
015400 01  WS-SECTION-HEADING.
015500   05  WS-SECTION-TITLE                      PIC X(60).
015600   05  FILLER                                PIC X(40) VALUE
015700       SPACES.
015800
015900 01  WS-COLUMN-HEADING.
016000   05  FILLER                                PIC X(50) VALUE
016100       'CASE NO   ACCOUNT    PID   C S OWNER    OPENED    '.
016200   05  FILLER                                PIC X(50) VALUE
016300       'WDAYS    SLA  STATE     SUMMARY                   '.
016400
016500 01  WS-RULE-LINE.
016600   05  FILLER                                PIC X(100) VALUE
016700       ALL '-'.
016800
016900 01  WS-DETAIL-LINE.
017000   05  WS-DTL-CASE-NO                        PIC X(8).
017100   05  FILLER                                PIC X(2) VALUE
017200       SPACES.
017300   05  WS-DTL-ACCNO                          PIC X(10).
017400   05  FILLER                                PIC X(1) VALUE
017500       SPACES.
017600   05  WS-DTL-PID                            PIC X(5).
017700   05  FILLER                                PIC X(1) VALUE
017800       SPACES.
017900   05  WS-DTL-CATEGORY                       PIC X(1).
018000   05  FILLER                                PIC X(1) VALUE
018100       SPACES.
018200   05  WS-DTL-STATUS                         PIC X(1).
018300   05  FILLER                                PIC X(1) VALUE
018400       SPACES.
018500   05  WS-DTL-OWNER                          PIC X(8).
018600   05  FILLER                                PIC X(1) VALUE
018700       SPACES.
018800   05  WS-DTL-OPENED                         PIC X(8).
018900   05  FILLER                                PIC X(2) VALUE
019000       SPACES.
019100   05  WS-DTL-WORKING-DAYS                   PIC ZZZZ9.
019200   05  FILLER                                PIC X(2) VALUE
019300       SPACES.
019400   05  WS-DTL-SLA                            PIC ZZZZ9.
019500   05  FILLER                                PIC X(2) VALUE
019600       SPACES.
019700   05  WS-DTL-STATE                          PIC X(8).
019800   05  FILLER                                PIC X(2) VALUE
019900       SPACES.
020000   05  WS-DTL-SUMMARY                        PIC X(26).
020100
020200 01  WS-TOTAL-LINE.
020300   05  FILLER                                PIC X(2) VALUE
020400       SPACES.
020500   05  WS-TOT-LABEL                          PIC X(40).
020600   05  WS-TOT-VALUE                          PIC Z(11)9.
020700   05  FILLER                                PIC X(46) VALUE
020800       SPACES.
020900
021000 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
021100     88  WS-RUN-ALLOWED                     VALUE 'Y'.
021200     88  WS-RUN-REFUSED                     VALUE 'N'.
021300
021400 01  WS-RUNC-DATA.
021500 COPY CBANKD53.
021600
021700 01  WS-PARM-DATA.
021800 COPY CBANKD54.
021900
022000 PROCEDURE DIVISION.
022100*****************************************************************
022200* Main line of control                                          *
022300*****************************************************************
022400     PERFORM CHECK-RUN-CONTROL THRU
022500             CHECK-RUN-CONTROL-EXIT.
022600     IF WS-RUN-ALLOWED
022700        PERFORM INITIALIZE-RUN THRU
022800                INITIALIZE-RUN-EXIT
022900        PERFORM AGE-CASES THRU
023000                AGE-CASES-EXIT
023100        PERFORM TERMINATE-RUN THRU
023200                TERMINATE-RUN-EXIT
023300     END-IF.
023400     GOBACK.
023500
023600*****************************************************************
023700* Register this run with run control before anything is opened. *
023800* The report only reads, so it is not a posting job and may be  *
023900* rerun for the same business date                              *
024000*****************************************************************
024100 CHECK-RUN-CONTROL.
024200     MOVE SPACES TO CD53-DATA.
024300     SET CD53-REQUESTED-START TO TRUE.
024400     MOVE 'BBANKA4P' TO CD53I-JOB-NAME.
024500     CALL 'DBANK53P' USING WS-RUNC-DATA.
024600     IF NOT CD53O-RESP-OK
024700        SET WS-RUN-REFUSED TO TRUE
024800        DISPLAY 'BBANKA4P - RUN REFUSED BY RUN CONTROL: '
024900                CD53O-RESP-MSG
025000     END-IF.
025100 CHECK-RUN-CONTROL-EXIT.
025200     EXIT.
025300
025400*****************************************************************
025500* Resolve the business date and the SLA parameters, and open    *
025600* the files                                                     *
025700*****************************************************************
025800 INITIALIZE-RUN.
025900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
026000     ACCEPT WS-NOW-TIME FROM TIME.
026100     MOVE WS-TODAY-DATE-X TO WS-RUN-TS(1:8).
026200     MOVE WS-NOW-TIME-X TO WS-RUN-TS(9:8).
026300     MOVE CD53O-BUSINESS-DATE TO WS-BUSINESS-DATE.
026400     IF WS-BUSINESS-DATE IS EQUAL TO SPACES OR
026500        WS-BUSINESS-DATE IS EQUAL TO LOW-VALUES
026600        MOVE WS-TODAY-DATE-X TO WS-BUSINESS-DATE
026700     END-IF.
026800     COMPUTE WS-BUSINESS-INT =
026900             FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-N).
027000     MOVE SPACES TO CD54-DATA.
027100     MOVE 'CASE-SLA-DAYS' TO CD54I-NAME.
027200     MOVE WS-BUSINESS-DATE TO CD54I-AS-OF-DATE.
027300     CALL 'DBANK54P' USING WS-PARM-DATA.
027400     IF CD54O-FOUND AND CD54O-VALUE-NUM IS GREATER THAN 0
027500        MOVE CD54O-VALUE-NUM TO WS-DEFAULT-SLA
027600     END-IF.
027700     MOVE SPACES TO CD54-DATA.
027800     MOVE 'CASE-SLA-WARN' TO CD54I-NAME.
027900     MOVE WS-BUSINESS-DATE TO CD54I-AS-OF-DATE.
028000     CALL 'DBANK54P' USING WS-PARM-DATA.
028100     IF CD54O-FOUND
028200        MOVE CD54O-VALUE-NUM TO WS-WARN-DAYS
028300     END-IF.
028400     PERFORM GET-CATEGORY-SLA THRU
028500             GET-CATEGORY-SLA-EXIT
028600        VARYING WS-CAT-SUB FROM 1 BY 1
028700          UNTIL WS-CAT-SUB > WS-CAT-COUNT.
028800     OPEN INPUT BNKCASE-FILE.
028900     OPEN INPUT BNKHOLI-FILE.
029000     IF WS-BNKHOLI-STATUS IS EQUAL TO '00' OR
029100       WS-BNKHOLI-STATUS IS EQUAL TO '05'
029200       SET WS-HOLI-AVAILABLE TO TRUE
029300     ELSE
029400       SET WS-HOLI-NOT-AVAILABLE TO TRUE
029500     END-IF.
029600     OPEN OUTPUT CASESLA-FILE.
029700     MOVE WS-BUSINESS-DATE TO WS-HDG-DATE.
029800     MOVE WS-RUN-TS TO WS-HDG-RUN-TS.
029900     WRITE CASESLA-LINE FROM WS-REPORT-HEADING.
030000     MOVE SPACES TO CASESLA-LINE.
030100     WRITE CASESLA-LINE.
030200     MOVE 'CASES PAST OR APPROACHING THEIR SLA' TO
030300         WS-SECTION-TITLE.
030400     WRITE CASESLA-LINE FROM WS-SECTION-HEADING.
030500     WRITE CASESLA-LINE FROM WS-COLUMN-HEADING.
030600     WRITE CASESLA-LINE FROM WS-RULE-LINE.
030700 INITIALIZE-RUN-EXIT.
030800     EXIT.
030900
031000*****************************************************************
031100* Resolve the SLA override for one case category                *
031200*****************************************************************
031300 GET-CATEGORY-SLA.
031400     MOVE SPACES TO CD54-DATA.
031500     STRING 'CASE-SLA-DAYS-' DELIMITED BY SIZE
031600            WS-CAT-CODE (WS-CAT-SUB) DELIMITED BY SIZE
031700       INTO CD54I-NAME.
031800     MOVE WS-BUSINESS-DATE TO CD54I-AS-OF-DATE.
031900     CALL 'DBANK54P' USING WS-PARM-DATA.
032000     IF CD54O-FOUND AND CD54O-VALUE-NUM IS GREATER THAN 0
032100        MOVE CD54O-VALUE-NUM TO WS-CAT-SLA (WS-CAT-SUB)
032200     END-IF.
032300 GET-CATEGORY-SLA-EXIT.
032400     EXIT.
032500
032600*****************************************************************
032700* Read the case log through from the start                      *
032800*****************************************************************
032900 AGE-CASES.
033000     SET WS-MORE-CASES-EXIST TO TRUE.
033100     PERFORM AGE-ONE-CASE THRU
033200             AGE-ONE-CASE-EXIT
033300        UNTIL WS-NO-MORE-CASES.
033400 AGE-CASES-EXIT.
033500     EXIT.
033600
033700*****************************************************************
033800* Age one case header. The control record and the history lines *
033900* are passed over, as is any case no longer active              *
034000*****************************************************************
034100 AGE-ONE-CASE.
034200     READ BNKCASE-FILE NEXT RECORD
034300          AT END SET WS-NO-MORE-CASES TO TRUE
034400     END-READ.
034500     IF WS-NO-MORE-CASES
034600        GO TO AGE-ONE-CASE-EXIT
034700     END-IF.
034800     IF NOT CSE-REC-TYPE-CASE
034900        GO TO AGE-ONE-CASE-EXIT
035000     END-IF.
035100     ADD 1 TO WS-CASES-READ.
035200     IF NOT CSE-REC-STATUS-ACTIVE
035300        GO TO AGE-ONE-CASE-EXIT
035400     END-IF.
035500     ADD 1 TO WS-CASES-ACTIVE.
035600     MOVE CSE-REC-OPENED-DATE TO WS-OPENED-DATE.
035700     IF WS-OPENED-DATE-N IS NOT NUMERIC
035800        ADD 1 TO WS-CASES-UNDATED
035900        GO TO AGE-ONE-CASE-EXIT
036000     END-IF.
036100     MOVE WS-DEFAULT-SLA TO WS-CASE-SLA.
036200     PERFORM FIND-CASE-SLA THRU
036300             FIND-CASE-SLA-EXIT
036400        VARYING WS-CAT-SUB FROM 1 BY 1
036500          UNTIL WS-CAT-SUB > WS-CAT-COUNT.
036600     MOVE 0 TO WS-WORKING-DAYS.
036700     COMPUTE WS-DAY-INT =
036800             FUNCTION INTEGER-OF-DATE(WS-OPENED-DATE-N) + 1.
036900     PERFORM COUNT-WORKING-DAY THRU
037000             COUNT-WORKING-DAY-EXIT
037100        UNTIL WS-DAY-INT > WS-BUSINESS-INT.
037200     COMPUTE WS-DAYS-LEFT = WS-CASE-SLA - WS-WORKING-DAYS.
037300     IF WS-DAYS-LEFT IS LESS THAN 0
037400        ADD 1 TO WS-CASES-BREACHED
037500        MOVE 'BREACHED' TO WS-DTL-STATE
037600     ELSE
037700        IF WS-DAYS-LEFT IS GREATER THAN WS-WARN-DAYS
037800           GO TO AGE-ONE-CASE-EXIT
037900        END-IF
038000        ADD 1 TO WS-CASES-DUE-SOON
038100        MOVE 'DUE SOON' TO WS-DTL-STATE
038200     END-IF.
038300     PERFORM PRINT-CASE THRU
038400             PRINT-CASE-EXIT.
038500 AGE-ONE-CASE-EXIT.
038600     EXIT.
038700
038800*****************************************************************
038900* Take the category's own SLA where it has one                  *
039000*****************************************************************
039100 FIND-CASE-SLA.
039200     IF WS-CAT-CODE (WS-CAT-SUB) IS EQUAL TO CSE-REC-CATEGORY
039300        IF WS-CAT-SLA (WS-CAT-SUB) IS GREATER THAN 0
039400           MOVE WS-CAT-SLA (WS-CAT-SUB) TO WS-CASE-SLA
039500        END-IF
039600        MOVE WS-CAT-COUNT TO WS-CAT-SUB
039700     END-IF.
039800 FIND-CASE-SLA-EXIT.
039900     EXIT.
040000
040100*****************************************************************
040200* Count WS-DAY-INT if it is a working day, then step to the     *
040300* next. A weekend or a BNKHOLI date does not count              *
040400*****************************************************************
040500 COUNT-WORKING-DAY.
040600     SET WS-IS-WORKING-DAY TO TRUE.
040700     COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-INT, 7).
040800     IF WS-DAY-OF-WEEK IS EQUAL TO 6 OR
040900        WS-DAY-OF-WEEK IS EQUAL TO 0
041000        SET WS-NOT-WORKING-DAY TO TRUE
041100     END-IF.
041200     IF WS-IS-WORKING-DAY AND WS-HOLI-AVAILABLE
041300        COMPUTE WS-DAY-DATE-N =
041400                FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
041500        MOVE WS-DAY-DATE TO HOL-REC-DATE
041600        READ BNKHOLI-FILE
041700             INVALID KEY CONTINUE
041800        END-READ
041900        IF WS-BNKHOLI-STATUS IS EQUAL TO '00'
042000           SET WS-NOT-WORKING-DAY TO TRUE
042100        END-IF
042200     END-IF.
042300     IF WS-IS-WORKING-DAY
042400        ADD 1 TO WS-WORKING-DAYS
042500     END-IF.
042600     ADD 1 TO WS-DAY-INT.
042700 COUNT-WORKING-DAY-EXIT.
042800     EXIT.
042900
043000*****************************************************************
043100* List one case past or approaching its SLA                     *
043200*****************************************************************
043300 PRINT-CASE.
043400     MOVE CSE-REC-CASE-NO TO WS-DTL-CASE-NO.
043500     MOVE CSE-REC-ACCNO TO WS-DTL-ACCNO.
043600     MOVE CSE-REC-PID TO WS-DTL-PID.
043700     MOVE CSE-REC-CATEGORY TO WS-DTL-CATEGORY.
043800     MOVE CSE-REC-STATUS TO WS-DTL-STATUS.
043900     MOVE CSE-REC-OWNER TO WS-DTL-OWNER.
044000     MOVE CSE-REC-OPENED-DATE TO WS-DTL-OPENED.
044100     MOVE WS-WORKING-DAYS TO WS-DTL-WORKING-DAYS.
044200     MOVE WS-CASE-SLA TO WS-DTL-SLA.
044300     MOVE CSE-REC-SUMMARY TO WS-DTL-SUMMARY.
044400     WRITE CASESLA-LINE FROM WS-DETAIL-LINE.
044500 PRINT-CASE-EXIT.
044600     EXIT.
044700
044800*****************************************************************
044900* Print the totals and close down                               *
045000*****************************************************************
045100 TERMINATE-RUN.
045200     MOVE SPACES TO CASESLA-LINE.
045300     WRITE CASESLA-LINE.
045400     MOVE 'TOTALS' TO WS-SECTION-TITLE.
045500     WRITE CASESLA-LINE FROM WS-SECTION-HEADING.
045600     MOVE 'CASES ON THE LOG' TO WS-TOT-LABEL.
045700     MOVE WS-CASES-READ TO WS-TOT-VALUE.
045800     WRITE CASESLA-LINE FROM WS-TOTAL-LINE.
045900     MOVE 'CASES STILL OPEN' TO WS-TOT-LABEL.
046000     MOVE WS-CASES-ACTIVE TO WS-TOT-VALUE.
046100     WRITE CASESLA-LINE FROM WS-TOTAL-LINE.
046200     MOVE 'OPEN CASES PAST THEIR SLA' TO WS-TOT-LABEL.
046300     MOVE WS-CASES-BREACHED TO WS-TOT-VALUE.
046400     WRITE CASESLA-LINE FROM WS-TOTAL-LINE.
046500     MOVE 'OPEN CASES DUE SOON' TO WS-TOT-LABEL.
046600     MOVE WS-CASES-DUE-SOON TO WS-TOT-VALUE.
046700     WRITE CASESLA-LINE FROM WS-TOTAL-LINE.
046800     MOVE 'OPEN CASES WITH NO OPENED DATE' TO WS-TOT-LABEL.
046900     MOVE WS-CASES-UNDATED TO WS-TOT-VALUE.
047000     WRITE CASESLA-LINE FROM WS-TOTAL-LINE.
047100     CLOSE BNKCASE-FILE.
047200     CLOSE BNKHOLI-FILE.
047300     CLOSE CASESLA-FILE.
047400     SET CD53-REQUESTED-END TO TRUE.
047500     MOVE 'BBANKA4P' TO CD53I-JOB-NAME.
047600     CALL 'DBANK53P' USING WS-RUNC-DATA.
047700 TERMINATE-RUN-EXIT.
047800     EXIT.
047900
048000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
