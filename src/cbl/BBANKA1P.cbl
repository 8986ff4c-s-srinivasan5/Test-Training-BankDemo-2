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
001300* Program:     BBANKA1P.CBL                                     *
001400* Function:    Returned mail and held-mail release              *
001500*                                                               *
001600* Three steps, run nightly after the print jobs:                *
001700*  1. The RTSIN returns file from the mail house (one card per  *
001800*     item that came back undelivered) is applied to BNKCUST    *
001900*     exactly as BBANK32P's online 'R' capture does: the        *
002000*     customer is flagged gone away, the returned-item count    *
002100*     and dates move on, and an item sent before the customer's *
002200*     last address change is ignored as sent to the old address *
002300*  2. The BNKHMAIL held-mail register (CBANKVHM) is worked:     *
002400*     pending email items go to the EMAILOUT extract, held      *
002500*     items whose customer is no longer gone away are reprinted *
002600*     to MAILOUT under the corrected address, held items whose  *
002700*     customer has since given an email address are emailed,    *
002800*     and finished items are purged after HMAIL-KEEP-DAYS       *
002900*  3. Customers still gone away RTS-TRACE-DAYS after the first  *
003000*     return are listed on the RTSRPT register for tracing      *
003100* Applying the returns moves counts on, so a rerun for the same *
003200* business date is refused by run control.                      *
003300*****************************************************************
003400
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID.
003700     BBANKA1P.
003800 DATE-WRITTEN.
003900     October 2026.
004000 DATE-COMPILED.
004100     Today.
004200
004300 ENVIRONMENT DIVISION.
004400
004500 INPUT-OUTPUT   SECTION.
004600   FILE-CONTROL.
004700     SELECT OPTIONAL RTSIN-FILE
004800            ASSIGN       TO RTSIN
004900            ORGANIZATION IS LINE SEQUENTIAL
005000            FILE STATUS  IS WS-RTSIN-STATUS.
005100
005200     SELECT BNKCUST-FILE
005300            ASSIGN       TO BNKCUST
005400            ORGANIZATION IS INDEXED
005500            ACCESS MODE  IS DYNAMIC
005600            RECORD KEY   IS BCS-REC-PID
005700            ALTERNATE KEY IS BCS-REC-NAME
005800              WITH DUPLICATES
005900            ALTERNATE KEY IS BCS-REC-NAME-FF
006000              WITH DUPLICATES
006100            FILE STATUS  IS WS-BNKCUST-STATUS.
006200
006300     SELECT BNKHMAIL-FILE
006400            ASSIGN       TO BNKHMAIL
006500            ORGANIZATION IS INDEXED
006600            ACCESS MODE  IS DYNAMIC
006700            RECORD KEY   IS HML-REC-KEY
006800            FILE STATUS  IS WS-BNKHMAIL-STATUS.
006900
007000     SELECT EMAIL-FILE
007100            ASSIGN       TO EMAILOUT
007200            ORGANIZATION IS LINE SEQUENTIAL
007300            FILE STATUS  IS WS-EMAIL-STATUS.
007400
007500     SELECT MAIL-FILE
007600            ASSIGN       TO MAILOUT
007700            ORGANIZATION IS LINE SEQUENTIAL
007800            FILE STATUS  IS WS-MAIL-STATUS.
007900
008000     SELECT RTSRPT-FILE
008100            ASSIGN       TO RTSRPT
008200            ORGANIZATION IS LINE SEQUENTIAL
008300            FILE STATUS  IS WS-RTSRPT-STATUS.
008400
008500 DATA DIVISION.
008600
008700 FILE SECTION.
008800 FD  RTSIN-FILE.
008900 01  RTSIN-REC.
009000   05  RTS-PID                               PIC X(5).
009100   05  RTS-RETURN-DATE                       PIC X(8).
009200   05  RTS-SENT-DATE                         PIC X(8).
009300   05  RTS-REASON                            PIC X(2).
009400   05  RTS-DOC-REF                           PIC X(20).
009500   05  FILLER                                PIC X(37).
009600
009700 FD  BNKCUST-FILE.
009800 01  BNKCUST-REC.
009900 COPY CBANKVCS.
010000
010100 FD  BNKHMAIL-FILE.
010200 01  BNKHMAIL-REC.
010300 COPY CBANKVHM.
010400
010500 FD  EMAIL-FILE.
010600 01  EMAIL-REC.
010700   05  EML-ADDRESS                           PIC X(40).
010800   05  EML-PID                               PIC X(5).
010900   05  EML-SOURCE-PGM                        PIC X(8).
011000   05  EML-DOC-REF                           PIC X(10).
011100   05  EML-LINE-NO                           PIC 9(4).
011200   05  EML-TEXT                              PIC X(100).
011300
011400 FD  MAIL-FILE.
011500 01  MAIL-LINE                                PIC X(100).
011600
011700 FD  RTSRPT-FILE.
011800 01  RTSRPT-LINE                              PIC X(100).
011900
012000 WORKING-STORAGE SECTION.
012100 01  WS-MISC-STORAGE.
012200   05  WS-PROGRAM-ID                         PIC X(8)
012300       VALUE 'BBANKA1P'.
012400   05  WS-RTSIN-STATUS                       PIC X(2).
012500   05  WS-BNKCUST-STATUS                     PIC X(2).
012600   05  WS-BNKHMAIL-STATUS                    PIC X(2).
012700   05  WS-EMAIL-STATUS                       PIC X(2).
012800   05  WS-MAIL-STATUS                        PIC X(2).
012900   05  WS-RTSRPT-STATUS                      PIC X(2).
013000   05  WS-MORE-CARDS                         PIC X(1).
013100       88  WS-MORE-CARDS-EXIST                VALUE 'Y'.
013200       88  WS-NO-MORE-CARDS                  VALUE 'N'.
013300   05  WS-MORE-ITEMS                         PIC X(1).
013400       88  WS-MORE-ITEMS-EXIST                VALUE 'Y'.
013500       88  WS-NO-MORE-ITEMS                  VALUE 'N'.
013600   05  WS-MORE-CUSTOMERS                     PIC X(1).
013700       88  WS-MORE-CUSTOMERS-EXIST            VALUE 'Y'.
013800       88  WS-NO-MORE-CUSTOMERS              VALUE 'N'.
013900   05  WS-CUST-FOUND-FLAG                    PIC X(1).
014000       88  WS-CUST-FOUND                      VALUE 'Y'.
014100       88  WS-CUST-NOT-FOUND                  VALUE 'N'.
014200   05  WS-CUST-PID                           PIC X(5).
014300   05  WS-TODAY-DATE                         PIC 9(8).
014400   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
014500                                              PIC X(8).
014600   05  WS-NOW-TIME                           PIC 9(8).
014700   05  WS-NOW-TIME-X REDEFINES WS-NOW-TIME    PIC X(8).
014800   05  WS-RUN-TS                             PIC X(16).
014900   05  WS-BUSINESS-DATE                      PIC X(8).
015000   05  WS-BUSINESS-DATE-N REDEFINES WS-BUSINESS-DATE
015100                                              PIC 9(8).
015200   05  WS-BUSINESS-INT                       PIC S9(9).
015300   05  WS-TRACE-DAYS                         PIC 9(5) VALUE 60.
015400   05  WS-RETAIN-DAYS                        PIC 9(5) VALUE 90.
015500   05  WS-TRACE-DATE-N                       PIC 9(8).
015600   05  WS-TRACE-DATE REDEFINES WS-TRACE-DATE-N
015700                                              PIC X(8).
015800   05  WS-CUTOFF-DATE-N                      PIC 9(8).
015900   05  WS-CUTOFF-DATE REDEFINES WS-CUTOFF-DATE-N
016000                                              PIC X(8).
016100   05  WS-FIRST-DATE                         PIC X(8).
016200   05  WS-FIRST-DATE-N REDEFINES WS-FIRST-DATE
016300                                              PIC 9(8).
016400   05  WS-DAYS-OUT                           PIC S9(9).
016500   05  WS-RETURN-DATE                        PIC X(8).
016600   05  WS-ADDRESS-LINE                       PIC X(100).
016700
016800 01  WS-RUN-COUNTS.
016900   05  WS-CARDS-READ                         PIC 9(7) VALUE 0.
017000   05  WS-CARDS-REJECTED                     PIC 9(7) VALUE 0.
017100   05  WS-CARDS-IGNORED                      PIC 9(7) VALUE 0.
017200   05  WS-NEWLY-FLAGGED                      PIC 9(7) VALUE 0.
017300   05  WS-DOCS-EMAILED                       PIC 9(7) VALUE 0.
017400   05  WS-DOCS-RELEASED                      PIC 9(7) VALUE 0.
017500   05  WS-DOCS-STILL-HELD                    PIC 9(7) VALUE 0.
017600   05  WS-LINES-PURGED                       PIC 9(9) VALUE 0.
017700   05  WS-TRACE-COUNT                        PIC 9(7) VALUE 0.
017800
017900 01  WS-REPORT-HEADING.
018000   05  FILLER                                PIC X(40) VALUE
018100       'RETURNED MAIL - BUSINESS DATE           '.
018200   05  WS-HDG-DATE                           PIC X(8).
018300   05  FILLER                                PIC X(6) VALUE
018400       '  RUN '.
018500   05  WS-HDG-RUN-TS                         PIC X(16).
018600   05  FILLER                                PIC X(30) VALUE
018700       SPACES.
018800
018900 01  WS-SECTION-HEADING.
019000   05  WS-SECTION-TITLE                      PIC X(60).
019100   05  FILLER                                PIC X(40) VALUE
019200       SPACES.
019300
019400 01  WS-CARD-HEADING.
019500   05  FILLER                                PIC X(40) VALUE
019600       '  PID    RETURNED  RSN  RESULT    DETAIL'.
019700   05  FILLER                                PIC X(60) VALUE
019800       SPACES.
019900
020000 01  WS-CARD-LINE.
020100   05  FILLER                                PIC X(2) VALUE
020200       SPACES.
020300   05  WS-CRD-PID                            PIC X(5).
020400   05  FILLER                                PIC X(2) VALUE
020500       SPACES.
020600   05  WS-CRD-RETURN-DATE                    PIC X(8).
020700   05  FILLER                                PIC X(2) VALUE
020800       SPACES.
020900   05  WS-CRD-REASON                         PIC X(2).
021000   05  FILLER                                PIC X(3) VALUE
021100       SPACES.
021200   05  WS-CRD-RESULT                         PIC X(8).
021300   05  FILLER                                PIC X(2) VALUE
021400       SPACES.
021500   05  WS-CRD-TEXT                           PIC X(50).
021600   05  FILLER                                PIC X(16) VALUE
021700       SPACES.
021800
021900 01  WS-TRACE-HEADING.
022000   05  FILLER                                PIC X(40) VALUE
022100       '  PID    NAME                           '.
022200   05  FILLER                                PIC X(40) VALUE
022300       '  POST CODE   RTS  FIRST RTS LAST RTS   '.
022400   05  FILLER                                PIC X(20) VALUE
022500       'DAYS EMAIL          '.
022600
022700 01  WS-TRACE-LINE.
022800   05  FILLER                                PIC X(2) VALUE
022900       SPACES.
023000   05  WS-TRC-PID                            PIC X(5).
023100   05  FILLER                                PIC X(2) VALUE
023200       SPACES.
023300   05  WS-TRC-NAME                           PIC X(30).
023400   05  FILLER                                PIC X(3) VALUE
023500       SPACES.
023600   05  WS-TRC-POST-CODE                      PIC X(10).
023700   05  FILLER                                PIC X(2) VALUE
023800       SPACES.
023900   05  WS-TRC-COUNT                          PIC ZZ9.
024000   05  FILLER                                PIC X(2) VALUE
024100       SPACES.
024200   05  WS-TRC-FIRST-DATE                     PIC X(8).
024300   05  FILLER                                PIC X(2) VALUE
024400       SPACES.
024500   05  WS-TRC-LAST-DATE                      PIC X(8).
024600   05  FILLER                                PIC X(2) VALUE
024700       SPACES.
024800   05  WS-TRC-DAYS                           PIC ZZZZ9.
024900   05  FILLER                                PIC X(2) VALUE
025000       SPACES.
025100   05  WS-TRC-EMAIL                          PIC X(3).
025200   05  FILLER                                PIC X(11) VALUE
025300       SPACES.
025400
025500 01  WS-RELEASE-HEADING.
025600   05  FILLER                                PIC X(24) VALUE
025700       'RELEASED HELD MAIL FOR '.
025800   05  WS-REL-PID                            PIC X(5).
025900   05  FILLER                                PIC X(9) VALUE
026000       '  HELD ON'.
026100   05  FILLER                                PIC X(1) VALUE
026200       SPACES.
026300   05  WS-REL-HELD-DATE                      PIC X(8).
026400   05  FILLER                                PIC X(6) VALUE
026500       '  FROM'.
026600   05  FILLER                                PIC X(1) VALUE
026700       SPACES.
026800   05  WS-REL-SOURCE                         PIC X(8).
026900   05  FILLER                                PIC X(2) VALUE
027000       SPACES.
027100   05  WS-REL-DOC-REF                        PIC X(10).
027200   05  FILLER                                PIC X(26) VALUE
027300       SPACES.
027400
027500 01  WS-TOTAL-LINE.
027600   05  FILLER                                PIC X(2) VALUE
027700       SPACES.
027800   05  WS-TOT-LABEL                          PIC X(40).
027900   05  WS-TOT-VALUE                          PIC Z(11)9.
028000   05  FILLER                                PIC X(46) VALUE
028100       SPACES.
028200
028300 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
028400     88  WS-RUN-ALLOWED                     VALUE 'Y'.
028500     88  WS-RUN-REFUSED                     VALUE 'N'.
028600
028700 01  WS-RUNC-DATA.
028800 COPY CBANKD53.
028900
029000 01  WS-PARM-DATA.
029100 COPY CBANKD54.
029200
029300 PROCEDURE DIVISION.
029400*****************************************************************
029500* Main line of control                                          *
029600*****************************************************************
029700     PERFORM CHECK-RUN-CONTROL THRU
029800             CHECK-RUN-CONTROL-EXIT.
029900     IF WS-RUN-ALLOWED
030000        PERFORM INITIALIZE-RUN THRU
030100                INITIALIZE-RUN-EXIT
030200        PERFORM APPLY-RETURNS THRU
030300                APPLY-RETURNS-EXIT
030400        PERFORM WORK-HELD-MAIL THRU
030500                WORK-HELD-MAIL-EXIT
030600        PERFORM TRACE-REPORT THRU
030700                TRACE-REPORT-EXIT
030800        PERFORM TERMINATE-RUN THRU
030900                TERMINATE-RUN-EXIT
031000     END-IF.
031100     GOBACK.
031200
031300*****************************************************************
031400* Register this run with run control before anything is         *
031500* opened. Returns move the customer counts on, so this is a     *
031600* posting job and cannot run twice for one business date        *
031700*****************************************************************
031800 CHECK-RUN-CONTROL.
031900     MOVE SPACES TO CD53-DATA.
032000     SET CD53-REQUESTED-START TO TRUE.
032100     MOVE 'BBANKA1P' TO CD53I-JOB-NAME.
032200     SET CD53I-POSTING-JOB TO TRUE.
032300     CALL 'DBANK53P' USING WS-RUNC-DATA.
032400     IF NOT CD53O-RESP-OK
032500        SET WS-RUN-REFUSED TO TRUE
032600        DISPLAY 'BBANKA1P - RUN REFUSED BY RUN CONTROL: '
032700                CD53O-RESP-MSG
032800     END-IF.
032900 CHECK-RUN-CONTROL-EXIT.
033000     EXIT.
033100
033200*****************************************************************
033300* Resolve the business date, the trace and retention periods,   *
033400* and open the files, creating the register on the first run    *
033500*****************************************************************
033600 INITIALIZE-RUN.
033700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
033800     ACCEPT WS-NOW-TIME FROM TIME.
033900     MOVE WS-TODAY-DATE-X TO WS-RUN-TS(1:8).
034000     MOVE WS-NOW-TIME-X TO WS-RUN-TS(9:8).
034100     MOVE CD53O-BUSINESS-DATE TO WS-BUSINESS-DATE.
034200     IF WS-BUSINESS-DATE IS EQUAL TO SPACES OR
034300        WS-BUSINESS-DATE IS EQUAL TO LOW-VALUES
034400        MOVE WS-TODAY-DATE-X TO WS-BUSINESS-DATE
034500     END-IF.
034600     MOVE SPACES TO CD54-DATA.
034700     MOVE 'RTS-TRACE-DAYS' TO CD54I-NAME.
034800     MOVE WS-BUSINESS-DATE TO CD54I-AS-OF-DATE.
034900     CALL 'DBANK54P' USING WS-PARM-DATA.
035000     IF CD54O-FOUND AND CD54O-VALUE-NUM IS GREATER THAN 0
035100        MOVE CD54O-VALUE-NUM TO WS-TRACE-DAYS
035200     END-IF.
035300     MOVE SPACES TO CD54-DATA.
035400     MOVE 'HMAIL-KEEP-DAYS' TO CD54I-NAME.
035500     MOVE WS-BUSINESS-DATE TO CD54I-AS-OF-DATE.
035600     CALL 'DBANK54P' USING WS-PARM-DATA.
035700     IF CD54O-FOUND AND CD54O-VALUE-NUM IS GREATER THAN 0
035800        MOVE CD54O-VALUE-NUM TO WS-RETAIN-DAYS
035900     END-IF.
036000     COMPUTE WS-BUSINESS-INT =
036100             FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-N).
036200     COMPUTE WS-TRACE-DATE-N =
036300             FUNCTION DATE-OF-INTEGER(WS-BUSINESS-INT -
036400                                      WS-TRACE-DAYS).
036500     COMPUTE WS-CUTOFF-DATE-N =
036600             FUNCTION DATE-OF-INTEGER(WS-BUSINESS-INT -
036700                                      WS-RETAIN-DAYS).
036800     OPEN I-O BNKCUST-FILE.
036900     OPEN I-O BNKHMAIL-FILE.
037000     IF WS-BNKHMAIL-STATUS IS EQUAL TO '35'
037100        OPEN OUTPUT BNKHMAIL-FILE
037200        CLOSE BNKHMAIL-FILE
037300        OPEN I-O BNKHMAIL-FILE
037400     END-IF.
037500     OPEN OUTPUT EMAIL-FILE.
037600     OPEN OUTPUT MAIL-FILE.
037700     OPEN OUTPUT RTSRPT-FILE.
037800     MOVE WS-BUSINESS-DATE TO WS-HDG-DATE.
037900     MOVE WS-RUN-TS TO WS-HDG-RUN-TS.
038000     WRITE RTSRPT-LINE FROM WS-REPORT-HEADING.
038100 INITIALIZE-RUN-EXIT.
038200     EXIT.
038300
038400*****************************************************************
038500* Apply the mail house's returns. No returns file is the normal *
038600* case on most nights                                           *
038700*****************************************************************
038800 APPLY-RETURNS.
038900     OPEN INPUT RTSIN-FILE.
039000     IF WS-RTSIN-STATUS IS NOT EQUAL TO '00'
039100        IF WS-RTSIN-STATUS IS EQUAL TO '05'
039200           CLOSE RTSIN-FILE
039300        END-IF
039400        GO TO APPLY-RETURNS-EXIT
039500     END-IF.
039600     MOVE SPACES TO RTSRPT-LINE.
039700     WRITE RTSRPT-LINE.
039800     MOVE 'RETURNS APPLIED' TO WS-SECTION-TITLE.
039900     WRITE RTSRPT-LINE FROM WS-SECTION-HEADING.
040000     WRITE RTSRPT-LINE FROM WS-CARD-HEADING.
040100     SET WS-MORE-CARDS-EXIST TO TRUE.
040200     PERFORM APPLY-ONE-RETURN THRU
040300             APPLY-ONE-RETURN-EXIT
040400        UNTIL WS-NO-MORE-CARDS.
040500     CLOSE RTSIN-FILE.
040600 APPLY-RETURNS-EXIT.
040700     EXIT.
040800
040900*****************************************************************
041000* Apply one returned item. The return date defaults to the      *
041100* business date; an item posted before the customer's last      *
041200* address change went to the old address and does not count     *
041300*****************************************************************
041400 APPLY-ONE-RETURN.
041500     READ RTSIN-FILE
041600          AT END SET WS-NO-MORE-CARDS TO TRUE
041700     END-READ.
041800     IF WS-NO-MORE-CARDS
041900        GO TO APPLY-ONE-RETURN-EXIT
042000     END-IF.
042100     ADD 1 TO WS-CARDS-READ.
042200     MOVE RTS-RETURN-DATE TO WS-RETURN-DATE.
042300     IF WS-RETURN-DATE IS EQUAL TO SPACES
042400        MOVE WS-BUSINESS-DATE TO WS-RETURN-DATE
042500     END-IF.
042600     MOVE RTS-PID TO WS-CRD-PID.
042700     MOVE WS-RETURN-DATE TO WS-CRD-RETURN-DATE.
042800     MOVE RTS-REASON TO WS-CRD-REASON.
042900     MOVE SPACES TO WS-CRD-RESULT.
043000     MOVE SPACES TO WS-CRD-TEXT.
043100     IF RTS-PID IS EQUAL TO SPACES
043200        MOVE 'NO CUSTOMER ID ON THE CARD' TO WS-CRD-TEXT
043300        GO TO APPLY-ONE-RETURN-REJECT
043400     END-IF.
043500     IF WS-RETURN-DATE IS NOT NUMERIC
043600        MOVE 'RETURN DATE MUST BE YYYYMMDD' TO WS-CRD-TEXT
043700        GO TO APPLY-ONE-RETURN-REJECT
043800     END-IF.
043900     IF RTS-SENT-DATE IS NOT EQUAL TO SPACES AND
044000        RTS-SENT-DATE IS NOT NUMERIC
044100        MOVE 'DATE SENT MUST BE YYYYMMDD' TO WS-CRD-TEXT
044200        GO TO APPLY-ONE-RETURN-REJECT
044300     END-IF.
044400     MOVE RTS-PID TO BCS-REC-PID.
044500     READ BNKCUST-FILE
044600          INVALID KEY
044700             MOVE 'CUSTOMER NOT ON FILE' TO WS-CRD-TEXT
044800             GO TO APPLY-ONE-RETURN-REJECT
044900     END-READ.
045000     IF RTS-SENT-DATE IS NOT EQUAL TO SPACES AND
045100        BCS-REC-ADDR-CHG-DATE IS NUMERIC AND
045200        RTS-SENT-DATE IS LESS THAN BCS-REC-ADDR-CHG-DATE
045300        ADD 1 TO WS-CARDS-IGNORED
045400        MOVE 'IGNORED' TO WS-CRD-RESULT
045500        MOVE 'SENT BEFORE ADDRESS CHANGE - NOT COUNTED'
045600          TO WS-CRD-TEXT
045700        WRITE RTSRPT-LINE FROM WS-CARD-LINE
045800        GO TO APPLY-ONE-RETURN-EXIT
045900     END-IF.
046000     IF BCS-REC-RTS-COUNT IS NOT NUMERIC
046100        MOVE 0 TO BCS-REC-RTS-COUNT
046200     END-IF.
046300     IF BCS-REC-RTS-COUNT IS LESS THAN 999
046400        ADD 1 TO BCS-REC-RTS-COUNT
046500     END-IF.
046600     IF NOT BCS-REC-MAIL-GONE-AWAY
046700        SET BCS-REC-MAIL-GONE-AWAY TO TRUE
046800        MOVE WS-RETURN-DATE TO BCS-REC-RTS-FIRST-DATE
046900        ADD 1 TO WS-NEWLY-FLAGGED
047000        MOVE 'CUSTOMER FLAGGED GONE AWAY' TO WS-CRD-TEXT
047100     ELSE
047200        MOVE 'FURTHER ITEM RETURNED' TO WS-CRD-TEXT
047300     END-IF.
047400     IF BCS-REC-RTS-LAST-DATE IS NOT NUMERIC OR
047500        WS-RETURN-DATE IS GREATER THAN BCS-REC-RTS-LAST-DATE
047600        MOVE WS-RETURN-DATE TO BCS-REC-RTS-LAST-DATE
047700     END-IF.
047800     REWRITE BNKCUST-REC.
047900     IF WS-BNKCUST-STATUS IS NOT EQUAL TO '00'
048000        MOVE 'CUSTOMER RECORD NOT UPDATED' TO WS-CRD-TEXT
048100        GO TO APPLY-ONE-RETURN-REJECT
048200     END-IF.
048300     MOVE 'APPLIED' TO WS-CRD-RESULT.
048400     WRITE RTSRPT-LINE FROM WS-CARD-LINE.
048500     GO TO APPLY-ONE-RETURN-EXIT.
048600
048700 APPLY-ONE-RETURN-REJECT.
048800     MOVE 'REJECTED' TO WS-CRD-RESULT.
048900     ADD 1 TO WS-CARDS-REJECTED.
049000     WRITE RTSRPT-LINE FROM WS-CARD-LINE.
049100 APPLY-ONE-RETURN-EXIT.
049200     EXIT.
049300
049400*****************************************************************
049500* Work through the whole register in key order, so each         *
049600* customer's documents come out together and in order           *
049700*****************************************************************
049800 WORK-HELD-MAIL.
049900     MOVE SPACES TO WS-CUST-PID.
050000     SET WS-MORE-ITEMS-EXIST TO TRUE.
050100     MOVE LOW-VALUES TO HML-REC-KEY.
050200     START BNKHMAIL-FILE KEY IS GREATER THAN HML-REC-KEY
050300          INVALID KEY SET WS-NO-MORE-ITEMS TO TRUE
050400     END-START.
050500     PERFORM WORK-ONE-ITEM THRU
050600             WORK-ONE-ITEM-EXIT
050700        UNTIL WS-NO-MORE-ITEMS.
050800 WORK-HELD-MAIL-EXIT.
050900     EXIT.
051000
051100 WORK-ONE-ITEM.
051200     READ BNKHMAIL-FILE NEXT RECORD
051300          AT END SET WS-NO-MORE-ITEMS TO TRUE
051400     END-READ.
051500     IF WS-NO-MORE-ITEMS
051600        GO TO WORK-ONE-ITEM-EXIT
051700     END-IF.
051800     IF NOT HML-REC-STATUS-PENDING
051900        IF HML-REC-DONE-DATE IS LESS THAN WS-CUTOFF-DATE
052000           DELETE BNKHMAIL-FILE RECORD
052100           ADD 1 TO WS-LINES-PURGED
052200        END-IF
052300        GO TO WORK-ONE-ITEM-EXIT
052400     END-IF.
052500     IF HML-REC-ROUTE-EMAIL
052600        PERFORM EMAIL-ITEM THRU
052700                EMAIL-ITEM-EXIT
052800        GO TO WORK-ONE-ITEM-EXIT
052900     END-IF.
053000     IF HML-REC-PID IS NOT EQUAL TO WS-CUST-PID
053100        MOVE HML-REC-PID TO WS-CUST-PID
053200        MOVE HML-REC-PID TO BCS-REC-PID
053300        SET WS-CUST-FOUND TO TRUE
053400        READ BNKCUST-FILE
053500             INVALID KEY SET WS-CUST-NOT-FOUND TO TRUE
053600        END-READ
053700     END-IF.
053800     IF WS-CUST-NOT-FOUND
053900        GO TO WORK-ONE-ITEM-HELD
054000     END-IF.
054100     IF NOT BCS-REC-MAIL-GONE-AWAY
054200        PERFORM RELEASE-ITEM THRU
054300                RELEASE-ITEM-EXIT
054400        GO TO WORK-ONE-ITEM-EXIT
054500     END-IF.
054600     IF BCS-REC-EMAIL IS NOT EQUAL TO SPACES AND
054700        BCS-REC-EMAIL IS NOT EQUAL TO LOW-VALUES
054800        MOVE BCS-REC-EMAIL TO HML-REC-EMAIL
054900        PERFORM EMAIL-ITEM THRU
055000                EMAIL-ITEM-EXIT
055100        GO TO WORK-ONE-ITEM-EXIT
055200     END-IF.
055300
055400 WORK-ONE-ITEM-HELD.
055500     IF HML-REC-LINE-NO IS EQUAL TO 1
055600        ADD 1 TO WS-DOCS-STILL-HELD
055700     END-IF.
055800 WORK-ONE-ITEM-EXIT.
055900     EXIT.
056000
056100*****************************************************************
056200* Put a line on the email extract and mark it sent              *
056300*****************************************************************
056400 EMAIL-ITEM.
056500     MOVE HML-REC-EMAIL TO EML-ADDRESS.
056600     MOVE HML-REC-PID TO EML-PID.
056700     MOVE HML-REC-SOURCE-PGM TO EML-SOURCE-PGM.
056800     MOVE HML-REC-DOC-REF TO EML-DOC-REF.
056900     MOVE HML-REC-LINE-NO TO EML-LINE-NO.
057000     MOVE HML-REC-LINE TO EML-TEXT.
057100     WRITE EMAIL-REC.
057200     IF HML-REC-LINE-NO IS EQUAL TO 1
057300        ADD 1 TO WS-DOCS-EMAILED
057400     END-IF.
057500     SET HML-REC-STATUS-EMAILED TO TRUE.
057600     MOVE WS-BUSINESS-DATE TO HML-REC-DONE-DATE.
057700     REWRITE BNKHMAIL-REC.
057800 EMAIL-ITEM-EXIT.
057900     EXIT.
058000
058100*****************************************************************
058200* Reprint a held line for the post now the customer's address   *
058300* has been corrected. Each document starts with a release       *
058400* heading and the address as it now stands on BNKCUST           *
058500*****************************************************************
058600 RELEASE-ITEM.
058700     IF HML-REC-LINE-NO IS EQUAL TO 1
058800        ADD 1 TO WS-DOCS-RELEASED
058900        MOVE HML-REC-PID TO WS-REL-PID
059000        MOVE HML-REC-HELD-DATE TO WS-REL-HELD-DATE
059100        MOVE HML-REC-SOURCE-PGM TO WS-REL-SOURCE
059200        MOVE HML-REC-DOC-REF TO WS-REL-DOC-REF
059300        WRITE MAIL-LINE FROM WS-RELEASE-HEADING
059400        MOVE BCS-REC-NAME TO WS-ADDRESS-LINE
059500        WRITE MAIL-LINE FROM WS-ADDRESS-LINE
059600        MOVE BCS-REC-ADDR1 TO WS-ADDRESS-LINE
059700        WRITE MAIL-LINE FROM WS-ADDRESS-LINE
059800        MOVE BCS-REC-ADDR2 TO WS-ADDRESS-LINE
059900        WRITE MAIL-LINE FROM WS-ADDRESS-LINE
060000        MOVE BCS-REC-STATE TO WS-ADDRESS-LINE
060100        WRITE MAIL-LINE FROM WS-ADDRESS-LINE
060200        MOVE BCS-REC-CNTRY TO WS-ADDRESS-LINE
060300        WRITE MAIL-LINE FROM WS-ADDRESS-LINE
060400        MOVE BCS-REC-POST-CODE TO WS-ADDRESS-LINE
060500        WRITE MAIL-LINE FROM WS-ADDRESS-LINE
060600        MOVE SPACES TO MAIL-LINE
060700        WRITE MAIL-LINE
060800     END-IF.
060900     WRITE MAIL-LINE FROM HML-REC-LINE.
061000     SET HML-REC-STATUS-RELEASED TO TRUE.
061100     MOVE WS-BUSINESS-DATE TO HML-REC-DONE-DATE.
061200     REWRITE BNKHMAIL-REC.
061300 RELEASE-ITEM-EXIT.
061400     EXIT.
061500
061600*****************************************************************
061700* List the customers who have been gone away longer than the    *
061800* trace period, oldest knowledge of the problem first in key    *
061900* order, so they can be traced and the address corrected        *
062000*****************************************************************
062100 TRACE-REPORT.
062200     MOVE SPACES TO RTSRPT-LINE.
062300     WRITE RTSRPT-LINE.
062400     MOVE 'GONE AWAY - TRACE REQUIRED' TO WS-SECTION-TITLE.
062500     WRITE RTSRPT-LINE FROM WS-SECTION-HEADING.
062600     WRITE RTSRPT-LINE FROM WS-TRACE-HEADING.
062700     SET WS-MORE-CUSTOMERS-EXIST TO TRUE.
062800     MOVE LOW-VALUES TO BCS-REC-PID.
062900     START BNKCUST-FILE KEY IS GREATER THAN BCS-REC-PID
063000          INVALID KEY SET WS-NO-MORE-CUSTOMERS TO TRUE
063100     END-START.
063200     PERFORM TRACE-ONE-CUSTOMER THRU
063300             TRACE-ONE-CUSTOMER-EXIT
063400        UNTIL WS-NO-MORE-CUSTOMERS.
063500 TRACE-REPORT-EXIT.
063600     EXIT.
063700
063800 TRACE-ONE-CUSTOMER.
063900     READ BNKCUST-FILE NEXT RECORD
064000          AT END SET WS-NO-MORE-CUSTOMERS TO TRUE
064100     END-READ.
064200     IF WS-NO-MORE-CUSTOMERS
064300        GO TO TRACE-ONE-CUSTOMER-EXIT
064400     END-IF.
064500     IF NOT BCS-REC-MAIL-GONE-AWAY
064600        GO TO TRACE-ONE-CUSTOMER-EXIT
064700     END-IF.
064800     MOVE BCS-REC-RTS-FIRST-DATE TO WS-FIRST-DATE.
064900     MOVE 0 TO WS-DAYS-OUT.
065000     IF WS-FIRST-DATE IS NUMERIC
065100        IF WS-FIRST-DATE IS GREATER THAN WS-TRACE-DATE
065200           GO TO TRACE-ONE-CUSTOMER-EXIT
065300        END-IF
065400        COMPUTE WS-DAYS-OUT = WS-BUSINESS-INT -
065500                FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE-N)
065600     END-IF.
065700     ADD 1 TO WS-TRACE-COUNT.
065800     MOVE BCS-REC-PID TO WS-TRC-PID.
065900     MOVE BCS-REC-NAME TO WS-TRC-NAME.
066000     MOVE BCS-REC-POST-CODE TO WS-TRC-POST-CODE.
066100     IF BCS-REC-RTS-COUNT IS NUMERIC
066200        MOVE BCS-REC-RTS-COUNT TO WS-TRC-COUNT
066300     ELSE
066400        MOVE 0 TO WS-TRC-COUNT
066500     END-IF.
066600     MOVE BCS-REC-RTS-FIRST-DATE TO WS-TRC-FIRST-DATE.
066700     MOVE BCS-REC-RTS-LAST-DATE TO WS-TRC-LAST-DATE.
066800     MOVE WS-DAYS-OUT TO WS-TRC-DAYS.
066900     IF BCS-REC-EMAIL IS EQUAL TO SPACES OR
067000        BCS-REC-EMAIL IS EQUAL TO LOW-VALUES
067100        MOVE 'NO' TO WS-TRC-EMAIL
067200     ELSE
067300        MOVE 'YES' TO WS-TRC-EMAIL
067400     END-IF.
067500     WRITE RTSRPT-LINE FROM WS-TRACE-LINE.
067600 TRACE-ONE-CUSTOMER-EXIT.
067700     EXIT.
067800
067900*****************************************************************
068000* Print the totals and close down                               *
068100*****************************************************************
068200 TERMINATE-RUN.
068300     MOVE SPACES TO RTSRPT-LINE.
068400     WRITE RTSRPT-LINE.
068500     MOVE 'TOTALS' TO WS-SECTION-TITLE.
068600     WRITE RTSRPT-LINE FROM WS-SECTION-HEADING.
068700     MOVE 'RETURNED ITEMS READ' TO WS-TOT-LABEL.
068800     MOVE WS-CARDS-READ TO WS-TOT-VALUE.
068900     WRITE RTSRPT-LINE FROM WS-TOTAL-LINE.
069000     MOVE 'RETURNED ITEMS REJECTED' TO WS-TOT-LABEL.
069100     MOVE WS-CARDS-REJECTED TO WS-TOT-VALUE.
069200     WRITE RTSRPT-LINE FROM WS-TOTAL-LINE.
069300     MOVE 'SENT BEFORE ADDRESS CHANGE - IGNORED' TO WS-TOT-LABEL.
069400     MOVE WS-CARDS-IGNORED TO WS-TOT-VALUE.
069500     WRITE RTSRPT-LINE FROM WS-TOTAL-LINE.
069600     MOVE 'CUSTOMERS NEWLY FLAGGED GONE AWAY' TO WS-TOT-LABEL.
069700     MOVE WS-NEWLY-FLAGGED TO WS-TOT-VALUE.
069800     WRITE RTSRPT-LINE FROM WS-TOTAL-LINE.
069900     MOVE 'HELD DOCUMENTS EMAILED' TO WS-TOT-LABEL.
070000     MOVE WS-DOCS-EMAILED TO WS-TOT-VALUE.
070100     WRITE RTSRPT-LINE FROM WS-TOTAL-LINE.
070200     MOVE 'HELD DOCUMENTS RELEASED FOR POST' TO WS-TOT-LABEL.
070300     MOVE WS-DOCS-RELEASED TO WS-TOT-VALUE.
070400     WRITE RTSRPT-LINE FROM WS-TOTAL-LINE.
070500     MOVE 'DOCUMENTS STILL HELD' TO WS-TOT-LABEL.
070600     MOVE WS-DOCS-STILL-HELD TO WS-TOT-VALUE.
070700     WRITE RTSRPT-LINE FROM WS-TOTAL-LINE.
070800     MOVE 'FINISHED REGISTER LINES PURGED' TO WS-TOT-LABEL.
070900     MOVE WS-LINES-PURGED TO WS-TOT-VALUE.
071000     WRITE RTSRPT-LINE FROM WS-TOTAL-LINE.
071100     MOVE 'CUSTOMERS TO TRACE' TO WS-TOT-LABEL.
071200     MOVE WS-TRACE-COUNT TO WS-TOT-VALUE.
071300     WRITE RTSRPT-LINE FROM WS-TOTAL-LINE.
071400     CLOSE BNKCUST-FILE.
071500     CLOSE BNKHMAIL-FILE.
071600     CLOSE EMAIL-FILE.
071700     CLOSE MAIL-FILE.
071800     CLOSE RTSRPT-FILE.
071900     SET CD53-REQUESTED-END TO TRUE.
072000     MOVE 'BBANKA1P' TO CD53I-JOB-NAME.
072100     CALL 'DBANK53P' USING WS-RUNC-DATA.
072200 TERMINATE-RUN-EXIT.
072300     EXIT.
072400
072500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
