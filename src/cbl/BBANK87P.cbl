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
001300* Program:     BBANK87P.CBL                                     *
001400* Function:    Sanctions watchlist load and customer re-screen  *
001500*                                                               *
001600* Loads the regulator's published sanctions list from the       *
001700* WLSTIN file into the BNKWLST watchlist and then re-screens    *
001800* every active BNKCUST customer against the new list. WLSTIN    *
001900* is one 'H' header (list id and publication date), the 'D'     *
002000* entries and one 'T' trailer carrying the entry count; the     *
002100* whole file is checked before anything is touched, and a file  *
002200* that is out of shape or whose count does not agree is         *
002300* refused with BNKWLST left as it was. Each entry is added or   *
002400* replaced with its SSCRN01P match form; entries of an earlier  *
002500* list that are not on this one are marked delisted and no      *
002600* longer match. The re-screen goes through DBANK55P exactly as  *
002700* the payment runs do, so a possible match is raised on the     *
002800* BNKSCRQ review queue for BBANK88P, and a customer already     *
002900* cleared against the same entry is not raised again. The       *
003000* WLSTRPT report lists the load totals and every customer       *
003100* referred.                                                     *
003200*****************************************************************
003300
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.
003600     BBANK87P.
003700 DATE-WRITTEN.
003800     October 2026.
003900 DATE-COMPILED.
004000     Today.
004100
004200 ENVIRONMENT DIVISION.
004300
004400 INPUT-OUTPUT   SECTION.
004500   FILE-CONTROL.
004600     SELECT WLSTIN-FILE
004700            ASSIGN       TO WLSTIN
004800            ORGANIZATION IS LINE SEQUENTIAL
004900            FILE STATUS  IS WS-WLSTIN-STATUS.
005000
005100     SELECT OPTIONAL BNKWLST-FILE
005200            ASSIGN       TO BNKWLST
005300            ORGANIZATION IS INDEXED
005400            ACCESS MODE  IS DYNAMIC
005500            RECORD KEY   IS WLS-REC-ENTRY-ID
005600            FILE STATUS  IS WS-BNKWLST-STATUS.
005700
005800     SELECT BNKCUST-FILE
005900            ASSIGN       TO BNKCUST
006000            ORGANIZATION IS INDEXED
006100            ACCESS MODE  IS SEQUENTIAL
006200            RECORD KEY   IS BCS-REC-PID
006300            ALTERNATE KEY IS BCS-REC-NAME
006400              WITH DUPLICATES
006500            ALTERNATE KEY IS BCS-REC-NAME-FF
006600              WITH DUPLICATES
006700            FILE STATUS  IS WS-BNKCUST-STATUS.
006800
006900     SELECT WLSTRPT-FILE
007000            ASSIGN       TO WLSTRPT
007100            ORGANIZATION IS LINE SEQUENTIAL
007200            FILE STATUS  IS WS-WLSTRPT-STATUS.
007300
007400 DATA DIVISION.
007500
007600 FILE SECTION.
007700 FD  WLSTIN-FILE.
007800 01  WLSTIN-REC.
007900   05  WLI-REC-TYPE                          PIC X(1).
008000       88  WLI-HEADER                        VALUE 'H'.
008100       88  WLI-DETAIL                        VALUE 'D'.
008200       88  WLI-TRAILER                       VALUE 'T'.
008300   05  WLI-DETAIL-DATA.
008400     10  WLI-ENTRY-ID                        PIC X(10).
008500     10  WLI-ENTRY-TYPE                      PIC X(1).
008600     10  WLI-NAME                            PIC X(40).
008700     10  WLI-REGIME                          PIC X(10).
008800     10  WLI-LISTED-DTE                      PIC X(8).
008900     10  FILLER                              PIC X(10).
009000   05  WLI-HEADER-DATA REDEFINES WLI-DETAIL-DATA.
009100     10  WLI-LIST-ID                         PIC X(10).
009200     10  WLI-PUBLISHED-DTE                   PIC X(8).
009300     10  FILLER                              PIC X(61).
009400   05  WLI-TRAILER-DATA REDEFINES WLI-DETAIL-DATA.
009500     10  WLI-ENTRY-COUNT                     PIC 9(7).
009600     10  FILLER                              PIC X(72).
009700
009800 FD  BNKWLST-FILE.
009900 01  BNKWLST-REC.
010000 COPY CBANKVWL.
010100
010200 FD  BNKCUST-FILE.
010300 01  BNKCUST-REC.
010400 COPY CBANKVCS.
010500
010600 FD  WLSTRPT-FILE.
010700 01  WLSTRPT-LINE                            PIC X(100).
010800
010900 WORKING-STORAGE SECTION.
011000 01  WS-MISC-STORAGE.
011100   05  WS-PROGRAM-ID                         PIC X(8)
011200       VALUE 'BBANK87P'.
011300   05  WS-WLSTIN-STATUS                      PIC X(2).
011400   05  WS-BNKWLST-STATUS                     PIC X(2).
011500   05  WS-BNKCUST-STATUS                     PIC X(2).
011600   05  WS-WLSTRPT-STATUS                     PIC X(2).
011700   05  WS-MORE-ITEMS                         PIC X(1) VALUE 'Y'.
011800       88  WS-MORE-ITEMS-EXIST                VALUE 'Y'.
011900       88  WS-NO-MORE-ITEMS                  VALUE 'N'.
012000   05  WS-LIST-VALID-FLAG                    PIC X(1) VALUE 'Y'.
012100       88  WS-LIST-VALID                      VALUE 'Y'.
012200       88  WS-LIST-INVALID                    VALUE 'N'.
012300   05  WS-HEADER-FLAG                        PIC X(1) VALUE 'N'.
012400       88  WS-HEADER-SEEN                     VALUE 'Y'.
012500       88  WS-HEADER-NOT-SEEN                 VALUE 'N'.
012600   05  WS-TRAILER-FLAG                       PIC X(1) VALUE 'N'.
012700       88  WS-TRAILER-SEEN                    VALUE 'Y'.
012800       88  WS-TRAILER-NOT-SEEN                VALUE 'N'.
012900   05  WS-ENTRY-FOUND-FLAG                   PIC X(1).
013000       88  WS-ENTRY-FOUND                     VALUE 'Y'.
013100       88  WS-ENTRY-NOT-FOUND                 VALUE 'N'.
013200   05  WS-REJECT-REASON                      PIC X(40).
013300   05  WS-TODAY-DATE                         PIC 9(8).
013400   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
013500                                              PIC X(8).
013600   05  WS-BUSINESS-DATE                      PIC X(8).
013700   05  WS-LIST-ID                            PIC X(10).
013800   05  WS-PUBLISHED-DTE                      PIC X(8).
013900   05  WS-TRAILER-COUNT                      PIC 9(7) VALUE 0.
014000   05  WS-DETAIL-COUNT                       PIC 9(7) VALUE 0.
014100   05  WS-ADDED-COUNT                        PIC 9(7) VALUE 0.
014200   05  WS-REPLACED-COUNT                     PIC 9(7) VALUE 0.
014300   05  WS-DELISTED-COUNT                     PIC 9(7) VALUE 0.
014400   05  WS-CUST-COUNT                         PIC 9(7) VALUE 0.
014500   05  WS-REFERRED-COUNT                     PIC 9(7) VALUE 0.
014600   05  WS-IN-REVIEW-COUNT                    PIC 9(7) VALUE 0.
014700   05  WS-CLEARED-COUNT                      PIC 9(7) VALUE 0.
014800
014900 01  WS-RPT-HEADER-LINE.
015000   05  FILLER                                PIC X(20) VALUE
015100       'WATCHLIST LOAD LIST '.
015200   05  WS-HDR-LIST-ID                        PIC X(10).
015300   05  FILLER                                PIC X(13) VALUE
015400       '  PUBLISHED: '.
015500   05  WS-HDR-PUBLISHED-DTE                  PIC X(8).
015600   05  FILLER                                PIC X(16) VALUE
015700       '  BUSINESS DATE '.
015800   05  WS-HDR-BUSINESS-DATE                  PIC X(8).
015900   05  FILLER                                PIC X(25) VALUE
016000       SPACES.
016100
016200 01  WS-RPT-REJECT-LINE.
016300   05  FILLER                                PIC X(21) VALUE
016400       'LIST FILE REFUSED -  '.
016500   05  WS-REJ-REASON                         PIC X(40).
016600   05  FILLER                                PIC X(39) VALUE
016700       SPACES.
016800
016900 01  WS-RPT-DETAIL-LINE.
017000   05  FILLER                                PIC X(2) VALUE
017100       SPACES.
017200   05  WS-DET-PID                            PIC X(5).
017300   05  FILLER                                PIC X(2) VALUE
017400       SPACES.
017500   05  WS-DET-NAME                           PIC X(30).
017600   05  FILLER                                PIC X(2) VALUE
017700       SPACES.
017800   05  WS-DET-ENTRY-ID                       PIC X(10).
017900   05  FILLER                                PIC X(2) VALUE
018000       SPACES.
018100   05  WS-DET-SCORE                          PIC ZZ9.
018200   05  FILLER                                PIC X(2) VALUE
018300       SPACES.
018400   05  WS-DET-RESULT                         PIC X(24).
018500   05  FILLER                                PIC X(18) VALUE
018600       SPACES.
018700
018800 01  WS-RPT-LOAD-TRAILER-LINE.
018900   05  FILLER                                PIC X(9) VALUE
019000       'ENTRIES: '.
019100   05  WS-TRL-DETAIL-COUNT                   PIC ZZZZZZ9.
019200   05  FILLER                                PIC X(9) VALUE
019300       '  ADDED: '.
019400   05  WS-TRL-ADDED-COUNT                    PIC ZZZZZZ9.
019500   05  FILLER                                PIC X(12) VALUE
019600       '  REPLACED: '.
019700   05  WS-TRL-REPLACED-COUNT                 PIC ZZZZZZ9.
019800   05  FILLER                                PIC X(12) VALUE
019900       '  DELISTED: '.
020000   05  WS-TRL-DELISTED-COUNT                 PIC ZZZZZZ9.
020100   05  FILLER                                PIC X(30) VALUE
020200       SPACES.
020300
020400 01  WS-RPT-SCREEN-TRAILER-LINE.
020500   05  FILLER                                PIC X(20) VALUE
020600       'CUSTOMERS SCREENED: '.
020700   05  WS-TRL-CUST-COUNT                     PIC ZZZZZZ9.
020800   05  FILLER                                PIC X(12) VALUE
020900       '  REFERRED: '.
021000   05  WS-TRL-REFERRED-COUNT                 PIC ZZZZZZ9.
021100   05  FILLER                                PIC X(13) VALUE
021200       '  IN REVIEW: '.
021300   05  WS-TRL-IN-REVIEW-COUNT                PIC ZZZZZZ9.
021400   05  FILLER                                PIC X(19) VALUE
021500       '  CLEARED BEFORE: '.
021600   05  WS-TRL-CLEARED-COUNT                  PIC ZZZZZZ9.
021700   05  FILLER                                PIC X(8) VALUE
021800       SPACES.
021900
022000 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
022100     88  WS-RUN-ALLOWED                     VALUE 'Y'.
022200     88  WS-RUN-REFUSED                     VALUE 'N'.
022300
022400 01  WS-RUNC-DATA.
022500 COPY CBANKD53.
022600
022700 01  WS-SCRN-DATA.
022800 COPY CSCRND01.
022900
023000 01  WS-SCREEN-DATA.
023100 COPY CBANKD55.
023200
023300 PROCEDURE DIVISION.
023400*****************************************************************
023500* Main line of control                                          *
023600*****************************************************************
023700     PERFORM CHECK-RUN-CONTROL THRU
023800             CHECK-RUN-CONTROL-EXIT.
023900     IF WS-RUN-ALLOWED
024000        PERFORM INITIALIZE-RUN THRU
024100                INITIALIZE-RUN-EXIT
024200        IF WS-LIST-VALID
024300           PERFORM LOAD-LIST THRU
024400                   LOAD-LIST-EXIT
024500           PERFORM RESCREEN-CUSTOMERS THRU
024600                   RESCREEN-CUSTOMERS-EXIT
024700        END-IF
024800        PERFORM TERMINATE-RUN THRU
024900                TERMINATE-RUN-EXIT
025000     END-IF.
025100     GOBACK.
025200
025300*****************************************************************
025400* Register this run with run control before anything is opened  *
025500* - the load posts nothing, so it may be rerun on the same day  *
025600* when a corrected list is published                            *
025700*****************************************************************
025800 CHECK-RUN-CONTROL.
025900     MOVE SPACES TO CD53-DATA.
026000     SET CD53-REQUESTED-START TO TRUE.
026100     MOVE 'BBANK87P' TO CD53I-JOB-NAME.
026200     CALL 'DBANK53P' USING WS-RUNC-DATA.
026300     IF NOT CD53O-RESP-OK
026400        SET WS-RUN-REFUSED TO TRUE
026500        DISPLAY 'BBANK87P - RUN REFUSED BY RUN CONTROL: '
026600                CD53O-RESP-MSG
026700     END-IF.
026800 CHECK-RUN-CONTROL-EXIT.
026900     EXIT.
027000
027100*****************************************************************
027200* Open the report and check the list file end to end before     *
027300* anything on BNKWLST is changed                                *
027400*****************************************************************
027500 INITIALIZE-RUN.
027600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
027700     MOVE CD53O-BUSINESS-DATE TO WS-BUSINESS-DATE.
027800     IF WS-BUSINESS-DATE IS EQUAL TO SPACES OR
027900        WS-BUSINESS-DATE IS EQUAL TO LOW-VALUES
028000        MOVE WS-TODAY-DATE-X TO WS-BUSINESS-DATE
028100     END-IF.
028200     OPEN OUTPUT WLSTRPT-FILE.
028300     PERFORM VALIDATE-LIST-FILE THRU
028400             VALIDATE-LIST-FILE-EXIT.
028500     MOVE WS-LIST-ID TO WS-HDR-LIST-ID.
028600     MOVE WS-PUBLISHED-DTE TO WS-HDR-PUBLISHED-DTE.
028700     MOVE WS-BUSINESS-DATE TO WS-HDR-BUSINESS-DATE.
028800     WRITE WLSTRPT-LINE FROM WS-RPT-HEADER-LINE.
028900     IF WS-LIST-INVALID
029000        MOVE WS-REJECT-REASON TO WS-REJ-REASON
029100        WRITE WLSTRPT-LINE FROM WS-RPT-REJECT-LINE
029200        DISPLAY 'BBANK87P - LIST FILE REFUSED: '
029300                WS-REJECT-REASON
029400     END-IF.
029500 INITIALIZE-RUN-EXIT.
029600     EXIT.
029700
029800*****************************************************************
029900* First pass over WLSTIN: a header first, details after it, a   *
030000* trailer last whose count agrees with the details read         *
030100*****************************************************************
030200 VALIDATE-LIST-FILE.
030300     MOVE SPACES TO WS-LIST-ID.
030400     MOVE SPACES TO WS-PUBLISHED-DTE.
030500     OPEN INPUT WLSTIN-FILE.
030600     IF WS-WLSTIN-STATUS IS NOT EQUAL TO '00'
030700        SET WS-LIST-INVALID TO TRUE
030800        MOVE 'LIST FILE COULD NOT BE OPENED' TO WS-REJECT-REASON
030900        GO TO VALIDATE-LIST-FILE-EXIT
031000     END-IF.
031100     SET WS-MORE-ITEMS-EXIST TO TRUE.
031200     PERFORM VALIDATE-ONE-RECORD THRU
031300             VALIDATE-ONE-RECORD-EXIT
031400        UNTIL WS-NO-MORE-ITEMS
031500           OR WS-LIST-INVALID.
031600     CLOSE WLSTIN-FILE.
031700     IF WS-LIST-INVALID
031800        GO TO VALIDATE-LIST-FILE-EXIT
031900     END-IF.
032000     IF WS-HEADER-NOT-SEEN
032100        SET WS-LIST-INVALID TO TRUE
032200        MOVE 'NO HEADER RECORD' TO WS-REJECT-REASON
032300        GO TO VALIDATE-LIST-FILE-EXIT
032400     END-IF.
032500     IF WS-TRAILER-NOT-SEEN
032600        SET WS-LIST-INVALID TO TRUE
032700        MOVE 'NO TRAILER RECORD' TO WS-REJECT-REASON
032800        GO TO VALIDATE-LIST-FILE-EXIT
032900     END-IF.
033000     IF WS-TRAILER-COUNT IS NOT EQUAL TO WS-DETAIL-COUNT
033100        SET WS-LIST-INVALID TO TRUE
033200        MOVE 'TRAILER COUNT DOES NOT AGREE' TO WS-REJECT-REASON
033300        GO TO VALIDATE-LIST-FILE-EXIT
033400     END-IF.
033500     IF WS-DETAIL-COUNT IS EQUAL TO 0
033600        SET WS-LIST-INVALID TO TRUE
033700        MOVE 'LIST HAS NO ENTRIES' TO WS-REJECT-REASON
033800     END-IF.
033900 VALIDATE-LIST-FILE-EXIT.
034000     EXIT.
034100
034200 VALIDATE-ONE-RECORD.
034300     READ WLSTIN-FILE
034400          AT END SET WS-NO-MORE-ITEMS TO TRUE
034500     END-READ.
034600     IF WS-NO-MORE-ITEMS
034700        GO TO VALIDATE-ONE-RECORD-EXIT
034800     END-IF.
034900     IF WS-TRAILER-SEEN
035000        SET WS-LIST-INVALID TO TRUE
035100        MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-REJECT-REASON
035200        GO TO VALIDATE-ONE-RECORD-EXIT
035300     END-IF.
035400     EVALUATE TRUE
035500       WHEN WLI-HEADER
035600         IF WS-HEADER-SEEN OR WS-DETAIL-COUNT IS GREATER THAN 0
035700            SET WS-LIST-INVALID TO TRUE
035800            MOVE 'HEADER RECORD OUT OF PLACE' TO WS-REJECT-REASON
035900         ELSE
036000            SET WS-HEADER-SEEN TO TRUE
036100            MOVE WLI-LIST-ID TO WS-LIST-ID
036200            MOVE WLI-PUBLISHED-DTE TO WS-PUBLISHED-DTE
036300            IF WS-LIST-ID IS EQUAL TO SPACES
036400               SET WS-LIST-INVALID TO TRUE
036500               MOVE 'HEADER HAS NO LIST ID' TO WS-REJECT-REASON
036600            END-IF
036700         END-IF
036800       WHEN WLI-DETAIL
036900         IF WS-HEADER-NOT-SEEN
037000            SET WS-LIST-INVALID TO TRUE
037100            MOVE 'NO HEADER RECORD' TO WS-REJECT-REASON
037200         ELSE
037300            ADD 1 TO WS-DETAIL-COUNT
037400            IF WLI-ENTRY-ID IS EQUAL TO SPACES OR
037500               WLI-NAME IS EQUAL TO SPACES
037600               SET WS-LIST-INVALID TO TRUE
037700               MOVE 'ENTRY WITH NO ID OR NAME' TO WS-REJECT-REASON
037800            END-IF
037900         END-IF
038000       WHEN WLI-TRAILER
038100         SET WS-TRAILER-SEEN TO TRUE
038200         IF WLI-ENTRY-COUNT IS NUMERIC
038300            MOVE WLI-ENTRY-COUNT TO WS-TRAILER-COUNT
038400         ELSE
038500            SET WS-LIST-INVALID TO TRUE
038600            MOVE 'TRAILER COUNT IS NOT NUMERIC' TO
038700                WS-REJECT-REASON
038800         END-IF
038900       WHEN OTHER
039000         SET WS-LIST-INVALID TO TRUE
039100         MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON
039200     END-EVALUATE.
039300 VALIDATE-ONE-RECORD-EXIT.
039400     EXIT.
039500
039600*****************************************************************
039700* Second pass: add or replace every entry on BNKWLST, then      *
039800* delist whatever the new list no longer carries                *
039900*****************************************************************
040000 LOAD-LIST.
040100     OPEN I-O BNKWLST-FILE.
040200     OPEN INPUT WLSTIN-FILE.
040300     SET WS-MORE-ITEMS-EXIST TO TRUE.
040400     PERFORM LOAD-ONE-RECORD THRU
040500             LOAD-ONE-RECORD-EXIT
040600        UNTIL WS-NO-MORE-ITEMS.
040700     CLOSE WLSTIN-FILE.
040800     MOVE LOW-VALUES TO WLS-REC-ENTRY-ID.
040900     SET WS-MORE-ITEMS-EXIST TO TRUE.
041000     START BNKWLST-FILE KEY IS GREATER THAN WLS-REC-ENTRY-ID
041100          INVALID KEY SET WS-NO-MORE-ITEMS TO TRUE
041200     END-START.
041300     PERFORM DELIST-ONE-ENTRY THRU
041400             DELIST-ONE-ENTRY-EXIT
041500        UNTIL WS-NO-MORE-ITEMS.
041600     CLOSE BNKWLST-FILE.
041700     MOVE WS-DETAIL-COUNT TO WS-TRL-DETAIL-COUNT.
041800     MOVE WS-ADDED-COUNT TO WS-TRL-ADDED-COUNT.
041900     MOVE WS-REPLACED-COUNT TO WS-TRL-REPLACED-COUNT.
042000     MOVE WS-DELISTED-COUNT TO WS-TRL-DELISTED-COUNT.
042100     WRITE WLSTRPT-LINE FROM WS-RPT-LOAD-TRAILER-LINE.
042200 LOAD-LIST-EXIT.
042300     EXIT.
042400
042500 LOAD-ONE-RECORD.
042600     READ WLSTIN-FILE
042700          AT END SET WS-NO-MORE-ITEMS TO TRUE
042800     END-READ.
042900     IF WS-NO-MORE-ITEMS OR NOT WLI-DETAIL
043000        GO TO LOAD-ONE-RECORD-EXIT
043100     END-IF.
043200     MOVE WLI-ENTRY-ID TO WLS-REC-ENTRY-ID.
043300     SET WS-ENTRY-FOUND TO TRUE.
043400     READ BNKWLST-FILE
043500          INVALID KEY SET WS-ENTRY-NOT-FOUND TO TRUE
043600     END-READ.
043700     MOVE WLI-ENTRY-ID TO WLS-REC-ENTRY-ID.
043800     MOVE WLI-ENTRY-TYPE TO WLS-REC-ENTRY-TYPE.
043900     MOVE WLI-NAME TO WLS-REC-NAME.
044000     MOVE WLI-REGIME TO WLS-REC-REGIME.
044100     MOVE WLI-LISTED-DTE TO WLS-REC-LISTED-DTE.
044200     MOVE WS-LIST-ID TO WLS-REC-LIST-ID.
044300     MOVE WS-BUSINESS-DATE TO WLS-REC-LOAD-DTE.
044400     SET WLS-REC-STATUS-ACTIVE TO TRUE.
044500     MOVE SPACES TO CSCRND01-DATA.
044600     SET SCRN-NORMALISE TO TRUE.
044700     MOVE WLI-NAME TO CSCRND01I-NAME.
044800     CALL 'SSCRN01P' USING WS-SCRN-DATA.
044900     MOVE CSCRND01O-MATCH-NAME TO WLS-REC-MATCH-NAME.
045000     IF WS-ENTRY-FOUND
045100        REWRITE BNKWLST-REC
045200             INVALID KEY
045300                DISPLAY 'BBANK87P - WATCHLIST REWRITE FAILED: '
045400                        WLS-REC-ENTRY-ID
045500        END-REWRITE
045600        ADD 1 TO WS-REPLACED-COUNT
045700     ELSE
045800        WRITE BNKWLST-REC
045900             INVALID KEY
046000                DISPLAY 'BBANK87P - WATCHLIST WRITE FAILED: '
046100                        WLS-REC-ENTRY-ID
046200        END-WRITE
046300        ADD 1 TO WS-ADDED-COUNT
046400     END-IF.
046500 LOAD-ONE-RECORD-EXIT.
046600     EXIT.
046700
046800 DELIST-ONE-ENTRY.
046900     READ BNKWLST-FILE NEXT RECORD
047000          AT END SET WS-NO-MORE-ITEMS TO TRUE
047100     END-READ.
047200     IF WS-NO-MORE-ITEMS OR
047300        WS-BNKWLST-STATUS IS NOT EQUAL TO '00'
047400        SET WS-NO-MORE-ITEMS TO TRUE
047500        GO TO DELIST-ONE-ENTRY-EXIT
047600     END-IF.
047700     IF WLS-REC-LIST-ID IS EQUAL TO WS-LIST-ID OR
047800        WLS-REC-STATUS-DELISTED
047900        GO TO DELIST-ONE-ENTRY-EXIT
048000     END-IF.
048100     SET WLS-REC-STATUS-DELISTED TO TRUE.
048200     MOVE WS-BUSINESS-DATE TO WLS-REC-LOAD-DTE.
048300     REWRITE BNKWLST-REC
048400          INVALID KEY
048500             DISPLAY 'BBANK87P - WATCHLIST REWRITE FAILED: '
048600                     WLS-REC-ENTRY-ID
048700     END-REWRITE.
048800     ADD 1 TO WS-DELISTED-COUNT.
048900 DELIST-ONE-ENTRY-EXIT.
049000     EXIT.
049100
049200*****************************************************************
049300* Screen every active customer against the list just loaded     *
049400*****************************************************************
049500 RESCREEN-CUSTOMERS.
049600     OPEN INPUT BNKCUST-FILE.
049700     SET WS-MORE-ITEMS-EXIST TO TRUE.
049800     PERFORM SCREEN-ONE-CUSTOMER THRU
049900             SCREEN-ONE-CUSTOMER-EXIT
050000        UNTIL WS-NO-MORE-ITEMS.
050100     CLOSE BNKCUST-FILE.
050200     MOVE WS-CUST-COUNT TO WS-TRL-CUST-COUNT.
050300     MOVE WS-REFERRED-COUNT TO WS-TRL-REFERRED-COUNT.
050400     MOVE WS-IN-REVIEW-COUNT TO WS-TRL-IN-REVIEW-COUNT.
050500     MOVE WS-CLEARED-COUNT TO WS-TRL-CLEARED-COUNT.
050600     WRITE WLSTRPT-LINE FROM WS-RPT-SCREEN-TRAILER-LINE.
050700 RESCREEN-CUSTOMERS-EXIT.
050800     EXIT.
050900
051000 SCREEN-ONE-CUSTOMER.
051100     READ BNKCUST-FILE
051200          AT END SET WS-NO-MORE-ITEMS TO TRUE
051300     END-READ.
051400     IF WS-NO-MORE-ITEMS
051500        GO TO SCREEN-ONE-CUSTOMER-EXIT
051600     END-IF.
051700     IF NOT BCS-REC-STATUS-ACTIVE
051800        GO TO SCREEN-ONE-CUSTOMER-EXIT
051900     END-IF.
052000     ADD 1 TO WS-CUST-COUNT.
052100     MOVE SPACES TO CD55-DATA.
052200     SET CD55-REQUESTED-SCREEN TO TRUE.
052300     MOVE BCS-REC-NAME TO CD55I-NAME.
052400     SET CD55I-SUBJECT-CUSTOMER TO TRUE.
052500     MOVE BCS-REC-PID TO CD55I-REF.
052600     MOVE WS-PROGRAM-ID TO CD55I-SOURCE-PGM.
052700     MOVE WS-BUSINESS-DATE TO CD55I-AS-OF-DATE.
052800     MOVE 0 TO CD55I-AMOUNT.
052900     CALL 'DBANK55P' USING WS-SCREEN-DATA.
053000     IF NOT CD55O-RESP-OK
053100        DISPLAY 'BBANK87P - SCREENING FAILED FOR ' BCS-REC-PID
053200                ': ' CD55O-RESP-MSG
053300     END-IF.
053400     EVALUATE TRUE
053500       WHEN CD55O-MATCH-QUEUED
053600         ADD 1 TO WS-REFERRED-COUNT
053700         MOVE 'REFERRED FOR REVIEW' TO WS-DET-RESULT
053800       WHEN CD55O-MATCH-ALREADY-QUEUED
053900         ADD 1 TO WS-IN-REVIEW-COUNT
054000         MOVE 'ALREADY IN REVIEW' TO WS-DET-RESULT
054100       WHEN CD55O-PRIOR-CLEARED
054200         ADD 1 TO WS-CLEARED-COUNT
054300         MOVE 'CLEARED ON EARLIER CHECK' TO WS-DET-RESULT
054400       WHEN OTHER
054500         GO TO SCREEN-ONE-CUSTOMER-EXIT
054600     END-EVALUATE.
054700     MOVE BCS-REC-PID TO WS-DET-PID.
054800     MOVE BCS-REC-NAME TO WS-DET-NAME.
054900     MOVE CD55O-ENTRY-ID TO WS-DET-ENTRY-ID.
055000     MOVE CD55O-SCORE TO WS-DET-SCORE.
055100     WRITE WLSTRPT-LINE FROM WS-RPT-DETAIL-LINE.
055200 SCREEN-ONE-CUSTOMER-EXIT.
055300     EXIT.
055400
055500*****************************************************************
055600* Close the report and record the end of the run                *
055700*****************************************************************
055800 TERMINATE-RUN.
055900     CLOSE WLSTRPT-FILE.
056000     SET CD53-REQUESTED-END TO TRUE.
056100     MOVE 'BBANK87P' TO CD53I-JOB-NAME.
056200     CALL 'DBANK53P' USING WS-RUNC-DATA.
056300 TERMINATE-RUN-EXIT.
056400     EXIT.
056500
056600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
