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
001300* Program:     BBANKA5P.CBL                                     *
001400* Function:    Image copy of the posting masters                *
001500*                                                               *
001600* Copies BNKACC, BNKTXN, BNKTXNV and BNKSUSP whole, record for  *
001700* record, to the IMGACC, IMGTXN, IMGTXNV and IMGSUSP clusters,  *
001800* so that BBANKA6P can put the masters back exactly as they     *
001900* were if a job of the nightly suite abends halfway or runs     *
002000* with bad input. It runs as the first step of the batch        *
002100* window and, where operations want a finer start point, again  *
002200* as the step ahead of any posting job - the optional IMGCTL    *
002300* card names that job; without one the image is the pre-window  *
002400* image, '*WINDOW'. The IMGHDR line (CBANKVIH) records the      *
002500* BNKRUNC business date, the job named and the record counts.   *
002600* It is emptied first and written last, only when every record  *
002700* has copied, so a failed copy can never be taken for a good    *
002800* one. The run is registered with run control but is not a      *
002900* posting job, so it may be taken again the same night. IMGRPT  *
003000* shows the counts and the balance and amount control totals.   *
003100* Online postings are quiesced from the moment the image is     *
003200* taken until the cutover, as they are once a posting job runs. *
003300*****************************************************************
003400
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID.
003700     BBANKA5P.
003800 DATE-WRITTEN.
003900     October 2026.
004000 DATE-COMPILED.
004100     Today.
004200
004300 ENVIRONMENT DIVISION.
004400
004500 INPUT-OUTPUT   SECTION.
004600   FILE-CONTROL.
004700     SELECT BNKACC-FILE
004800            ASSIGN       TO BNKACC
004900            ORGANIZATION IS INDEXED
005000            ACCESS MODE  IS SEQUENTIAL
005100            RECORD KEY   IS BAC-REC-ACCNO
005200            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
005300            FILE STATUS  IS WS-BNKACC-STATUS.
005400
005500     SELECT BNKTXN-FILE
005600            ASSIGN       TO BNKTXN
005700            ORGANIZATION IS INDEXED
005800            ACCESS MODE  IS SEQUENTIAL
005900            RECORD KEY   IS BTX-REC-TIMESTAMP
006000            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES
006100            FILE STATUS  IS WS-BNKTXN-STATUS.
006200
006300     SELECT BNKTXNV-FILE
006400            ASSIGN       TO BNKTXNV
006500            ORGANIZATION IS INDEXED
006600            ACCESS MODE  IS SEQUENTIAL
006700            RECORD KEY   IS VDX-REC-KEY
006800            FILE STATUS  IS WS-BNKTXNV-STATUS.
006900
007000     SELECT BNKSUSP-FILE
007100            ASSIGN       TO BNKSUSP
007200            ORGANIZATION IS INDEXED
007300            ACCESS MODE  IS SEQUENTIAL
007400            RECORD KEY   IS SUS-REC-ID
007500            FILE STATUS  IS WS-BNKSUSP-STATUS.
007600
007700     SELECT IMGACC-FILE
007800            ASSIGN       TO IMGACC
007900            ORGANIZATION IS INDEXED
008000            ACCESS MODE  IS SEQUENTIAL
008100            RECORD KEY   IS IAC-ACCNO
008200            FILE STATUS  IS WS-IMGACC-STATUS.
008300
008400     SELECT IMGTXN-FILE
008500            ASSIGN       TO IMGTXN
008600            ORGANIZATION IS INDEXED
008700            ACCESS MODE  IS SEQUENTIAL
008800            RECORD KEY   IS ITX-TIMESTAMP
008900            FILE STATUS  IS WS-IMGTXN-STATUS.
009000
009100     SELECT IMGTXNV-FILE
009200            ASSIGN       TO IMGTXNV
009300            ORGANIZATION IS INDEXED
009400            ACCESS MODE  IS SEQUENTIAL
009500            RECORD KEY   IS IVX-KEY
009600            FILE STATUS  IS WS-IMGTXNV-STATUS.
009700
009800     SELECT IMGSUSP-FILE
009900            ASSIGN       TO IMGSUSP
010000            ORGANIZATION IS INDEXED
010100            ACCESS MODE  IS SEQUENTIAL
010200            RECORD KEY   IS ISU-ID
010300            FILE STATUS  IS WS-IMGSUSP-STATUS.
010400
010500     SELECT IMGHDR-FILE
010600            ASSIGN       TO IMGHDR
010700            ORGANIZATION IS LINE SEQUENTIAL
010800            FILE STATUS  IS WS-IMGHDR-STATUS.
010900
011000     SELECT OPTIONAL IMGCTL-FILE
011100            ASSIGN       TO IMGCTL
011200            ORGANIZATION IS LINE SEQUENTIAL
011300            FILE STATUS  IS WS-IMGCTL-STATUS.
011400
011500     SELECT IMGRPT-FILE
011600            ASSIGN       TO IMGRPT
011700            ORGANIZATION IS LINE SEQUENTIAL
011800            FILE STATUS  IS WS-IMGRPT-STATUS.
011900
012000 DATA DIVISION.
012100
012200 FILE SECTION.
012300 FD  BNKACC-FILE.
012400 01  BNKACC-REC.
012500 COPY CBANKVAC.
012600
012700 FD  BNKTXN-FILE.
012800 01  BNKTXN-REC.
012900 COPY CBANKVTX.
013000
013100 FD  BNKTXNV-FILE.
013200 01  BNKTXNV-REC.
013300 COPY CBANKVVX.
013400
013500 FD  BNKSUSP-FILE.
013600 01  BNKSUSP-REC.
013700 COPY CBANKVSP.
013800
013900 FD  IMGACC-FILE.
014000 01  IMGACC-REC.
014100   05  IAC-ACCNO                             PIC X(10).
014200   05  FILLER                                PIC X(98).
014300
014400 FD  IMGTXN-FILE.
014500 01  IMGTXN-REC.
014600   05  ITX-TIMESTAMP                         PIC X(26).
014700   05  FILLER                                PIC X(83).
014800
014900 FD  IMGTXNV-FILE.
015000 01  IMGTXNV-REC.
015100   05  IVX-KEY                               PIC X(34).
015200
015300 FD  IMGSUSP-FILE.
015400 01  IMGSUSP-REC.
015500   05  ISU-ID                                PIC X(26).
015600   05  FILLER                                PIC X(156).
015700
015800 FD  IMGHDR-FILE.
015900 01  IMGHDR-REC.
016000 COPY CBANKVIH.
016100
016200 FD  IMGCTL-FILE.
016300 01  IMGCTL-REC.
016400   05  ICT-BEFORE-JOB                        PIC X(8).
016500   05  FILLER                                PIC X(72).
016600
016700 FD  IMGRPT-FILE.
016800 01  IMGRPT-LINE                              PIC X(100).
016900
017000 WORKING-STORAGE SECTION.
017100 01  WS-MISC-STORAGE.
017200   05  WS-PROGRAM-ID                         PIC X(8)
017300       VALUE 'BBANKA5P'.
017400   05  WS-BNKACC-STATUS                      PIC X(2).
017500   05  WS-BNKTXN-STATUS                      PIC X(2).
017600   05  WS-BNKTXNV-STATUS                     PIC X(2).
017700   05  WS-BNKSUSP-STATUS                     PIC X(2).
017800   05  WS-IMGACC-STATUS                      PIC X(2).
017900   05  WS-IMGTXN-STATUS                      PIC X(2).
018000   05  WS-IMGTXNV-STATUS                     PIC X(2).
018100   05  WS-IMGSUSP-STATUS                     PIC X(2).
018200   05  WS-IMGHDR-STATUS                      PIC X(2).
018300   05  WS-IMGCTL-STATUS                      PIC X(2).
018400   05  WS-IMGRPT-STATUS                      PIC X(2).
018500   05  WS-WRITE-STATUS                       PIC X(2).
018600   05  WS-MORE-RECORDS                       PIC X(1).
018700       88  WS-MORE-RECORDS-EXIST              VALUE 'Y'.
018800       88  WS-NO-MORE-RECORDS                VALUE 'N'.
018900   05  WS-TODAY-DATE                         PIC 9(8).
019000   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
019100                                              PIC X(8).
019200   05  WS-NOW-TIME                           PIC 9(8).
019300   05  WS-NOW-TIME-X REDEFINES WS-NOW-TIME    PIC X(8).
019400   05  WS-RUN-TS                             PIC X(16).
019500   05  WS-BUSINESS-DATE                      PIC X(8).
019600   05  WS-BEFORE-JOB                         PIC X(8).
019700
019800* Counts and control totals for the file being copied
019900 01  WS-FILE-COUNTS.
020000   05  WS-FILE-NAME                          PIC X(8).
020100   05  WS-READ-COUNT                         PIC 9(9).
020200   05  WS-WRITTEN-COUNT                      PIC 9(9).
020300   05  WS-ERROR-COUNT                        PIC 9(9).
020400   05  WS-TOTAL-IN                           PIC S9(15)V99.
020500   05  WS-TOTAL-OUT                          PIC S9(15)V99.
020600   05  WS-RUN-ERRORS                         PIC 9(9) VALUE 0.
020700
020800 01  WS-REPORT-HEADING.
020900   05  FILLER                                PIC X(40) VALUE
021000       'IMAGE COPY OF THE POSTING MASTERS - DATE'.
021100   05  FILLER                                PIC X(1) VALUE
021200       SPACES.
021300   05  WS-HDG-DATE                           PIC X(8).
021400   05  FILLER                                PIC X(8) VALUE
021500       '  AHEAD '.
021600   05  WS-HDG-BEFORE-JOB                     PIC X(8).
021700   05  FILLER                                PIC X(6) VALUE
021800       '  RUN '.
021900   05  WS-HDG-RUN-TS                         PIC X(16).
022000   05  FILLER                                PIC X(13) VALUE
022100       SPACES.
022200
022300 01  WS-COLUMN-HEADING.
022400   05  FILLER                                PIC X(40) VALUE
022500       '  FILE          READ   WRITTEN   ERRORS '.
022600   05  FILLER                                PIC X(40) VALUE
022700       '         TOTAL IN         TOTAL OUT     '.
022800   05  FILLER                                PIC X(20) VALUE
022900       SPACES.
023000
023100 01  WS-FILE-LINE.
023200   05  FILLER                                PIC X(2) VALUE
023300       SPACES.
023400   05  WS-FLN-NAME                           PIC X(8).
023500   05  FILLER                                PIC X(1) VALUE
023600       SPACES.
023700   05  WS-FLN-READ                           PIC Z(8)9.
023800   05  FILLER                                PIC X(1) VALUE
023900       SPACES.
024000   05  WS-FLN-WRITTEN                        PIC Z(8)9.
024100   05  FILLER                                PIC X(1) VALUE
024200       SPACES.
024300   05  WS-FLN-ERRORS                         PIC Z(7)9.
024400   05  FILLER                                PIC X(1) VALUE
024500       SPACES.
024600   05  WS-FLN-TOTAL-IN                       PIC -(13)9.99.
024700   05  FILLER                                PIC X(1) VALUE
024800       SPACES.
024900   05  WS-FLN-TOTAL-OUT                      PIC -(13)9.99.
025000   05  FILLER                                PIC X(25) VALUE
025100       SPACES.
025200
025300 01  WS-MESSAGE-LINE.
025400   05  FILLER                                PIC X(2) VALUE
025500       SPACES.
025600   05  WS-MSG-TEXT                           PIC X(98).
025700
025800 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
025900     88  WS-RUN-ALLOWED                     VALUE 'Y'.
026000     88  WS-RUN-REFUSED                     VALUE 'N'.
026100
026200 01  WS-RUNC-DATA.
026300 COPY CBANKD53.
026400
026500 PROCEDURE DIVISION.
026600*****************************************************************
026700* Main line of control                                          *
026800*****************************************************************
026900     PERFORM CHECK-RUN-CONTROL THRU
027000             CHECK-RUN-CONTROL-EXIT.
027100     IF WS-RUN-ALLOWED
027200        PERFORM INITIALIZE-RUN THRU
027300                INITIALIZE-RUN-EXIT
027400        PERFORM COPY-ACCOUNTS THRU
027500                COPY-ACCOUNTS-EXIT
027600        PERFORM COPY-POSTINGS THRU
027700                COPY-POSTINGS-EXIT
027800        PERFORM COPY-VALUE-DATES THRU
027900                COPY-VALUE-DATES-EXIT
028000        PERFORM COPY-SUSPENSE THRU
028100                COPY-SUSPENSE-EXIT
028200        PERFORM TERMINATE-RUN THRU
028300                TERMINATE-RUN-EXIT
028400     END-IF.
028500     GOBACK.
028600
028700*****************************************************************
028800* Register this run with run control before anything is opened. *
028900* The image only reads the masters, so it is not a posting job, *
029000* but it raises the posting quiesce - an online posting made    *
029100* after the image would otherwise be lost by a backout to it    *
029200*****************************************************************
029300 CHECK-RUN-CONTROL.
029400     MOVE SPACES TO CD53-DATA.
029500     SET CD53-REQUESTED-START TO TRUE.
029600     MOVE 'BBANKA5P' TO CD53I-JOB-NAME.
029700     SET CD53I-RAISES-QUIESCE TO TRUE.
029800     CALL 'DBANK53P' USING WS-RUNC-DATA.
029900     IF NOT CD53O-RESP-OK
030000        SET WS-RUN-REFUSED TO TRUE
030100        DISPLAY 'BBANKA5P - RUN REFUSED BY RUN CONTROL: '
030200                CD53O-RESP-MSG
030300     END-IF.
030400 CHECK-RUN-CONTROL-EXIT.
030500     EXIT.
030600
030700*****************************************************************
030800* Resolve the business date and the job the image is taken      *
030900* ahead of, and empty IMGHDR so the image is not usable until   *
031000* it is complete                                                *
031100*****************************************************************
031200 INITIALIZE-RUN.
031300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
031400     ACCEPT WS-NOW-TIME FROM TIME.
031500     MOVE WS-TODAY-DATE-X TO WS-RUN-TS(1:8).
031600     MOVE WS-NOW-TIME-X TO WS-RUN-TS(9:8).
031700     MOVE CD53O-BUSINESS-DATE TO WS-BUSINESS-DATE.
031800     IF WS-BUSINESS-DATE IS EQUAL TO SPACES OR
031900        WS-BUSINESS-DATE IS EQUAL TO LOW-VALUES
032000        MOVE WS-TODAY-DATE-X TO WS-BUSINESS-DATE
032100     END-IF.
032200     MOVE '*WINDOW' TO WS-BEFORE-JOB.
032300     OPEN INPUT IMGCTL-FILE.
032400     IF WS-IMGCTL-STATUS IS EQUAL TO '00'
032500        READ IMGCTL-FILE
032600             AT END CONTINUE
032700        END-READ
032800        IF WS-IMGCTL-STATUS IS EQUAL TO '00' AND
032900           ICT-BEFORE-JOB IS NOT EQUAL TO SPACES
033000           MOVE ICT-BEFORE-JOB TO WS-BEFORE-JOB
033100        END-IF
033200        CLOSE IMGCTL-FILE
033300     END-IF.
033400     OPEN OUTPUT IMGHDR-FILE.
033500     CLOSE IMGHDR-FILE.
033600     OPEN OUTPUT IMGRPT-FILE.
033700     MOVE WS-BUSINESS-DATE TO WS-HDG-DATE.
033800     MOVE WS-BEFORE-JOB TO WS-HDG-BEFORE-JOB.
033900     MOVE WS-RUN-TS TO WS-HDG-RUN-TS.
034000     WRITE IMGRPT-LINE FROM WS-REPORT-HEADING.
034100     MOVE SPACES TO IMGRPT-LINE.
034200     WRITE IMGRPT-LINE.
034300     WRITE IMGRPT-LINE FROM WS-COLUMN-HEADING.
034400     MOVE SPACES TO IMH-RECORD.
034500     SET IMH-REC-ID-VALID TO TRUE.
034600     MOVE WS-BUSINESS-DATE TO IMH-BUSINESS-DATE.
034700     MOVE WS-BEFORE-JOB TO IMH-BEFORE-JOB.
034800     MOVE WS-RUN-TS TO IMH-TAKEN-TS.
034900 INITIALIZE-RUN-EXIT.
035000     EXIT.
035100
035200*****************************************************************
035300* BNKACC - the balance total proves the copy                    *
035400*****************************************************************
035500 COPY-ACCOUNTS.
035600     MOVE 'BNKACC' TO WS-FILE-NAME.
035700     PERFORM CLEAR-FILE-COUNTS THRU
035800             CLEAR-FILE-COUNTS-EXIT.
035900     OPEN INPUT BNKACC-FILE.
036000     OPEN OUTPUT IMGACC-FILE.
036100     SET WS-MORE-RECORDS-EXIST TO TRUE.
036200     PERFORM COPY-ONE-ACCOUNT THRU
036300             COPY-ONE-ACCOUNT-EXIT
036400        UNTIL WS-NO-MORE-RECORDS.
036500     CLOSE BNKACC-FILE.
036600     CLOSE IMGACC-FILE.
036700     MOVE WS-WRITTEN-COUNT TO IMH-ACC-COUNT.
036800     PERFORM PRINT-FILE-COUNTS THRU
036900             PRINT-FILE-COUNTS-EXIT.
037000 COPY-ACCOUNTS-EXIT.
037100     EXIT.
037200
037300 COPY-ONE-ACCOUNT.
037400     READ BNKACC-FILE
037500          AT END SET WS-NO-MORE-RECORDS TO TRUE
037600     END-READ.
037700     IF WS-NO-MORE-RECORDS
037800        GO TO COPY-ONE-ACCOUNT-EXIT
037900     END-IF.
038000     ADD 1 TO WS-READ-COUNT.
038100     ADD BAC-REC-BALANCE TO WS-TOTAL-IN.
038200     WRITE IMGACC-REC FROM BNKACC-REC.
038300     MOVE WS-IMGACC-STATUS TO WS-WRITE-STATUS.
038400     PERFORM CHECK-WRITE THRU
038500             CHECK-WRITE-EXIT.
038600     IF WS-WRITE-STATUS IS EQUAL TO '00'
038700        ADD BAC-REC-BALANCE TO WS-TOTAL-OUT
038800     END-IF.
038900 COPY-ONE-ACCOUNT-EXIT.
039000     EXIT.
039100
039200*****************************************************************
039300* BNKTXN - the amount total proves the copy                     *
039400*****************************************************************
039500 COPY-POSTINGS.
039600     MOVE 'BNKTXN' TO WS-FILE-NAME.
039700     PERFORM CLEAR-FILE-COUNTS THRU
039800             CLEAR-FILE-COUNTS-EXIT.
039900     OPEN INPUT BNKTXN-FILE.
040000     OPEN OUTPUT IMGTXN-FILE.
040100     SET WS-MORE-RECORDS-EXIST TO TRUE.
040200     PERFORM COPY-ONE-POSTING THRU
040300             COPY-ONE-POSTING-EXIT
040400        UNTIL WS-NO-MORE-RECORDS.
040500     CLOSE BNKTXN-FILE.
040600     CLOSE IMGTXN-FILE.
040700     MOVE WS-WRITTEN-COUNT TO IMH-TXN-COUNT.
040800     PERFORM PRINT-FILE-COUNTS THRU
040900             PRINT-FILE-COUNTS-EXIT.
041000 COPY-POSTINGS-EXIT.
041100     EXIT.
041200
041300 COPY-ONE-POSTING.
041400     READ BNKTXN-FILE
041500          AT END SET WS-NO-MORE-RECORDS TO TRUE
041600     END-READ.
041700     IF WS-NO-MORE-RECORDS
041800        GO TO COPY-ONE-POSTING-EXIT
041900     END-IF.
042000     ADD 1 TO WS-READ-COUNT.
042100     ADD BTX-REC-AMOUNT TO WS-TOTAL-IN.
042200     WRITE IMGTXN-REC FROM BNKTXN-REC.
042300     MOVE WS-IMGTXN-STATUS TO WS-WRITE-STATUS.
042400     PERFORM CHECK-WRITE THRU
042500             CHECK-WRITE-EXIT.
042600     IF WS-WRITE-STATUS IS EQUAL TO '00'
042700        ADD BTX-REC-AMOUNT TO WS-TOTAL-OUT
042800     END-IF.
042900 COPY-ONE-POSTING-EXIT.
043000     EXIT.
043100
043200*****************************************************************
043300* BNKTXNV - the value-date index, copied as it stands           *
043400*****************************************************************
043500 COPY-VALUE-DATES.
043600     MOVE 'BNKTXNV' TO WS-FILE-NAME.
043700     PERFORM CLEAR-FILE-COUNTS THRU
043800             CLEAR-FILE-COUNTS-EXIT.
043900     OPEN INPUT BNKTXNV-FILE.
044000     OPEN OUTPUT IMGTXNV-FILE.
044100     SET WS-MORE-RECORDS-EXIST TO TRUE.
044200     PERFORM COPY-ONE-VALUE-DATE THRU
044300             COPY-ONE-VALUE-DATE-EXIT
044400        UNTIL WS-NO-MORE-RECORDS.
044500     CLOSE BNKTXNV-FILE.
044600     CLOSE IMGTXNV-FILE.
044700     MOVE WS-WRITTEN-COUNT TO IMH-TXNV-COUNT.
044800     PERFORM PRINT-FILE-COUNTS THRU
044900             PRINT-FILE-COUNTS-EXIT.
045000 COPY-VALUE-DATES-EXIT.
045100     EXIT.
045200
045300 COPY-ONE-VALUE-DATE.
045400     READ BNKTXNV-FILE
045500          AT END SET WS-NO-MORE-RECORDS TO TRUE
045600     END-READ.
045700     IF WS-NO-MORE-RECORDS
045800        GO TO COPY-ONE-VALUE-DATE-EXIT
045900     END-IF.
046000     ADD 1 TO WS-READ-COUNT.
046100     WRITE IMGTXNV-REC FROM BNKTXNV-REC.
046200     MOVE WS-IMGTXNV-STATUS TO WS-WRITE-STATUS.
046300     PERFORM CHECK-WRITE THRU
046400             CHECK-WRITE-EXIT.
046500 COPY-ONE-VALUE-DATE-EXIT.
046600     EXIT.
046700
046800*****************************************************************
046900* BNKSUSP - the amount total proves the copy                    *
047000*****************************************************************
047100 COPY-SUSPENSE.
047200     MOVE 'BNKSUSP' TO WS-FILE-NAME.
047300     PERFORM CLEAR-FILE-COUNTS THRU
047400             CLEAR-FILE-COUNTS-EXIT.
047500     OPEN INPUT BNKSUSP-FILE.
047600     OPEN OUTPUT IMGSUSP-FILE.
047700     SET WS-MORE-RECORDS-EXIST TO TRUE.
047800     PERFORM COPY-ONE-SUSPENSE THRU
047900             COPY-ONE-SUSPENSE-EXIT
048000        UNTIL WS-NO-MORE-RECORDS.
048100     CLOSE BNKSUSP-FILE.
048200     CLOSE IMGSUSP-FILE.
048300     MOVE WS-WRITTEN-COUNT TO IMH-SUSP-COUNT.
048400     PERFORM PRINT-FILE-COUNTS THRU
048500             PRINT-FILE-COUNTS-EXIT.
048600 COPY-SUSPENSE-EXIT.
048700     EXIT.
048800
048900 COPY-ONE-SUSPENSE.
049000     READ BNKSUSP-FILE
049100          AT END SET WS-NO-MORE-RECORDS TO TRUE
049200     END-READ.
049300     IF WS-NO-MORE-RECORDS
049400        GO TO COPY-ONE-SUSPENSE-EXIT
049500     END-IF.
049600     ADD 1 TO WS-READ-COUNT.
049700     ADD SUS-REC-AMOUNT TO WS-TOTAL-IN.
049800     WRITE IMGSUSP-REC FROM BNKSUSP-REC.
049900     MOVE WS-IMGSUSP-STATUS TO WS-WRITE-STATUS.
050000     PERFORM CHECK-WRITE THRU
050100             CHECK-WRITE-EXIT.
050200     IF WS-WRITE-STATUS IS EQUAL TO '00'
050300        ADD SUS-REC-AMOUNT TO WS-TOTAL-OUT
050400     END-IF.
050500 COPY-ONE-SUSPENSE-EXIT.
050600     EXIT.
050700
050800*****************************************************************
050900* Count the write just made - a failure is counted and shown    *
051000*****************************************************************
051100 CHECK-WRITE.
051200     IF WS-WRITE-STATUS IS EQUAL TO '00' OR
051300        WS-WRITE-STATUS IS EQUAL TO '02'
051400        MOVE '00' TO WS-WRITE-STATUS
051500        ADD 1 TO WS-WRITTEN-COUNT
051600     ELSE
051700        ADD 1 TO WS-ERROR-COUNT
051800        ADD 1 TO WS-RUN-ERRORS
051900        DISPLAY 'BBANKA5P - ' WS-FILE-NAME
052000                ' WRITE FAILED, STATUS ' WS-WRITE-STATUS
052100     END-IF.
052200 CHECK-WRITE-EXIT.
052300     EXIT.
052400
052500 CLEAR-FILE-COUNTS.
052600     MOVE 0 TO WS-READ-COUNT.
052700     MOVE 0 TO WS-WRITTEN-COUNT.
052800     MOVE 0 TO WS-ERROR-COUNT.
052900     MOVE 0 TO WS-TOTAL-IN.
053000     MOVE 0 TO WS-TOTAL-OUT.
053100 CLEAR-FILE-COUNTS-EXIT.
053200     EXIT.
053300
053400 PRINT-FILE-COUNTS.
053500     MOVE WS-FILE-NAME TO WS-FLN-NAME.
053600     MOVE WS-READ-COUNT TO WS-FLN-READ.
053700     MOVE WS-WRITTEN-COUNT TO WS-FLN-WRITTEN.
053800     MOVE WS-ERROR-COUNT TO WS-FLN-ERRORS.
053900     MOVE WS-TOTAL-IN TO WS-FLN-TOTAL-IN.
054000     MOVE WS-TOTAL-OUT TO WS-FLN-TOTAL-OUT.
054100     WRITE IMGRPT-LINE FROM WS-FILE-LINE.
054200 PRINT-FILE-COUNTS-EXIT.
054300     EXIT.
054400
054500*****************************************************************
054600* Write IMGHDR only if every record copied, and close down. A   *
054700* failed copy is recorded as an abend so operations see it on   *
054800* the BBANK52P status report                                    *
054900*****************************************************************
055000 TERMINATE-RUN.
055100     MOVE SPACES TO IMGRPT-LINE.
055200     WRITE IMGRPT-LINE.
055300     IF WS-RUN-ERRORS IS GREATER THAN 0
055400        MOVE 'IMAGE INCOMPLETE - NOT USABLE FOR A BACKOUT' TO
055500            WS-MSG-TEXT
055600        SET CD53-REQUESTED-ABEND TO TRUE
055700     ELSE
055800        OPEN OUTPUT IMGHDR-FILE
055900        WRITE IMGHDR-REC
056000        CLOSE IMGHDR-FILE
056100        MOVE 'IMAGE COMPLETE - EVERY RECORD READ WAS WRITTEN' TO
056200            WS-MSG-TEXT
056300        SET CD53-REQUESTED-END TO TRUE
056400     END-IF.
056500     WRITE IMGRPT-LINE FROM WS-MESSAGE-LINE.
056600     CLOSE IMGRPT-FILE.
056700     MOVE 'BBANKA5P' TO CD53I-JOB-NAME.
056800     CALL 'DBANK53P' USING WS-RUNC-DATA.
056900 TERMINATE-RUN-EXIT.
057000     EXIT.
057100
057200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
