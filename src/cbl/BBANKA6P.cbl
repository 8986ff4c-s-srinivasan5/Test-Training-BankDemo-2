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
001300* Program:     BBANKA6P.CBL                                     *
001400* Function:    Back out the nightly suite to a BBANKA5P image   *
001500*                                                               *
001600* Puts BNKACC, BNKTXN, BNKTXNV and BNKSUSP back exactly as the  *
001700* last BBANKA5P image copy holds them, after a job of the suite *
001800* has abended halfway or run with bad input. The optional       *
001900* BKOCTL card names the start point wanted - the job the image  *
002000* was taken ahead of - and without one the pre-window image,    *
002100* '*WINDOW', is expected. The backout is refused, with nothing  *
002200* changed, unless:                                              *
002300*   - IMGHDR is present, so the image copied completely, and    *
002400*     was taken for the current BNKRUNC business date ahead of  *
002500*     the start point asked for;                                *
002600*   - online postings are still quiesced, so nothing has been   *
002700*     posted outside the batch window since the image;          *
002800*   - the job named did not start before the image was taken;   *
002900*   - every image file holds the record count IMGHDR records.   *
003000* Each master is then matched against its image in key order.   *
003100* A record only on the master is deleted (REMOVED), one only on *
003200* the image is written back (REINSTATED), and one on both that  *
003300* differs is replaced (RESTORED). BKORPT lists every record so  *
003400* changed, with the balance or amount before and after, and the *
003500* counts by file. Every job recorded on BNKRUNC as starting     *
003600* after the image was taken is then reset through DBANK53P, so  *
003700* that it can be rerun for the same business date. A backout    *
003800* that fails part way resets nothing and may simply be rerun -  *
003900* matching against the image again finishes the restore.        *
003910* BNKPEVT is not put back - its events may already have gone to *
003920* the consumers - so each BNKTXN posting the backout changes is *
003930* answered by an event raised through DBANK59P instead: the     *
003940* posting with its amount reversed for one removed or replaced, *
003950* and the posting as it now stands for one reinstated or        *
003960* replaced. The events are counted on BKORPT. An event that     *
003970* cannot be raised stops the step at once, naming the posting,  *
003980* and no job is reset.                                          *
004000*****************************************************************
004100
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID.
004400     BBANKA6P.
004500 DATE-WRITTEN.
004600     October 2026.
004700 DATE-COMPILED.
004800     Today.
004900
005000 ENVIRONMENT DIVISION.
005100
005200 INPUT-OUTPUT   SECTION.
005300   FILE-CONTROL.
005400     SELECT BNKACC-FILE
005500            ASSIGN       TO BNKACC
005600            ORGANIZATION IS INDEXED
005700            ACCESS MODE  IS DYNAMIC
005800            RECORD KEY   IS BAC-REC-ACCNO
005900            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
006000            FILE STATUS  IS WS-BNKACC-STATUS.
006100
006200     SELECT BNKTXN-FILE
006300            ASSIGN       TO BNKTXN
006400            ORGANIZATION IS INDEXED
006500            ACCESS MODE  IS DYNAMIC
006600            RECORD KEY   IS BTX-REC-TIMESTAMP
006700            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES
006800            FILE STATUS  IS WS-BNKTXN-STATUS.
006900
007000     SELECT BNKTXNV-FILE
007100            ASSIGN       TO BNKTXNV
007200            ORGANIZATION IS INDEXED
007300            ACCESS MODE  IS DYNAMIC
007400            RECORD KEY   IS VDX-REC-KEY
007500            FILE STATUS  IS WS-BNKTXNV-STATUS.
007600
007700     SELECT BNKSUSP-FILE
007800            ASSIGN       TO BNKSUSP
007900            ORGANIZATION IS INDEXED
008000            ACCESS MODE  IS DYNAMIC
008100            RECORD KEY   IS SUS-REC-ID
008200            FILE STATUS  IS WS-BNKSUSP-STATUS.
008300
008400     SELECT IMGACC-FILE
008500            ASSIGN       TO IMGACC
008600            ORGANIZATION IS INDEXED
008700            ACCESS MODE  IS SEQUENTIAL
008800            RECORD KEY   IS IAC-ACCNO
008900            FILE STATUS  IS WS-IMGACC-STATUS.
009000
009100     SELECT IMGTXN-FILE
009200            ASSIGN       TO IMGTXN
009300            ORGANIZATION IS INDEXED
009400            ACCESS MODE  IS SEQUENTIAL
009500            RECORD KEY   IS ITX-TIMESTAMP
009600            FILE STATUS  IS WS-IMGTXN-STATUS.
009700
009800     SELECT IMGTXNV-FILE
009900            ASSIGN       TO IMGTXNV
010000            ORGANIZATION IS INDEXED
010100            ACCESS MODE  IS SEQUENTIAL
010200            RECORD KEY   IS IVX-KEY
010300            FILE STATUS  IS WS-IMGTXNV-STATUS.
010400
010500     SELECT IMGSUSP-FILE
010600            ASSIGN       TO IMGSUSP
010700            ORGANIZATION IS INDEXED
010800            ACCESS MODE  IS SEQUENTIAL
010900            RECORD KEY   IS ISU-ID
011000            FILE STATUS  IS WS-IMGSUSP-STATUS.
011100
011200     SELECT OPTIONAL IMGHDR-FILE
011300            ASSIGN       TO IMGHDR
011400            ORGANIZATION IS LINE SEQUENTIAL
011500            FILE STATUS  IS WS-IMGHDR-STATUS.
011600
011700     SELECT BNKRUNC-FILE
011800            ASSIGN       TO BNKRUNC
011900            ORGANIZATION IS INDEXED
012000            ACCESS MODE  IS SEQUENTIAL
012100            RECORD KEY   IS RNC-REC-KEY
012200            FILE STATUS  IS WS-BNKRUNC-STATUS.
012300
012400     SELECT OPTIONAL BKOCTL-FILE
012500            ASSIGN       TO BKOCTL
012600            ORGANIZATION IS LINE SEQUENTIAL
012700            FILE STATUS  IS WS-BKOCTL-STATUS.
012800
012900     SELECT BKORPT-FILE
013000            ASSIGN       TO BKORPT
013100            ORGANIZATION IS LINE SEQUENTIAL
013200            FILE STATUS  IS WS-BKORPT-STATUS.
013300
013400 DATA DIVISION.
013500
013600 FILE SECTION.
013700 FD  BNKACC-FILE.
013800 01  BNKACC-REC.
013900 COPY CBANKVAC.
014000
014100 FD  BNKTXN-FILE.
014200 01  BNKTXN-REC.
014300 COPY CBANKVTX.
014400
014500 FD  BNKTXNV-FILE.
014600 01  BNKTXNV-REC.
014700 COPY CBANKVVX.
014800
014900 FD  BNKSUSP-FILE.
015000 01  BNKSUSP-REC.
015100 COPY CBANKVSP.
015200
015300* The image records are the master records copied whole - only
015400* the key and the balance or amount are named here
015500 FD  IMGACC-FILE.
015600 01  IMGACC-REC.
015700   05  IAC-ACCNO                             PIC X(10).
015800   05  FILLER                                PIC X(8).
015900   05  IAC-BALANCE                           PIC S9(9)V99 COMP-3.
016000   05  FILLER                                PIC X(84).
016100
016200 FD  IMGTXN-FILE.
016300 01  IMGTXN-REC.
016400   05  ITX-TIMESTAMP                         PIC X(26).
016500   05  FILLER                                PIC X(16).
016600   05  ITX-AMOUNT                            PIC S9(9)V99 COMP-3.
016700   05  FILLER                                PIC X(61).
016800
016900 FD  IMGTXNV-FILE.
017000 01  IMGTXNV-REC.
017100   05  IVX-KEY                               PIC X(34).
017200
017300 FD  IMGSUSP-FILE.
017400 01  IMGSUSP-REC.
017500   05  ISU-ID                                PIC X(26).
017600   05  FILLER                                PIC X(38).
017700   05  ISU-AMOUNT                            PIC S9(9)V99 COMP-3.
017800   05  FILLER                                PIC X(112).
017900
018000 FD  IMGHDR-FILE.
018100 01  IMGHDR-REC.
018200 COPY CBANKVIH.
018300
018400 FD  BNKRUNC-FILE.
018500 01  BNKRUNC-REC.
018600 COPY CBANKVRC.
018700
018800 FD  BKOCTL-FILE.
018900 01  BKOCTL-REC.
019000   05  BKC-TARGET-JOB                        PIC X(8).
019100   05  FILLER                                PIC X(72).
019200
019300 FD  BKORPT-FILE.
019400 01  BKORPT-LINE                              PIC X(100).
019500
019600 WORKING-STORAGE SECTION.
019700 01  WS-MISC-STORAGE.
019800   05  WS-PROGRAM-ID                         PIC X(8)
019900       VALUE 'BBANKA6P'.
020000   05  WS-BNKACC-STATUS                      PIC X(2).
020100   05  WS-BNKTXN-STATUS                      PIC X(2).
020200   05  WS-BNKTXNV-STATUS                     PIC X(2).
020300   05  WS-BNKSUSP-STATUS                     PIC X(2).
020400   05  WS-IMGACC-STATUS                      PIC X(2).
020500   05  WS-IMGTXN-STATUS                      PIC X(2).
020600   05  WS-IMGTXNV-STATUS                     PIC X(2).
020700   05  WS-IMGSUSP-STATUS                     PIC X(2).
020800   05  WS-IMGHDR-STATUS                      PIC X(2).
020900   05  WS-BNKRUNC-STATUS                     PIC X(2).
021000   05  WS-BKOCTL-STATUS                      PIC X(2).
021100   05  WS-BKORPT-STATUS                      PIC X(2).
021200   05  WS-UPDATE-STATUS                      PIC X(2).
021300   05  WS-TODAY-DATE                         PIC 9(8).
021400   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
021500                                              PIC X(8).
021600   05  WS-NOW-TIME                           PIC 9(8).
021700   05  WS-NOW-TIME-X REDEFINES WS-NOW-TIME    PIC X(8).
021800   05  WS-RUN-TS                             PIC X(16).
021900   05  WS-BUSINESS-DATE                      PIC X(8).
022000   05  WS-TARGET-JOB                         PIC X(8).
022100   05  WS-IMAGE-COUNT                        PIC 9(9).
022200   05  WS-EXPECTED-COUNT                     PIC 9(9).
022300   05  WS-RESET-SUB                          PIC S9(4) COMP.
022400   05  WS-RESET-COUNT                        PIC S9(4) COMP.
022500   05  WS-RESET-JOB                          PIC X(8)
022600       OCCURS 50 TIMES.
022700   05  WS-SUMMARY-SUB                        PIC S9(4) COMP.
022800   05  WS-SUMMARY-COUNT                      PIC S9(4) COMP.
022900   05  WS-SUMMARY-LINE                       PIC X(100)
023000       OCCURS 4 TIMES.
023100
023200* Which master is being worked on - the read and update
023300* paragraphs branch on it
023400 01  WS-CURRENT-FILE                         PIC X(1).
023500     88  WS-DOING-ACC                        VALUE 'A'.
023600     88  WS-DOING-TXN                        VALUE 'T'.
023700     88  WS-DOING-TXNV                       VALUE 'V'.
023800     88  WS-DOING-SUSP                       VALUE 'S'.
023900
024000* The master record and image record being matched. Keys are
024100* held at the widest key length; HIGH-VALUES marks end of file
024200 01  WS-MATCH-AREAS.
024300   05  WS-CUR-KEY                            PIC X(34).
024400   05  WS-CUR-RECORD                         PIC X(182).
024500   05  WS-CUR-AMOUNT                         PIC S9(9)V99.
024600   05  WS-IMG-KEY                            PIC X(34).
024700   05  WS-IMG-RECORD                         PIC X(182).
024800   05  WS-IMG-AMOUNT                         PIC S9(9)V99.
024900
025000 01  WS-FILE-COUNTS.
025100   05  WS-FILE-NAME                          PIC X(8).
025200   05  WS-UNCHANGED-COUNT                    PIC 9(9).
025300   05  WS-REMOVED-COUNT                      PIC 9(9).
025400   05  WS-REINSTATED-COUNT                   PIC 9(9).
025500   05  WS-RESTORED-COUNT                     PIC 9(9).
025600   05  WS-ERROR-COUNT                        PIC 9(9).
025700   05  WS-RUN-ERRORS                         PIC 9(9) VALUE 0.
025750   05  WS-EVENT-COUNT                        PIC 9(9) VALUE 0.
025800
025900 01  WS-REPORT-HEADING.
026000   05  FILLER                                PIC X(40) VALUE
026100       'BACKOUT OF THE POSTING MASTERS   - DATE '.
026200   05  WS-HDG-DATE                           PIC X(8).
026300   05  FILLER                                PIC X(8) VALUE
026400       '  TO    '.
026500   05  WS-HDG-TARGET-JOB                     PIC X(8).
026600   05  FILLER                                PIC X(6) VALUE
026700       '  RUN '.
026800   05  WS-HDG-RUN-TS                         PIC X(16).
026900   05  FILLER                                PIC X(14) VALUE
027000       SPACES.
027100
027200 01  WS-IMAGE-LINE.
027300   05  FILLER                                PIC X(2) VALUE
027400       SPACES.
027500   05  FILLER                                PIC X(17) VALUE
027600       'IMAGE TAKEN AT   '.
027700   05  WS-IML-TAKEN-TS                       PIC X(16).
027800   05  FILLER                                PIC X(12) VALUE
027900       '  AHEAD OF  '.
028000   05  WS-IML-BEFORE-JOB                     PIC X(8).
028100   05  FILLER                                PIC X(45) VALUE
028200       SPACES.
028300
028400 01  WS-DETAIL-HEADING.
028500   05  FILLER                                PIC X(40) VALUE
028600       '  ACTION     FILE     KEY               '.
028700   05  FILLER                                PIC X(40) VALUE
028800       '                         AMOUNT NOW   AM'.
028900   05  FILLER                                PIC X(20) VALUE
029000       'OUNT IMAGE          '.
029100
029200 01  WS-DETAIL-LINE.
029300   05  FILLER                                PIC X(2) VALUE
029400       SPACES.
029500   05  WS-DTL-ACTION                         PIC X(10).
029600   05  FILLER                                PIC X(1) VALUE
029700       SPACES.
029800   05  WS-DTL-FILE                           PIC X(8).
029900   05  FILLER                                PIC X(1) VALUE
030000       SPACES.
030100   05  WS-DTL-KEY                            PIC X(34).
030200   05  FILLER                                PIC X(1) VALUE
030300       SPACES.
030400   05  WS-DTL-AMOUNT-NOW                     PIC -(11)9.99.
030500   05  WS-DTL-AMOUNT-NOW-X REDEFINES WS-DTL-AMOUNT-NOW
030600                                              PIC X(15).
030700   05  FILLER                                PIC X(1) VALUE
030800       SPACES.
030900   05  WS-DTL-AMOUNT-IMG                     PIC -(11)9.99.
031000   05  WS-DTL-AMOUNT-IMG-X REDEFINES WS-DTL-AMOUNT-IMG
031100                                              PIC X(15).
031200   05  FILLER                                PIC X(12) VALUE
031300       SPACES.
031400
031500 01  WS-COLUMN-HEADING.
031600   05  FILLER                                PIC X(40) VALUE
031700       '  FILE      UNCHANGED   REMOVED REINSTAT'.
031800   05  FILLER                                PIC X(40) VALUE
031900       'ED  RESTORED   ERRORS                   '.
032000   05  FILLER                                PIC X(20) VALUE
032100       SPACES.
032200
032300 01  WS-FILE-LINE.
032400   05  FILLER                                PIC X(2) VALUE
032500       SPACES.
032600   05  WS-FLN-NAME                           PIC X(8).
032700   05  FILLER                                PIC X(1) VALUE
032800       SPACES.
032900   05  WS-FLN-UNCHANGED                      PIC Z(8)9.
033000   05  FILLER                                PIC X(1) VALUE
033100       SPACES.
033200   05  WS-FLN-REMOVED                        PIC Z(8)9.
033300   05  FILLER                                PIC X(1) VALUE
033400       SPACES.
033500   05  WS-FLN-REINSTATED                     PIC Z(8)9.
033600   05  FILLER                                PIC X(1) VALUE
033700       SPACES.
033800   05  WS-FLN-RESTORED                       PIC Z(8)9.
033900   05  FILLER                                PIC X(1) VALUE
034000       SPACES.
034100   05  WS-FLN-ERRORS                         PIC Z(7)9.
034200   05  FILLER                                PIC X(41) VALUE
034300       SPACES.
034400
034500 01  WS-MESSAGE-LINE.
034600   05  FILLER                                PIC X(2) VALUE
034700       SPACES.
034800   05  WS-MSG-TEXT                           PIC X(98).
034802
034805 01  WS-EVENT-LINE.
034810   05  FILLER                                PIC X(2) VALUE
034815       SPACES.
034820   05  FILLER                                PIC X(36) VALUE
034825       'BNKPEVT   COMPENSATING EVENTS RAISED'.
034830   05  FILLER                                PIC X(1) VALUE
034835       SPACES.
034840   05  WS-EVL-COUNT                          PIC Z(8)9.
034845   05  FILLER                                PIC X(52) VALUE
034850       SPACES.
034900
035000 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
035100     88  WS-RUN-ALLOWED                     VALUE 'Y'.
035200     88  WS-RUN-REFUSED                     VALUE 'N'.
035300
035400 01  WS-BACKOUT-FLAG                        PIC X(1) VALUE 'Y'.
035500     88  WS-BACKOUT-ALLOWED                 VALUE 'Y'.
035600     88  WS-BACKOUT-REFUSED                 VALUE 'N'.
035700
035800 01  WS-RUNC-DATA.
035900 COPY CBANKD53.
035910
035920 01  WS-PEVT-DATA.
035940 COPY CBANKD59.
036000
036100 PROCEDURE DIVISION.
036200*****************************************************************
036300* Main line of control                                          *
036400*****************************************************************
036500     PERFORM CHECK-RUN-CONTROL THRU
036600             CHECK-RUN-CONTROL-EXIT.
036700     IF WS-RUN-ALLOWED
036800        PERFORM INITIALIZE-RUN THRU
036900                INITIALIZE-RUN-EXIT
037000        PERFORM CHECK-IMAGE THRU
037100                CHECK-IMAGE-EXIT
037200        IF WS-BACKOUT-ALLOWED
037300           PERFORM CHECK-RUN-HISTORY THRU
037400                   CHECK-RUN-HISTORY-EXIT
037500        END-IF
037600        IF WS-BACKOUT-ALLOWED
037700           PERFORM VERIFY-IMAGE THRU
037800                   VERIFY-IMAGE-EXIT
037900        END-IF
038000        IF WS-BACKOUT-ALLOWED
038100           PERFORM RESTORE-MASTERS THRU
038200                   RESTORE-MASTERS-EXIT
038300        END-IF
038400        PERFORM TERMINATE-RUN THRU
038500                TERMINATE-RUN-EXIT
038600     END-IF.
038700     GOBACK.
038800
038900*****************************************************************
039000* Register this run with run control before anything is opened  *
039100*****************************************************************
039200 CHECK-RUN-CONTROL.
039300     MOVE SPACES TO CD53-DATA.
039400     SET CD53-REQUESTED-START TO TRUE.
039500     MOVE 'BBANKA6P' TO CD53I-JOB-NAME.
039600     CALL 'DBANK53P' USING WS-RUNC-DATA.
039700     IF NOT CD53O-RESP-OK
039800        SET WS-RUN-REFUSED TO TRUE
039900        DISPLAY 'BBANKA6P - RUN REFUSED BY RUN CONTROL: '
040000                CD53O-RESP-MSG
040100     END-IF.
040200 CHECK-RUN-CONTROL-EXIT.
040300     EXIT.
040400
040500*****************************************************************
040600* Resolve the business date and the start point asked for, and  *
040700* start the report                                              *
040800*****************************************************************
040900 INITIALIZE-RUN.
041000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
041100     ACCEPT WS-NOW-TIME FROM TIME.
041200     MOVE WS-TODAY-DATE-X TO WS-RUN-TS(1:8).
041300     MOVE WS-NOW-TIME-X TO WS-RUN-TS(9:8).
041400     MOVE CD53O-BUSINESS-DATE TO WS-BUSINESS-DATE.
041500     IF WS-BUSINESS-DATE IS EQUAL TO SPACES OR
041600        WS-BUSINESS-DATE IS EQUAL TO LOW-VALUES
041700        MOVE WS-TODAY-DATE-X TO WS-BUSINESS-DATE
041800     END-IF.
041900     MOVE '*WINDOW' TO WS-TARGET-JOB.
042000     OPEN INPUT BKOCTL-FILE.
042100     IF WS-BKOCTL-STATUS IS EQUAL TO '00'
042200        READ BKOCTL-FILE
042300             AT END CONTINUE
042400        END-READ
042500        IF WS-BKOCTL-STATUS IS EQUAL TO '00' AND
042600           BKC-TARGET-JOB IS NOT EQUAL TO SPACES
042700           MOVE BKC-TARGET-JOB TO WS-TARGET-JOB
042800        END-IF
042900        CLOSE BKOCTL-FILE
043000     END-IF.
043100     MOVE 0 TO WS-RESET-COUNT.
043200     MOVE 0 TO WS-SUMMARY-COUNT.
043300     OPEN OUTPUT BKORPT-FILE.
043400     MOVE WS-BUSINESS-DATE TO WS-HDG-DATE.
043500     MOVE WS-TARGET-JOB TO WS-HDG-TARGET-JOB.
043600     MOVE WS-RUN-TS TO WS-HDG-RUN-TS.
043700     WRITE BKORPT-LINE FROM WS-REPORT-HEADING.
043800 INITIALIZE-RUN-EXIT.
043900     EXIT.
044000
044100*****************************************************************
044200* The image must be complete, for today, and ahead of the job   *
044300* asked for                                                     *
044400*****************************************************************
044500 CHECK-IMAGE.
044600     MOVE SPACES TO IMH-RECORD.
044700     OPEN INPUT IMGHDR-FILE.
044800     IF WS-IMGHDR-STATUS IS EQUAL TO '00'
044900        READ IMGHDR-FILE
045000             AT END MOVE SPACES TO IMH-RECORD
045100        END-READ
045200        CLOSE IMGHDR-FILE
045300     END-IF.
045400     IF NOT IMH-REC-ID-VALID
045500        MOVE 'NO COMPLETE IMAGE - IMGHDR IS MISSING' TO
045600            WS-MSG-TEXT
045700        SET WS-BACKOUT-REFUSED TO TRUE
045800        GO TO CHECK-IMAGE-EXIT
045900     END-IF.
046000     MOVE IMH-TAKEN-TS TO WS-IML-TAKEN-TS.
046100     MOVE IMH-BEFORE-JOB TO WS-IML-BEFORE-JOB.
046200     WRITE BKORPT-LINE FROM WS-IMAGE-LINE.
046300     IF IMH-BUSINESS-DATE IS NOT EQUAL TO WS-BUSINESS-DATE
046400        MOVE SPACES TO WS-MSG-TEXT
046500        STRING 'IMAGE IS FOR BUSINESS DATE ' DELIMITED BY SIZE
046600               IMH-BUSINESS-DATE DELIMITED BY SIZE
046700               ', NOT THE CURRENT ' DELIMITED BY SIZE
046800               WS-BUSINESS-DATE DELIMITED BY SIZE
046900           INTO WS-MSG-TEXT
047000        SET WS-BACKOUT-REFUSED TO TRUE
047100        GO TO CHECK-IMAGE-EXIT
047200     END-IF.
047300     IF IMH-BEFORE-JOB IS NOT EQUAL TO WS-TARGET-JOB
047400        MOVE SPACES TO WS-MSG-TEXT
047500        STRING 'IMAGE WAS TAKEN AHEAD OF ' DELIMITED BY SIZE
047600               IMH-BEFORE-JOB DELIMITED BY SIZE
047700               ', NOT ' DELIMITED BY SIZE
047800               WS-TARGET-JOB DELIMITED BY SIZE
047900           INTO WS-MSG-TEXT
048000        SET WS-BACKOUT-REFUSED TO TRUE
048100     END-IF.
048200 CHECK-IMAGE-EXIT.
048300     EXIT.
048400
048500*****************************************************************
048600* Read run control: postings must still be quiesced, the job    *
048700* named must not have started before the image, and every job   *
048800* that started after it is collected for reset                  *
048900*****************************************************************
049000 CHECK-RUN-HISTORY.
049100     OPEN INPUT BNKRUNC-FILE.
049200     IF WS-BNKRUNC-STATUS IS NOT EQUAL TO '00'
049300        MOVE 'RUN CONTROL FILE BNKRUNC COULD NOT BE OPENED' TO
049400            WS-MSG-TEXT
049500        SET WS-BACKOUT-REFUSED TO TRUE
049600        GO TO CHECK-RUN-HISTORY-EXIT
049700     END-IF.
049800     READ BNKRUNC-FILE NEXT RECORD
049900          AT END MOVE HIGH-VALUES TO RNC-REC-KEY
050000     END-READ.
050100     PERFORM CHECK-ONE-RUN THRU
050200             CHECK-ONE-RUN-EXIT
050300        UNTIL RNC-REC-KEY IS EQUAL TO HIGH-VALUES OR
050400              WS-BACKOUT-REFUSED.
050500     CLOSE BNKRUNC-FILE.
050600 CHECK-RUN-HISTORY-EXIT.
050700     EXIT.
050800
050900 CHECK-ONE-RUN.
051000     IF RNC-REC-JOB-NAME IS EQUAL TO '*CONTROL'
051100        IF NOT RNC-REC-POSTINGS-QUIESCED
051200           MOVE 'ONLINE POSTINGS ARE NOT QUIESCED' TO WS-MSG-TEXT
051300           SET WS-BACKOUT-REFUSED TO TRUE
051400        END-IF
051500        GO TO CHECK-ONE-RUN-NEXT
051600     END-IF.
051700     IF RNC-REC-RUN-DATE IS NOT EQUAL TO IMH-BUSINESS-DATE OR
051800        RNC-REC-JOB-NAME IS EQUAL TO 'BBANKA5P' OR
051900        RNC-REC-JOB-NAME IS EQUAL TO 'BBANKA6P'
052000        GO TO CHECK-ONE-RUN-NEXT
052100     END-IF.
052200     IF RNC-REC-START-TS IS LESS THAN IMH-TAKEN-TS
052300        IF RNC-REC-JOB-NAME IS EQUAL TO IMH-BEFORE-JOB
052400           MOVE SPACES TO WS-MSG-TEXT
052500           STRING IMH-BEFORE-JOB DELIMITED BY SPACE
052600                  ' STARTED BEFORE THE IMAGE WAS TAKEN' DELIMITED
052700                  BY SIZE
052800              INTO WS-MSG-TEXT
052900           SET WS-BACKOUT-REFUSED TO TRUE
053000        END-IF
053100        GO TO CHECK-ONE-RUN-NEXT
053200     END-IF.
053300     IF WS-RESET-COUNT IS NOT LESS THAN 50
053400        MOVE 'MORE THAN 50 JOBS HAVE RUN SINCE THE IMAGE' TO
053500            WS-MSG-TEXT
053600        SET WS-BACKOUT-REFUSED TO TRUE
053700        GO TO CHECK-ONE-RUN-NEXT
053800     END-IF.
053900     ADD 1 TO WS-RESET-COUNT.
054000     MOVE RNC-REC-JOB-NAME TO WS-RESET-JOB(WS-RESET-COUNT).
054100 CHECK-ONE-RUN-NEXT.
054200     READ BNKRUNC-FILE NEXT RECORD
054300          AT END MOVE HIGH-VALUES TO RNC-REC-KEY
054400     END-READ.
054500 CHECK-ONE-RUN-EXIT.
054600     EXIT.
054700
054800*****************************************************************
054900* Count each image file against IMGHDR before anything changes  *
055000*****************************************************************
055100 VERIFY-IMAGE.
055200     SET WS-DOING-ACC TO TRUE.
055300     MOVE IMH-ACC-COUNT TO WS-EXPECTED-COUNT.
055400     PERFORM VERIFY-ONE-IMAGE THRU
055500             VERIFY-ONE-IMAGE-EXIT.
055600     IF WS-BACKOUT-ALLOWED
055700        SET WS-DOING-TXN TO TRUE
055800        MOVE IMH-TXN-COUNT TO WS-EXPECTED-COUNT
055900        PERFORM VERIFY-ONE-IMAGE THRU
056000                VERIFY-ONE-IMAGE-EXIT
056100     END-IF.
056200     IF WS-BACKOUT-ALLOWED
056300        SET WS-DOING-TXNV TO TRUE
056400        MOVE IMH-TXNV-COUNT TO WS-EXPECTED-COUNT
056500        PERFORM VERIFY-ONE-IMAGE THRU
056600                VERIFY-ONE-IMAGE-EXIT
056700     END-IF.
056800     IF WS-BACKOUT-ALLOWED
056900        SET WS-DOING-SUSP TO TRUE
057000        MOVE IMH-SUSP-COUNT TO WS-EXPECTED-COUNT
057100        PERFORM VERIFY-ONE-IMAGE THRU
057200                VERIFY-ONE-IMAGE-EXIT
057300     END-IF.
057400 VERIFY-IMAGE-EXIT.
057500     EXIT.
057600
057700 VERIFY-ONE-IMAGE.
057800     MOVE 0 TO WS-IMAGE-COUNT.
057900     PERFORM OPEN-IMAGE THRU
058000             OPEN-IMAGE-EXIT.
058100     PERFORM READ-IMAGE THRU
058200             READ-IMAGE-EXIT.
058300     PERFORM COUNT-IMAGE THRU
058400             COUNT-IMAGE-EXIT
058500        UNTIL WS-IMG-KEY IS EQUAL TO HIGH-VALUES.
058600     PERFORM CLOSE-IMAGE THRU
058700             CLOSE-IMAGE-EXIT.
058800     IF WS-IMAGE-COUNT IS NOT EQUAL TO WS-EXPECTED-COUNT
058900        MOVE SPACES TO WS-MSG-TEXT
059000        STRING 'IMAGE OF ' DELIMITED BY SIZE
059100               WS-FILE-NAME DELIMITED BY SPACE
059200               ' DOES NOT HOLD THE RECORD COUNT IMGHDR RECORDS'
059300               DELIMITED BY SIZE
059400           INTO WS-MSG-TEXT
059500        SET WS-BACKOUT-REFUSED TO TRUE
059600     END-IF.
059700 VERIFY-ONE-IMAGE-EXIT.
059800     EXIT.
059900
060000 COUNT-IMAGE.
060100     ADD 1 TO WS-IMAGE-COUNT.
060200     PERFORM READ-IMAGE THRU
060300             READ-IMAGE-EXIT.
060400 COUNT-IMAGE-EXIT.
060500     EXIT.
060600
060700*****************************************************************
060800* Match each master against its image and list what changes     *
060900*****************************************************************
061000 RESTORE-MASTERS.
061100     MOVE SPACES TO BKORPT-LINE.
061200     WRITE BKORPT-LINE.
061300     WRITE BKORPT-LINE FROM WS-DETAIL-HEADING.
061400     SET WS-DOING-ACC TO TRUE.
061500     PERFORM RESTORE-ONE-FILE THRU
061600             RESTORE-ONE-FILE-EXIT.
061700     SET WS-DOING-TXN TO TRUE.
061800     PERFORM RESTORE-ONE-FILE THRU
061900             RESTORE-ONE-FILE-EXIT.
062000     SET WS-DOING-TXNV TO TRUE.
062100     PERFORM RESTORE-ONE-FILE THRU
062200             RESTORE-ONE-FILE-EXIT.
062300     SET WS-DOING-SUSP TO TRUE.
062400     PERFORM RESTORE-ONE-FILE THRU
062500             RESTORE-ONE-FILE-EXIT.
062600 RESTORE-MASTERS-EXIT.
062700     EXIT.
062800
062900 RESTORE-ONE-FILE.
063000     MOVE 0 TO WS-UNCHANGED-COUNT.
063100     MOVE 0 TO WS-REMOVED-COUNT.
063200     MOVE 0 TO WS-REINSTATED-COUNT.
063300     MOVE 0 TO WS-RESTORED-COUNT.
063400     MOVE 0 TO WS-ERROR-COUNT.
063500     PERFORM OPEN-IMAGE THRU
063600             OPEN-IMAGE-EXIT.
063700     PERFORM OPEN-MASTER THRU
063800             OPEN-MASTER-EXIT.
063900     MOVE LOW-VALUES TO WS-CUR-KEY.
064000     PERFORM READ-MASTER THRU
064100             READ-MASTER-EXIT.
064200     PERFORM READ-IMAGE THRU
064300             READ-IMAGE-EXIT.
064400     PERFORM MATCH-ONE-KEY THRU
064500             MATCH-ONE-KEY-EXIT
064600        UNTIL WS-CUR-KEY IS EQUAL TO HIGH-VALUES AND
064700              WS-IMG-KEY IS EQUAL TO HIGH-VALUES.
064800     PERFORM CLOSE-IMAGE THRU
064900             CLOSE-IMAGE-EXIT.
065000     PERFORM CLOSE-MASTER THRU
065100             CLOSE-MASTER-EXIT.
065200     PERFORM SAVE-FILE-COUNTS THRU
065300             SAVE-FILE-COUNTS-EXIT.
065400 RESTORE-ONE-FILE-EXIT.
065500     EXIT.
065600
065700*****************************************************************
065800* One step of the match: the lower key decides the action       *
065900*****************************************************************
066000 MATCH-ONE-KEY.
066100     IF WS-CUR-KEY IS LESS THAN WS-IMG-KEY
066200        MOVE 'REMOVED' TO WS-DTL-ACTION
066300        PERFORM DELETE-MASTER THRU
066400                DELETE-MASTER-EXIT
066500        IF WS-UPDATE-STATUS IS EQUAL TO '00'
066600           ADD 1 TO WS-REMOVED-COUNT
066620           PERFORM RAISE-REVERSAL-EVENT THRU
066640                   RAISE-REVERSAL-EVENT-EXIT
066700        END-IF
066800        MOVE WS-CUR-KEY TO WS-DTL-KEY
066900        MOVE WS-CUR-AMOUNT TO WS-DTL-AMOUNT-NOW
067000        MOVE SPACES TO WS-DTL-AMOUNT-IMG-X
067100        PERFORM PRINT-DETAIL THRU
067200                PRINT-DETAIL-EXIT
067300        PERFORM READ-MASTER THRU
067400                READ-MASTER-EXIT
067500        GO TO MATCH-ONE-KEY-EXIT
067600     END-IF.
067700     IF WS-CUR-KEY IS GREATER THAN WS-IMG-KEY
067800        MOVE 'REINSTATED' TO WS-DTL-ACTION
067900        PERFORM WRITE-MASTER THRU
068000                WRITE-MASTER-EXIT
068100        IF WS-UPDATE-STATUS IS EQUAL TO '00'
068200           ADD 1 TO WS-REINSTATED-COUNT
068220           PERFORM RAISE-IMAGE-EVENT THRU
068240                   RAISE-IMAGE-EVENT-EXIT
068300        END-IF
068400        MOVE WS-IMG-KEY TO WS-DTL-KEY
068500        MOVE SPACES TO WS-DTL-AMOUNT-NOW-X
068600        MOVE WS-IMG-AMOUNT TO WS-DTL-AMOUNT-IMG
068700        PERFORM PRINT-DETAIL THRU
068800                PRINT-DETAIL-EXIT
068900        PERFORM READ-IMAGE THRU
069000                READ-IMAGE-EXIT
069100        GO TO MATCH-ONE-KEY-EXIT
069200     END-IF.
069300     IF WS-CUR-RECORD IS EQUAL TO WS-IMG-RECORD
069400        ADD 1 TO WS-UNCHANGED-COUNT
069500     ELSE
069600        MOVE 'RESTORED' TO WS-DTL-ACTION
069700        PERFORM REWRITE-MASTER THRU
069800                REWRITE-MASTER-EXIT
069900        IF WS-UPDATE-STATUS IS EQUAL TO '00'
070000           ADD 1 TO WS-RESTORED-COUNT
070020           PERFORM RAISE-REVERSAL-EVENT THRU
070040                   RAISE-REVERSAL-EVENT-EXIT
070060           PERFORM RAISE-IMAGE-EVENT THRU
070080                   RAISE-IMAGE-EVENT-EXIT
070100        END-IF
070200        MOVE WS-CUR-KEY TO WS-DTL-KEY
070300        MOVE WS-CUR-AMOUNT TO WS-DTL-AMOUNT-NOW
070400        MOVE WS-IMG-AMOUNT TO WS-DTL-AMOUNT-IMG
070500        PERFORM PRINT-DETAIL THRU
070600                PRINT-DETAIL-EXIT
070700     END-IF.
070800     PERFORM READ-MASTER THRU
070900             READ-MASTER-EXIT.
071000     PERFORM READ-IMAGE THRU
071100             READ-IMAGE-EXIT.
071200 MATCH-ONE-KEY-EXIT.
071300     EXIT.
071400
071500*****************************************************************
071600* The value-date index carries no amount; a failed update is    *
071700* listed as NOT DONE                                            *
071800*****************************************************************
071900 PRINT-DETAIL.
072000     MOVE WS-FILE-NAME TO WS-DTL-FILE.
072100     IF WS-DOING-TXNV
072200        MOVE SPACES TO WS-DTL-AMOUNT-NOW-X
072300        MOVE SPACES TO WS-DTL-AMOUNT-IMG-X
072400     END-IF.
072500     IF WS-UPDATE-STATUS IS NOT EQUAL TO '00'
072600        MOVE 'NOT DONE' TO WS-DTL-ACTION
072700     END-IF.
072800     WRITE BKORPT-LINE FROM WS-DETAIL-LINE.
072900 PRINT-DETAIL-EXIT.
073000     EXIT.
073100
073200*****************************************************************
073300* Open and close the master and image being worked on           *
073400*****************************************************************
073500 OPEN-MASTER.
073600     EVALUATE TRUE
073700       WHEN WS-DOING-ACC
073800        OPEN I-O BNKACC-FILE
073900       WHEN WS-DOING-TXN
074000        OPEN I-O BNKTXN-FILE
074100       WHEN WS-DOING-TXNV
074200        OPEN I-O BNKTXNV-FILE
074300       WHEN WS-DOING-SUSP
074400        OPEN I-O BNKSUSP-FILE
074500     END-EVALUATE.
074600 OPEN-MASTER-EXIT.
074700     EXIT.
074800
074900 CLOSE-MASTER.
075000     EVALUATE TRUE
075100       WHEN WS-DOING-ACC
075200        CLOSE BNKACC-FILE
075300       WHEN WS-DOING-TXN
075400        CLOSE BNKTXN-FILE
075500       WHEN WS-DOING-TXNV
075600        CLOSE BNKTXNV-FILE
075700       WHEN WS-DOING-SUSP
075800        CLOSE BNKSUSP-FILE
075900     END-EVALUATE.
076000 CLOSE-MASTER-EXIT.
076100     EXIT.
076200
076300 OPEN-IMAGE.
076400     EVALUATE TRUE
076500       WHEN WS-DOING-ACC
076600        MOVE 'BNKACC' TO WS-FILE-NAME
076700        OPEN INPUT IMGACC-FILE
076800       WHEN WS-DOING-TXN
076900        MOVE 'BNKTXN' TO WS-FILE-NAME
077000        OPEN INPUT IMGTXN-FILE
077100       WHEN WS-DOING-TXNV
077200        MOVE 'BNKTXNV' TO WS-FILE-NAME
077300        OPEN INPUT IMGTXNV-FILE
077400       WHEN WS-DOING-SUSP
077500        MOVE 'BNKSUSP' TO WS-FILE-NAME
077600        OPEN INPUT IMGSUSP-FILE
077700     END-EVALUATE.
077800 OPEN-IMAGE-EXIT.
077900     EXIT.
078000
078100 CLOSE-IMAGE.
078200     EVALUATE TRUE
078300       WHEN WS-DOING-ACC
078400        CLOSE IMGACC-FILE
078500       WHEN WS-DOING-TXN
078600        CLOSE IMGTXN-FILE
078700       WHEN WS-DOING-TXNV
078800        CLOSE IMGTXNV-FILE
078900       WHEN WS-DOING-SUSP
079000        CLOSE IMGSUSP-FILE
079100     END-EVALUATE.
079200 CLOSE-IMAGE-EXIT.
079300     EXIT.
079400
079500*****************************************************************
079600* Read the next master record after WS-CUR-KEY. The browse is   *
079700* positioned afresh each time, since the deletes and writes of  *
079800* the match move the file position                              *
079900*****************************************************************
080000 READ-MASTER.
080100     EVALUATE TRUE
080200       WHEN WS-DOING-ACC
080300        MOVE WS-CUR-KEY TO BAC-REC-ACCNO
080400        START BNKACC-FILE KEY IS GREATER THAN BAC-REC-ACCNO
080500              INVALID KEY MOVE '23' TO WS-BNKACC-STATUS
080600        END-START
080700        IF WS-BNKACC-STATUS IS EQUAL TO '00'
080800           READ BNKACC-FILE NEXT RECORD
080900                AT END MOVE '10' TO WS-BNKACC-STATUS
081000           END-READ
081100        END-IF
081200        MOVE WS-BNKACC-STATUS TO WS-UPDATE-STATUS
081300        MOVE SPACES TO WS-CUR-KEY
081400        MOVE BAC-REC-ACCNO TO WS-CUR-KEY
081500        MOVE BNKACC-REC TO WS-CUR-RECORD
081600        MOVE BAC-REC-BALANCE TO WS-CUR-AMOUNT
081700       WHEN WS-DOING-TXN
081800        MOVE WS-CUR-KEY TO BTX-REC-TIMESTAMP
081900        START BNKTXN-FILE KEY IS GREATER THAN BTX-REC-TIMESTAMP
082000              INVALID KEY MOVE '23' TO WS-BNKTXN-STATUS
082100        END-START
082200        IF WS-BNKTXN-STATUS IS EQUAL TO '00'
082300           READ BNKTXN-FILE NEXT RECORD
082400                AT END MOVE '10' TO WS-BNKTXN-STATUS
082500           END-READ
082600        END-IF
082700        MOVE WS-BNKTXN-STATUS TO WS-UPDATE-STATUS
082800        MOVE SPACES TO WS-CUR-KEY
082900        MOVE BTX-REC-TIMESTAMP TO WS-CUR-KEY
083000        MOVE BNKTXN-REC TO WS-CUR-RECORD
083100        MOVE BTX-REC-AMOUNT TO WS-CUR-AMOUNT
083200       WHEN WS-DOING-TXNV
083300        MOVE WS-CUR-KEY TO VDX-REC-KEY
083400        START BNKTXNV-FILE KEY IS GREATER THAN VDX-REC-KEY
083500              INVALID KEY MOVE '23' TO WS-BNKTXNV-STATUS
083600        END-START
083700        IF WS-BNKTXNV-STATUS IS EQUAL TO '00'
083800           READ BNKTXNV-FILE NEXT RECORD
083900                AT END MOVE '10' TO WS-BNKTXNV-STATUS
084000           END-READ
084100        END-IF
084200        MOVE WS-BNKTXNV-STATUS TO WS-UPDATE-STATUS
084300        MOVE VDX-REC-KEY TO WS-CUR-KEY
084400        MOVE BNKTXNV-REC TO WS-CUR-RECORD
084500        MOVE 0 TO WS-CUR-AMOUNT
084600       WHEN WS-DOING-SUSP
084700        MOVE WS-CUR-KEY TO SUS-REC-ID
084800        START BNKSUSP-FILE KEY IS GREATER THAN SUS-REC-ID
084900              INVALID KEY MOVE '23' TO WS-BNKSUSP-STATUS
085000        END-START
085100        IF WS-BNKSUSP-STATUS IS EQUAL TO '00'
085200           READ BNKSUSP-FILE NEXT RECORD
085300                AT END MOVE '10' TO WS-BNKSUSP-STATUS
085400           END-READ
085500        END-IF
085600        MOVE WS-BNKSUSP-STATUS TO WS-UPDATE-STATUS
085700        MOVE SPACES TO WS-CUR-KEY
085800        MOVE SUS-REC-ID TO WS-CUR-KEY
085900        MOVE BNKSUSP-REC TO WS-CUR-RECORD
086000        MOVE SUS-REC-AMOUNT TO WS-CUR-AMOUNT
086100     END-EVALUATE.
086200     IF WS-UPDATE-STATUS IS NOT EQUAL TO '00' AND
086300        WS-UPDATE-STATUS IS NOT EQUAL TO '02'
086400        MOVE HIGH-VALUES TO WS-CUR-KEY
086500     END-IF.
086600 READ-MASTER-EXIT.
086700     EXIT.
086800
086900 READ-IMAGE.
087000     EVALUATE TRUE
087100       WHEN WS-DOING-ACC
087200        READ IMGACC-FILE
087300             AT END MOVE '10' TO WS-IMGACC-STATUS
087400        END-READ
087500        MOVE WS-IMGACC-STATUS TO WS-UPDATE-STATUS
087600        MOVE SPACES TO WS-IMG-KEY
087700        MOVE IAC-ACCNO TO WS-IMG-KEY
087800        MOVE IMGACC-REC TO WS-IMG-RECORD
087900        MOVE IAC-BALANCE TO WS-IMG-AMOUNT
088000       WHEN WS-DOING-TXN
088100        READ IMGTXN-FILE
088200             AT END MOVE '10' TO WS-IMGTXN-STATUS
088300        END-READ
088400        MOVE WS-IMGTXN-STATUS TO WS-UPDATE-STATUS
088500        MOVE SPACES TO WS-IMG-KEY
088600        MOVE ITX-TIMESTAMP TO WS-IMG-KEY
088700        MOVE IMGTXN-REC TO WS-IMG-RECORD
088800        MOVE ITX-AMOUNT TO WS-IMG-AMOUNT
088900       WHEN WS-DOING-TXNV
089000        READ IMGTXNV-FILE
089100             AT END MOVE '10' TO WS-IMGTXNV-STATUS
089200        END-READ
089300        MOVE WS-IMGTXNV-STATUS TO WS-UPDATE-STATUS
089400        MOVE IVX-KEY TO WS-IMG-KEY
089500        MOVE IMGTXNV-REC TO WS-IMG-RECORD
089600        MOVE 0 TO WS-IMG-AMOUNT
089700       WHEN WS-DOING-SUSP
089800        READ IMGSUSP-FILE
089900             AT END MOVE '10' TO WS-IMGSUSP-STATUS
090000        END-READ
090100        MOVE WS-IMGSUSP-STATUS TO WS-UPDATE-STATUS
090200        MOVE SPACES TO WS-IMG-KEY
090300        MOVE ISU-ID TO WS-IMG-KEY
090400        MOVE IMGSUSP-REC TO WS-IMG-RECORD
090500        MOVE ISU-AMOUNT TO WS-IMG-AMOUNT
090600     END-EVALUATE.
090700     IF WS-UPDATE-STATUS IS NOT EQUAL TO '00' AND
090800        WS-UPDATE-STATUS IS NOT EQUAL TO '02'
090900        MOVE HIGH-VALUES TO WS-IMG-KEY
091000     END-IF.
091100 READ-IMAGE-EXIT.
091200     EXIT.
091300
091400*****************************************************************
091500* Apply one change to the master being worked on                *
091600*****************************************************************
091700 DELETE-MASTER.
091800     EVALUATE TRUE
091900       WHEN WS-DOING-ACC
092000        MOVE WS-CUR-KEY TO BAC-REC-ACCNO
092100        DELETE BNKACC-FILE RECORD
092200               INVALID KEY CONTINUE
092300        END-DELETE
092400        MOVE WS-BNKACC-STATUS TO WS-UPDATE-STATUS
092500       WHEN WS-DOING-TXN
092600        MOVE WS-CUR-KEY TO BTX-REC-TIMESTAMP
092700        DELETE BNKTXN-FILE RECORD
092800               INVALID KEY CONTINUE
092900        END-DELETE
093000        MOVE WS-BNKTXN-STATUS TO WS-UPDATE-STATUS
093100       WHEN WS-DOING-TXNV
093200        MOVE WS-CUR-KEY TO VDX-REC-KEY
093300        DELETE BNKTXNV-FILE RECORD
093400               INVALID KEY CONTINUE
093500        END-DELETE
093600        MOVE WS-BNKTXNV-STATUS TO WS-UPDATE-STATUS
093700       WHEN WS-DOING-SUSP
093800        MOVE WS-CUR-KEY TO SUS-REC-ID
093900        DELETE BNKSUSP-FILE RECORD
094000               INVALID KEY CONTINUE
094100        END-DELETE
094200        MOVE WS-BNKSUSP-STATUS TO WS-UPDATE-STATUS
094300     END-EVALUATE.
094400     PERFORM CHECK-UPDATE THRU
094500             CHECK-UPDATE-EXIT.
094600 DELETE-MASTER-EXIT.
094700     EXIT.
094800
094900 WRITE-MASTER.
095000     EVALUATE TRUE
095100       WHEN WS-DOING-ACC
095200        WRITE BNKACC-REC FROM IMGACC-REC
095300              INVALID KEY CONTINUE
095400        END-WRITE
095500        MOVE WS-BNKACC-STATUS TO WS-UPDATE-STATUS
095600       WHEN WS-DOING-TXN
095700        WRITE BNKTXN-REC FROM IMGTXN-REC
095800              INVALID KEY CONTINUE
095900        END-WRITE
096000        MOVE WS-BNKTXN-STATUS TO WS-UPDATE-STATUS
096100       WHEN WS-DOING-TXNV
096200        WRITE BNKTXNV-REC FROM IMGTXNV-REC
096300              INVALID KEY CONTINUE
096400        END-WRITE
096500        MOVE WS-BNKTXNV-STATUS TO WS-UPDATE-STATUS
096600       WHEN WS-DOING-SUSP
096700        WRITE BNKSUSP-REC FROM IMGSUSP-REC
096800              INVALID KEY CONTINUE
096900        END-WRITE
097000        MOVE WS-BNKSUSP-STATUS TO WS-UPDATE-STATUS
097100     END-EVALUATE.
097200     PERFORM CHECK-UPDATE THRU
097300             CHECK-UPDATE-EXIT.
097400 WRITE-MASTER-EXIT.
097500     EXIT.
097600
097700 REWRITE-MASTER.
097800     EVALUATE TRUE
097900       WHEN WS-DOING-ACC
098000        REWRITE BNKACC-REC FROM IMGACC-REC
098100                INVALID KEY CONTINUE
098200        END-REWRITE
098300        MOVE WS-BNKACC-STATUS TO WS-UPDATE-STATUS
098400       WHEN WS-DOING-TXN
098500        REWRITE BNKTXN-REC FROM IMGTXN-REC
098600                INVALID KEY CONTINUE
098700        END-REWRITE
098800        MOVE WS-BNKTXN-STATUS TO WS-UPDATE-STATUS
098900       WHEN WS-DOING-TXNV
099000        REWRITE BNKTXNV-REC FROM IMGTXNV-REC
099100                INVALID KEY CONTINUE
099200        END-REWRITE
099300        MOVE WS-BNKTXNV-STATUS TO WS-UPDATE-STATUS
099400       WHEN WS-DOING-SUSP
099500        REWRITE BNKSUSP-REC FROM IMGSUSP-REC
099600                INVALID KEY CONTINUE
099700        END-REWRITE
099800        MOVE WS-BNKSUSP-STATUS TO WS-UPDATE-STATUS
099900     END-EVALUATE.
100000     PERFORM CHECK-UPDATE THRU
100100             CHECK-UPDATE-EXIT.
100200 REWRITE-MASTER-EXIT.
100300     EXIT.
100400
100500*****************************************************************
100600* Count a failed update - it is listed and shown, and the whole *
100700* backout is then treated as incomplete                         *
100800*****************************************************************
100900 CHECK-UPDATE.
101000     IF WS-UPDATE-STATUS IS EQUAL TO '00' OR
101100        WS-UPDATE-STATUS IS EQUAL TO '02'
101200        MOVE '00' TO WS-UPDATE-STATUS
101300     ELSE
101400        ADD 1 TO WS-ERROR-COUNT
101500        ADD 1 TO WS-RUN-ERRORS
101600        DISPLAY 'BBANKA6P - ' WS-FILE-NAME
101700                ' UPDATE FAILED, STATUS ' WS-UPDATE-STATUS
101800     END-IF.
101900 CHECK-UPDATE-EXIT.
102000     EXIT.
102100
102102*****************************************************************
102104* A BNKTXN posting the backout has removed or replaced is       *
102106* answered by a compensating event - the posting as it stood,   *
102108* with its amount reversed - since the event it raised when it  *
102110* was posted may already have gone to the consumers             *
102112*****************************************************************
102114 RAISE-REVERSAL-EVENT.
102116     IF NOT WS-DOING-TXN
102118        GO TO RAISE-REVERSAL-EVENT-EXIT
102120     END-IF.
102122     MOVE WS-CUR-RECORD TO BNKTXN-REC.
102124     COMPUTE BTX-REC-AMOUNT = 0 - BTX-REC-AMOUNT.
102126     MOVE SPACES TO CD59-DATA.
102128     MOVE BNKTXN-REC TO CD59I-POSTING.
102130     PERFORM RAISE-POSTING-EVENT THRU
102132             RAISE-POSTING-EVENT-EXIT.
102134 RAISE-REVERSAL-EVENT-EXIT.
102136     EXIT.
102138
102140*****************************************************************
102142* A BNKTXN posting the backout has written back or replaced is  *
102144* raised again as it now stands                                 *
102146*****************************************************************
102148 RAISE-IMAGE-EVENT.
102150     IF NOT WS-DOING-TXN
102152        GO TO RAISE-IMAGE-EVENT-EXIT
102154     END-IF.
102156     MOVE SPACES TO CD59-DATA.
102158     MOVE IMGTXN-REC TO CD59I-POSTING.
102160     PERFORM RAISE-POSTING-EVENT THRU
102162             RAISE-POSTING-EVENT-EXIT.
102164 RAISE-IMAGE-EVENT-EXIT.
102166     EXIT.
102168
102170 RAISE-POSTING-EVENT.
102172     MOVE 'BBANKA6P' TO CD59I-SOURCE-PGM.
102174     CALL 'DBANK59P' USING WS-PEVT-DATA.
102176     IF NOT CD59O-RESP-OK
102178        DISPLAY 'BBANKA6P - POSTING EVENT NOT RAISED: '
102180                CD59I-POSTING(1:26) ' ' CD59O-RESP-MSG
102182        PERFORM ABEND-RUN THRU
102184                ABEND-RUN-EXIT
102186     END-IF.
102188     ADD 1 TO WS-EVENT-COUNT.
102190 RAISE-POSTING-EVENT-EXIT.
102192     EXIT.
102196
102200*****************************************************************
102300* Keep this file's counts for the summary at the end            *
102400*****************************************************************
102500 SAVE-FILE-COUNTS.
102600     MOVE WS-FILE-NAME TO WS-FLN-NAME.
102700     MOVE WS-UNCHANGED-COUNT TO WS-FLN-UNCHANGED.
102800     MOVE WS-REMOVED-COUNT TO WS-FLN-REMOVED.
102900     MOVE WS-REINSTATED-COUNT TO WS-FLN-REINSTATED.
103000     MOVE WS-RESTORED-COUNT TO WS-FLN-RESTORED.
103100     MOVE WS-ERROR-COUNT TO WS-FLN-ERRORS.
103200     ADD 1 TO WS-SUMMARY-COUNT.
103300     MOVE WS-FILE-LINE TO WS-SUMMARY-LINE(WS-SUMMARY-COUNT).
103400 SAVE-FILE-COUNTS-EXIT.
103500     EXIT.
103600
103700*****************************************************************
103800* Print the counts by file, reset the jobs undone if the        *
103900* restore was clean, and close down. A refused or failed        *
104000* backout is recorded as an abend so operations see it on the   *
104100* BBANK52P status report                                        *
104200*****************************************************************
104300 TERMINATE-RUN.
104400     MOVE SPACES TO BKORPT-LINE.
104500     WRITE BKORPT-LINE.
104600     IF WS-SUMMARY-COUNT IS GREATER THAN 0
104700        WRITE BKORPT-LINE FROM WS-COLUMN-HEADING
104800        PERFORM PRINT-SUMMARY-LINE THRU
104900                PRINT-SUMMARY-LINE-EXIT
105000           VARYING WS-SUMMARY-SUB FROM 1 BY 1
105100             UNTIL WS-SUMMARY-SUB > WS-SUMMARY-COUNT
105120        MOVE WS-EVENT-COUNT TO WS-EVL-COUNT
105140        WRITE BKORPT-LINE FROM WS-EVENT-LINE
105200        MOVE SPACES TO BKORPT-LINE
105300        WRITE BKORPT-LINE
105400     END-IF.
105500     IF WS-BACKOUT-ALLOWED AND WS-RUN-ERRORS IS EQUAL TO 0
105600        PERFORM RESET-ONE-JOB THRU
105700                RESET-ONE-JOB-EXIT
105800           VARYING WS-RESET-SUB FROM 1 BY 1
105900             UNTIL WS-RESET-SUB > WS-RESET-COUNT
106000        MOVE 'BACKOUT COMPLETE - MASTERS RESTORED TO THE IMAGE' TO
106100            WS-MSG-TEXT
106200        SET CD53-REQUESTED-END TO TRUE
106300     ELSE
106400        IF WS-BACKOUT-ALLOWED
106500           MOVE 'BACKOUT INCOMPLETE - NO JOB RESET, RERUN IT' TO
106600               WS-MSG-TEXT
106700        END-IF
106800        SET CD53-REQUESTED-ABEND TO TRUE
106900     END-IF.
107000     WRITE BKORPT-LINE FROM WS-MESSAGE-LINE.
107100     CLOSE BKORPT-FILE.
107200     MOVE SPACES TO CD53I-DATA.
107300     MOVE 'BBANKA6P' TO CD53I-JOB-NAME.
107400     CALL 'DBANK53P' USING WS-RUNC-DATA.
107500 TERMINATE-RUN-EXIT.
107600     EXIT.
107700
107800 PRINT-SUMMARY-LINE.
107900     WRITE BKORPT-LINE FROM WS-SUMMARY-LINE(WS-SUMMARY-SUB).
108000 PRINT-SUMMARY-LINE-EXIT.
108100     EXIT.
108200
108300*****************************************************************
108400* Reset one job undone by the backout so it can be rerun        *
108500*****************************************************************
108600 RESET-ONE-JOB.
108700     MOVE SPACES TO CD53-DATA.
108800     SET CD53-REQUESTED-RESET TO TRUE.
108900     MOVE WS-RESET-JOB(WS-RESET-SUB) TO CD53I-JOB-NAME.
109000     CALL 'DBANK53P' USING WS-RUNC-DATA.
109100     MOVE SPACES TO WS-MSG-TEXT.
109200     IF CD53O-RESP-OK
109300        STRING 'RUN CONTROL RESET FOR ' DELIMITED BY SIZE
109400               WS-RESET-JOB(WS-RESET-SUB) DELIMITED BY SPACE
109500           INTO WS-MSG-TEXT
109600     ELSE
109700        STRING 'RUN CONTROL NOT RESET FOR ' DELIMITED BY SIZE
109800               WS-RESET-JOB(WS-RESET-SUB) DELIMITED BY SPACE
109900               ' - ' DELIMITED BY SIZE
110000               CD53O-RESP-MSG DELIMITED BY SIZE
110100           INTO WS-MSG-TEXT
110200        DISPLAY 'BBANKA6P - ' WS-MSG-TEXT
110300     END-IF.
110400     WRITE BKORPT-LINE FROM WS-MESSAGE-LINE.
110500 RESET-ONE-JOB-EXIT.
110600     EXIT.
110700
110800*****************************************************************
110900* A posting has been changed that its compensating event could  *
111000* not follow - stop the step here, resetting no job, and record *
111100* the abend with run control                                    *
111200*****************************************************************
111300 ABEND-RUN.
111400     DISPLAY 'BBANKA6P - STEP ABENDED, POSTING EVENT NOT RAISED'.
111500     MOVE SPACES TO CD53-DATA.
111600     SET CD53-REQUESTED-ABEND TO TRUE.
111700     MOVE 'BBANKA6P' TO CD53I-JOB-NAME.
111800     CALL 'DBANK53P' USING WS-RUNC-DATA.
111900     MOVE 16 TO RETURN-CODE.
112000     STOP RUN.
112100 ABEND-RUN-EXIT.
112200     EXIT.
112300
112400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
