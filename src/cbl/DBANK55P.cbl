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
001300* Program:     DBANK55P.CBL                                     *
001400* Function:    Sanctions screening for batch jobs               *
001500*              VSAM version                                     *
001600*                                                               *
001700* Screens one name per call against the BNKWLST watchlist with  *
001800* the SSCRN01P fuzzy match and raises a BNKSCRQ review item for *
001900* a possible match - the batch counterpart of DBANK56P, used by *
002000* the BBANK44P and BBANK73P outbound payment runs before an     *
002100* item goes onto a clearing file and by the BBANK87P re-screen  *
002200* of BNKCUST after a list load. The same payment runs also come *
002300* here for the held items compliance staff have since cleared   *
002400* or confirmed. Each call opens and closes the files itself,    *
002500* like DBANK53P, so callers need no file handling. Until a list *
002600* has been loaded there is nothing to match and every name      *
002700* screens clear.                                                *
002800*****************************************************************
002900
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.
003200     DBANK55P.
003300 DATE-WRITTEN.
003400     October 2026.
003500 DATE-COMPILED.
003600     Today.
003700
003800 ENVIRONMENT DIVISION.
003900
004000 INPUT-OUTPUT   SECTION.
004100   FILE-CONTROL.
004200     SELECT OPTIONAL BNKWLST-FILE
004300            ASSIGN       TO BNKWLST
004400            ORGANIZATION IS INDEXED
004500            ACCESS MODE  IS SEQUENTIAL
004600            RECORD KEY   IS WLS-REC-ENTRY-ID
004700            FILE STATUS  IS WS-BNKWLST-STATUS.
004800
004900     SELECT OPTIONAL BNKSCRQ-FILE
005000            ASSIGN       TO BNKSCRQ
005100            ORGANIZATION IS INDEXED
005200            ACCESS MODE  IS DYNAMIC
005300            RECORD KEY   IS SCQ-REC-ID
005400            ALTERNATE KEY IS SCQ-REC-REF WITH DUPLICATES
005500            FILE STATUS  IS WS-BNKSCRQ-STATUS.
005600
005700 DATA DIVISION.
005800
005900 FILE SECTION.
006000 FD  BNKWLST-FILE.
006100 01  BNKWLST-REC.
006200 COPY CBANKVWL.
006300
006400 FD  BNKSCRQ-FILE.
006500 01  BNKSCRQ-REC.
006600 COPY CBANKVSQ.
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-MISC-STORAGE.
007000   05  WS-PROGRAM-ID                         PIC X(8)
007100       VALUE 'DBANK55P'.
007200   05  WS-COMMAREA-LENGTH                    PIC 9(5).
007300   05  WS-BNKWLST-STATUS                     PIC X(2).
007400   05  WS-BNKSCRQ-STATUS                     PIC X(2).
007500   05  WS-TODAY-DATE                         PIC 9(8).
007600   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
007700                                              PIC X(8).
007800   05  WS-NOW-TIME                           PIC 9(8).
007900   05  WS-NOW-TIME-X REDEFINES WS-NOW-TIME    PIC X(8).
008000   05  WS-SEQUENCE-NO                        PIC 9(6) VALUE 0.
008100   05  WS-AS-OF-DATE                         PIC X(8).
008200   05  WS-MATCH-PCT                          PIC 9(3) VALUE 85.
008300   05  WS-CAND-MATCH-NAME                    PIC X(40).
008400   05  WS-BEST-SCORE                         PIC 9(3).
008500   05  WS-BEST-ENTRY-ID                      PIC X(10).
008600   05  WS-BEST-LIST-NAME                     PIC X(40).
008700   05  WS-HISTORY-FLAG                       PIC X(1).
008800       88  WS-HISTORY-NONE                   VALUE 'N'.
008900       88  WS-HISTORY-CLEARED                VALUE 'C'.
009000       88  WS-HISTORY-OPEN                   VALUE 'O'.
009100   05  WS-MORE-ITEMS                         PIC X(1).
009200       88  WS-MORE-ITEMS-EXIST               VALUE 'Y'.
009300       88  WS-NO-MORE-ITEMS                  VALUE 'N'.
009400
009500 01  WS-SCRN-DATA.
009600 COPY CSCRND01.
009700
009800 01  WS-PARM-DATA.
009900 COPY CBANKD54.
010000
010100 01  WS-COMMAREA.
010200 COPY CBANKD55.
010300
010400 LINKAGE SECTION.
010500 01  DFHCOMMAREA.
010600   05  LK-COMMAREA                           PIC X(1)
010700         OCCURS 1 TO 4096 TIMES
010800           DEPENDING ON WS-COMMAREA-LENGTH.
010900
011000 PROCEDURE DIVISION USING DFHCOMMAREA.
011100*****************************************************************
011200* Move the passed data to our area                              *
011300*****************************************************************
011400     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
011500     MOVE DFHCOMMAREA TO WS-COMMAREA.
011600
011700*****************************************************************
011800* Initialize our output area                                    *
011900*****************************************************************
012000     MOVE SPACES TO CD55O-DATA.
012100     SET CD55O-RESP-OK TO TRUE.
012200     MOVE '0' TO CD55O-RESULT.
012300     MOVE 0 TO CD55O-SCORE.
012400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
012500     ACCEPT WS-NOW-TIME FROM TIME.
012600     MOVE CD55I-AS-OF-DATE TO WS-AS-OF-DATE.
012700     IF WS-AS-OF-DATE IS EQUAL TO SPACES OR
012800        WS-AS-OF-DATE IS EQUAL TO LOW-VALUES
012900        MOVE WS-TODAY-DATE-X TO WS-AS-OF-DATE
013000     END-IF.
013100
013200*****************************************************************
013300* Check what is required                                        *
013400*****************************************************************
013500     EVALUATE TRUE
013600       WHEN CD55-REQUESTED-SCREEN
013700        PERFORM SCREEN-NAME THRU
013800                SCREEN-NAME-EXIT
013900       WHEN CD55-REQUESTED-NEXT-ACTIONED
014000        PERFORM NEXT-ACTIONED-ITEM THRU
014100                NEXT-ACTIONED-ITEM-EXIT
014200       WHEN OTHER
014300        SET CD55O-RESP-ERROR TO TRUE
014400        MOVE 'Unknown request type' TO CD55O-RESP-MSG
014500     END-EVALUATE.
014600
014700*****************************************************************
014800* Move the result back to the callers area                      *
014900*****************************************************************
015000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
015100
015200*****************************************************************
015300* Return to our caller                                          *
015400*****************************************************************
015500     GOBACK.
015600
015700*****************************************************************
015800* Find the best-scoring active watchlist entry for the name and *
015900* raise a review item if it reaches the match threshold         *
016000*****************************************************************
016100 SCREEN-NAME.
016200     IF CD55I-NAME IS EQUAL TO SPACES OR
016300        CD55I-NAME IS EQUAL TO LOW-VALUES
016400        GO TO SCREEN-NAME-EXIT
016500     END-IF.
016600     MOVE SPACES TO CD54-DATA.
016700     MOVE 'SANC-MATCH-PCT' TO CD54I-NAME.
016800     MOVE WS-AS-OF-DATE TO CD54I-AS-OF-DATE.
016900     CALL 'DBANK54P' USING WS-PARM-DATA.
017000     IF CD54O-FOUND AND
017100        CD54O-VALUE-NUM IS GREATER THAN 0 AND
017200        CD54O-VALUE-NUM IS NOT GREATER THAN 100
017300        MOVE CD54O-VALUE-NUM TO WS-MATCH-PCT
017400     END-IF.
017500     MOVE SPACES TO CSCRND01-DATA.
017600     SET SCRN-NORMALISE TO TRUE.
017700     MOVE CD55I-NAME TO CSCRND01I-NAME.
017800     CALL 'SSCRN01P' USING WS-SCRN-DATA.
017900     MOVE CSCRND01O-MATCH-NAME TO WS-CAND-MATCH-NAME.
018000     IF WS-CAND-MATCH-NAME IS EQUAL TO SPACES
018100        GO TO SCREEN-NAME-EXIT
018200     END-IF.
018300     MOVE 0 TO WS-BEST-SCORE.
018400     MOVE SPACES TO WS-BEST-ENTRY-ID.
018500     MOVE SPACES TO WS-BEST-LIST-NAME.
018600     OPEN INPUT BNKWLST-FILE.
018700     IF WS-BNKWLST-STATUS IS NOT EQUAL TO '00' AND
018800        WS-BNKWLST-STATUS IS NOT EQUAL TO '05'
018900        SET CD55O-RESP-ERROR TO TRUE
019000        MOVE 'Watchlist could not be opened' TO CD55O-RESP-MSG
019100        GO TO SCREEN-NAME-EXIT
019200     END-IF.
019300     SET WS-MORE-ITEMS-EXIST TO TRUE.
019400     PERFORM SCORE-ONE-ENTRY THRU
019500             SCORE-ONE-ENTRY-EXIT
019600        UNTIL WS-NO-MORE-ITEMS.
019700     CLOSE BNKWLST-FILE.
019800     MOVE WS-BEST-SCORE TO CD55O-SCORE.
019900     IF WS-BEST-SCORE IS LESS THAN WS-MATCH-PCT
020000        GO TO SCREEN-NAME-EXIT
020100     END-IF.
020200     MOVE WS-BEST-ENTRY-ID TO CD55O-ENTRY-ID.
020300     MOVE WS-BEST-LIST-NAME TO CD55O-LIST-NAME.
020400     OPEN I-O BNKSCRQ-FILE.
020500     IF WS-BNKSCRQ-STATUS IS NOT EQUAL TO '00' AND
020600        WS-BNKSCRQ-STATUS IS NOT EQUAL TO '05'
020700        SET CD55O-RESP-ERROR TO TRUE
020800        MOVE 'Review queue could not be opened' TO CD55O-RESP-MSG
020900        GO TO SCREEN-NAME-EXIT
021000     END-IF.
021100     PERFORM CHECK-REVIEW-HISTORY THRU
021200             CHECK-REVIEW-HISTORY-EXIT.
021300     EVALUATE TRUE
021400       WHEN WS-HISTORY-CLEARED
021500         MOVE '1' TO CD55O-RESULT
021600       WHEN WS-HISTORY-OPEN AND
021700            (CD55I-HOLD-IMAGE IS EQUAL TO SPACES OR
021800             CD55I-HOLD-IMAGE IS EQUAL TO LOW-VALUES)
021900         MOVE '3' TO CD55O-RESULT
022000       WHEN OTHER
022100         MOVE '2' TO CD55O-RESULT
022200         PERFORM RAISE-REVIEW-ITEM THRU
022300                 RAISE-REVIEW-ITEM-EXIT
022400     END-EVALUATE.
022500     CLOSE BNKSCRQ-FILE.
022600 SCREEN-NAME-EXIT.
022700     EXIT.
022800
022900*****************************************************************
023000* Score the next watchlist entry, keeping the best active one   *
023100*****************************************************************
023200 SCORE-ONE-ENTRY.
023300     READ BNKWLST-FILE NEXT RECORD
023400          AT END SET WS-NO-MORE-ITEMS TO TRUE
023500     END-READ.
023600     IF WS-NO-MORE-ITEMS OR
023700        WS-BNKWLST-STATUS IS NOT EQUAL TO '00'
023800        SET WS-NO-MORE-ITEMS TO TRUE
023900        GO TO SCORE-ONE-ENTRY-EXIT
024000     END-IF.
024100     IF NOT WLS-REC-STATUS-ACTIVE
024200        GO TO SCORE-ONE-ENTRY-EXIT
024300     END-IF.
024400     SET SCRN-MATCH TO TRUE.
024500     MOVE WS-CAND-MATCH-NAME TO CSCRND01I-NAME.
024600     MOVE WLS-REC-MATCH-NAME TO CSCRND01I-LIST-NAME.
024700     CALL 'SSCRN01P' USING WS-SCRN-DATA.
024800     IF CSCRND01O-SCORE IS GREATER THAN WS-BEST-SCORE
024900        MOVE CSCRND01O-SCORE TO WS-BEST-SCORE
025000        MOVE WLS-REC-ENTRY-ID TO WS-BEST-ENTRY-ID
025100        MOVE WLS-REC-NAME TO WS-BEST-LIST-NAME
025200     END-IF.
025300 SCORE-ONE-ENTRY-EXIT.
025400     EXIT.
025500
025600*****************************************************************
025700* Look through the earlier review items for this reference      *
025800* against the same list entry: one cleared (or cleared and      *
025900* since released) means the match has already been judged a     *
026000* false positive; one still pending, confirmed or blocked means *
026100* it is already in hand                                         *
026200*****************************************************************
026300 CHECK-REVIEW-HISTORY.
026400     SET WS-HISTORY-NONE TO TRUE.
026500     MOVE CD55I-REF TO SCQ-REC-REF.
026600     SET WS-MORE-ITEMS-EXIST TO TRUE.
026700     START BNKSCRQ-FILE KEY IS EQUAL TO SCQ-REC-REF
026800          INVALID KEY SET WS-NO-MORE-ITEMS TO TRUE
026900     END-START.
027000     PERFORM CHECK-ONE-HISTORY-ITEM THRU
027100             CHECK-ONE-HISTORY-ITEM-EXIT
027200        UNTIL WS-NO-MORE-ITEMS
027300           OR WS-HISTORY-CLEARED.
027400 CHECK-REVIEW-HISTORY-EXIT.
027500     EXIT.
027600
027700 CHECK-ONE-HISTORY-ITEM.
027800     READ BNKSCRQ-FILE NEXT RECORD
027900          AT END SET WS-NO-MORE-ITEMS TO TRUE
028000     END-READ.
028100     IF WS-NO-MORE-ITEMS OR
028200        (WS-BNKSCRQ-STATUS IS NOT EQUAL TO '00' AND
028300         WS-BNKSCRQ-STATUS IS NOT EQUAL TO '02') OR
028400        SCQ-REC-REF IS NOT EQUAL TO CD55I-REF
028500        SET WS-NO-MORE-ITEMS TO TRUE
028600        GO TO CHECK-ONE-HISTORY-ITEM-EXIT
028700     END-IF.
028800     IF SCQ-REC-ENTRY-ID IS NOT EQUAL TO WS-BEST-ENTRY-ID OR
028900        SCQ-REC-SUBJECT IS NOT EQUAL TO CD55I-SUBJECT
029000        GO TO CHECK-ONE-HISTORY-ITEM-EXIT
029100     END-IF.
029200     IF SCQ-REC-STATUS-CLEARED OR SCQ-REC-STATUS-RELEASED
029300        SET WS-HISTORY-CLEARED TO TRUE
029400     ELSE
029500        SET WS-HISTORY-OPEN TO TRUE
029600     END-IF.
029700 CHECK-ONE-HISTORY-ITEM-EXIT.
029800     EXIT.
029900
030000*****************************************************************
030100* Write a pending review item for the possible match, holding   *
030200* the caller's clearing record when there is one                *
030300*****************************************************************
030400 RAISE-REVIEW-ITEM.
030500     ADD 1 TO WS-SEQUENCE-NO.
030600     MOVE LOW-VALUES TO SCQ-RECORD.
030700     MOVE WS-TODAY-DATE-X TO SCQ-REC-ID(1:8).
030800     MOVE WS-NOW-TIME-X TO SCQ-REC-ID(9:8).
030900     MOVE WS-SEQUENCE-NO TO SCQ-REC-ID(17:6).
031000     MOVE CD55I-SOURCE-PGM(5:4) TO SCQ-REC-ID(23:4).
031100     MOVE CD55I-REF TO SCQ-REC-REF.
031200     MOVE CD55I-SUBJECT TO SCQ-REC-SUBJECT.
031300     MOVE CD55I-SOURCE-PGM TO SCQ-REC-SOURCE-PGM.
031400     MOVE CD55I-NAME TO SCQ-REC-SCREENED-NAME.
031500     MOVE WS-BEST-ENTRY-ID TO SCQ-REC-ENTRY-ID.
031600     MOVE WS-BEST-LIST-NAME TO SCQ-REC-LIST-NAME.
031700     MOVE WS-BEST-SCORE TO SCQ-REC-SCORE.
031800     MOVE CD55I-FROM-ACC TO SCQ-REC-FROM-ACC.
031900     IF CD55I-AMOUNT IS NUMERIC
032000        MOVE CD55I-AMOUNT TO SCQ-REC-AMOUNT
032100     ELSE
032200        MOVE 0 TO SCQ-REC-AMOUNT
032300     END-IF.
032400     MOVE CD55I-CURRENCY TO SCQ-REC-CURRENCY.
032500     IF CD55I-HOLD-IMAGE IS EQUAL TO SPACES OR
032600        CD55I-HOLD-IMAGE IS EQUAL TO LOW-VALUES
032700        SET SCQ-REC-NOTHING-HELD TO TRUE
032800        MOVE SPACES TO SCQ-REC-HOLD-IMAGE
032900     ELSE
033000        SET SCQ-REC-PAYMENT-HELD TO TRUE
033100        MOVE CD55I-HOLD-IMAGE TO SCQ-REC-HOLD-IMAGE
033200     END-IF.
033300     MOVE WS-AS-OF-DATE TO SCQ-REC-RAISED-DTE.
033400     SET SCQ-REC-STATUS-PENDING TO TRUE.
033500     MOVE WS-AS-OF-DATE TO SCQ-REC-STATUS-DTE.
033600     MOVE SPACES TO SCQ-REC-DISPOSED-BY.
033700     MOVE SPACES TO SCQ-REC-NOTE.
033800     WRITE BNKSCRQ-REC
033900          INVALID KEY
034000             DISPLAY 'DBANK55P - DUPLICATE REVIEW ID ON WRITE: '
034100                     SCQ-REC-ID
034200     END-WRITE.
034300     IF WS-BNKSCRQ-STATUS IS EQUAL TO '00' OR
034400        WS-BNKSCRQ-STATUS IS EQUAL TO '02'
034500        MOVE SCQ-REC-ID TO CD55O-REVIEW-ID
034600     ELSE
034700        SET CD55O-RESP-ERROR TO TRUE
034800        MOVE 'Review item could not be written' TO CD55O-RESP-MSG
034900     END-IF.
035000 RAISE-REVIEW-ITEM-EXIT.
035100     EXIT.
035200
035300*****************************************************************
035400* Hand back the next held payment of the calling job that has   *
035500* been cleared or confirmed, and mark it released or blocked    *
035600*****************************************************************
035700 NEXT-ACTIONED-ITEM.
035800     SET CD55O-RESP-NOTFOUND TO TRUE.
035900     OPEN I-O BNKSCRQ-FILE.
036000     IF WS-BNKSCRQ-STATUS IS NOT EQUAL TO '00' AND
036100        WS-BNKSCRQ-STATUS IS NOT EQUAL TO '05'
036200        GO TO NEXT-ACTIONED-ITEM-EXIT
036300     END-IF.
036400     MOVE CD55I-RESUME-ID TO SCQ-REC-ID.
036500     SET WS-MORE-ITEMS-EXIST TO TRUE.
036600     START BNKSCRQ-FILE KEY IS GREATER THAN SCQ-REC-ID
036700          INVALID KEY SET WS-NO-MORE-ITEMS TO TRUE
036800     END-START.
036900     PERFORM CHECK-ONE-HELD-ITEM THRU
037000             CHECK-ONE-HELD-ITEM-EXIT
037100        UNTIL WS-NO-MORE-ITEMS
037200           OR CD55O-RESP-OK.
037300     CLOSE BNKSCRQ-FILE.
037400 NEXT-ACTIONED-ITEM-EXIT.
037500     EXIT.
037600
037700 CHECK-ONE-HELD-ITEM.
037800     READ BNKSCRQ-FILE NEXT RECORD
037900          AT END SET WS-NO-MORE-ITEMS TO TRUE
038000     END-READ.
038100     IF WS-NO-MORE-ITEMS OR
038200        (WS-BNKSCRQ-STATUS IS NOT EQUAL TO '00' AND
038300         WS-BNKSCRQ-STATUS IS NOT EQUAL TO '02')
038400        SET WS-NO-MORE-ITEMS TO TRUE
038500        GO TO CHECK-ONE-HELD-ITEM-EXIT
038600     END-IF.
038700     IF SCQ-REC-SOURCE-PGM IS NOT EQUAL TO CD55I-SOURCE-PGM OR
038800        NOT SCQ-REC-PAYMENT-HELD
038900        GO TO CHECK-ONE-HELD-ITEM-EXIT
039000     END-IF.
039100     IF SCQ-REC-STATUS-CLEARED
039200        SET SCQ-REC-STATUS-RELEASED TO TRUE
039300     ELSE
039400        IF SCQ-REC-STATUS-CONFIRMED
039500           SET SCQ-REC-STATUS-BLOCKED TO TRUE
039600        ELSE
039700           GO TO CHECK-ONE-HELD-ITEM-EXIT
039800        END-IF
039900     END-IF.
040000     MOVE WS-AS-OF-DATE TO SCQ-REC-STATUS-DTE.
040100     REWRITE BNKSCRQ-REC
040200          INVALID KEY
040300             DISPLAY 'DBANK55P - REVIEW ITEM REWRITE FAILED: '
040400                     SCQ-REC-ID
040500     END-REWRITE.
040600     SET CD55O-RESP-OK TO TRUE.
040700     MOVE SCQ-REC-ID TO CD55O-REVIEW-ID.
040800     MOVE SCQ-REC-STATUS TO CD55O-ITEM-STATUS.
040900     MOVE SCQ-REC-HOLD-IMAGE TO CD55O-HOLD-IMAGE.
041000     MOVE SCQ-REC-ENTRY-ID TO CD55O-ENTRY-ID.
041100     MOVE SCQ-REC-LIST-NAME TO CD55O-LIST-NAME.
041200     MOVE SCQ-REC-SCORE TO CD55O-SCORE.
041300 CHECK-ONE-HELD-ITEM-EXIT.
041400     EXIT.
041500
041600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
