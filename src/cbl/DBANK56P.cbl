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
001300* Program:     DBANK56P.CBL                                     *
001400* Function:    Online sanctions screening and review            *
001500*              VSAM version                                     *
001600*                                                               *
001700* Screens a name against the BNKWLST watchlist for the online   *
001800* programs - BBANK32P on customer create/update, BBANK20P on    *
001900* payment warehouse capture - with the same SSCRN01P fuzzy      *
002000* match and SANC-MATCH-PCT threshold DBANK55P applies for the   *
002100* batch jobs, raising a pending BNKSCRQ review item for a       *
002200* possible match. Also serves the BBANK88P review of the queue: *
002300* browse, clear a false positive or confirm a true match, each  *
002400* disposal journaled on BNKMAUD. Until a list has been loaded   *
002500* there is nothing to match and every name screens clear.       *
002600*****************************************************************
002700
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.
003000     DBANK56P.
003100 DATE-WRITTEN.
003200     October 2026.
003300 DATE-COMPILED.
003400     Today.
003500
003600 ENVIRONMENT DIVISION.
003700
003800 DATA DIVISION.
003900
004000 WORKING-STORAGE SECTION.
004100 01  WS-MISC-STORAGE.
004200   05  WS-PROGRAM-ID                         PIC X(8)
004300       VALUE 'DBANK56P'.
004400   05  WS-COMMAREA-LENGTH                    PIC 9(5).
004500   05  WS-RESP                               PIC S9(8) COMP.
004600   05  WS-BROWSE-RESP                        PIC S9(8) COMP.
004700   05  WS-ABSTIME                            PIC S9(15) COMP-3.
004800   05  WS-POST-DATE                          PIC X(8).
004900   05  WS-POST-TIME                          PIC X(8).
005000   05  WS-TASKN-DISPLAY                      PIC 9(7).
005100   05  WS-BUSINESS-DATE                      PIC X(8).
005200   05  WS-BROWSE-KEY                         PIC X(26).
005300   05  WS-WLS-BROWSE-KEY                     PIC X(10).
005400   05  WS-REF-BROWSE-KEY                     PIC X(10).
005500   05  WS-MATCH-PCT                          PIC 9(3).
005600   05  WS-CAND-MATCH-NAME                    PIC X(40).
005700   05  WS-BEST-SCORE                         PIC 9(3).
005800   05  WS-BEST-ENTRY-ID                      PIC X(10).
005900   05  WS-BEST-LIST-NAME                     PIC X(40).
006000   05  WS-HISTORY-FLAG                       PIC X(1).
006100       88  WS-HISTORY-NONE                   VALUE 'N'.
006200       88  WS-HISTORY-CLEARED                VALUE 'C'.
006300       88  WS-HISTORY-OPEN                   VALUE 'O'.
006400
006500 01  WS-PARM-WORK.
006600   05  WS-PARM-BROWSE-KEY.
006700     10  WS-PARM-BROWSE-NAME                 PIC X(16).
006800     10  WS-PARM-BROWSE-DATE                 PIC X(8).
006900   05  WS-PARM-WANTED                        PIC X(16).
007000   05  WS-PARM-NUM                           PIC 9(9).
007100   05  WS-PARM-FLAG                          PIC X(1).
007200       88  WS-PARM-FOUND                      VALUE 'Y'.
007300       88  WS-PARM-NOT-FOUND                  VALUE 'N'.
007400   05  WS-VALUE-SUB                          PIC 9(2).
007500   05  WS-DIGIT-X                            PIC X(1).
007600   05  WS-DIGIT REDEFINES WS-DIGIT-X          PIC 9(1).
007700   05  WS-DIGITS-FLAG                        PIC X(1).
007800       88  WS-STILL-DIGITS                    VALUE 'Y'.
007900       88  WS-NO-MORE-DIGITS                  VALUE 'N'.
008000
008100 01  WS-MAINT-AUDIT-WORK.
008200   05  WS-MAU-ABSTIME                        PIC S9(15) COMP-3.
008300   05  WS-MAU-TASKN                          PIC 9(7).
008400   05  WS-MAU-RESP                           PIC S9(8) COMP.
008500   05  WS-MAU-FILE                           PIC X(8).
008600   05  WS-MAU-BEFORE                         PIC X(400).
008700   05  WS-MAU-AFTER                          PIC X(400).
008800
008900 01  WS-BNKRUNC-REC.
009000 COPY CBANKVRC.
009100
009200 01  WS-BNKPARM-REC.
009300 COPY CBANKVPR.
009400
009500 01  WS-BNKWLST-REC.
009600 COPY CBANKVWL.
009700
009800 01  WS-BNKSCRQ-REC.
009900 COPY CBANKVSQ.
010000
010100 01  WS-BNKMAUD-REC.
010200 COPY CBANKVMA.
010300
010400 01  WS-SCRN-DATA.
010500 COPY CSCRND01.
010600
010700 01  WS-COMMAREA.
010800 COPY CBANKD56.
010900
011000 COPY CABENDD.
011100
011200 LINKAGE SECTION.
011300 01  DFHCOMMAREA.
011400   05  LK-COMMAREA                           PIC X(1)
011500       OCCURS 1 TO 4096 TIMES
011600         DEPENDING ON WS-COMMAREA-LENGTH.
011700
011800 PROCEDURE DIVISION.
011900*****************************************************************
012000* Move the passed data to our area                              *
012100*****************************************************************
012200     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
012300     MOVE DFHCOMMAREA TO WS-COMMAREA.
012400
012500*****************************************************************
012600* Initialize our output area                                    *
012700*****************************************************************
012800     MOVE SPACES TO CD56O-DATA.
012900     SET CD56O-RESP-OK TO TRUE.
013000     MOVE '0' TO CD56O-RESULT.
013100     MOVE 0 TO CD56O-SCORE.
013200     MOVE 0 TO CD56O-ITEM-COUNT.
013300     PERFORM GET-BUSINESS-DATE THRU
013400             GET-BUSINESS-DATE-EXIT.
013500
013600*****************************************************************
013700* Check what is required                                        *
013800*****************************************************************
013900     EVALUATE TRUE
014000       WHEN CD56-REQUESTED-SCREEN
014100        PERFORM SCREEN-NAME THRU
014200                SCREEN-NAME-EXIT
014300       WHEN CD56-REQUESTED-CLEAR
014400        PERFORM CLEAR-ITEM THRU
014500                CLEAR-ITEM-EXIT
014600       WHEN CD56-REQUESTED-CONFIRM
014700        PERFORM CONFIRM-ITEM THRU
014800                CONFIRM-ITEM-EXIT
014900       WHEN OTHER
015000        PERFORM BROWSE-QUEUE THRU
015100                BROWSE-QUEUE-EXIT
015200     END-EVALUATE.
015300
015400*****************************************************************
015500* Move the result back to the callers area                      *
015600*****************************************************************
015700     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
015800
015900*****************************************************************
016000* Return to our caller                                          *
016100*****************************************************************
016200     EXEC CICS RETURN
016300     END-EXEC.
016400     GOBACK.
016500
016600*****************************************************************
016700* Find the best-scoring active watchlist entry for the name and *
016800* raise a review item if it reaches the match threshold         *
016900*****************************************************************
017000 SCREEN-NAME.
017100     IF CD56I-NAME IS EQUAL TO SPACES OR
017200        CD56I-NAME IS EQUAL TO LOW-VALUES
017300        GO TO SCREEN-NAME-EXIT
017400     END-IF.
017500     MOVE 85 TO WS-MATCH-PCT.
017600     MOVE 'SANC-MATCH-PCT' TO WS-PARM-WANTED.
017700     PERFORM GET-PARM-VALUE THRU
017800             GET-PARM-VALUE-EXIT.
017900     IF WS-PARM-FOUND AND
018000        WS-PARM-NUM IS GREATER THAN 0 AND
018100        WS-PARM-NUM IS NOT GREATER THAN 100
018200        MOVE WS-PARM-NUM TO WS-MATCH-PCT
018300     END-IF.
018400     MOVE SPACES TO CSCRND01-DATA.
018500     SET SCRN-NORMALISE TO TRUE.
018600     MOVE CD56I-NAME TO CSCRND01I-NAME.
018700     CALL 'SSCRN01P' USING WS-SCRN-DATA.
018800     MOVE CSCRND01O-MATCH-NAME TO WS-CAND-MATCH-NAME.
018900     IF WS-CAND-MATCH-NAME IS EQUAL TO SPACES
019000        GO TO SCREEN-NAME-EXIT
019100     END-IF.
019200     MOVE 0 TO WS-BEST-SCORE.
019300     MOVE SPACES TO WS-BEST-ENTRY-ID.
019400     MOVE SPACES TO WS-BEST-LIST-NAME.
019500     MOVE LOW-VALUES TO WS-WLS-BROWSE-KEY.
019600     EXEC CICS STARTBR FILE('BNKWLST')
019700                       RIDFLD(WS-WLS-BROWSE-KEY)
019800                       GTEQ
019900                       RESP(WS-BROWSE-RESP)
020000     END-EXEC.
020100     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
020200        GO TO SCREEN-NAME-EXIT
020300     END-IF.
020400     PERFORM SCORE-ONE-ENTRY
020500        UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL).
020600     EXEC CICS ENDBR FILE('BNKWLST')
020700     END-EXEC.
020800     MOVE WS-BEST-SCORE TO CD56O-SCORE.
020900     IF WS-BEST-SCORE IS LESS THAN WS-MATCH-PCT
021000        GO TO SCREEN-NAME-EXIT
021100     END-IF.
021200     MOVE WS-BEST-ENTRY-ID TO CD56O-ENTRY-ID.
021300     MOVE WS-BEST-LIST-NAME TO CD56O-LIST-NAME.
021400     PERFORM CHECK-REVIEW-HISTORY THRU
021500             CHECK-REVIEW-HISTORY-EXIT.
021600     EVALUATE TRUE
021700       WHEN WS-HISTORY-CLEARED
021800         MOVE '1' TO CD56O-RESULT
021900       WHEN WS-HISTORY-OPEN
022000         MOVE '3' TO CD56O-RESULT
022100       WHEN OTHER
022200         MOVE '2' TO CD56O-RESULT
022300         PERFORM RAISE-REVIEW-ITEM THRU
022400                 RAISE-REVIEW-ITEM-EXIT
022500     END-EVALUATE.
022600 SCREEN-NAME-EXIT.
022700     EXIT.
022800
022900*****************************************************************
023000* Score the next watchlist entry, keeping the best active one   *
023100*****************************************************************
023200 SCORE-ONE-ENTRY.
023300     EXEC CICS READNEXT FILE('BNKWLST')
023400                        INTO(WS-BNKWLST-REC)
023500                        LENGTH(LENGTH OF WS-BNKWLST-REC)
023600                        RIDFLD(WS-WLS-BROWSE-KEY)
023700                        RESP(WS-BROWSE-RESP)
023800     END-EXEC.
023900     IF WS-BROWSE-RESP IS EQUAL TO DFHRESP(NORMAL) AND
024000        WLS-REC-STATUS-ACTIVE
024100        SET SCRN-MATCH TO TRUE
024200        MOVE WS-CAND-MATCH-NAME TO CSCRND01I-NAME
024300        MOVE WLS-REC-MATCH-NAME TO CSCRND01I-LIST-NAME
024400        CALL 'SSCRN01P' USING WS-SCRN-DATA
024500        IF CSCRND01O-SCORE IS GREATER THAN WS-BEST-SCORE
024600           MOVE CSCRND01O-SCORE TO WS-BEST-SCORE
024700           MOVE WLS-REC-ENTRY-ID TO WS-BEST-ENTRY-ID
024800           MOVE WLS-REC-NAME TO WS-BEST-LIST-NAME
024900        END-IF
025000     END-IF.
025100
025200*****************************************************************
025300* Look through the earlier review items for this reference on   *
025400* the BNKSCRQ1 path: one cleared (or cleared and since          *
025500* released) against the same list entry means the match has     *
025600* already been judged a false positive; one still pending,      *
025700* confirmed or blocked means it is already in hand              *
025800*****************************************************************
025900 CHECK-REVIEW-HISTORY.
026000     SET WS-HISTORY-NONE TO TRUE.
026100     MOVE CD56I-REF TO WS-REF-BROWSE-KEY.
026200     EXEC CICS STARTBR FILE('BNKSCRQ1')
026300                       RIDFLD(WS-REF-BROWSE-KEY)
026400                       EQUAL
026500                       RESP(WS-BROWSE-RESP)
026600     END-EXEC.
026700     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
026800        GO TO CHECK-REVIEW-HISTORY-EXIT
026900     END-IF.
027000     PERFORM CHECK-ONE-HISTORY-ITEM
027100        UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
027200           OR WS-HISTORY-CLEARED.
027300     EXEC CICS ENDBR FILE('BNKSCRQ1')
027400     END-EXEC.
027500 CHECK-REVIEW-HISTORY-EXIT.
027600     EXIT.
027700
027800 CHECK-ONE-HISTORY-ITEM.
027900     EXEC CICS READNEXT FILE('BNKSCRQ1')
028000                        INTO(WS-BNKSCRQ-REC)
028100                        LENGTH(LENGTH OF WS-BNKSCRQ-REC)
028200                        RIDFLD(WS-REF-BROWSE-KEY)
028300                        RESP(WS-BROWSE-RESP)
028400     END-EXEC.
028500     IF WS-BROWSE-RESP IS EQUAL TO DFHRESP(DUPKEY)
028600        MOVE DFHRESP(NORMAL) TO WS-BROWSE-RESP
028700     END-IF.
028800     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
028900        SCQ-REC-REF IS NOT EQUAL TO CD56I-REF
029000        MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
029100     ELSE
029200        IF SCQ-REC-ENTRY-ID IS EQUAL TO WS-BEST-ENTRY-ID AND
029300           SCQ-REC-SUBJECT IS EQUAL TO CD56I-SUBJECT
029400           IF SCQ-REC-STATUS-CLEARED OR SCQ-REC-STATUS-RELEASED
029500              SET WS-HISTORY-CLEARED TO TRUE
029600           ELSE
029700              SET WS-HISTORY-OPEN TO TRUE
029800           END-IF
029900        END-IF
030000     END-IF.
030100
030200*****************************************************************
030300* Write a pending review item for the possible match. Nothing   *
030400* is held online - the capture goes ahead and the payment runs  *
030500* screen again before anything is sent.                         *
030600*****************************************************************
030700 RAISE-REVIEW-ITEM.
030800     MOVE LOW-VALUES TO SCQ-RECORD.
030900     MOVE WS-POST-DATE TO SCQ-REC-ID(1:8).
031000     MOVE WS-POST-TIME TO SCQ-REC-ID(9:8).
031100     MOVE EIBTASKN TO WS-TASKN-DISPLAY.
031200     MOVE WS-TASKN-DISPLAY TO SCQ-REC-ID(17:7).
031300     MOVE 'S56' TO SCQ-REC-ID(24:3).
031400     MOVE CD56I-REF TO SCQ-REC-REF.
031500     MOVE CD56I-SUBJECT TO SCQ-REC-SUBJECT.
031600     MOVE CD56I-SOURCE-PGM TO SCQ-REC-SOURCE-PGM.
031700     MOVE CD56I-NAME TO SCQ-REC-SCREENED-NAME.
031800     MOVE WS-BEST-ENTRY-ID TO SCQ-REC-ENTRY-ID.
031900     MOVE WS-BEST-LIST-NAME TO SCQ-REC-LIST-NAME.
032000     MOVE WS-BEST-SCORE TO SCQ-REC-SCORE.
032100     MOVE SPACES TO SCQ-REC-FROM-ACC.
032200     MOVE 0 TO SCQ-REC-AMOUNT.
032300     MOVE SPACES TO SCQ-REC-CURRENCY.
032400     SET SCQ-REC-NOTHING-HELD TO TRUE.
032500     MOVE SPACES TO SCQ-REC-HOLD-IMAGE.
032600     MOVE WS-BUSINESS-DATE TO SCQ-REC-RAISED-DTE.
032700     SET SCQ-REC-STATUS-PENDING TO TRUE.
032800     MOVE WS-BUSINESS-DATE TO SCQ-REC-STATUS-DTE.
032900     MOVE SPACES TO SCQ-REC-DISPOSED-BY.
033000     MOVE SPACES TO SCQ-REC-NOTE.
033100     EXEC CICS WRITE FILE('BNKSCRQ')
033200                     FROM(WS-BNKSCRQ-REC)
033300                     LENGTH(LENGTH OF WS-BNKSCRQ-REC)
033400                     RIDFLD(SCQ-REC-ID)
033500                     RESP(WS-RESP)
033600     END-EXEC.
033700     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
033800        MOVE SCQ-REC-ID TO CD56O-REVIEW-ID
033900     ELSE
034000        SET CD56O-RESP-ERROR TO TRUE
034100        MOVE 'Review item could not be written' TO CD56O-RESP-MSG
034200     END-IF.
034300 RAISE-REVIEW-ITEM-EXIT.
034400     EXIT.
034500
034600*****************************************************************
034700* Return up to 10 review items starting at CD56I-START-ID       *
034800*****************************************************************
034900 BROWSE-QUEUE.
035000     MOVE CD56I-START-ID TO WS-BROWSE-KEY.
035100     EXEC CICS STARTBR FILE('BNKSCRQ')
035200                       RIDFLD(WS-BROWSE-KEY)
035300                       GTEQ
035400                       RESP(WS-BROWSE-RESP)
035500     END-EXEC.
035600     IF WS-BROWSE-RESP IS EQUAL TO DFHRESP(NORMAL)
035700        PERFORM BUILD-QUEUE-ITEM
035800           UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
035900                 OR CD56O-ITEM-COUNT IS GREATER THAN OR EQUAL
036000                       TO 10
036100        EXEC CICS ENDBR FILE('BNKSCRQ')
036200        END-EXEC
036300     END-IF.
036400     IF CD56O-ITEM-COUNT IS EQUAL TO 0
036500        SET CD56O-RESP-NOTFOUND TO TRUE
036600        MOVE 'No review items found' TO CD56O-RESP-MSG
036700     END-IF.
036800 BROWSE-QUEUE-EXIT.
036900     EXIT.
037000
037100*****************************************************************
037200* Read the next review item during the browse and add it to the *
037300* output table                                                  *
037400*****************************************************************
037500 BUILD-QUEUE-ITEM.
037600     EXEC CICS READNEXT FILE('BNKSCRQ')
037700                        INTO(WS-BNKSCRQ-REC)
037800                        LENGTH(LENGTH OF WS-BNKSCRQ-REC)
037900                        RIDFLD(WS-BROWSE-KEY)
038000                        RESP(WS-BROWSE-RESP)
038100     END-EXEC.
038200     IF WS-BROWSE-RESP IS EQUAL TO DFHRESP(NORMAL)
038300        ADD 1 TO CD56O-ITEM-COUNT
038400        MOVE SCQ-REC-ID TO
038500            CD56O-ITEM-ID(CD56O-ITEM-COUNT)
038600        MOVE SCQ-REC-REF TO
038700            CD56O-ITEM-REF(CD56O-ITEM-COUNT)
038800        MOVE SCQ-REC-SUBJECT TO
038900            CD56O-ITEM-SUBJECT(CD56O-ITEM-COUNT)
039000        MOVE SCQ-REC-SCREENED-NAME TO
039100            CD56O-ITEM-SCREENED-NAME(CD56O-ITEM-COUNT)
039200        MOVE SCQ-REC-LIST-NAME TO
039300            CD56O-ITEM-LIST-NAME(CD56O-ITEM-COUNT)
039400        MOVE SCQ-REC-SCORE TO
039500            CD56O-ITEM-SCORE(CD56O-ITEM-COUNT)
039600        MOVE SCQ-REC-HOLD-FLAG TO
039700            CD56O-ITEM-HOLD-FLAG(CD56O-ITEM-COUNT)
039800        MOVE SCQ-REC-STATUS TO
039900            CD56O-ITEM-STATUS(CD56O-ITEM-COUNT)
040000     END-IF.
040100
040200*****************************************************************
040300* Clear a pending item as a false positive                      *
040400*****************************************************************
040500 CLEAR-ITEM.
040600     PERFORM READ-ITEM-FOR-UPDATE THRU
040700             READ-ITEM-FOR-UPDATE-EXIT.
040800     IF NOT CD56O-RESP-OK
040900        GO TO CLEAR-ITEM-EXIT
041000     END-IF.
041100     SET SCQ-REC-STATUS-CLEARED TO TRUE.
041200     PERFORM REWRITE-ITEM THRU
041300             REWRITE-ITEM-EXIT.
041400     IF CD56O-RESP-OK
041500        IF SCQ-REC-PAYMENT-HELD
041600           MOVE 'Cleared - payment goes out on next run' TO
041700               CD56O-RESP-MSG
041800        ELSE
041900           MOVE 'Cleared as a false positive' TO CD56O-RESP-MSG
042000        END-IF
042100     END-IF.
042200 CLEAR-ITEM-EXIT.
042300     EXIT.
042400
042500*****************************************************************
042600* Confirm a pending item as a true match                        *
042700*****************************************************************
042800 CONFIRM-ITEM.
042900     PERFORM READ-ITEM-FOR-UPDATE THRU
043000             READ-ITEM-FOR-UPDATE-EXIT.
043100     IF NOT CD56O-RESP-OK
043200        GO TO CONFIRM-ITEM-EXIT
043300     END-IF.
043400     SET SCQ-REC-STATUS-CONFIRMED TO TRUE.
043500     PERFORM REWRITE-ITEM THRU
043600             REWRITE-ITEM-EXIT.
043700     IF CD56O-RESP-OK
043800        IF SCQ-REC-PAYMENT-HELD
043900           MOVE 'Confirmed - payment will be blocked' TO
044000               CD56O-RESP-MSG
044100        ELSE
044200           MOVE 'Confirmed as a true match' TO CD56O-RESP-MSG
044300        END-IF
044400     END-IF.
044500 CONFIRM-ITEM-EXIT.
044600     EXIT.
044700
044800*****************************************************************
044900* Read the item keyed by CD56I-REVIEW-ID for update - only a    *
045000* pending item can be disposed of - and keep its before image   *
045100*****************************************************************
045200 READ-ITEM-FOR-UPDATE.
045300     MOVE CD56I-REVIEW-ID TO SCQ-REC-ID.
045400     EXEC CICS READ FILE('BNKSCRQ')
045500                    INTO(WS-BNKSCRQ-REC)
045600                    LENGTH(LENGTH OF WS-BNKSCRQ-REC)
045700                    RIDFLD(SCQ-REC-ID)
045800                    UPDATE
045900                    RESP(WS-RESP)
046000     END-EXEC.
046100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
046200        SET CD56O-RESP-NOTFOUND TO TRUE
046300        MOVE 'Review item not found' TO CD56O-RESP-MSG
046400        GO TO READ-ITEM-FOR-UPDATE-EXIT
046500     END-IF.
046600     IF NOT SCQ-REC-STATUS-PENDING
046700        EXEC CICS UNLOCK FILE('BNKSCRQ')
046800        END-EXEC
046900        SET CD56O-RESP-INVALID-STATUS TO TRUE
047000        MOVE 'Item has already been actioned' TO
047100            CD56O-RESP-MSG
047200        GO TO READ-ITEM-FOR-UPDATE-EXIT
047300     END-IF.
047400     MOVE WS-BNKSCRQ-REC TO WS-MAU-BEFORE.
047500 READ-ITEM-FOR-UPDATE-EXIT.
047600     EXIT.
047700
047800*****************************************************************
047900* Stamp and rewrite the disposed item and journal the change    *
048000*****************************************************************
048100 REWRITE-ITEM.
048200     MOVE WS-BUSINESS-DATE TO SCQ-REC-STATUS-DTE.
048300     MOVE CD56I-UPDATE-BY TO SCQ-REC-DISPOSED-BY.
048400     MOVE CD56I-NOTE TO SCQ-REC-NOTE.
048500     EXEC CICS REWRITE FILE('BNKSCRQ')
048600                       FROM(WS-BNKSCRQ-REC)
048700                       LENGTH(LENGTH OF WS-BNKSCRQ-REC)
048800                       RESP(WS-RESP)
048900     END-EXEC.
049000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
049100        SET CD56O-RESP-ERROR TO TRUE
049200        MOVE 'Error updating review item' TO CD56O-RESP-MSG
049300        GO TO REWRITE-ITEM-EXIT
049400     END-IF.
049500     MOVE SCQ-REC-ID TO CD56O-REVIEW-ID.
049600     MOVE 'BNKSCRQ' TO WS-MAU-FILE.
049700     MOVE WS-BNKSCRQ-REC TO WS-MAU-AFTER.
049800     PERFORM WRITE-MAINT-AUDIT THRU
049900             WRITE-MAINT-AUDIT-EXIT.
050000 REWRITE-ITEM-EXIT.
050100     EXIT.
050200
050300*****************************************************************
050400* Write one maintenance-audit record to BNKMAUD carrying the    *
050500* before and after images of the WS-MAU-FILE record changed,    *
050600* keyed the same way the BNKAUDT signon trail is                *
050700*****************************************************************
050800 WRITE-MAINT-AUDIT.
050900     MOVE LOW-VALUES TO MAU-RECORD.
051000     EXEC CICS ASKTIME
051100               ABSTIME(WS-MAU-ABSTIME)
051200     END-EXEC.
051300     EXEC CICS FORMATTIME
051400               ABSTIME(WS-MAU-ABSTIME)
051500               YYYYMMDD(MAU-REC-TIMESTAMP(1:8))
051600               TIME(MAU-REC-TIMESTAMP(9:8))
051700     END-EXEC.
051800     MOVE EIBTASKN TO WS-MAU-TASKN.
051900     MOVE WS-MAU-TASKN TO MAU-REC-TIMESTAMP(17:7).
052000     MOVE 'U' TO MAU-REC-TIMESTAMP(24:1).
052100     MOVE WS-MAU-FILE TO MAU-REC-FILE.
052200     MOVE 'U' TO MAU-REC-FUNCTION.
052300     MOVE SCQ-REC-ID TO MAU-REC-RECORD-KEY.
052400     MOVE CD56I-UPDATE-BY TO MAU-REC-USERID.
052500     MOVE EIBTRMID TO MAU-REC-TERMID.
052600     MOVE WS-MAU-BEFORE TO MAU-REC-BEFORE-IMAGE.
052700     MOVE WS-MAU-AFTER TO MAU-REC-AFTER-IMAGE.
052800     EXEC CICS WRITE FILE('BNKMAUD')
052900               FROM(WS-BNKMAUD-REC)
053000               LENGTH(LENGTH OF WS-BNKMAUD-REC)
053100               RIDFLD(MAU-REC-TIMESTAMP)
053200               RESP(WS-MAU-RESP)
053300     END-EXEC.
053400     IF WS-MAU-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
053500        DISPLAY 'DBANK56P - MAINT AUDIT WRITE FAILED: '
053600                MAU-REC-TIMESTAMP
053700     END-IF.
053800 WRITE-MAINT-AUDIT-EXIT.
053900     EXIT.
054000
054100*****************************************************************
054200* Pick up the timestamp and the current business date from the  *
054300* run-control '*CONTROL' record. If run control is not          *
054400* available the machine date stands in.                         *
054500*****************************************************************
054600 GET-BUSINESS-DATE.
054700     EXEC CICS ASKTIME
054800               ABSTIME(WS-ABSTIME)
054900     END-EXEC.
055000     EXEC CICS FORMATTIME
055100               ABSTIME(WS-ABSTIME)
055200               YYYYMMDD(WS-POST-DATE)
055300               TIME(WS-POST-TIME)
055400     END-EXEC.
055500     MOVE WS-POST-DATE TO WS-BUSINESS-DATE.
055600     MOVE '*CONTROL' TO RNC-REC-JOB-NAME.
055700     MOVE '00000000' TO RNC-REC-RUN-DATE.
055800     EXEC CICS READ FILE('BNKRUNC')
055900                    INTO(WS-BNKRUNC-REC)
056000                    LENGTH(LENGTH OF WS-BNKRUNC-REC)
056100                    RIDFLD(RNC-REC-KEY)
056200                    RESP(WS-RESP)
056300     END-EXEC.
056400     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
056500        MOVE RNC-REC-BUSINESS-DATE TO WS-BUSINESS-DATE
056600     END-IF.
056700 GET-BUSINESS-DATE-EXIT.
056800     EXIT.
056900
057000*****************************************************************
057100* Resolve the numeric value of the WS-PARM-WANTED runtime       *
057200* parameter - the row with the latest effective date not after  *
057300* the business date. WS-PARM-FOUND is left off when no row      *
057400* applies.                                                      *
057500*****************************************************************
057600 GET-PARM-VALUE.
057700     SET WS-PARM-NOT-FOUND TO TRUE.
057800     MOVE 0 TO WS-PARM-NUM.
057900     MOVE WS-PARM-WANTED TO WS-PARM-BROWSE-NAME.
058000     MOVE '00000000' TO WS-PARM-BROWSE-DATE.
058100     EXEC CICS STARTBR FILE('BNKPARM')
058200                       RIDFLD(WS-PARM-BROWSE-KEY)
058300                       GTEQ
058400                       RESP(WS-BROWSE-RESP)
058500     END-EXEC.
058600     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
058700        GO TO GET-PARM-VALUE-EXIT
058800     END-IF.
058900     PERFORM SCAN-PARM-ROW
059000        UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL).
059100     EXEC CICS ENDBR FILE('BNKPARM')
059200     END-EXEC.
059300 GET-PARM-VALUE-EXIT.
059400     EXIT.
059500
059600 SCAN-PARM-ROW.
059700     EXEC CICS READNEXT FILE('BNKPARM')
059800                        INTO(WS-BNKPARM-REC)
059900                        LENGTH(LENGTH OF WS-BNKPARM-REC)
060000                        RIDFLD(WS-PARM-BROWSE-KEY)
060100                        RESP(WS-BROWSE-RESP)
060200     END-EXEC.
060300     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
060400        PRM-REC-NAME IS NOT EQUAL TO WS-PARM-WANTED
060500        MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
060600     ELSE
060700        IF PRM-REC-EFF-DATE IS NOT GREATER THAN
060800              WS-BUSINESS-DATE AND
060900           PRM-REC-VALUE(1:1) IS NUMERIC
061000           PERFORM CONVERT-PARM-VALUE THRU
061100                   CONVERT-PARM-VALUE-EXIT
061200        END-IF
061300     END-IF.
061400
061500 CONVERT-PARM-VALUE.
061600     MOVE 0 TO WS-PARM-NUM.
061700     SET WS-STILL-DIGITS TO TRUE.
061800     PERFORM CONVERT-ONE-DIGIT THRU
061900             CONVERT-ONE-DIGIT-EXIT
062000        VARYING WS-VALUE-SUB FROM 1 BY 1
062100        UNTIL WS-VALUE-SUB > 16
062200           OR WS-NO-MORE-DIGITS.
062300     SET WS-PARM-FOUND TO TRUE.
062400 CONVERT-PARM-VALUE-EXIT.
062500     EXIT.
062600
062700 CONVERT-ONE-DIGIT.
062800     IF PRM-REC-VALUE(WS-VALUE-SUB:1) IS EQUAL TO SPACE
062900        SET WS-NO-MORE-DIGITS TO TRUE
063000        GO TO CONVERT-ONE-DIGIT-EXIT
063100     END-IF.
063200     IF PRM-REC-VALUE(WS-VALUE-SUB:1) IS NUMERIC
063300        MOVE PRM-REC-VALUE(WS-VALUE-SUB:1) TO WS-DIGIT-X
063400        COMPUTE WS-PARM-NUM =
063500                (WS-PARM-NUM * 10) + WS-DIGIT
063600     ELSE
063700        SET WS-NO-MORE-DIGITS TO TRUE
063800     END-IF.
063900 CONVERT-ONE-DIGIT-EXIT.
064000     EXIT.
064100
064200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
