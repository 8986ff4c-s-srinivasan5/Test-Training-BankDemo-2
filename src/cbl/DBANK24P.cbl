002400* The duplicate check browses the account's history through     *
002500* the BNKTXN1 path (the BTX-REC-ALTKEY1 alternate index), the   *
002600* same way DBANK01P browses BNKCUSN.                            *
002610*                                                               *
002620* A goodwill refund (CD24I-FUNCTION 'G') backs nothing out: it  *
002630* credits the amount to the complaint case's account as a type  *
002640* '3' adjustment carrying the case number, and DBANK63P records *
002650* it on the case in the same unit of work.                      *
002700*****************************************************************
002800
002900 IDENTIFICATION DIVISION.
007000 COPY CBANKD24.
007100
007200 COPY CABENDD.
007220
007240 01  WS-PEVT-DATA.
007260 COPY CBANKD59.
007270
007280 01  WS-CASE-DATA.
007290 COPY CBANKD63.
007300
007400 LINKAGE SECTION.
007500 01  DFHCOMMAREA.
009100     SET CD24O-RESP-OK TO TRUE.
009200
009300*****************************************************************
009350* A goodwill refund credits the case's account; otherwise find  *
009400* the original posting, make sure it has not already been       *
009450* backed out, then apply the reversal                           *
009500*****************************************************************
009550     IF CD24I-GOODWILL
009600        PERFORM APPLY-GOODWILL THRU
009650                APPLY-GOODWILL-EXIT
009700     ELSE
009750        PERFORM LOCATE-ORIGINAL THRU
009800                LOCATE-ORIGINAL-EXIT
009850        IF CD24O-RESP-OK
009900           PERFORM CHECK-NOT-ALREADY-REVERSED THRU
009950                   CHECK-NOT-ALREADY-REVERSED-EXIT
010000        END-IF
010050        IF CD24O-RESP-OK
010100           PERFORM APPLY-REVERSAL THRU
010150                   APPLY-REVERSAL-EXIT
010200        END-IF
010250     END-IF.
010700
010800*****************************************************************
010900* Move the result back to the callers area                      *
013900        MOVE 'A reversal cannot itself be reversed' TO
014000            CD24O-RESP-MSG
014100        GO TO LOCATE-ORIGINAL-EXIT
014110     END-IF.
014120     IF BTX-REC-TYPE IS EQUAL TO '4'
014130        SET CD24O-RESP-NOT-REVERSIBLE TO TRUE
014140        MOVE 'A write-off cannot be reversed' TO
014150            CD24O-RESP-MSG
014160        GO TO LOCATE-ORIGINAL-EXIT
014200     END-IF.
014300     MOVE BTX-REC-ACCNO TO WS-ORIG-ACCNO.
014400     MOVE BTX-REC-PID TO WS-ORIG-PID.
023300 APPLY-REVERSAL-EXIT.
023400     EXIT.
023500
023501*****************************************************************
023502* Credit a goodwill refund approved against a complaint case:   *
023503* the account must still be open, the refund is posted as a     *
023504* type '3' adjustment carrying the case number, and the case    *
023505* records it - if the case refuses it, the credit is backed out *
023506*****************************************************************
023507 APPLY-GOODWILL.
023508     IF CD24I-CASE-NO IS NOT NUMERIC OR
023509        CD24I-CASE-NO IS EQUAL TO 0 OR
023510        CD24I-AMOUNT IS NOT NUMERIC OR
023511        CD24I-AMOUNT IS NOT GREATER THAN 0
023512        SET CD24O-RESP-NOT-REVERSIBLE TO TRUE
023513        MOVE 'Case number and refund amount required' TO
023514            CD24O-RESP-MSG
023515        GO TO APPLY-GOODWILL-EXIT
023516     END-IF.
023517     IF CD24I-REASON-CODE IS EQUAL TO SPACES OR
023518        CD24I-REASON-CODE IS EQUAL TO LOW-VALUES
023519        MOVE 'GWIL' TO CD24I-REASON-CODE
023520     END-IF.
023521     MOVE CD24I-ACCNO TO BAC-REC-ACCNO.
023522     EXEC CICS READ FILE('BNKACC')
023523                    INTO(WS-BNKACC-REC)
023524                    LENGTH(LENGTH OF WS-BNKACC-REC)
023525                    RIDFLD(BAC-REC-ACCNO)
023526                    UPDATE
023527                    RESP(WS-RESP)
023528     END-EXEC.
023529     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
023530        SET CD24O-RESP-ACC-NOTFOUND TO TRUE
023531        MOVE 'Account for refund not on file' TO CD24O-RESP-MSG
023532        GO TO APPLY-GOODWILL-EXIT
023533     END-IF.
023534     IF BAC-REC-STATUS-CLOSED OR BAC-REC-STATUS-WRITTEN-OFF
023535        SET CD24O-RESP-NOT-REVERSIBLE TO TRUE
023536        MOVE 'Account for refund is closed' TO CD24O-RESP-MSG
023537        GO TO APPLY-GOODWILL-EXIT
023538     END-IF.
023539     MOVE BAC-REC-ACCNO TO WS-ORIG-ACCNO.
023540     MOVE BAC-REC-PID TO WS-ORIG-PID.
023541     MOVE BAC-REC-CURRENCY TO WS-ORIG-CURRENCY.
023542     COMPUTE WS-ORIG-AMOUNT = 0 - CD24I-AMOUNT.
023543     MOVE WS-ORIG-ACCNO TO CD24O-ACCNO.
023544     ADD CD24I-AMOUNT TO BAC-REC-BALANCE.
023545     MOVE BAC-REC-BALANCE TO CD24O-NEW-BALANCE.
023546     MOVE CD24I-AMOUNT TO CD24O-REVERSED-AMOUNT.
023547     EXEC CICS REWRITE FILE('BNKACC')
023548                       FROM(WS-BNKACC-REC)
023549                       LENGTH(LENGTH OF WS-BNKACC-REC)
023550                       RESP(WS-RESP)
023551     END-EXEC.
023552     PERFORM POST-REVERSAL-TXN THRU
023553             POST-REVERSAL-TXN-EXIT.
023554     IF CD24O-RESP-OK
023555        PERFORM RECORD-ON-CASE THRU
023556                RECORD-ON-CASE-EXIT
023557     END-IF.
023558 APPLY-GOODWILL-EXIT.
023559     EXIT.
023560
023561*****************************************************************
023562* Put the refund just posted on the case's history, in this     *
023563* unit of work                                                  *
023564*****************************************************************
023565 RECORD-ON-CASE.
023566     MOVE SPACES TO CD63-DATA.
023567     SET CD63-REQUESTED-REFUND-POSTED TO TRUE.
023568     MOVE CD24I-CASE-NO TO CD63I-CASE-NO.
023569     MOVE WS-ORIG-ACCNO TO CD63I-ACCNO.
023570     MOVE CD24I-AMOUNT TO CD63I-AMOUNT.
023571     MOVE BTX-REC-TIMESTAMP TO CD63I-POSTING-TS.
023572     MOVE 'GOODWILL REFUND POSTED' TO CD63I-TEXT.
023573     MOVE CD24I-UPDATE-BY TO CD63I-UPDATE-BY.
023574     EXEC CICS LINK PROGRAM('DBANK63P')
023575                    COMMAREA(WS-CASE-DATA)
023576                    LENGTH(LENGTH OF WS-CASE-DATA)
023577     END-EXEC.
023578     IF NOT CD63O-RESP-OK
023579        SET CD24O-RESP-POSTING-ERROR TO TRUE
023580        MOVE CD63O-RESP-MSG TO CD24O-RESP-MSG
023581        EXEC CICS SYNCPOINT ROLLBACK
023582        END-EXEC
023583        MOVE 0 TO CD24O-NEW-BALANCE
023584     END-IF.
023585 RECORD-ON-CASE-EXIT.
023586     EXIT.
023587
023600*****************************************************************
023700* Post the type '3' reversal record, timestamped the same way   *
023800* DBANK21P keys its postings, carrying the original posting's   *
025800     COMPUTE BTX-REC-AMOUNT = 0 - WS-ORIG-AMOUNT.
025900     MOVE WS-ORIG-CURRENCY TO BTX-REC-CURRENCY.
026000     MOVE SPACES TO TXN-DATA-REV.
026020     MOVE CD24I-ORIG-TIMESTAMP TO TXN-T3-ORIG-TIMESTAMP.
026040     MOVE CD24I-REASON-CODE TO TXN-T3-REASON-CODE.
026060     IF CD24I-GOODWILL
026080        MOVE SPACES TO TXN-T3-ORIG-TIMESTAMP
026100        MOVE 'GOODWILL' TO TXN-T3-REV-KIND
026120        MOVE CD24I-CASE-NO TO TXN-T3-CASE-NO
026140     ELSE
026160        MOVE 'REVERSAL' TO TXN-T3-REV-DESC
026180     END-IF.
026200     MOVE TXN-DATA-REV TO BTX-REC-DATA-OLD.
026410     MOVE WS-BUSINESS-DATE TO BTX-REC-POST-DATE.
026500     EXEC CICS WRITE FILE('BNKTXN')
026600               FROM(WS-BNKTXN-REC)
027020     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
027040        PERFORM WRITE-VALUE-DATE-XREF THRU
027060                WRITE-VALUE-DATE-XREF-EXIT
027065        PERFORM WRITE-POSTING-EVENT THRU
027070                WRITE-POSTING-EVENT-EXIT
027080     END-IF.
027100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
027200        SET CD24O-RESP-POSTING-ERROR TO TRUE
029800     END-IF.
029900 GET-BUSINESS-DATE-EXIT.
030000     EXIT.
030005
030010*****************************************************************
030015* Raise the posting event for the posting just written. The     *
030020* event goes in the same unit of work as the posting itself     *
030025*****************************************************************
030030 WRITE-POSTING-EVENT.
030035     MOVE SPACES TO CD59-DATA.
030040     MOVE WS-BNKTXN-REC TO CD59I-POSTING.
030045     MOVE 'DBANK24P' TO CD59I-SOURCE-PGM.
030050     EXEC CICS LINK PROGRAM('DBANK60P')
030055                    COMMAREA(WS-PEVT-DATA)
030060                    LENGTH(LENGTH OF WS-PEVT-DATA)
030065     END-EXEC.
030070 WRITE-POSTING-EVENT-EXIT.
030075     EXIT.
030100
030102
030105*****************************************************************
