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
001300* Program:     DBANK58P.CBL                                     *
001400* Function:    Sweep instruction set-up/cancel/browse           *
001500*              VSAM version                                     *
001600*                                                               *
001700* Maintains BNKSWP, the sweep instructions the BBANK96P nightly *
001800* sweep batch moves money under. Browse runs down the covered   *
001900* account's instructions on the base key the same way DBANK48P  *
002000* browses BNKDDM; set-up and cancellation work on the full      *
002100* covered + funding account key. Set-up insists both accounts   *
002200* exist, are not closed, belong to the same customer and carry  *
002300* the same currency - a sweep is a transfer between the         *
002400* customer's own accounts and does no conversion. An            *
002500* instruction is never deleted - cancelling flips its status -  *
002600* and setting a cancelled pair up again reinstates it. Every    *
002700* change is written to the BNKMAUD maintenance audit journal    *
002800* with before/after images. BBANK95P validates the request      *
002900* shape before handing off here.                                *
003000*****************************************************************
003100
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.
003400     DBANK58P.
003500 DATE-WRITTEN.
003600     October 2026.
003700 DATE-COMPILED.
003800     Today.
003900
004000 ENVIRONMENT DIVISION.
004100
004200 DATA DIVISION.
004300
004400 WORKING-STORAGE SECTION.
004500 01  WS-MISC-STORAGE.
004600   05  WS-PROGRAM-ID                         PIC X(8)
004700       VALUE 'DBANK58P'.
004800   05  WS-COMMAREA-LENGTH                    PIC 9(5).
004900   05  WS-RESP                               PIC S9(8) COMP.
005000   05  WS-BROWSE-RESP                        PIC S9(8) COMP.
005100   05  WS-ABSTIME                            PIC S9(15) COMP-3.
005200   05  WS-MAU-ABSTIME                        PIC S9(15) COMP-3.
005300   05  WS-MAU-TASKN                          PIC 9(7).
005400   05  WS-MAU-RESP                           PIC S9(8) COMP.
005500   05  WS-BUSINESS-DATE                      PIC X(8).
005600   05  WS-BROWSE-KEY                         PIC X(20).
005700   05  WS-COVERED-PID                        PIC X(5).
005800   05  WS-COVERED-CURRENCY                   PIC X(3).
005900
006000 01  WS-MAINT-AUDIT-WORK.
006100   05  WS-MAU-FUNCTION                       PIC X(1).
006200   05  WS-MAU-BEFORE                         PIC X(400).
006300   05  WS-MAU-AFTER                          PIC X(400).
006400
006500 01  WS-BNKMAUD-REC.
006600 COPY CBANKVMA.
006700
006800 01  WS-BNKRUNC-REC.
006900 COPY CBANKVRC.
007000
007100 01  WS-BNKACC-REC.
007200 COPY CBANKVAC.
007300
007400 01  WS-BNKSWP-REC.
007500 COPY CBANKVSW.
007600
007700 01  WS-COMMAREA.
007800 COPY CBANKD58.
007900
008000 COPY CABENDD.
008100
008200 LINKAGE SECTION.
008300 01  DFHCOMMAREA.
008400   05  LK-COMMAREA                           PIC X(1)
008500       OCCURS 1 TO 4096 TIMES
008600         DEPENDING ON WS-COMMAREA-LENGTH.
008700
008800 PROCEDURE DIVISION.
008900*****************************************************************
009000* Move the passed data to our area                              *
009100*****************************************************************
009200     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
009300     MOVE DFHCOMMAREA TO WS-COMMAREA.
009400
009500*****************************************************************
009600* Initialize our output area                                    *
009700*****************************************************************
009800     MOVE SPACES TO CD58O-DATA.
009900     SET CD58O-RESP-OK TO TRUE.
010000     MOVE 0 TO CD58O-SWEEP-COUNT.
010100
010200*****************************************************************
010300* Check what is required                                        *
010400*****************************************************************
010500     EVALUATE TRUE
010600       WHEN CD58-REQUESTED-SETUP
010700        PERFORM SETUP-SWEEP THRU
010800                SETUP-SWEEP-EXIT
010900       WHEN CD58-REQUESTED-CANCEL
011000        PERFORM CANCEL-SWEEP THRU
011100                CANCEL-SWEEP-EXIT
011200       WHEN CD58-REQUESTED-BROWSE
011300        PERFORM BROWSE-SWEEPS THRU
011400                BROWSE-SWEEPS-EXIT
011500       WHEN OTHER
011600        SET CD58O-RESP-INVALID-INPUT TO TRUE
011700        MOVE 'Unknown request type' TO CD58O-RESP-MSG
011800     END-EVALUATE.
011900
012000*****************************************************************
012100* Move the result back to the callers area                      *
012200*****************************************************************
012300     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
012400
012500*****************************************************************
012600* Return to our caller                                          *
012700*****************************************************************
012800     EXEC CICS RETURN
012900     END-EXEC.
013000     GOBACK.
013100
013200*****************************************************************
013300* Set up a sweep: both accounts must exist, not be closed and   *
013400* belong to the same customer in the same currency. A new pair  *
013500* is written; a cancelled one is reinstated with the rule and   *
013600* threshold now given; an active one is a duplicate.            *
013700*****************************************************************
013800 SETUP-SWEEP.
013900     MOVE CD58I-COVERED-ACC TO BAC-REC-ACCNO.
014000     EXEC CICS READ FILE('BNKACC')
014100                    INTO(WS-BNKACC-REC)
014200                    LENGTH(LENGTH OF WS-BNKACC-REC)
014300                    RIDFLD(BAC-REC-ACCNO)
014400                    RESP(WS-RESP)
014500     END-EXEC.
014600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
014700        SET CD58O-RESP-ACC-NOTFOUND TO TRUE
014800        MOVE 'Covered account not found' TO CD58O-RESP-MSG
014900        GO TO SETUP-SWEEP-EXIT
015000     END-IF.
015100     IF BAC-REC-STATUS-CLOSED
015200        SET CD58O-RESP-ACC-NOTFOUND TO TRUE
015300        MOVE 'Covered account is closed' TO CD58O-RESP-MSG
015400        GO TO SETUP-SWEEP-EXIT
015500     END-IF.
015600     MOVE BAC-REC-PID TO WS-COVERED-PID.
015700     MOVE BAC-REC-CURRENCY TO WS-COVERED-CURRENCY.
015800     MOVE CD58I-FUNDING-ACC TO BAC-REC-ACCNO.
015900     EXEC CICS READ FILE('BNKACC')
016000                    INTO(WS-BNKACC-REC)
016100                    LENGTH(LENGTH OF WS-BNKACC-REC)
016200                    RIDFLD(BAC-REC-ACCNO)
016300                    RESP(WS-RESP)
016400     END-EXEC.
016500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
016600        SET CD58O-RESP-ACC-NOTFOUND TO TRUE
016700        MOVE 'Funding account not found' TO CD58O-RESP-MSG
016800        GO TO SETUP-SWEEP-EXIT
016900     END-IF.
017000     IF BAC-REC-STATUS-CLOSED
017100        SET CD58O-RESP-ACC-NOTFOUND TO TRUE
017200        MOVE 'Funding account is closed' TO CD58O-RESP-MSG
017300        GO TO SETUP-SWEEP-EXIT
017400     END-IF.
017500     IF BAC-REC-PID IS NOT EQUAL TO WS-COVERED-PID
017600        SET CD58O-RESP-INVALID-INPUT TO TRUE
017700        MOVE 'Accounts belong to different customers' TO
017800            CD58O-RESP-MSG
017900        GO TO SETUP-SWEEP-EXIT
018000     END-IF.
018100     IF BAC-REC-CURRENCY IS NOT EQUAL TO WS-COVERED-CURRENCY
018200        SET CD58O-RESP-INVALID-INPUT TO TRUE
018300        MOVE 'Accounts are in different currencies' TO
018400            CD58O-RESP-MSG
018500        GO TO SETUP-SWEEP-EXIT
018600     END-IF.
018700     PERFORM GET-BUSINESS-DATE THRU
018800             GET-BUSINESS-DATE-EXIT.
018900     MOVE CD58I-COVERED-ACC TO SWP-REC-COVERED-ACC.
019000     MOVE CD58I-FUNDING-ACC TO SWP-REC-FUNDING-ACC.
019100     EXEC CICS READ FILE('BNKSWP')
019200                    INTO(WS-BNKSWP-REC)
019300                    LENGTH(LENGTH OF WS-BNKSWP-REC)
019400                    RIDFLD(SWP-REC-KEY)
019500                    UPDATE
019600                    RESP(WS-RESP)
019700     END-EXEC.
019800     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
019900        GO TO SETUP-SWEEP-REINSTATE
020000     END-IF.
020100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NOTFND)
020200        SET CD58O-RESP-ERROR TO TRUE
020300        MOVE 'Error reading sweep instruction' TO CD58O-RESP-MSG
020400        GO TO SETUP-SWEEP-EXIT
020500     END-IF.
020600* A pair never linked before - write a new instruction
020700     MOVE LOW-VALUES TO SWP-RECORD.
020800     MOVE CD58I-COVERED-ACC TO SWP-REC-COVERED-ACC.
020900     MOVE CD58I-FUNDING-ACC TO SWP-REC-FUNDING-ACC.
021000     PERFORM FILL-SWEEP THRU
021100             FILL-SWEEP-EXIT.
021200     MOVE SPACES TO SWP-REC-LAST-SWEEP-DATE.
021300     MOVE 0 TO SWP-REC-LAST-SWEEP-AMT.
021400     EXEC CICS WRITE FILE('BNKSWP')
021500               FROM(WS-BNKSWP-REC)
021600               LENGTH(LENGTH OF WS-BNKSWP-REC)
021700               RIDFLD(SWP-REC-KEY)
021800               RESP(WS-RESP)
021900     END-EXEC.
022000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
022100        SET CD58O-RESP-ERROR TO TRUE
022200        MOVE 'Sweep could not be written' TO CD58O-RESP-MSG
022300        GO TO SETUP-SWEEP-EXIT
022400     END-IF.
022500     MOVE LOW-VALUES TO WS-MAU-BEFORE.
022600     MOVE WS-BNKSWP-REC TO WS-MAU-AFTER.
022700     MOVE 'A' TO WS-MAU-FUNCTION.
022800     PERFORM WRITE-SWEEP-AUDIT THRU
022900             WRITE-SWEEP-AUDIT-EXIT.
023000     MOVE 'Sweep set up' TO CD58O-RESP-MSG.
023100     GO TO SETUP-SWEEP-EXIT.
023200 SETUP-SWEEP-REINSTATE.
023300     IF SWP-REC-STATUS-ACTIVE
023400        SET CD58O-RESP-DUPLICATE TO TRUE
023500        MOVE 'Sweep is already active' TO CD58O-RESP-MSG
023600        EXEC CICS UNLOCK FILE('BNKSWP')
023700        END-EXEC
023800        GO TO SETUP-SWEEP-EXIT
023900     END-IF.
024000     MOVE WS-BNKSWP-REC TO WS-MAU-BEFORE.
024100     PERFORM FILL-SWEEP THRU
024200             FILL-SWEEP-EXIT.
024300     EXEC CICS REWRITE FILE('BNKSWP')
024400                       FROM(WS-BNKSWP-REC)
024500                       LENGTH(LENGTH OF WS-BNKSWP-REC)
024600                       RESP(WS-RESP)
024700     END-EXEC.
024800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
024900        SET CD58O-RESP-ERROR TO TRUE
025000        MOVE 'Sweep could not be rewritten' TO CD58O-RESP-MSG
025100        GO TO SETUP-SWEEP-EXIT
025200     END-IF.
025300     MOVE WS-BNKSWP-REC TO WS-MAU-AFTER.
025400     MOVE 'U' TO WS-MAU-FUNCTION.
025500     PERFORM WRITE-SWEEP-AUDIT THRU
025600             WRITE-SWEEP-AUDIT-EXIT.
025700     MOVE 'Cancelled sweep reinstated' TO CD58O-RESP-MSG.
025800 SETUP-SWEEP-EXIT.
025900     EXIT.
026000
026100*****************************************************************
026200* Carry the set-up details into the sweep record and make it    *
026300* active again                                                  *
026400*****************************************************************
026500 FILL-SWEEP.
026600     MOVE CD58I-RULE TO SWP-REC-RULE.
026700     MOVE CD58I-THRESHOLD TO SWP-REC-THRESHOLD.
026800     SET SWP-REC-STATUS-ACTIVE TO TRUE.
026900     MOVE CD58I-UPDATE-BY TO SWP-REC-SETUP-BY.
027000     MOVE WS-BUSINESS-DATE TO SWP-REC-SETUP-DATE.
027100     MOVE SPACES TO SWP-REC-CANCEL-BY.
027200     MOVE SPACES TO SWP-REC-CANCEL-DATE.
027300 FILL-SWEEP-EXIT.
027400     EXIT.
027500
027600*****************************************************************
027700* Cancel the active sweep keyed by covered + funding account    *
027800*****************************************************************
027900 CANCEL-SWEEP.
028000     MOVE CD58I-COVERED-ACC TO SWP-REC-COVERED-ACC.
028100     MOVE CD58I-FUNDING-ACC TO SWP-REC-FUNDING-ACC.
028200     EXEC CICS READ FILE('BNKSWP')
028300                    INTO(WS-BNKSWP-REC)
028400                    LENGTH(LENGTH OF WS-BNKSWP-REC)
028500                    RIDFLD(SWP-REC-KEY)
028600                    UPDATE
028700                    RESP(WS-RESP)
028800     END-EXEC.
028900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
029000        SET CD58O-RESP-SWEEP-NOTFOUND TO TRUE
029100        MOVE 'Sweep instruction not found' TO CD58O-RESP-MSG
029200        GO TO CANCEL-SWEEP-EXIT
029300     END-IF.
029400     IF NOT SWP-REC-STATUS-ACTIVE
029500        SET CD58O-RESP-NOT-ACTIVE TO TRUE
029600        MOVE 'Sweep has already been cancelled' TO
029700            CD58O-RESP-MSG
029800        EXEC CICS UNLOCK FILE('BNKSWP')
029900        END-EXEC
030000        GO TO CANCEL-SWEEP-EXIT
030100     END-IF.
030200     PERFORM GET-BUSINESS-DATE THRU
030300             GET-BUSINESS-DATE-EXIT.
030400     MOVE WS-BNKSWP-REC TO WS-MAU-BEFORE.
030500     SET SWP-REC-STATUS-CANCELLED TO TRUE.
030600     MOVE CD58I-UPDATE-BY TO SWP-REC-CANCEL-BY.
030700     MOVE WS-BUSINESS-DATE TO SWP-REC-CANCEL-DATE.
030800     EXEC CICS REWRITE FILE('BNKSWP')
030900                       FROM(WS-BNKSWP-REC)
031000                       LENGTH(LENGTH OF WS-BNKSWP-REC)
031100                       RESP(WS-RESP)
031200     END-EXEC.
031300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
031400        SET CD58O-RESP-ERROR TO TRUE
031500        MOVE 'Sweep could not be rewritten' TO CD58O-RESP-MSG
031600        GO TO CANCEL-SWEEP-EXIT
031700     END-IF.
031800     MOVE WS-BNKSWP-REC TO WS-MAU-AFTER.
031900     MOVE 'U' TO WS-MAU-FUNCTION.
032000     PERFORM WRITE-SWEEP-AUDIT THRU
032100             WRITE-SWEEP-AUDIT-EXIT.
032200     MOVE 'Sweep cancelled' TO CD58O-RESP-MSG.
032300 CANCEL-SWEEP-EXIT.
032400     EXIT.
032500
032600*****************************************************************
032700* Return up to 10 sweeps held on the requested covered account  *
032800*****************************************************************
032900 BROWSE-SWEEPS.
033000     MOVE CD58I-COVERED-ACC TO WS-BROWSE-KEY(1:10).
033100     MOVE LOW-VALUES TO WS-BROWSE-KEY(11:10).
033200     EXEC CICS STARTBR FILE('BNKSWP')
033300                       RIDFLD(WS-BROWSE-KEY)
033400                       GTEQ
033500                       RESP(WS-BROWSE-RESP)
033600     END-EXEC.
033700     IF WS-BROWSE-RESP IS EQUAL TO DFHRESP(NORMAL)
033800        PERFORM BUILD-SWEEP-ROW THRU
033850                BUILD-SWEEP-ROW-EXIT
033900           UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
034000                 OR CD58O-SWEEP-COUNT IS GREATER THAN OR EQUAL
034100                       TO 10
034200        EXEC CICS ENDBR FILE('BNKSWP')
034300        END-EXEC
034400     END-IF.
034500     IF CD58O-SWEEP-COUNT IS EQUAL TO 0
034600        SET CD58O-RESP-SWEEP-NOTFOUND TO TRUE
034700        MOVE 'No sweeps held on this account' TO
034800            CD58O-RESP-MSG
034900     END-IF.
035000 BROWSE-SWEEPS-EXIT.
035100     EXIT.
035200
035300 BUILD-SWEEP-ROW.
035400     EXEC CICS READNEXT FILE('BNKSWP')
035500                        INTO(WS-BNKSWP-REC)
035600                        LENGTH(LENGTH OF WS-BNKSWP-REC)
035700                        RIDFLD(WS-BROWSE-KEY)
035800                        RESP(WS-BROWSE-RESP)
035900     END-EXEC.
036000     IF WS-BROWSE-RESP IS EQUAL TO DFHRESP(NORMAL)
036100        IF SWP-REC-COVERED-ACC IS NOT EQUAL TO CD58I-COVERED-ACC
036200           MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
036300        ELSE
036400           ADD 1 TO CD58O-SWEEP-COUNT
036500           MOVE SWP-REC-FUNDING-ACC TO
036600               CD58O-SWP-FUNDING-ACC(CD58O-SWEEP-COUNT)
036700           MOVE SWP-REC-RULE TO
036800               CD58O-SWP-RULE(CD58O-SWEEP-COUNT)
036900           MOVE SWP-REC-THRESHOLD TO
037000               CD58O-SWP-THRESHOLD(CD58O-SWEEP-COUNT)
037100           MOVE SWP-REC-STATUS TO
037200               CD58O-SWP-STATUS(CD58O-SWEEP-COUNT)
037300           MOVE SWP-REC-SETUP-DATE TO
037400               CD58O-SWP-SETUP-DATE(CD58O-SWEEP-COUNT)
037500           MOVE SWP-REC-CANCEL-DATE TO
037600               CD58O-SWP-CANCEL-DATE(CD58O-SWEEP-COUNT)
037700           MOVE SWP-REC-LAST-SWEEP-DATE TO
037800               CD58O-SWP-LAST-SWEEP-DATE(CD58O-SWEEP-COUNT)
037900           MOVE SWP-REC-LAST-SWEEP-AMT TO
038000               CD58O-SWP-LAST-SWEEP-AMT(CD58O-SWEEP-COUNT)
038100        END-IF
038200     END-IF.
038210 BUILD-SWEEP-ROW-EXIT.
038220     EXIT.
038300
038400*****************************************************************
038500* Write one maintenance-audit record to BNKMAUD carrying the    *
038600* before and after images of the change just made, who asked    *
038700* for it and from which terminal - keyed the same way the       *
038800* BNKAUDT signon trail is                                       *
038900*****************************************************************
039000 WRITE-SWEEP-AUDIT.
039100     MOVE LOW-VALUES TO MAU-RECORD.
039200     EXEC CICS ASKTIME
039300               ABSTIME(WS-MAU-ABSTIME)
039400     END-EXEC.
039500     EXEC CICS FORMATTIME
039600               ABSTIME(WS-MAU-ABSTIME)
039700               YYYYMMDD(MAU-REC-TIMESTAMP(1:8))
039800               TIME(MAU-REC-TIMESTAMP(9:8))
039900     END-EXEC.
040000     MOVE EIBTASKN TO WS-MAU-TASKN.
040100     MOVE WS-MAU-TASKN TO MAU-REC-TIMESTAMP(17:7).
040200     MOVE WS-MAU-FUNCTION TO MAU-REC-TIMESTAMP(24:1).
040300     MOVE 'BNKSWP' TO MAU-REC-FILE.
040400     MOVE WS-MAU-FUNCTION TO MAU-REC-FUNCTION.
040500     MOVE SWP-REC-KEY TO MAU-REC-RECORD-KEY.
040600     MOVE CD58I-UPDATE-BY TO MAU-REC-USERID.
040700     MOVE EIBTRMID TO MAU-REC-TERMID.
040800     MOVE WS-MAU-BEFORE TO MAU-REC-BEFORE-IMAGE.
040900     MOVE WS-MAU-AFTER TO MAU-REC-AFTER-IMAGE.
041000     EXEC CICS WRITE FILE('BNKMAUD')
041100               FROM(WS-BNKMAUD-REC)
041200               LENGTH(LENGTH OF WS-BNKMAUD-REC)
041300               RIDFLD(MAU-REC-TIMESTAMP)
041400               RESP(WS-MAU-RESP)
041500     END-EXEC.
041600     IF WS-MAU-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
041700        DISPLAY 'DBANK58P - MAINT AUDIT WRITE FAILED: '
041800                MAU-REC-TIMESTAMP
041900     END-IF.
042000 WRITE-SWEEP-AUDIT-EXIT.
042100     EXIT.
042200
042300*****************************************************************
042400* Pick up the current business date from the run-control        *
042500* '*CONTROL' record so set-up and cancellation are dated by the *
042600* banking day, not the machine date. If run control is not      *
042700* available the machine date stands in.                         *
042800*****************************************************************
042900 GET-BUSINESS-DATE.
043000     EXEC CICS ASKTIME
043100               ABSTIME(WS-ABSTIME)
043200     END-EXEC.
043300     EXEC CICS FORMATTIME
043400               ABSTIME(WS-ABSTIME)
043500               YYYYMMDD(WS-BUSINESS-DATE)
043600     END-EXEC.
043700     MOVE '*CONTROL' TO RNC-REC-JOB-NAME.
043800     MOVE '00000000' TO RNC-REC-RUN-DATE.
043900     EXEC CICS READ FILE('BNKRUNC')
044000                    INTO(WS-BNKRUNC-REC)
044100                    LENGTH(LENGTH OF WS-BNKRUNC-REC)
044200                    RIDFLD(RNC-REC-KEY)
044300                    RESP(WS-RESP)
044400     END-EXEC.
044500     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
044600        MOVE RNC-REC-BUSINESS-DATE TO WS-BUSINESS-DATE
044700     END-IF.
044800 GET-BUSINESS-DATE-EXIT.
044900     EXIT.
045000
045100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
