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
001300* Program:     DBANK48P.CBL                                     *
001400* Function:    Direct debit mandate set-up/cancel/browse        *
001500*              VSAM version                                     *
001600*                                                               *
001700* Maintains BNKDDM, the direct debit mandate register the       *
001800* BBANK83P inbound collection batch pays against. Browse runs   *
001900* down the account's mandates on the base key the same way      *
002000* DBANK31P browses BNKAXRF; set-up and cancellation work on the *
002100* full account + originator reference key. A mandate is never   *
002200* deleted - cancelling flips its status so a later collection   *
002300* under it comes back as cancelled rather than as unknown - and *
002400* setting up a cancelled reference again reinstates it. Every   *
002500* change is written to the BNKMAUD maintenance audit journal    *
002600* with before/after images. BBANK82P validates the request      *
002700* shape before handing off here.                                *
002800*****************************************************************
002900
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.
003200     DBANK48P.
003300 DATE-WRITTEN.
003400     October 2026.
003500 DATE-COMPILED.
003600     Today.
003700
003800 ENVIRONMENT DIVISION.
003900
004000 DATA DIVISION.
004100
004200 WORKING-STORAGE SECTION.
004300 01  WS-MISC-STORAGE.
004400   05  WS-PROGRAM-ID                         PIC X(8)
004500       VALUE 'DBANK48P'.
004600   05  WS-COMMAREA-LENGTH                    PIC 9(5).
004700   05  WS-RESP                               PIC S9(8) COMP.
004800   05  WS-BROWSE-RESP                        PIC S9(8) COMP.
004900   05  WS-ABSTIME                            PIC S9(15) COMP-3.
005000   05  WS-MAU-ABSTIME                        PIC S9(15) COMP-3.
005100   05  WS-MAU-TASKN                          PIC 9(7).
005200   05  WS-MAU-RESP                           PIC S9(8) COMP.
005300   05  WS-BUSINESS-DATE                      PIC X(8).
005400   05  WS-BROWSE-KEY                         PIC X(26).
005500
005600 01  WS-MAINT-AUDIT-WORK.
005700   05  WS-MAU-FUNCTION                       PIC X(1).
005800   05  WS-MAU-BEFORE                         PIC X(400).
005900   05  WS-MAU-AFTER                          PIC X(400).
006000
006100 01  WS-BNKMAUD-REC.
006200 COPY CBANKVMA.
006300
006400 01  WS-BNKRUNC-REC.
006500 COPY CBANKVRC.
006600
006700 01  WS-BNKACC-REC.
006800 COPY CBANKVAC.
006900
007000 01  WS-BNKDDM-REC.
007100 COPY CBANKVDM.
007200
007300 01  WS-COMMAREA.
007400 COPY CBANKD48.
007500
007600 COPY CABENDD.
007700
007800 LINKAGE SECTION.
007900 01  DFHCOMMAREA.
008000   05  LK-COMMAREA                           PIC X(1)
008100       OCCURS 1 TO 4096 TIMES
008200         DEPENDING ON WS-COMMAREA-LENGTH.
008300
008400 PROCEDURE DIVISION.
008500*****************************************************************
008600* Move the passed data to our area                              *
008700*****************************************************************
008800     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
008900     MOVE DFHCOMMAREA TO WS-COMMAREA.
009000
009100*****************************************************************
009200* Initialize our output area                                    *
009300*****************************************************************
009400     MOVE SPACES TO CD48O-DATA.
009500     SET CD48O-RESP-OK TO TRUE.
009600     MOVE 0 TO CD48O-MANDATE-COUNT.
009700
009800*****************************************************************
009900* Check what is required                                        *
010000*****************************************************************
010100     EVALUATE TRUE
010200       WHEN CD48-REQUESTED-SETUP
010300        PERFORM SETUP-MANDATE THRU
010400                SETUP-MANDATE-EXIT
010500       WHEN CD48-REQUESTED-CANCEL
010600        PERFORM CANCEL-MANDATE THRU
010700                CANCEL-MANDATE-EXIT
010800       WHEN CD48-REQUESTED-BROWSE
010900        PERFORM BROWSE-MANDATES THRU
011000                BROWSE-MANDATES-EXIT
011100       WHEN OTHER
011200        SET CD48O-RESP-INVALID-INPUT TO TRUE
011300        MOVE 'Unknown request type' TO CD48O-RESP-MSG
011400     END-EVALUATE.
011500
011600*****************************************************************
011700* Move the result back to the callers area                      *
011800*****************************************************************
011900     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
012000
012100*****************************************************************
012200* Return to our caller                                          *
012300*****************************************************************
012400     EXEC CICS RETURN
012500     END-EXEC.
012600     GOBACK.
012700
012800*****************************************************************
012900* Set up a mandate: the account must exist and not be closed.   *
013000* A new reference is written; a cancelled one is reinstated     *
013100* with the details now given; an active one is a duplicate.     *
013200*****************************************************************
013300 SETUP-MANDATE.
013400     MOVE CD48I-ACCNO TO BAC-REC-ACCNO.
013500     EXEC CICS READ FILE('BNKACC')
013600                    INTO(WS-BNKACC-REC)
013700                    LENGTH(LENGTH OF WS-BNKACC-REC)
013800                    RIDFLD(BAC-REC-ACCNO)
013900                    RESP(WS-RESP)
014000     END-EXEC.
014100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
014200        SET CD48O-RESP-ACC-NOTFOUND TO TRUE
014300        MOVE 'Account not found' TO CD48O-RESP-MSG
014400        GO TO SETUP-MANDATE-EXIT
014500     END-IF.
014600     IF BAC-REC-STATUS-CLOSED
014700        SET CD48O-RESP-ACC-NOTFOUND TO TRUE
014800        MOVE 'Account is closed' TO CD48O-RESP-MSG
014900        GO TO SETUP-MANDATE-EXIT
015000     END-IF.
015100     PERFORM GET-BUSINESS-DATE THRU
015200             GET-BUSINESS-DATE-EXIT.
015300     MOVE CD48I-ACCNO TO DDM-REC-ACCNO.
015400     MOVE CD48I-ORIG-REF TO DDM-REC-ORIG-REF.
015500     EXEC CICS READ FILE('BNKDDM')
015600                    INTO(WS-BNKDDM-REC)
015700                    LENGTH(LENGTH OF WS-BNKDDM-REC)
015800                    RIDFLD(DDM-REC-KEY)
015900                    UPDATE
016000                    RESP(WS-RESP)
016100     END-EXEC.
016200     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
016300        GO TO SETUP-MANDATE-REINSTATE
016400     END-IF.
016500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NOTFND)
016600        SET CD48O-RESP-ERROR TO TRUE
016700        MOVE 'Error reading mandate' TO CD48O-RESP-MSG
016800        GO TO SETUP-MANDATE-EXIT
016900     END-IF.
017000* A reference never seen on this account - write a new mandate
017100     MOVE LOW-VALUES TO DDM-RECORD.
017200     MOVE CD48I-ACCNO TO DDM-REC-ACCNO.
017300     MOVE CD48I-ORIG-REF TO DDM-REC-ORIG-REF.
017400     PERFORM FILL-MANDATE THRU
017500             FILL-MANDATE-EXIT.
017600     MOVE SPACES TO DDM-REC-LAST-COLL-DATE.
017700     MOVE 0 TO DDM-REC-LAST-COLL-AMT.
017800     EXEC CICS WRITE FILE('BNKDDM')
017900               FROM(WS-BNKDDM-REC)
018000               LENGTH(LENGTH OF WS-BNKDDM-REC)
018100               RIDFLD(DDM-REC-KEY)
018200               RESP(WS-RESP)
018300     END-EXEC.
018400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
018500        SET CD48O-RESP-ERROR TO TRUE
018600        MOVE 'Mandate could not be written' TO CD48O-RESP-MSG
018700        GO TO SETUP-MANDATE-EXIT
018800     END-IF.
018900     MOVE LOW-VALUES TO WS-MAU-BEFORE.
019000     MOVE WS-BNKDDM-REC TO WS-MAU-AFTER.
019100     MOVE 'A' TO WS-MAU-FUNCTION.
019200     PERFORM WRITE-MANDATE-AUDIT THRU
019300             WRITE-MANDATE-AUDIT-EXIT.
019400     MOVE 'Mandate set up' TO CD48O-RESP-MSG.
019500     GO TO SETUP-MANDATE-EXIT.
019600 SETUP-MANDATE-REINSTATE.
019700     IF DDM-REC-STATUS-ACTIVE
019800        SET CD48O-RESP-DUPLICATE TO TRUE
019900        MOVE 'Mandate is already active' TO CD48O-RESP-MSG
020000        EXEC CICS UNLOCK FILE('BNKDDM')
020100        END-EXEC
020200        GO TO SETUP-MANDATE-EXIT
020300     END-IF.
020400     MOVE WS-BNKDDM-REC TO WS-MAU-BEFORE.
020500     PERFORM FILL-MANDATE THRU
020600             FILL-MANDATE-EXIT.
020700     EXEC CICS REWRITE FILE('BNKDDM')
020800                       FROM(WS-BNKDDM-REC)
020900                       LENGTH(LENGTH OF WS-BNKDDM-REC)
021000                       RESP(WS-RESP)
021100     END-EXEC.
021200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
021300        SET CD48O-RESP-ERROR TO TRUE
021400        MOVE 'Mandate could not be rewritten' TO CD48O-RESP-MSG
021500        GO TO SETUP-MANDATE-EXIT
021600     END-IF.
021700     MOVE WS-BNKDDM-REC TO WS-MAU-AFTER.
021800     MOVE 'U' TO WS-MAU-FUNCTION.
021900     PERFORM WRITE-MANDATE-AUDIT THRU
022000             WRITE-MANDATE-AUDIT-EXIT.
022100     MOVE 'Cancelled mandate reinstated' TO CD48O-RESP-MSG.
022200 SETUP-MANDATE-EXIT.
022300     EXIT.
022400
022500*****************************************************************
022600* Carry the set-up details into the mandate record and make it  *
022700* active again                                                  *
022800*****************************************************************
022900 FILL-MANDATE.
023000     MOVE CD48I-ORIG-ID TO DDM-REC-ORIG-ID.
023100     MOVE CD48I-ORIG-NAME TO DDM-REC-ORIG-NAME.
023200     MOVE CD48I-MAX-AMOUNT TO DDM-REC-MAX-AMOUNT.
023300     SET DDM-REC-STATUS-ACTIVE TO TRUE.
023400     MOVE CD48I-UPDATE-BY TO DDM-REC-SETUP-BY.
023500     MOVE WS-BUSINESS-DATE TO DDM-REC-SETUP-DATE.
023600     MOVE SPACES TO DDM-REC-CANCEL-BY.
023700     MOVE SPACES TO DDM-REC-CANCEL-DATE.
023800 FILL-MANDATE-EXIT.
023900     EXIT.
024000
024100*****************************************************************
024200* Cancel the active mandate keyed by account + originator ref   *
024300*****************************************************************
024400 CANCEL-MANDATE.
024500     MOVE CD48I-ACCNO TO DDM-REC-ACCNO.
024600     MOVE CD48I-ORIG-REF TO DDM-REC-ORIG-REF.
024700     EXEC CICS READ FILE('BNKDDM')
024800                    INTO(WS-BNKDDM-REC)
024900                    LENGTH(LENGTH OF WS-BNKDDM-REC)
025000                    RIDFLD(DDM-REC-KEY)
025100                    UPDATE
025200                    RESP(WS-RESP)
025300     END-EXEC.
025400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
025500        SET CD48O-RESP-MANDATE-NOTFOUND TO TRUE
025600        MOVE 'Mandate not found' TO CD48O-RESP-MSG
025700        GO TO CANCEL-MANDATE-EXIT
025800     END-IF.
025900     IF NOT DDM-REC-STATUS-ACTIVE
026000        SET CD48O-RESP-NOT-ACTIVE TO TRUE
026100        MOVE 'Mandate has already been cancelled' TO
026200            CD48O-RESP-MSG
026300        EXEC CICS UNLOCK FILE('BNKDDM')
026400        END-EXEC
026500        GO TO CANCEL-MANDATE-EXIT
026600     END-IF.
026700     PERFORM GET-BUSINESS-DATE THRU
026800             GET-BUSINESS-DATE-EXIT.
026900     MOVE WS-BNKDDM-REC TO WS-MAU-BEFORE.
027000     SET DDM-REC-STATUS-CANCELLED TO TRUE.
027100     MOVE CD48I-UPDATE-BY TO DDM-REC-CANCEL-BY.
027200     MOVE WS-BUSINESS-DATE TO DDM-REC-CANCEL-DATE.
027300     EXEC CICS REWRITE FILE('BNKDDM')
027400                       FROM(WS-BNKDDM-REC)
027500                       LENGTH(LENGTH OF WS-BNKDDM-REC)
027600                       RESP(WS-RESP)
027700     END-EXEC.
027800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
027900        SET CD48O-RESP-ERROR TO TRUE
028000        MOVE 'Mandate could not be rewritten' TO CD48O-RESP-MSG
028100        GO TO CANCEL-MANDATE-EXIT
028200     END-IF.
028300     MOVE WS-BNKDDM-REC TO WS-MAU-AFTER.
028400     MOVE 'U' TO WS-MAU-FUNCTION.
028500     PERFORM WRITE-MANDATE-AUDIT THRU
028600             WRITE-MANDATE-AUDIT-EXIT.
028700     MOVE 'Mandate cancelled' TO CD48O-RESP-MSG.
028800 CANCEL-MANDATE-EXIT.
028900     EXIT.
029000
029100*****************************************************************
029200* Return up to 10 mandates held on the requested account        *
029300*****************************************************************
029400 BROWSE-MANDATES.
029500     MOVE CD48I-ACCNO TO WS-BROWSE-KEY(1:10).
029600     MOVE LOW-VALUES TO WS-BROWSE-KEY(11:16).
029700     EXEC CICS STARTBR FILE('BNKDDM')
029800                       RIDFLD(WS-BROWSE-KEY)
029900                       GTEQ
030000                       RESP(WS-BROWSE-RESP)
030100     END-EXEC.
030200     IF WS-BROWSE-RESP IS EQUAL TO DFHRESP(NORMAL)
030300        PERFORM BUILD-MANDATE-ROW
030400           UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
030500                 OR CD48O-MANDATE-COUNT IS GREATER THAN OR EQUAL
030600                       TO 10
030700        EXEC CICS ENDBR FILE('BNKDDM')
030800        END-EXEC
030900     END-IF.
031000     IF CD48O-MANDATE-COUNT IS EQUAL TO 0
031100        SET CD48O-RESP-MANDATE-NOTFOUND TO TRUE
031200        MOVE 'No mandates held on this account' TO
031300            CD48O-RESP-MSG
031400     END-IF.
031500 BROWSE-MANDATES-EXIT.
031600     EXIT.
031700
031800 BUILD-MANDATE-ROW.
031900     EXEC CICS READNEXT FILE('BNKDDM')
032000                        INTO(WS-BNKDDM-REC)
032100                        LENGTH(LENGTH OF WS-BNKDDM-REC)
032200                        RIDFLD(WS-BROWSE-KEY)
032300                        RESP(WS-BROWSE-RESP)
032400     END-EXEC.
032500     IF WS-BROWSE-RESP IS EQUAL TO DFHRESP(NORMAL)
032600        IF DDM-REC-ACCNO IS NOT EQUAL TO CD48I-ACCNO
032700           MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
032800        ELSE
032900           ADD 1 TO CD48O-MANDATE-COUNT
033000           MOVE DDM-REC-ORIG-REF TO
033100               CD48O-MDT-ORIG-REF(CD48O-MANDATE-COUNT)
033200           MOVE DDM-REC-ORIG-ID TO
033300               CD48O-MDT-ORIG-ID(CD48O-MANDATE-COUNT)
033400           MOVE DDM-REC-ORIG-NAME TO
033500               CD48O-MDT-ORIG-NAME(CD48O-MANDATE-COUNT)
033600           MOVE DDM-REC-MAX-AMOUNT TO
033700               CD48O-MDT-MAX-AMOUNT(CD48O-MANDATE-COUNT)
033800           MOVE DDM-REC-STATUS TO
033900               CD48O-MDT-STATUS(CD48O-MANDATE-COUNT)
034000           MOVE DDM-REC-SETUP-DATE TO
034100               CD48O-MDT-SETUP-DATE(CD48O-MANDATE-COUNT)
034200           MOVE DDM-REC-CANCEL-DATE TO
034300               CD48O-MDT-CANCEL-DATE(CD48O-MANDATE-COUNT)
034400           MOVE DDM-REC-LAST-COLL-DATE TO
034500               CD48O-MDT-LAST-COLL-DATE(CD48O-MANDATE-COUNT)
034600        END-IF
034700     END-IF.
034800
034900*****************************************************************
035000* Write one maintenance-audit record to BNKMAUD carrying the    *
035100* before and after images of the change just made, who asked    *
035200* for it and from which terminal - keyed the same way the       *
035300* BNKAUDT signon trail is                                       *
035400*****************************************************************
035500 WRITE-MANDATE-AUDIT.
035600     MOVE LOW-VALUES TO MAU-RECORD.
035700     EXEC CICS ASKTIME
035800               ABSTIME(WS-MAU-ABSTIME)
035900     END-EXEC.
036000     EXEC CICS FORMATTIME
036100               ABSTIME(WS-MAU-ABSTIME)
036200               YYYYMMDD(MAU-REC-TIMESTAMP(1:8))
036300               TIME(MAU-REC-TIMESTAMP(9:8))
036400     END-EXEC.
036500     MOVE EIBTASKN TO WS-MAU-TASKN.
036600     MOVE WS-MAU-TASKN TO MAU-REC-TIMESTAMP(17:7).
036700     MOVE WS-MAU-FUNCTION TO MAU-REC-TIMESTAMP(24:1).
036800     MOVE 'BNKDDM' TO MAU-REC-FILE.
036900     MOVE WS-MAU-FUNCTION TO MAU-REC-FUNCTION.
037000     MOVE DDM-REC-KEY TO MAU-REC-RECORD-KEY.
037100     MOVE CD48I-UPDATE-BY TO MAU-REC-USERID.
037200     MOVE EIBTRMID TO MAU-REC-TERMID.
037300     MOVE WS-MAU-BEFORE TO MAU-REC-BEFORE-IMAGE.
037400     MOVE WS-MAU-AFTER TO MAU-REC-AFTER-IMAGE.
037500     EXEC CICS WRITE FILE('BNKMAUD')
037600               FROM(WS-BNKMAUD-REC)
037700               LENGTH(LENGTH OF WS-BNKMAUD-REC)
037800               RIDFLD(MAU-REC-TIMESTAMP)
037900               RESP(WS-MAU-RESP)
038000     END-EXEC.
038100     IF WS-MAU-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
038200        DISPLAY 'DBANK48P - MAINT AUDIT WRITE FAILED: '
038300                MAU-REC-TIMESTAMP
038400     END-IF.
038500 WRITE-MANDATE-AUDIT-EXIT.
038600     EXIT.
038700
038800*****************************************************************
038900* Pick up the current business date from the run-control        *
039000* '*CONTROL' record so set-up and cancellation are dated by the *
039100* banking day, not the machine date. If run control is not      *
039200* available the machine date stands in.                         *
039300*****************************************************************
039400 GET-BUSINESS-DATE.
039500     EXEC CICS ASKTIME
039600               ABSTIME(WS-ABSTIME)
039700     END-EXEC.
039800     EXEC CICS FORMATTIME
039900               ABSTIME(WS-ABSTIME)
040000               YYYYMMDD(WS-BUSINESS-DATE)
040100     END-EXEC.
040200     MOVE '*CONTROL' TO RNC-REC-JOB-NAME.
040300     MOVE '00000000' TO RNC-REC-RUN-DATE.
040400     EXEC CICS READ FILE('BNKRUNC')
040500                    INTO(WS-BNKRUNC-REC)
040600                    LENGTH(LENGTH OF WS-BNKRUNC-REC)
040700                    RIDFLD(RNC-REC-KEY)
040800                    RESP(WS-RESP)
040900     END-EXEC.
041000     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
041100        MOVE RNC-REC-BUSINESS-DATE TO WS-BUSINESS-DATE
041200     END-IF.
041300 GET-BUSINESS-DATE-EXIT.
041400     EXIT.
041500
041600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
