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
001300* Program:     DBANK63P.CBL                                     *
001400* Function:    Complaint and case log                           *
001500*              VSAM version                                     *
001600*                                                               *
001700* Opens, inquires on and maintains BNKCASE cases. A case is     *
001800* opened against a customer and an account the customer holds,  *
001900* and may name the disputed BNKTXN posting (which must be on    *
002000* that account) or the BNKSUSP item (which must be from or to   *
002100* it). The number comes from the control record, read for       *
002200* update, so two staff opening cases at once cannot take the    *
002300* same one.                                                     *
002400*                                                               *
002500* Every change - status, owner, note, refund - rewrites the     *
002600* header and adds a history line stamped with who made it, the  *
002700* machine time and the business date, so the lines are the      *
002800* case's audit trail. A closed case takes no further change.    *
002900*                                                               *
003000* A goodwill refund is recorded here only by DBANK24P, after it *
003100* has posted the adjustment carrying the case number; a refund  *
003200* against a case that is closed, or for an account the case is  *
003300* not about, is refused and DBANK24P backs out the posting.     *
003400*****************************************************************
003500
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.
003800     DBANK63P.
003900 DATE-WRITTEN.
004000     October 2026.
004100 DATE-COMPILED.
004200     Today.
004300
004400 ENVIRONMENT DIVISION.
004500
004600 DATA DIVISION.
004700
004800 WORKING-STORAGE SECTION.
004900 01  WS-MISC-STORAGE.
005000   05  WS-PROGRAM-ID                         PIC X(8)
005100       VALUE 'DBANK63P'.
005200   05  WS-COMMAREA-LENGTH                    PIC 9(5).
005300   05  WS-RESP                               PIC S9(8) COMP.
005400   05  WS-BROWSE-RESP                        PIC S9(8) COMP.
005500   05  WS-ABSTIME                            PIC S9(15) COMP-3.
005600   05  WS-NOW-DATE                           PIC X(8).
005700   05  WS-NOW-TIME                           PIC X(8).
005800   05  WS-BUSINESS-DATE                      PIC X(8).
005900   05  WS-NEXT-CASE-NO                       PIC 9(8).
006000   05  WS-CONTROL-KEY.
006100     10  WS-CONTROL-CASE-NO                  PIC 9(8).
006200     10  WS-CONTROL-LINE-NO                  PIC 9(4).
006300   05  WS-BROWSE-KEY.
006400     10  WS-BROWSE-CASE-NO                   PIC 9(8).
006500     10  WS-BROWSE-LINE-NO                   PIC 9(4).
006600   05  WS-XREF-KEY.
006700     10  WS-XREF-ACCNO                       PIC X(10).
006800     10  WS-XREF-PID                         PIC X(5).
006900   05  WS-OLD-STATUS                         PIC X(1).
007000   05  WS-NEW-LINE-NO                        PIC 9(4).
007100
007200*****************************************************************
007300* The history line to be added, built while the header is still *
007400* in the record area                                            *
007500*****************************************************************
007600 01  WS-NEW-LINE.
007700   05  WS-NEW-KIND                           PIC X(1).
007800   05  WS-NEW-OLD-STATUS                     PIC X(1).
007900   05  WS-NEW-NEW-STATUS                     PIC X(1).
008000   05  WS-NEW-OWNER                          PIC X(8).
008100   05  WS-NEW-AMOUNT                         PIC S9(9)V99.
008200   05  WS-NEW-POSTING-TS                     PIC X(26).
008300   05  WS-NEW-TEXT                           PIC X(60).
008400
008500 01  WS-BNKRUNC-REC.
008600 COPY CBANKVRC.
008700
008800 01  WS-BNKCASE-REC.
008900 COPY CBANKVCA.
009000
009100 01  WS-BNKCUST-REC.
009200 COPY CBANKVCS.
009300
009400 01  WS-BNKACC-REC.
009500 COPY CBANKVAC.
009600
009700 01  WS-BNKAXRF-REC.
009800 COPY CBANKVXR.
009900
010000 01  WS-BNKTXN-REC.
010100 COPY CBANKVTX.
010200
010300 01  WS-BNKSUSP-REC.
010400 COPY CBANKVSP.
010500
010600 01  WS-COMMAREA.
010700 COPY CBANKD63.
010800
010900 COPY CABENDD.
011000
011100 LINKAGE SECTION.
011200 01  DFHCOMMAREA.
011300   05  LK-COMMAREA                           PIC X(1)
011400       OCCURS 1 TO 4096 TIMES
011500         DEPENDING ON WS-COMMAREA-LENGTH.
011600
011700 PROCEDURE DIVISION.
011800*****************************************************************
011900* Move the passed data to our area                              *
012000*****************************************************************
012100     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
012200     MOVE DFHCOMMAREA TO WS-COMMAREA.
012300
012400*****************************************************************
012500* Initialize our output area                                    *
012600*****************************************************************
012700     MOVE SPACES TO CD63O-DATA.
012800     MOVE 0 TO CD63O-CASE-NO.
012900     MOVE 0 TO CD63O-REFUND-TOTAL.
013000     MOVE 0 TO CD63O-LINE-COUNT.
013100     SET CD63O-RESP-OK TO TRUE.
013200     PERFORM GET-BUSINESS-DATE THRU
013300             GET-BUSINESS-DATE-EXIT.
013400
013500*****************************************************************
013600* Every change is made in someone's name                        *
013700*****************************************************************
013800     IF NOT CD63-REQUESTED-INQUIRE
013900        IF CD63I-UPDATE-BY IS EQUAL TO SPACES OR
014000           CD63I-UPDATE-BY IS EQUAL TO LOW-VALUES
014100           SET CD63O-RESP-INVALID-INPUT TO TRUE
014200           MOVE 'Requestor id is required' TO CD63O-RESP-MSG
014300        END-IF
014400     END-IF.
014500
014600*****************************************************************
014700* Check what is required                                        *
014800*****************************************************************
014900     IF CD63O-RESP-OK
015000        EVALUATE TRUE
015100          WHEN CD63-REQUESTED-OPEN
015200           PERFORM OPEN-CASE THRU
015300                   OPEN-CASE-EXIT
015400          WHEN CD63-REQUESTED-INQUIRE
015500           PERFORM INQUIRE-CASE THRU
015600                   INQUIRE-CASE-EXIT
015700          WHEN CD63-REQUESTED-STATUS
015800           PERFORM CHANGE-STATUS THRU
015900                   CHANGE-STATUS-EXIT
016000          WHEN CD63-REQUESTED-ASSIGN
016100           PERFORM ASSIGN-OWNER THRU
016200                   ASSIGN-OWNER-EXIT
016300          WHEN CD63-REQUESTED-NOTE
016400           PERFORM ADD-NOTE THRU
016500                   ADD-NOTE-EXIT
016600          WHEN CD63-REQUESTED-REFUND-POSTED
016700           PERFORM RECORD-REFUND THRU
016800                   RECORD-REFUND-EXIT
016900          WHEN OTHER
017000           SET CD63O-RESP-INVALID-INPUT TO TRUE
017100           MOVE 'Unknown request type' TO CD63O-RESP-MSG
017200        END-EVALUATE
017300     END-IF.
017400
017500*****************************************************************
017600* Move the result back to the callers area                      *
017700*****************************************************************
017800     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
017900
018000*****************************************************************
018100* Return to our caller                                          *
018200*****************************************************************
018300     EXEC CICS RETURN
018400     END-EXEC.
018500     GOBACK.
018600
018700*****************************************************************
018800* Check the customer, account and any disputed item named, take *
018900* the next case number and write the header and opening line    *
019000*****************************************************************
019100 OPEN-CASE.
019200     PERFORM VALIDATE-NEW-CASE THRU
019300             VALIDATE-NEW-CASE-EXIT.
019400     IF NOT CD63O-RESP-OK
019500        GO TO OPEN-CASE-EXIT
019600     END-IF.
019700     PERFORM ALLOCATE-CASE-NO THRU
019800             ALLOCATE-CASE-NO-EXIT.
019900     IF NOT CD63O-RESP-OK
020000        GO TO OPEN-CASE-EXIT
020100     END-IF.
020200     MOVE LOW-VALUES TO CSE-RECORD.
020300     MOVE WS-NEXT-CASE-NO TO CSE-REC-CASE-NO.
020400     MOVE 0 TO CSE-REC-LINE-NO.
020500     SET CSE-REC-TYPE-CASE TO TRUE.
020600     MOVE SPACES TO CSE-REC-CASE.
020700     MOVE CD63I-PID TO CSE-REC-PID.
020800     MOVE CD63I-ACCNO TO CSE-REC-ACCNO.
020900     MOVE CD63I-TXN-TS TO CSE-REC-TXN-TS.
021000     MOVE CD63I-SUSP-ID TO CSE-REC-SUSP-ID.
021100     MOVE CD63I-CATEGORY TO CSE-REC-CATEGORY.
021200     SET CSE-REC-STATUS-OPEN TO TRUE.
021300     IF CD63I-OWNER IS EQUAL TO SPACES OR
021400        CD63I-OWNER IS EQUAL TO LOW-VALUES
021500        MOVE CD63I-UPDATE-BY TO CSE-REC-OWNER
021600     ELSE
021700        MOVE CD63I-OWNER TO CSE-REC-OWNER
021800     END-IF.
021900     MOVE WS-BUSINESS-DATE TO CSE-REC-OPENED-DATE.
022000     MOVE CD63I-UPDATE-BY TO CSE-REC-OPENED-BY.
022100     MOVE 1 TO CSE-REC-LAST-LINE-NO.
022200     MOVE 0 TO CSE-REC-REFUND-TOTAL.
022300     MOVE CD63I-TEXT TO CSE-REC-SUMMARY.
022400     EXEC CICS WRITE FILE('BNKCASE')
022500               FROM(WS-BNKCASE-REC)
022600               LENGTH(LENGTH OF WS-BNKCASE-REC)
022700               RIDFLD(CSE-REC-KEY)
022800               RESP(WS-RESP)
022900     END-EXEC.
023000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
023100        MOVE 'Case could not be written' TO CD63O-RESP-MSG
023200        PERFORM BACK-OUT-CASE-UPDATE THRU
023300                BACK-OUT-CASE-UPDATE-EXIT
023400        GO TO OPEN-CASE-EXIT
023500     END-IF.
023600     PERFORM LOAD-CASE-OUTPUT THRU
023700             LOAD-CASE-OUTPUT-EXIT.
023800     MOVE 'O' TO WS-NEW-KIND.
023900     MOVE SPACES TO WS-NEW-OLD-STATUS.
024000     MOVE CSE-REC-STATUS TO WS-NEW-NEW-STATUS.
024100     MOVE CSE-REC-OWNER TO WS-NEW-OWNER.
024200     MOVE 0 TO WS-NEW-AMOUNT.
024300     MOVE SPACES TO WS-NEW-POSTING-TS.
024400     MOVE CD63I-TEXT TO WS-NEW-TEXT.
024500     MOVE 1 TO WS-NEW-LINE-NO.
024600     PERFORM WRITE-CASE-LINE THRU
024700             WRITE-CASE-LINE-EXIT.
024800 OPEN-CASE-EXIT.
024900     EXIT.
025000
025100*****************************************************************
025200* A new case must name a known customer, an account they hold,  *
025300* a category and what the complaint is; a disputed posting must *
025400* be on that account and a suspense item from or to it          *
025500*****************************************************************
025600 VALIDATE-NEW-CASE.
025700     MOVE CD63I-CATEGORY TO CSE-REC-CATEGORY.
025800     IF NOT CSE-REC-CAT-VALID
025900        SET CD63O-RESP-INVALID-INPUT TO TRUE
026000        MOVE 'Category must be P, F, X, S or O' TO CD63O-RESP-MSG
026100        GO TO VALIDATE-NEW-CASE-EXIT
026200     END-IF.
026300     IF CD63I-TEXT IS EQUAL TO SPACES OR
026400        CD63I-TEXT IS EQUAL TO LOW-VALUES
026500        SET CD63O-RESP-INVALID-INPUT TO TRUE
026600        MOVE 'Complaint summary is required' TO CD63O-RESP-MSG
026700        GO TO VALIDATE-NEW-CASE-EXIT
026800     END-IF.
026900     MOVE CD63I-PID TO BCS-REC-PID.
027000     EXEC CICS READ FILE('BNKCUST')
027100                    INTO(WS-BNKCUST-REC)
027200                    LENGTH(LENGTH OF WS-BNKCUST-REC)
027300                    RIDFLD(BCS-REC-PID)
027400                    RESP(WS-RESP)
027500     END-EXEC.
027600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
027700        SET CD63O-RESP-NOTFOUND TO TRUE
027800        MOVE 'Customer not found' TO CD63O-RESP-MSG
027900        GO TO VALIDATE-NEW-CASE-EXIT
028000     END-IF.
028100     MOVE CD63I-ACCNO TO BAC-REC-ACCNO.
028200     EXEC CICS READ FILE('BNKACC')
028300                    INTO(WS-BNKACC-REC)
028400                    LENGTH(LENGTH OF WS-BNKACC-REC)
028500                    RIDFLD(BAC-REC-ACCNO)
028600                    RESP(WS-RESP)
028700     END-EXEC.
028800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
028900        SET CD63O-RESP-ACC-INVALID TO TRUE
029000        MOVE 'Account not found' TO CD63O-RESP-MSG
029100        GO TO VALIDATE-NEW-CASE-EXIT
029200     END-IF.
029300     IF BAC-REC-PID IS NOT EQUAL TO CD63I-PID
029400        MOVE CD63I-ACCNO TO WS-XREF-ACCNO
029500        MOVE CD63I-PID TO WS-XREF-PID
029600        EXEC CICS READ FILE('BNKAXRF')
029700                       INTO(WS-BNKAXRF-REC)
029800                       LENGTH(LENGTH OF WS-BNKAXRF-REC)
029900                       RIDFLD(WS-XREF-KEY)
030000                       RESP(WS-RESP)
030100        END-EXEC
030200        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
030300           SET CD63O-RESP-ACC-INVALID TO TRUE
030400           MOVE 'Account is not held by this customer' TO
030500               CD63O-RESP-MSG
030600           GO TO VALIDATE-NEW-CASE-EXIT
030700        END-IF
030800     END-IF.
030900     IF CD63I-TXN-TS IS NOT EQUAL TO SPACES AND
031000        CD63I-TXN-TS IS NOT EQUAL TO LOW-VALUES
031100        MOVE CD63I-TXN-TS TO BTX-REC-TIMESTAMP
031200        EXEC CICS READ FILE('BNKTXN')
031300                       INTO(WS-BNKTXN-REC)
031400                       LENGTH(LENGTH OF WS-BNKTXN-REC)
031500                       RIDFLD(BTX-REC-TIMESTAMP)
031600                       RESP(WS-RESP)
031700        END-EXEC
031800        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
031900           BTX-REC-ACCNO IS NOT EQUAL TO CD63I-ACCNO
032000           SET CD63O-RESP-ACC-INVALID TO TRUE
032100           MOVE 'Disputed posting is not on this account' TO
032200               CD63O-RESP-MSG
032300           GO TO VALIDATE-NEW-CASE-EXIT
032400        END-IF
032500     END-IF.
032600     IF CD63I-SUSP-ID IS NOT EQUAL TO SPACES AND
032700        CD63I-SUSP-ID IS NOT EQUAL TO LOW-VALUES
032800        MOVE CD63I-SUSP-ID TO SUS-REC-ID
032900        EXEC CICS READ FILE('BNKSUSP')
033000                       INTO(WS-BNKSUSP-REC)
033100                       LENGTH(LENGTH OF WS-BNKSUSP-REC)
033200                       RIDFLD(SUS-REC-ID)
033300                       RESP(WS-RESP)
033400        END-EXEC
033500        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
033600           (SUS-REC-FROM-ACC IS NOT EQUAL TO CD63I-ACCNO AND
033700            SUS-REC-TO-ACC IS NOT EQUAL TO CD63I-ACCNO)
033800           SET CD63O-RESP-ACC-INVALID TO TRUE
033900           MOVE 'Suspense item is not for this account' TO
034000               CD63O-RESP-MSG
034100           GO TO VALIDATE-NEW-CASE-EXIT
034200        END-IF
034300     END-IF.
034400 VALIDATE-NEW-CASE-EXIT.
034500     EXIT.
034600
034700*****************************************************************
034800* Take the next case number from the control record under       *
034900* update - it is released with the rest of the unit of work     *
035000*****************************************************************
035100 ALLOCATE-CASE-NO.
035200     MOVE 0 TO WS-CONTROL-CASE-NO.
035300     MOVE 0 TO WS-CONTROL-LINE-NO.
035400     EXEC CICS READ FILE('BNKCASE')
035500                    INTO(WS-BNKCASE-REC)
035600                    LENGTH(LENGTH OF WS-BNKCASE-REC)
035700                    RIDFLD(WS-CONTROL-KEY)
035800                    UPDATE
035900                    RESP(WS-RESP)
036000     END-EXEC.
036100     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
036200        PERFORM CREATE-CONTROL THRU
036300                CREATE-CONTROL-EXIT
036400     END-IF.
036500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
036600        SET CD63O-RESP-ERROR TO TRUE
036700        MOVE 'Case numbering unavailable' TO CD63O-RESP-MSG
036800        GO TO ALLOCATE-CASE-NO-EXIT
036900     END-IF.
037000     COMPUTE WS-NEXT-CASE-NO = CSE-CTL-LAST-CASE-NO + 1.
037100     MOVE WS-NEXT-CASE-NO TO CSE-CTL-LAST-CASE-NO.
037200     MOVE WS-NOW-DATE TO CSE-CTL-UPDATED-TS(1:8).
037300     MOVE WS-NOW-TIME TO CSE-CTL-UPDATED-TS(9:8).
037400     EXEC CICS REWRITE FILE('BNKCASE')
037500                       FROM(WS-BNKCASE-REC)
037600                       LENGTH(LENGTH OF WS-BNKCASE-REC)
037700                       RESP(WS-RESP)
037800     END-EXEC.
037900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
038000        SET CD63O-RESP-ERROR TO TRUE
038100        MOVE 'Case numbering not updated' TO CD63O-RESP-MSG
038200     END-IF.
038300 ALLOCATE-CASE-NO-EXIT.
038400     EXIT.
038500
038600*****************************************************************
038700* First case ever opened - put the control record on file,      *
038800* numbering from one, and read it back for update               *
038900*****************************************************************
039000 CREATE-CONTROL.
039100     MOVE SPACES TO CSE-RECORD.
039200     MOVE 0 TO CSE-REC-CASE-NO.
039300     MOVE 0 TO CSE-REC-LINE-NO.
039400     SET CSE-REC-TYPE-CONTROL TO TRUE.
039500     MOVE 0 TO CSE-CTL-LAST-CASE-NO.
039600     EXEC CICS WRITE FILE('BNKCASE')
039700               FROM(WS-BNKCASE-REC)
039800               LENGTH(LENGTH OF WS-BNKCASE-REC)
039900               RIDFLD(CSE-REC-KEY)
040000               RESP(WS-RESP)
040100     END-EXEC.
040200     EXEC CICS READ FILE('BNKCASE')
040300                    INTO(WS-BNKCASE-REC)
040400                    LENGTH(LENGTH OF WS-BNKCASE-REC)
040500                    RIDFLD(WS-CONTROL-KEY)
040600                    UPDATE
040700                    RESP(WS-RESP)
040800     END-EXEC.
040900 CREATE-CONTROL-EXIT.
041000     EXIT.
041100
041200*****************************************************************
041300* Return the case header and its latest history lines           *
041400*****************************************************************
041500 INQUIRE-CASE.
041600     MOVE CD63I-CASE-NO TO CSE-REC-CASE-NO.
041700     MOVE 0 TO CSE-REC-LINE-NO.
041800     EXEC CICS READ FILE('BNKCASE')
041900                    INTO(WS-BNKCASE-REC)
042000                    LENGTH(LENGTH OF WS-BNKCASE-REC)
042100                    RIDFLD(CSE-REC-KEY)
042200                    RESP(WS-RESP)
042300     END-EXEC.
042400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
042500        NOT CSE-REC-TYPE-CASE
042600        SET CD63O-RESP-NOTFOUND TO TRUE
042700        MOVE 'Case not found' TO CD63O-RESP-MSG
042800        GO TO INQUIRE-CASE-EXIT
042900     END-IF.
043000     PERFORM LOAD-CASE-OUTPUT THRU
043100             LOAD-CASE-OUTPUT-EXIT.
043200     MOVE CSE-REC-CASE-NO TO WS-BROWSE-CASE-NO.
043300     IF CSE-REC-LAST-LINE-NO IS GREATER THAN 10
043400        COMPUTE WS-BROWSE-LINE-NO = CSE-REC-LAST-LINE-NO - 9
043500     ELSE
043600        MOVE 1 TO WS-BROWSE-LINE-NO
043700     END-IF.
043800     EXEC CICS STARTBR FILE('BNKCASE')
043900                       RIDFLD(WS-BROWSE-KEY)
044000                       GTEQ
044100                       RESP(WS-BROWSE-RESP)
044200     END-EXEC.
044300     IF WS-BROWSE-RESP IS EQUAL TO DFHRESP(NORMAL)
044400        PERFORM LOAD-CASE-LINE
044500           UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
044600                 OR CD63O-LINE-COUNT IS NOT LESS THAN 10
044700        EXEC CICS ENDBR FILE('BNKCASE')
044800        END-EXEC
044900     END-IF.
045000 INQUIRE-CASE-EXIT.
045100     EXIT.
045200
045300*****************************************************************
045400* Read the next history line during the browse; a line of the   *
045500* next case means this one's lines are exhausted                *
045600*****************************************************************
045700 LOAD-CASE-LINE.
045800     EXEC CICS READNEXT FILE('BNKCASE')
045900                        INTO(WS-BNKCASE-REC)
046000                        LENGTH(LENGTH OF WS-BNKCASE-REC)
046100                        RIDFLD(WS-BROWSE-KEY)
046200                        RESP(WS-BROWSE-RESP)
046300     END-EXEC.
046400     IF WS-BROWSE-RESP IS EQUAL TO DFHRESP(NORMAL)
046500        IF CSE-REC-CASE-NO IS NOT EQUAL TO CD63O-CASE-NO
046600           MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
046700        ELSE
046800           ADD 1 TO CD63O-LINE-COUNT
046900           MOVE CSE-REC-LINE-NO TO
047000               CD63O-LINE-NO(CD63O-LINE-COUNT)
047100           MOVE CSE-LIN-TIMESTAMP TO
047200               CD63O-LINE-TS(CD63O-LINE-COUNT)
047300           MOVE CSE-LIN-BY TO
047400               CD63O-LINE-BY(CD63O-LINE-COUNT)
047500           MOVE CSE-LIN-KIND TO
047600               CD63O-LINE-KIND(CD63O-LINE-COUNT)
047700           MOVE CSE-LIN-NEW-STATUS TO
047800               CD63O-LINE-NEW-STATUS(CD63O-LINE-COUNT)
047900           MOVE CSE-LIN-OWNER TO
048000               CD63O-LINE-OWNER(CD63O-LINE-COUNT)
048100           MOVE CSE-LIN-AMOUNT TO
048200               CD63O-LINE-AMOUNT(CD63O-LINE-COUNT)
048300           MOVE CSE-LIN-TEXT TO
048400               CD63O-LINE-TEXT(CD63O-LINE-COUNT)
048500        END-IF
048600     END-IF.
048700
048800*****************************************************************
048900* Fetch the case header for update; a closed case is final      *
049000*****************************************************************
049100 READ-CASE-FOR-UPDATE.
049200     MOVE CD63I-CASE-NO TO CSE-REC-CASE-NO.
049300     MOVE 0 TO CSE-REC-LINE-NO.
049400     EXEC CICS READ FILE('BNKCASE')
049500                    INTO(WS-BNKCASE-REC)
049600                    LENGTH(LENGTH OF WS-BNKCASE-REC)
049700                    RIDFLD(CSE-REC-KEY)
049800                    UPDATE
049900                    RESP(WS-RESP)
050000     END-EXEC.
050100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
050200        NOT CSE-REC-TYPE-CASE
050300        SET CD63O-RESP-NOTFOUND TO TRUE
050400        MOVE 'Case not found' TO CD63O-RESP-MSG
050500        GO TO READ-CASE-FOR-UPDATE-EXIT
050600     END-IF.
050700     IF CSE-REC-STATUS-CLOSED
050800        SET CD63O-RESP-CLOSED TO TRUE
050900        MOVE 'Case is closed' TO CD63O-RESP-MSG
051000     END-IF.
051100     MOVE CSE-REC-STATUS TO WS-OLD-STATUS.
051200 READ-CASE-FOR-UPDATE-EXIT.
051300     EXIT.
051400
051500*****************************************************************
051600* Move the case on to a new status. Resolving or closing stamps *
051700* the resolved date; reopening a resolved case clears it        *
051800*****************************************************************
051900 CHANGE-STATUS.
052000     PERFORM READ-CASE-FOR-UPDATE THRU
052100             READ-CASE-FOR-UPDATE-EXIT.
052200     IF NOT CD63O-RESP-OK
052300        GO TO CHANGE-STATUS-EXIT
052400     END-IF.
052500     MOVE CD63I-STATUS TO CSE-REC-STATUS.
052600     IF NOT CSE-REC-STATUS-VALID OR
052700        CD63I-STATUS IS EQUAL TO WS-OLD-STATUS
052800        SET CD63O-RESP-INVALID-INPUT TO TRUE
052900        MOVE 'Status must be a new O, I, W, R or C' TO
053000            CD63O-RESP-MSG
053100        GO TO CHANGE-STATUS-EXIT
053200     END-IF.
053300     IF CSE-REC-STATUS-RESOLVED OR CSE-REC-STATUS-CLOSED
053400        IF CSE-REC-RESOLVED-DATE IS EQUAL TO SPACES OR
053500           CSE-REC-RESOLVED-DATE IS EQUAL TO LOW-VALUES
053600           MOVE WS-BUSINESS-DATE TO CSE-REC-RESOLVED-DATE
053700        END-IF
053800     ELSE
053900        MOVE SPACES TO CSE-REC-RESOLVED-DATE
054000     END-IF.
054100     MOVE 'S' TO WS-NEW-KIND.
054200     MOVE 0 TO WS-NEW-AMOUNT.
054300     MOVE SPACES TO WS-NEW-POSTING-TS.
054400     MOVE CD63I-TEXT TO WS-NEW-TEXT.
054500     PERFORM REWRITE-CASE-AND-LINE THRU
054600             REWRITE-CASE-AND-LINE-EXIT.
054700 CHANGE-STATUS-EXIT.
054800     EXIT.
054900
055000*****************************************************************
055100* Hand the case to a new owner                                  *
055200*****************************************************************
055300 ASSIGN-OWNER.
055400     IF CD63I-OWNER IS EQUAL TO SPACES OR
055500        CD63I-OWNER IS EQUAL TO LOW-VALUES
055600        SET CD63O-RESP-INVALID-INPUT TO TRUE
055700        MOVE 'New owner is required' TO CD63O-RESP-MSG
055800        GO TO ASSIGN-OWNER-EXIT
055900     END-IF.
056000     PERFORM READ-CASE-FOR-UPDATE THRU
056100             READ-CASE-FOR-UPDATE-EXIT.
056200     IF NOT CD63O-RESP-OK
056300        GO TO ASSIGN-OWNER-EXIT
056400     END-IF.
056500     MOVE CD63I-OWNER TO CSE-REC-OWNER.
056600     MOVE 'A' TO WS-NEW-KIND.
056700     MOVE 0 TO WS-NEW-AMOUNT.
056800     MOVE SPACES TO WS-NEW-POSTING-TS.
056900     MOVE CD63I-TEXT TO WS-NEW-TEXT.
057000     PERFORM REWRITE-CASE-AND-LINE THRU
057100             REWRITE-CASE-AND-LINE-EXIT.
057200 ASSIGN-OWNER-EXIT.
057300     EXIT.
057400
057500*****************************************************************
057600* Add a free-text note                                          *
057700*****************************************************************
057800 ADD-NOTE.
057900     IF CD63I-TEXT IS EQUAL TO SPACES OR
058000        CD63I-TEXT IS EQUAL TO LOW-VALUES
058100        SET CD63O-RESP-INVALID-INPUT TO TRUE
058200        MOVE 'Note text is required' TO CD63O-RESP-MSG
058300        GO TO ADD-NOTE-EXIT
058400     END-IF.
058500     PERFORM READ-CASE-FOR-UPDATE THRU
058600             READ-CASE-FOR-UPDATE-EXIT.
058700     IF NOT CD63O-RESP-OK
058800        GO TO ADD-NOTE-EXIT
058900     END-IF.
059000     MOVE 'N' TO WS-NEW-KIND.
059100     MOVE 0 TO WS-NEW-AMOUNT.
059200     MOVE SPACES TO WS-NEW-POSTING-TS.
059300     MOVE CD63I-TEXT TO WS-NEW-TEXT.
059400     PERFORM REWRITE-CASE-AND-LINE THRU
059500             REWRITE-CASE-AND-LINE-EXIT.
059600 ADD-NOTE-EXIT.
059700     EXIT.
059800
059900*****************************************************************
060000* Record the refund DBANK24P has just posted against the case.  *
060100* A refund for another account or on a closed case is refused,  *
060200* and DBANK24P then backs its posting out                       *
060300*****************************************************************
060400 RECORD-REFUND.
060500     IF CD63I-AMOUNT IS NOT GREATER THAN 0 OR
060600        CD63I-POSTING-TS IS EQUAL TO SPACES OR
060700        CD63I-POSTING-TS IS EQUAL TO LOW-VALUES
060800        SET CD63O-RESP-INVALID-INPUT TO TRUE
060900        MOVE 'Refund amount and posting are required' TO
061000            CD63O-RESP-MSG
061100        GO TO RECORD-REFUND-EXIT
061200     END-IF.
061300     PERFORM READ-CASE-FOR-UPDATE THRU
061400             READ-CASE-FOR-UPDATE-EXIT.
061500     IF NOT CD63O-RESP-OK
061600        GO TO RECORD-REFUND-EXIT
061700     END-IF.
061800     IF CSE-REC-ACCNO IS NOT EQUAL TO CD63I-ACCNO
061900        SET CD63O-RESP-ACC-INVALID TO TRUE
062000        MOVE 'Refund is not to the case account' TO
062100            CD63O-RESP-MSG
062200        GO TO RECORD-REFUND-EXIT
062300     END-IF.
062400     ADD CD63I-AMOUNT TO CSE-REC-REFUND-TOTAL.
062500     MOVE 'G' TO WS-NEW-KIND.
062600     MOVE CD63I-AMOUNT TO WS-NEW-AMOUNT.
062700     MOVE CD63I-POSTING-TS TO WS-NEW-POSTING-TS.
062800     MOVE CD63I-TEXT TO WS-NEW-TEXT.
062900     PERFORM REWRITE-CASE-AND-LINE THRU
063000             REWRITE-CASE-AND-LINE-EXIT.
063100 RECORD-REFUND-EXIT.
063200     EXIT.
063300
063400*****************************************************************
063500* Rewrite the header read for update, moved on to its next line *
063600* number, and write the history line for the change             *
063700*****************************************************************
063800 REWRITE-CASE-AND-LINE.
063900     ADD 1 TO CSE-REC-LAST-LINE-NO.
064000     MOVE CSE-REC-LAST-LINE-NO TO WS-NEW-LINE-NO.
064100     EXEC CICS REWRITE FILE('BNKCASE')
064200                       FROM(WS-BNKCASE-REC)
064300                       LENGTH(LENGTH OF WS-BNKCASE-REC)
064400                       RESP(WS-RESP)
064500     END-EXEC.
064600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
064700        MOVE 'Case could not be updated' TO CD63O-RESP-MSG
064800        PERFORM BACK-OUT-CASE-UPDATE THRU
064900                BACK-OUT-CASE-UPDATE-EXIT
065000        GO TO REWRITE-CASE-AND-LINE-EXIT
065100     END-IF.
065200     PERFORM LOAD-CASE-OUTPUT THRU
065300             LOAD-CASE-OUTPUT-EXIT.
065400     MOVE WS-OLD-STATUS TO WS-NEW-OLD-STATUS.
065500     MOVE CSE-REC-STATUS TO WS-NEW-NEW-STATUS.
065600     MOVE CSE-REC-OWNER TO WS-NEW-OWNER.
065700     PERFORM WRITE-CASE-LINE THRU
065800             WRITE-CASE-LINE-EXIT.
065900 REWRITE-CASE-AND-LINE-EXIT.
066000     EXIT.
066100
066200*****************************************************************
066300* Write the next history line of the case in CD63O-CASE-NO      *
066400*****************************************************************
066500 WRITE-CASE-LINE.
066600     MOVE LOW-VALUES TO CSE-RECORD.
066700     MOVE CD63O-CASE-NO TO CSE-REC-CASE-NO.
066800     MOVE WS-NEW-LINE-NO TO CSE-REC-LINE-NO.
066900     SET CSE-REC-TYPE-LINE TO TRUE.
067000     MOVE SPACES TO CSE-REC-LINE.
067100     MOVE WS-NOW-DATE TO CSE-LIN-TIMESTAMP(1:8).
067200     MOVE WS-NOW-TIME TO CSE-LIN-TIMESTAMP(9:8).
067300     MOVE WS-BUSINESS-DATE TO CSE-LIN-BUS-DATE.
067400     MOVE CD63I-UPDATE-BY TO CSE-LIN-BY.
067500     MOVE WS-NEW-KIND TO CSE-LIN-KIND.
067600     MOVE WS-NEW-OLD-STATUS TO CSE-LIN-OLD-STATUS.
067700     MOVE WS-NEW-NEW-STATUS TO CSE-LIN-NEW-STATUS.
067800     MOVE WS-NEW-OWNER TO CSE-LIN-OWNER.
067900     MOVE WS-NEW-AMOUNT TO CSE-LIN-AMOUNT.
068000     MOVE WS-NEW-POSTING-TS TO CSE-LIN-POSTING-TS.
068100     MOVE WS-NEW-TEXT TO CSE-LIN-TEXT.
068200     EXEC CICS WRITE FILE('BNKCASE')
068300               FROM(WS-BNKCASE-REC)
068400               LENGTH(LENGTH OF WS-BNKCASE-REC)
068500               RIDFLD(CSE-REC-KEY)
068600               RESP(WS-RESP)
068700     END-EXEC.
068800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
068900        MOVE 'Case history could not be written' TO
069000            CD63O-RESP-MSG
069100        PERFORM BACK-OUT-CASE-UPDATE THRU
069200                BACK-OUT-CASE-UPDATE-EXIT
069300     END-IF.
069400 WRITE-CASE-LINE-EXIT.
069500     EXIT.
069600
069700*****************************************************************
069800* A failed write leaves nothing half done - the header, the     *
069900* line and any case number taken are all backed out together    *
070000*****************************************************************
070100 BACK-OUT-CASE-UPDATE.
070200     SET CD63O-RESP-ERROR TO TRUE.
070300     EXEC CICS SYNCPOINT ROLLBACK
070400     END-EXEC.
070500 BACK-OUT-CASE-UPDATE-EXIT.
070600     EXIT.
070700
070800*****************************************************************
070900* Copy the case header in the record area to the output area    *
071000*****************************************************************
071100 LOAD-CASE-OUTPUT.
071200     MOVE CSE-REC-CASE-NO TO CD63O-CASE-NO.
071300     MOVE CSE-REC-PID TO CD63O-PID.
071400     MOVE CSE-REC-ACCNO TO CD63O-ACCNO.
071500     MOVE CSE-REC-TXN-TS TO CD63O-TXN-TS.
071600     MOVE CSE-REC-SUSP-ID TO CD63O-SUSP-ID.
071700     MOVE CSE-REC-CATEGORY TO CD63O-CATEGORY.
071800     MOVE CSE-REC-STATUS TO CD63O-STATUS.
071900     MOVE CSE-REC-OWNER TO CD63O-OWNER.
072000     MOVE CSE-REC-OPENED-DATE TO CD63O-OPENED-DATE.
072100     MOVE CSE-REC-OPENED-BY TO CD63O-OPENED-BY.
072200     MOVE CSE-REC-RESOLVED-DATE TO CD63O-RESOLVED-DATE.
072300     MOVE CSE-REC-REFUND-TOTAL TO CD63O-REFUND-TOTAL.
072400     MOVE CSE-REC-SUMMARY TO CD63O-SUMMARY.
072500 LOAD-CASE-OUTPUT-EXIT.
072600     EXIT.
072700
072800*****************************************************************
072900* The machine date and time stamp the history lines; the        *
073000* business date comes from the run-control '*CONTROL' record,   *
073100* or the machine date if run control is not available           *
073200*****************************************************************
073300 GET-BUSINESS-DATE.
073400     EXEC CICS ASKTIME
073500               ABSTIME(WS-ABSTIME)
073600     END-EXEC.
073700     EXEC CICS FORMATTIME
073800               ABSTIME(WS-ABSTIME)
073900               YYYYMMDD(WS-NOW-DATE)
074000               TIME(WS-NOW-TIME)
074100     END-EXEC.
074200     MOVE WS-NOW-DATE TO WS-BUSINESS-DATE.
074300     MOVE '*CONTROL' TO RNC-REC-JOB-NAME.
074400     MOVE '00000000' TO RNC-REC-RUN-DATE.
074500     EXEC CICS READ FILE('BNKRUNC')
074600                    INTO(WS-BNKRUNC-REC)
074700                    LENGTH(LENGTH OF WS-BNKRUNC-REC)
074800                    RIDFLD(RNC-REC-KEY)
074900                    RESP(WS-RESP)
075000     END-EXEC.
075100     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
075200        MOVE RNC-REC-BUSINESS-DATE TO WS-BUSINESS-DATE
075300     END-IF.
075400 GET-BUSINESS-DATE-EXIT.
075500     EXIT.
075600
075700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
