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
001300* Program:     DBANK65P.CBL                                     *
001400* Function:    Branch vault cash movements and counts           *
001500*              VSAM version                                     *
001600*                                                               *
001700* Keeps the BNKVLT branch vault - pieces held by branch,        *
001800* currency and denomination - as cash is issued from the vault  *
001900* to a teller's drawer and returned to it, received from and    *
002000* shipped to the cash centre, and counted. Every one of these   *
002100* is under dual control: a second member of staff from the same *
002200* branch signs on in-flight as witness, verified by SPSWD01P,   *
002300* and one of the two must be a supervisor. Both ids go on the   *
002400* BNKVMOV movement journal.                                     *
002500*                                                               *
002600* Drawer issues and returns are float, not customer cash: they  *
002700* go into the teller's BNKTLR record beside the cash-in and     *
002800* cash-out totals without touching them, so the BBANK51P drawer *
002900* proof is unchanged and the BBANKB3P vault proof can work out  *
003000* what each drawer holds. A cash centre delivery or shipment    *
003100* moves the branch cash GL position on the branch's summary     *
003200* record; a count only records the pieces counted and reports   *
003300* the over/short against the book, which it leaves alone.       *
003400* BBANKB2P validates the request shape before handing off here. *
003500*****************************************************************
003600
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID.
003900     DBANK65P.
004000 DATE-WRITTEN.
004100     October 2026.
004200 DATE-COMPILED.
004300     Today.
004400
004500 ENVIRONMENT DIVISION.
004600
004700 DATA DIVISION.
004800
004900 WORKING-STORAGE SECTION.
005000 01  WS-MISC-STORAGE.
005100   05  WS-PROGRAM-ID                         PIC X(8)
005200       VALUE 'DBANK65P'.
005300   05  WS-COMMAREA-LENGTH                    PIC 9(5).
005400   05  WS-RESP                               PIC S9(8) COMP.
005500   05  WS-BROWSE-RESP                        PIC S9(8) COMP.
005600   05  WS-ABSTIME                            PIC S9(15) COMP-3.
005700   05  WS-POST-DATE                          PIC X(8).
005800   05  WS-POST-TIME                          PIC X(8).
005900   05  WS-TASKN-DISPLAY                      PIC 9(7).
006000   05  WS-BUSINESS-DATE                      PIC X(8).
006100   05  WS-UPDATED-TS                         PIC X(26).
006200   05  WS-BASE-CURRENCY                      PIC X(3)
006300       VALUE 'USD'.
006400   05  WS-BRANCH                             PIC X(4).
006500   05  WS-CURRENCY                           PIC X(3).
006600   05  WS-USER-ROLE                          PIC X(1).
006700       88  WS-USER-SUPERVISOR                 VALUE 'S'.
006800   05  WS-LINE-SUB                           PIC S9(4) COMP.
006900   05  WS-OUT-SUB                            PIC S9(4) COMP.
007000   05  WS-LINE-VALUE                         PIC S9(11)V99.
007100   05  WS-MOVED-VALUE                        PIC S9(11)V99.
007200   05  WS-OVER-SHORT                         PIC S9(11)V99.
007300   05  WS-SUMMARY-FLAG                       PIC X(1).
007400       88  WS-SUMMARY-ON-FILE                 VALUE 'Y'.
007500       88  WS-SUMMARY-NEW                     VALUE 'N'.
007600
007700 01  WS-VAULT-KEY.
007800   05  WS-VAULT-KEY-BRANCH                   PIC X(4).
007900   05  WS-VAULT-KEY-CURRENCY                 PIC X(3).
008000   05  WS-VAULT-KEY-DENOM                    PIC 9(5)V99.
008100
008200 01  WS-PARM-WORK.
008300   05  WS-PARM-BROWSE-KEY.
008400     10  WS-PARM-BROWSE-NAME                 PIC X(16).
008500     10  WS-PARM-BROWSE-DATE                 PIC X(8).
008600   05  WS-PARM-NAME                          PIC X(16).
008700   05  WS-PARM-FOUND-FLAG                    PIC X(1).
008800       88  WS-PARM-FOUND                      VALUE 'Y'.
008900       88  WS-PARM-NOT-FOUND                  VALUE 'N'.
009000   05  WS-PARM-VALUE                         PIC X(16).
009100
009200 01  WS-BNKRUNC-REC.
009300 COPY CBANKVRC.
009400
009500 01  WS-BNKVLT-REC.
009600 COPY CBANKVVL.
009700
009800 01  WS-BNKVMOV-REC.
009900 COPY CBANKVVM.
010000
010100 01  WS-BNKTLR-REC.
010200 COPY CBANKVTL.
010300
010400 01  WS-BNKPARM-REC.
010500 COPY CBANKVPR.
010600
010700 01  WS-BNKSECP-REC.
010800 COPY CBANKVSE.
010900
011000 01  WS-PSWD-DATA.
011100 COPY CPSWDD01.
011200
011300 01  WS-COMMAREA.
011400 COPY CBANKD65.
011500
011600 COPY CABENDD.
011700
011800 LINKAGE SECTION.
011900 01  DFHCOMMAREA.
012000   05  LK-COMMAREA                           PIC X(1)
012100       OCCURS 1 TO 4096 TIMES
012200         DEPENDING ON WS-COMMAREA-LENGTH.
012300
012400 PROCEDURE DIVISION.
012500*****************************************************************
012600* Move the passed data to our area                              *
012700*****************************************************************
012800     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
012900     MOVE DFHCOMMAREA TO WS-COMMAREA.
013000
013100*****************************************************************
013200* Initialize our output area                                    *
013300*****************************************************************
013400     MOVE SPACES TO CD65O-DATA.
013500     MOVE 0 TO CD65O-MOVED-VALUE.
013600     MOVE 0 TO CD65O-OVER-SHORT.
013700     MOVE 0 TO CD65O-VAULT-VALUE.
013800     MOVE 0 TO CD65O-GL-BALANCE.
013900     MOVE 0 TO CD65O-LINE-COUNT.
014000     SET CD65O-RESP-OK TO TRUE.
014100
014200*****************************************************************
014300* Capture the timestamp and business date once, so the vault,   *
014400* the drawer totals and the journal all agree                   *
014500*****************************************************************
014600     EXEC CICS ASKTIME
014700               ABSTIME(WS-ABSTIME)
014800     END-EXEC.
014900     EXEC CICS FORMATTIME
015000               ABSTIME(WS-ABSTIME)
015100               YYYYMMDD(WS-POST-DATE)
015200               TIME(WS-POST-TIME)
015300     END-EXEC.
015400     MOVE EIBTASKN TO WS-TASKN-DISPLAY.
015500     MOVE LOW-VALUES TO WS-UPDATED-TS.
015600     MOVE WS-POST-DATE TO WS-UPDATED-TS(1:8).
015700     MOVE WS-POST-TIME TO WS-UPDATED-TS(9:8).
015800     MOVE WS-TASKN-DISPLAY TO WS-UPDATED-TS(17:7).
015900     MOVE WS-POST-DATE TO WS-BUSINESS-DATE.
016000     PERFORM GET-BUSINESS-DATE THRU
016100             GET-BUSINESS-DATE-EXIT.
016200
016300*****************************************************************
016400* Find the user's branch and the currency, then carry out the   *
016500* requested function                                            *
016600*****************************************************************
016700     PERFORM RESOLVE-BRANCH THRU
016800             RESOLVE-BRANCH-EXIT.
016900     IF CD65O-RESP-OK
017000        IF CD65-REQUESTED-INQUIRE
017100           PERFORM LOAD-VAULT-OUTPUT THRU
017200                   LOAD-VAULT-OUTPUT-EXIT
017300        ELSE
017400           PERFORM PROCESS-MOVEMENT THRU
017500                   PROCESS-MOVEMENT-EXIT
017600        END-IF
017700     END-IF.
017800
017900*****************************************************************
018000* Move the result back to the callers area                      *
018100*****************************************************************
018200     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
018300
018400*****************************************************************
018500* Return to our caller                                          *
018600*****************************************************************
018700     EXEC CICS RETURN
018800     END-EXEC.
018900     GOBACK.
019000
019100*****************************************************************
019200* The vault is the one at the user's home branch on their       *
019300* BNKSECP profile; the currency is the one asked for, or the    *
019400* BNKPARM BASE-CURRENCY                                         *
019500*****************************************************************
019600 RESOLVE-BRANCH.
019700     MOVE CD65I-TELLER-ID TO SEC-REC-USERID.
019800     EXEC CICS READ FILE('BNKSECP')
019900                    INTO(WS-BNKSECP-REC)
020000                    LENGTH(LENGTH OF WS-BNKSECP-REC)
020100                    RIDFLD(SEC-REC-USERID)
020200                    RESP(WS-RESP)
020300     END-EXEC.
020400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
020500        SEC-REC-BRANCH IS EQUAL TO SPACES OR
020600        SEC-REC-BRANCH IS EQUAL TO LOW-VALUES
020700        SET CD65O-RESP-NOT-SET-UP TO TRUE
020800        MOVE 'No home branch on your profile' TO
020900            CD65O-RESP-MSG
021000        GO TO RESOLVE-BRANCH-EXIT
021100     END-IF.
021200     MOVE SEC-REC-BRANCH TO WS-BRANCH.
021300     MOVE SEC-REC-ROLE TO WS-USER-ROLE.
021400     MOVE 'BASE-CURRENCY' TO WS-PARM-NAME.
021500     PERFORM GET-PARM-VALUE THRU
021600             GET-PARM-VALUE-EXIT.
021700     IF WS-PARM-FOUND
021800        MOVE WS-PARM-VALUE(1:3) TO WS-BASE-CURRENCY
021900     END-IF.
022000     IF CD65I-CURRENCY IS EQUAL TO SPACES OR
022100        CD65I-CURRENCY IS EQUAL TO LOW-VALUES
022200        MOVE WS-BASE-CURRENCY TO WS-CURRENCY
022300     ELSE
022400        MOVE CD65I-CURRENCY TO WS-CURRENCY
022500     END-IF.
022600     MOVE WS-BRANCH TO CD65O-BRANCH.
022700     MOVE WS-CURRENCY TO CD65O-CURRENCY.
022800 RESOLVE-BRANCH-EXIT.
022900     EXIT.
023000
023100*****************************************************************
023200* Apply a movement or count: check the witness, apply each      *
023300* denomination line to the vault, then move the branch cash GL  *
023400* position or the drawer float as the function requires and     *
023500* journal the whole thing. Any failure part way backs out every *
023600* change made so far.                                           *
023700*****************************************************************
023800 PROCESS-MOVEMENT.
023900     IF (CD65-REQUESTED-ISSUE OR
024000         CD65-REQUESTED-RETURN) AND
024100        WS-CURRENCY IS NOT EQUAL TO WS-BASE-CURRENCY
024200        SET CD65O-RESP-INVALID-INPUT TO TRUE
024300        MOVE 'Drawer cash is base currency only' TO
024400            CD65O-RESP-MSG
024500        GO TO PROCESS-MOVEMENT-EXIT
024600     END-IF.
024700     IF CD65I-LINE-COUNT IS NOT NUMERIC OR
024800        CD65I-LINE-COUNT IS EQUAL TO 0 OR
024900        CD65I-LINE-COUNT IS GREATER THAN 12
025000        SET CD65O-RESP-INVALID-INPUT TO TRUE
025100        MOVE 'Enter between 1 and 12 denominations' TO
025200            CD65O-RESP-MSG
025300        GO TO PROCESS-MOVEMENT-EXIT
025400     END-IF.
025500     PERFORM CHECK-WITNESS THRU
025600             CHECK-WITNESS-EXIT.
025700     IF NOT CD65O-RESP-OK
025800        GO TO PROCESS-MOVEMENT-EXIT
025900     END-IF.
026000     MOVE 0 TO WS-MOVED-VALUE.
026100     MOVE 0 TO WS-OVER-SHORT.
026200     PERFORM APPLY-LINE THRU
026300             APPLY-LINE-EXIT
026400        VARYING WS-LINE-SUB FROM 1 BY 1
026500        UNTIL WS-LINE-SUB > CD65I-LINE-COUNT
026600           OR NOT CD65O-RESP-OK.
026700     IF NOT CD65O-RESP-OK
026800        PERFORM BACK-OUT-VAULT THRU
026900                BACK-OUT-VAULT-EXIT
027000        GO TO PROCESS-MOVEMENT-EXIT
027100     END-IF.
027200     IF CD65-REQUESTED-DELIVERY OR
027300        CD65-REQUESTED-SHIPMENT
027400        PERFORM UPDATE-BRANCH-SUMMARY THRU
027500                UPDATE-BRANCH-SUMMARY-EXIT
027600     END-IF.
027700     IF CD65O-RESP-OK AND
027800        (CD65-REQUESTED-ISSUE OR
027900         CD65-REQUESTED-RETURN)
028000        PERFORM UPDATE-DRAWER-FLOAT THRU
028100                UPDATE-DRAWER-FLOAT-EXIT
028200     END-IF.
028300     IF CD65O-RESP-OK
028400        PERFORM WRITE-MOVEMENT THRU
028500                WRITE-MOVEMENT-EXIT
028600     END-IF.
028700     IF NOT CD65O-RESP-OK
028800        PERFORM BACK-OUT-VAULT THRU
028900                BACK-OUT-VAULT-EXIT
029000        GO TO PROCESS-MOVEMENT-EXIT
029100     END-IF.
029200     MOVE WS-MOVED-VALUE TO CD65O-MOVED-VALUE.
029300     MOVE WS-OVER-SHORT TO CD65O-OVER-SHORT.
029400     PERFORM LOAD-VAULT-OUTPUT THRU
029500             LOAD-VAULT-OUTPUT-EXIT.
029600 PROCESS-MOVEMENT-EXIT.
029700     EXIT.
029800
029900*****************************************************************
030000* Apply one denomination line to its vault record: an issue or  *
030100* shipment takes the pieces out, refused past what the vault    *
030200* holds; a return or delivery puts them in, opening the record  *
030300* for a denomination not held before; a count records the       *
030400* pieces counted beside the book and adds the difference into   *
030500* the over/short                                                *
030600*****************************************************************
030700 APPLY-LINE.
030800     IF CD65I-DENOM (WS-LINE-SUB) IS NOT NUMERIC OR
030900        CD65I-DENOM (WS-LINE-SUB) IS EQUAL TO 0 OR
031000        CD65I-PIECES (WS-LINE-SUB) IS NOT NUMERIC
031100        SET CD65O-RESP-INVALID-INPUT TO TRUE
031200        MOVE 'Denomination and pieces must be numeric' TO
031300            CD65O-RESP-MSG
031400        GO TO APPLY-LINE-EXIT
031500     END-IF.
031600     IF CD65I-PIECES (WS-LINE-SUB) IS EQUAL TO 0 AND
031700        NOT CD65-REQUESTED-COUNT
031800        SET CD65O-RESP-INVALID-INPUT TO TRUE
031900        MOVE 'Pieces must be greater than zero' TO
032000            CD65O-RESP-MSG
032100        GO TO APPLY-LINE-EXIT
032200     END-IF.
032300     COMPUTE WS-LINE-VALUE =
032400             CD65I-DENOM (WS-LINE-SUB) *
032500             CD65I-PIECES (WS-LINE-SUB).
032600     ADD WS-LINE-VALUE TO WS-MOVED-VALUE.
032700     MOVE WS-BRANCH TO VLT-REC-BRANCH.
032800     MOVE WS-CURRENCY TO VLT-REC-CURRENCY.
032900     MOVE CD65I-DENOM (WS-LINE-SUB) TO VLT-REC-DENOM.
033000     EXEC CICS READ FILE('BNKVLT')
033100                    INTO(WS-BNKVLT-REC)
033200                    LENGTH(LENGTH OF WS-BNKVLT-REC)
033300                    RIDFLD(VLT-REC-KEY)
033400                    UPDATE
033500                    RESP(WS-RESP)
033600     END-EXEC.
033700     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
033800        GO TO APPLY-LINE-NEW
033900     END-IF.
034000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
034100        SET CD65O-RESP-UPDATE-ERROR TO TRUE
034200        MOVE 'Vault record unavailable' TO CD65O-RESP-MSG
034300        GO TO APPLY-LINE-EXIT
034400     END-IF.
034500     EVALUATE TRUE
034600       WHEN CD65-REQUESTED-ISSUE
034700       WHEN CD65-REQUESTED-SHIPMENT
034800         IF VLT-REC-PIECES IS LESS THAN
034900               CD65I-PIECES (WS-LINE-SUB)
035000            SET CD65O-RESP-SHORT-IN-VAULT TO TRUE
035100            MOVE 'Vault does not hold enough pieces' TO
035200                CD65O-RESP-MSG
035300            GO TO APPLY-LINE-EXIT
035400         END-IF
035500         SUBTRACT CD65I-PIECES (WS-LINE-SUB) FROM VLT-REC-PIECES
035600       WHEN CD65-REQUESTED-COUNT
035700         COMPUTE WS-OVER-SHORT = WS-OVER-SHORT +
035800                 ((CD65I-PIECES (WS-LINE-SUB) - VLT-REC-PIECES)
035900                  * VLT-REC-DENOM)
036000         PERFORM RECORD-COUNT THRU
036100                 RECORD-COUNT-EXIT
036200       WHEN OTHER
036300         ADD CD65I-PIECES (WS-LINE-SUB) TO VLT-REC-PIECES
036400     END-EVALUATE.
036500     MOVE WS-UPDATED-TS TO VLT-REC-UPDATED-TS.
036600     EXEC CICS REWRITE FILE('BNKVLT')
036700                       FROM(WS-BNKVLT-REC)
036800                       LENGTH(LENGTH OF WS-BNKVLT-REC)
036900                       RESP(WS-RESP)
037000     END-EXEC.
037100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
037200        SET CD65O-RESP-UPDATE-ERROR TO TRUE
037300        MOVE 'Vault update failed' TO CD65O-RESP-MSG
037400     END-IF.
037500     GO TO APPLY-LINE-EXIT.
037600
037700* A denomination the vault has never held: nothing can be taken
037800* out of it, but it can be received, returned or counted
037900 APPLY-LINE-NEW.
038000     IF CD65-REQUESTED-ISSUE OR
038100        CD65-REQUESTED-SHIPMENT
038200        SET CD65O-RESP-DENOM-NOTFOUND TO TRUE
038300        MOVE 'Denomination not held in the vault' TO
038400            CD65O-RESP-MSG
038500        GO TO APPLY-LINE-EXIT
038600     END-IF.
038700     MOVE SPACES TO VLT-REC-DENOMINATION.
038800     MOVE 0 TO VLT-REC-PIECES.
038900     MOVE 0 TO VLT-REC-COUNTED.
039000     IF CD65-REQUESTED-COUNT
039100        COMPUTE WS-OVER-SHORT = WS-OVER-SHORT + WS-LINE-VALUE
039200        PERFORM RECORD-COUNT THRU
039300                RECORD-COUNT-EXIT
039400     ELSE
039500        MOVE CD65I-PIECES (WS-LINE-SUB) TO VLT-REC-PIECES
039600     END-IF.
039700     MOVE WS-UPDATED-TS TO VLT-REC-UPDATED-TS.
039800     EXEC CICS WRITE FILE('BNKVLT')
039900                     FROM(WS-BNKVLT-REC)
040000                     LENGTH(LENGTH OF WS-BNKVLT-REC)
040100                     RIDFLD(VLT-REC-KEY)
040200                     RESP(WS-RESP)
040300     END-EXEC.
040400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
040500        SET CD65O-RESP-UPDATE-ERROR TO TRUE
040600        MOVE 'Vault update failed' TO CD65O-RESP-MSG
040700     END-IF.
040800 APPLY-LINE-EXIT.
040900     EXIT.
041000
041100*****************************************************************
041200* Note the physical count on the denomination's vault record -  *
041300* the book pieces are left as they are                          *
041400*****************************************************************
041500 RECORD-COUNT.
041600     MOVE CD65I-PIECES (WS-LINE-SUB) TO VLT-REC-COUNTED.
041700     MOVE WS-POST-DATE TO VLT-REC-COUNT-DATE.
041800     MOVE CD65I-TELLER-ID TO VLT-REC-COUNTED-BY.
041900     MOVE CD65I-WITNESS-ID TO VLT-REC-WITNESS.
042000 RECORD-COUNT-EXIT.
042100     EXIT.
042200
042300*****************************************************************
042400* A delivery from or shipment to the cash centre moves the      *
042500* branch cash GL position on the branch's summary record (zero  *
042600* denomination), opened the first time cash arrives, and the    *
042700* day's received/shipped figures the vault proof reports        *
042800*****************************************************************
042900 UPDATE-BRANCH-SUMMARY.
043000     MOVE WS-BRANCH TO VLT-REC-BRANCH.
043100     MOVE WS-CURRENCY TO VLT-REC-CURRENCY.
043200     MOVE 0 TO VLT-REC-DENOM.
043300     EXEC CICS READ FILE('BNKVLT')
043400                    INTO(WS-BNKVLT-REC)
043500                    LENGTH(LENGTH OF WS-BNKVLT-REC)
043600                    RIDFLD(VLT-REC-KEY)
043700                    UPDATE
043800                    RESP(WS-RESP)
043900     END-EXEC.
044000     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
044100        SET WS-SUMMARY-ON-FILE TO TRUE
044200     ELSE
044300        IF WS-RESP IS NOT EQUAL TO DFHRESP(NOTFND)
044400           SET CD65O-RESP-UPDATE-ERROR TO TRUE
044500           MOVE 'Vault summary unavailable' TO CD65O-RESP-MSG
044600           GO TO UPDATE-BRANCH-SUMMARY-EXIT
044700        END-IF
044800        SET WS-SUMMARY-NEW TO TRUE
044900        MOVE SPACES TO VLT-REC-SUMMARY
045000        MOVE 0 TO VLT-SUM-GL-BALANCE
045100        MOVE 0 TO VLT-SUM-DAY-RECEIVED
045200        MOVE 0 TO VLT-SUM-DAY-SHIPPED
045300        MOVE WS-POST-DATE TO VLT-SUM-DAY-DATE
045400     END-IF.
045500     IF VLT-SUM-DAY-DATE IS NOT EQUAL TO WS-POST-DATE
045600        MOVE WS-POST-DATE TO VLT-SUM-DAY-DATE
045700        MOVE 0 TO VLT-SUM-DAY-RECEIVED
045800        MOVE 0 TO VLT-SUM-DAY-SHIPPED
045900     END-IF.
046000     IF CD65-REQUESTED-DELIVERY
046100        ADD WS-MOVED-VALUE TO VLT-SUM-GL-BALANCE
046200        ADD WS-MOVED-VALUE TO VLT-SUM-DAY-RECEIVED
046300     ELSE
046400        SUBTRACT WS-MOVED-VALUE FROM VLT-SUM-GL-BALANCE
046500        ADD WS-MOVED-VALUE TO VLT-SUM-DAY-SHIPPED
046600     END-IF.
046700     MOVE WS-UPDATED-TS TO VLT-SUM-UPDATED-TS.
046800     IF WS-SUMMARY-ON-FILE
046900        EXEC CICS REWRITE FILE('BNKVLT')
047000                          FROM(WS-BNKVLT-REC)
047100                          LENGTH(LENGTH OF WS-BNKVLT-REC)
047200                          RESP(WS-RESP)
047300        END-EXEC
047400     ELSE
047500        EXEC CICS WRITE FILE('BNKVLT')
047600                        FROM(WS-BNKVLT-REC)
047700                        LENGTH(LENGTH OF WS-BNKVLT-REC)
047800                        RIDFLD(VLT-REC-KEY)
047900                        RESP(WS-RESP)
048000        END-EXEC
048100     END-IF.
048200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
048300        SET CD65O-RESP-UPDATE-ERROR TO TRUE
048400        MOVE 'Vault summary update failed' TO CD65O-RESP-MSG
048500     END-IF.
048600 UPDATE-BRANCH-SUMMARY-EXIT.
048700     EXIT.
048800
048900*****************************************************************
049000* Roll an issue or return into the teller's daily totals record *
049100* as float - the same read-update-else-write shape DBANK23P     *
049200* uses, including the reread when two of the teller's terminals *
049300* race to create the first record of the day                    *
049400*****************************************************************
049500 UPDATE-DRAWER-FLOAT.
049600     MOVE WS-POST-DATE TO TLR-REC-DATE.
049700     MOVE CD65I-TELLER-ID TO TLR-REC-TELLER.
049800     EXEC CICS READ FILE('BNKTLR')
049900                    INTO(WS-BNKTLR-REC)
050000                    LENGTH(LENGTH OF WS-BNKTLR-REC)
050100                    RIDFLD(TLR-REC-KEY)
050200                    UPDATE
050300                    RESP(WS-RESP)
050400     END-EXEC.
050500     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
050600        PERFORM ADD-TO-DRAWER-FLOAT THRU
050700                ADD-TO-DRAWER-FLOAT-EXIT
050800        EXEC CICS REWRITE FILE('BNKTLR')
050900                          FROM(WS-BNKTLR-REC)
051000                          LENGTH(LENGTH OF WS-BNKTLR-REC)
051100                          RESP(WS-RESP)
051200        END-EXEC
051300     ELSE
051400        MOVE LOW-VALUES TO TLR-RECORD
051500        MOVE WS-POST-DATE TO TLR-REC-DATE
051600        MOVE CD65I-TELLER-ID TO TLR-REC-TELLER
051700        MOVE EIBTRMID TO TLR-REC-TERMID
051800        MOVE 0 TO TLR-REC-CASH-IN
051900        MOVE 0 TO TLR-REC-CASH-OUT
052000        MOVE 0 TO TLR-REC-TXN-COUNT
052100        MOVE 0 TO TLR-REC-FLOAT-ISSUED
052200        MOVE 0 TO TLR-REC-FLOAT-RETURNED
052300        PERFORM ADD-TO-DRAWER-FLOAT THRU
052400                ADD-TO-DRAWER-FLOAT-EXIT
052500        EXEC CICS WRITE FILE('BNKTLR')
052600                  FROM(WS-BNKTLR-REC)
052700                  LENGTH(LENGTH OF WS-BNKTLR-REC)
052800                  RIDFLD(TLR-REC-KEY)
052900                  RESP(WS-RESP)
053000        END-EXEC
053100        IF WS-RESP IS EQUAL TO DFHRESP(DUPREC)
053200           EXEC CICS READ FILE('BNKTLR')
053300                          INTO(WS-BNKTLR-REC)
053400                          LENGTH(LENGTH OF WS-BNKTLR-REC)
053500                          RIDFLD(TLR-REC-KEY)
053600                          UPDATE
053700                          RESP(WS-RESP)
053800           END-EXEC
053900           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
054000              PERFORM ADD-TO-DRAWER-FLOAT THRU
054100                      ADD-TO-DRAWER-FLOAT-EXIT
054200              EXEC CICS REWRITE FILE('BNKTLR')
054300                                FROM(WS-BNKTLR-REC)
054400                                LENGTH(LENGTH OF WS-BNKTLR-REC)
054500                                RESP(WS-RESP)
054600              END-EXEC
054700           END-IF
054800        END-IF
054900     END-IF.
055000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
055100        SET CD65O-RESP-UPDATE-ERROR TO TRUE
055200        MOVE 'Drawer totals update failed' TO CD65O-RESP-MSG
055300     END-IF.
055400 UPDATE-DRAWER-FLOAT-EXIT.
055500     EXIT.
055600
055700*****************************************************************
055800* Add this issue or return into the float held in TLR-RECORD    *
055900*****************************************************************
056000 ADD-TO-DRAWER-FLOAT.
056100* A record written before the float existed carries no valid
056200* figures there - start it from zero
056300     IF TLR-REC-FLOAT-ISSUED IS NOT NUMERIC
056400        MOVE 0 TO TLR-REC-FLOAT-ISSUED
056500     END-IF.
056600     IF TLR-REC-FLOAT-RETURNED IS NOT NUMERIC
056700        MOVE 0 TO TLR-REC-FLOAT-RETURNED
056800     END-IF.
056900     IF CD65-REQUESTED-ISSUE
057000        ADD WS-MOVED-VALUE TO TLR-REC-FLOAT-ISSUED
057100     ELSE
057200        ADD WS-MOVED-VALUE TO TLR-REC-FLOAT-RETURNED
057300     END-IF.
057400     MOVE EIBTRMID TO TLR-REC-TERMID.
057500     MOVE WS-BRANCH TO TLR-REC-BRANCH.
057600 ADD-TO-DRAWER-FLOAT-EXIT.
057700     EXIT.
057800
057900*****************************************************************
058000* Journal the movement or count with both members of staff and  *
058100* the pieces by denomination                                    *
058200*****************************************************************
058300 WRITE-MOVEMENT.
058400     MOVE SPACES TO VMV-RECORD.
058500     MOVE WS-UPDATED-TS TO VMV-REC-TIMESTAMP.
058600     MOVE CD65-REQUEST-TYPE TO VMV-REC-TYPE.
058700     MOVE WS-BRANCH TO VMV-REC-BRANCH.
058800     MOVE WS-CURRENCY TO VMV-REC-CURRENCY.
058900     MOVE CD65I-TELLER-ID TO VMV-REC-USERID.
059000     MOVE CD65I-WITNESS-ID TO VMV-REC-WITNESS.
059100     MOVE WS-BUSINESS-DATE TO VMV-REC-BUSINESS-DATE.
059200     MOVE WS-MOVED-VALUE TO VMV-REC-VALUE.
059300     MOVE WS-OVER-SHORT TO VMV-REC-OVER-SHORT.
059400     MOVE CD65I-REFERENCE TO VMV-REC-REFERENCE.
059500     MOVE CD65I-LINE-COUNT TO VMV-REC-LINE-COUNT.
059600     PERFORM COPY-MOVEMENT-LINE THRU
059700             COPY-MOVEMENT-LINE-EXIT
059800        VARYING WS-LINE-SUB FROM 1 BY 1
059900        UNTIL WS-LINE-SUB > 12.
060000     EXEC CICS WRITE FILE('BNKVMOV')
060100                     FROM(WS-BNKVMOV-REC)
060200                     LENGTH(LENGTH OF WS-BNKVMOV-REC)
060300                     RIDFLD(VMV-REC-TIMESTAMP)
060400                     RESP(WS-RESP)
060500     END-EXEC.
060600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
060700        SET CD65O-RESP-UPDATE-ERROR TO TRUE
060800        MOVE 'Vault journal write failed' TO CD65O-RESP-MSG
060900     END-IF.
061000 WRITE-MOVEMENT-EXIT.
061100     EXIT.
061200
061300 COPY-MOVEMENT-LINE.
061400     IF WS-LINE-SUB IS GREATER THAN CD65I-LINE-COUNT
061500        MOVE 0 TO VMV-REC-LINE-DENOM (WS-LINE-SUB)
061600        MOVE 0 TO VMV-REC-LINE-PIECES (WS-LINE-SUB)
061700     ELSE
061800        MOVE CD65I-DENOM (WS-LINE-SUB) TO
061900            VMV-REC-LINE-DENOM (WS-LINE-SUB)
062000        MOVE CD65I-PIECES (WS-LINE-SUB) TO
062100            VMV-REC-LINE-PIECES (WS-LINE-SUB)
062200     END-IF.
062300 COPY-MOVEMENT-LINE-EXIT.
062400     EXIT.
062500
062600*****************************************************************
062700* Something failed part way through - roll the unit of work     *
062800* back so no vault, summary, drawer or journal change survives, *
062900* and report the failure with the message already set           *
063000*****************************************************************
063100 BACK-OUT-VAULT.
063200     EXEC CICS SYNCPOINT ROLLBACK
063300     END-EXEC.
063400     MOVE 0 TO CD65O-MOVED-VALUE.
063500     MOVE 0 TO CD65O-OVER-SHORT.
063600 BACK-OUT-VAULT-EXIT.
063700     EXIT.
063800
063900*****************************************************************
064000* Every vault movement and count needs a witness: a different   *
064100* member of staff from the same branch, not an inquiry-only     *
064200* user, presenting their own password - the same in-flight      *
064300* signon DBANK23P takes for a cash limit override. One of the   *
064400* two must hold the supervisor role, as the vault custodian.    *
064500*****************************************************************
064600 CHECK-WITNESS.
064700     IF CD65I-WITNESS-ID IS EQUAL TO SPACES OR
064800        CD65I-WITNESS-ID IS EQUAL TO LOW-VALUES
064900        SET CD65O-RESP-NOT-AUTHORIZED TO TRUE
065000        MOVE 'A witness must sign on for vault cash' TO
065100            CD65O-RESP-MSG
065200        GO TO CHECK-WITNESS-EXIT
065300     END-IF.
065400     IF CD65I-WITNESS-ID IS EQUAL TO CD65I-TELLER-ID
065500        SET CD65O-RESP-NOT-AUTHORIZED TO TRUE
065600        MOVE 'Witness must be someone else' TO CD65O-RESP-MSG
065700        GO TO CHECK-WITNESS-EXIT
065800     END-IF.
065900     MOVE CD65I-WITNESS-ID TO SEC-REC-USERID.
066000     EXEC CICS READ FILE('BNKSECP')
066100                    INTO(WS-BNKSECP-REC)
066200                    LENGTH(LENGTH OF WS-BNKSECP-REC)
066300                    RIDFLD(SEC-REC-USERID)
066400                    RESP(WS-RESP)
066500     END-EXEC.
066600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
066700        SEC-REC-ROLE-INQUIRY
066800        SET CD65O-RESP-NOT-AUTHORIZED TO TRUE
066900        MOVE 'Witness cannot handle vault cash' TO
067000            CD65O-RESP-MSG
067100        GO TO CHECK-WITNESS-EXIT
067200     END-IF.
067300     IF SEC-REC-BRANCH IS NOT EQUAL TO WS-BRANCH
067400        SET CD65O-RESP-NOT-AUTHORIZED TO TRUE
067500        MOVE 'Witness must be from the same branch' TO
067600            CD65O-RESP-MSG
067700        GO TO CHECK-WITNESS-EXIT
067800     END-IF.
067900     IF NOT WS-USER-SUPERVISOR AND
068000        NOT SEC-REC-ROLE-SUPERVISOR
068100        SET CD65O-RESP-NOT-AUTHORIZED TO TRUE
068200        MOVE 'One of the two must be a supervisor' TO
068300            CD65O-RESP-MSG
068400        GO TO CHECK-WITNESS-EXIT
068500     END-IF.
068600* BNKPSWD holds only hashes, so the password is checked by
068700* SPSWD01P's verify function
068800     MOVE SPACES TO CPSWDD01-DATA.
068900     SET PSWD-VERIFY TO TRUE.
069000     MOVE CD65I-WITNESS-ID TO CPSWDD01I-USERID.
069100     MOVE CD65I-WITNESS-PSWD TO CPSWDD01I-PASSWORD.
069200     EXEC CICS LINK PROGRAM('SPSWD01P')
069300                    COMMAREA(CPSWDD01-DATA)
069400                    LENGTH(LENGTH OF CPSWDD01-DATA)
069500                    RESP(WS-RESP)
069600     END-EXEC.
069700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
069800        CPSWDD01O-MESSAGE IS NOT EQUAL TO SPACES
069900        SET CD65O-RESP-NOT-AUTHORIZED TO TRUE
070000        MOVE 'Witness signon not accepted' TO CD65O-RESP-MSG
070100     END-IF.
070200 CHECK-WITNESS-EXIT.
070300     EXIT.
070400
070500*****************************************************************
070600* Return the vault as it now stands - the branch cash GL        *
070700* position from the summary record and up to 20 denominations   *
070800* with their book and last counted pieces - browsing BNKVLT     *
070900* from the branch and currency's summary record onward          *
071000*****************************************************************
071100 LOAD-VAULT-OUTPUT.
071200     MOVE 0 TO CD65O-VAULT-VALUE.
071300     MOVE 0 TO CD65O-GL-BALANCE.
071400     MOVE 0 TO WS-OUT-SUB.
071500     MOVE WS-BRANCH TO WS-VAULT-KEY-BRANCH.
071600     MOVE WS-CURRENCY TO WS-VAULT-KEY-CURRENCY.
071700     MOVE 0 TO WS-VAULT-KEY-DENOM.
071800     EXEC CICS STARTBR FILE('BNKVLT')
071900                       RIDFLD(WS-VAULT-KEY)
072000                       GTEQ
072100                       RESP(WS-BROWSE-RESP)
072200     END-EXEC.
072300     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
072400        GO TO LOAD-VAULT-OUTPUT-DONE
072500     END-IF.
072600     PERFORM LOAD-VAULT-LINE THRU
072700             LOAD-VAULT-LINE-EXIT
072800        UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL).
072900     EXEC CICS ENDBR FILE('BNKVLT')
073000     END-EXEC.
073100 LOAD-VAULT-OUTPUT-DONE.
073200     MOVE WS-OUT-SUB TO CD65O-LINE-COUNT.
073300 LOAD-VAULT-OUTPUT-EXIT.
073400     EXIT.
073500
073600 LOAD-VAULT-LINE.
073700     EXEC CICS READNEXT FILE('BNKVLT')
073800                        INTO(WS-BNKVLT-REC)
073900                        LENGTH(LENGTH OF WS-BNKVLT-REC)
074000                        RIDFLD(WS-VAULT-KEY)
074100                        RESP(WS-BROWSE-RESP)
074200     END-EXEC.
074300     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
074400        GO TO LOAD-VAULT-LINE-EXIT
074500     END-IF.
074600     IF VLT-REC-BRANCH IS NOT EQUAL TO WS-BRANCH OR
074700        VLT-REC-CURRENCY IS NOT EQUAL TO WS-CURRENCY
074800        MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
074900        GO TO LOAD-VAULT-LINE-EXIT
075000     END-IF.
075100     IF VLT-REC-BRANCH-SUMMARY
075200        MOVE VLT-SUM-GL-BALANCE TO CD65O-GL-BALANCE
075300        GO TO LOAD-VAULT-LINE-EXIT
075400     END-IF.
075500     COMPUTE WS-LINE-VALUE = VLT-REC-PIECES * VLT-REC-DENOM.
075600     ADD WS-LINE-VALUE TO CD65O-VAULT-VALUE.
075700     IF WS-OUT-SUB IS LESS THAN 20
075800        ADD 1 TO WS-OUT-SUB
075900        MOVE VLT-REC-DENOM TO CD65O-DENOM (WS-OUT-SUB)
076000        MOVE VLT-REC-PIECES TO CD65O-PIECES (WS-OUT-SUB)
076100        MOVE WS-LINE-VALUE TO CD65O-VALUE (WS-OUT-SUB)
076200        MOVE VLT-REC-COUNTED TO CD65O-COUNTED (WS-OUT-SUB)
076300        MOVE VLT-REC-COUNT-DATE TO CD65O-COUNT-DATE (WS-OUT-SUB)
076400     END-IF.
076500 LOAD-VAULT-LINE-EXIT.
076600     EXIT.
076700
076800*****************************************************************
076900* Resolve WS-PARM-NAME from the runtime parameter file - the    *
077000* row with the latest effective date not after the business     *
077100* date - into WS-PARM-VALUE                                     *
077200*****************************************************************
077300 GET-PARM-VALUE.
077400     SET WS-PARM-NOT-FOUND TO TRUE.
077500     MOVE SPACES TO WS-PARM-VALUE.
077600     MOVE WS-PARM-NAME TO WS-PARM-BROWSE-NAME.
077700     MOVE '00000000' TO WS-PARM-BROWSE-DATE.
077800     EXEC CICS STARTBR FILE('BNKPARM')
077900                       RIDFLD(WS-PARM-BROWSE-KEY)
078000                       GTEQ
078100                       RESP(WS-BROWSE-RESP)
078200     END-EXEC.
078300     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
078400        GO TO GET-PARM-VALUE-EXIT
078500     END-IF.
078600     PERFORM SCAN-PARM-ROW
078700        UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL).
078800     EXEC CICS ENDBR FILE('BNKPARM')
078900     END-EXEC.
079000 GET-PARM-VALUE-EXIT.
079100     EXIT.
079200
079300 SCAN-PARM-ROW.
079400     EXEC CICS READNEXT FILE('BNKPARM')
079500                        INTO(WS-BNKPARM-REC)
079600                        LENGTH(LENGTH OF WS-BNKPARM-REC)
079700                        RIDFLD(WS-PARM-BROWSE-KEY)
079800                        RESP(WS-BROWSE-RESP)
079900     END-EXEC.
080000     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
080100        PRM-REC-NAME IS NOT EQUAL TO WS-PARM-NAME
080200        MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
080300     ELSE
080400        IF PRM-REC-EFF-DATE IS NOT GREATER THAN
080500              WS-BUSINESS-DATE
080600           SET WS-PARM-FOUND TO TRUE
080700           MOVE PRM-REC-VALUE TO WS-PARM-VALUE
080800        END-IF
080900     END-IF.
081000
081100*****************************************************************
081200* Pick up the current business date from the run-control        *
081300* '*CONTROL' record so the journal carries the banking day it   *
081400* belongs to. If run control is not available the machine date  *
081500* stands in.                                                    *
081600*****************************************************************
081700 GET-BUSINESS-DATE.
081800     MOVE '*CONTROL' TO RNC-REC-JOB-NAME.
081900     MOVE '00000000' TO RNC-REC-RUN-DATE.
082000     EXEC CICS READ FILE('BNKRUNC')
082100                    INTO(WS-BNKRUNC-REC)
082200                    LENGTH(LENGTH OF WS-BNKRUNC-REC)
082300                    RIDFLD(RNC-REC-KEY)
082400                    RESP(WS-RESP)
082500     END-EXEC.
082600     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
082700        MOVE RNC-REC-BUSINESS-DATE TO WS-BUSINESS-DATE
082800     END-IF.
082900 GET-BUSINESS-DATE-EXIT.
083000     EXIT.
083100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
