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
001300* Program:     DBANK50P.CBL                                     *
001400* Function:    Bad debt write-off and recovery                  *
001500*              VSAM version                                     *
001600*                                                               *
001700* Writes off an account the BBANK85P month-end provisioning run *
001800* has proposed on the BNKPROV register, once the write-off has  *
001900* cleared dual control - BBANK86P queues it on BNKPEND and      *
002000* DBANK38P replays it here when a supervisor approves. Carried  *
002100* interest is capitalized first, the same way BBANK75P would,   *
002200* so the accrual booked to GL is relieved; the balance is then  *
002300* removed by a type '4' BNKTXN write-off record, which the GL   *
002400* extract books against the loan loss allowance (kind 'W')      *
002500* rather than as a customer repayment. The account is marked    *
002600* written off, any pending loan schedule rows with it, and the  *
002700* provision held is released on BNKPROV.                        *
002800*                                                               *
002900* Money later received against a written-off account is taken   *
003000* from the paying deposit account as a WRITE-OFF RECOVERY debit *
003100* (GL kind 'Y', bad debt recovered) and memoed on the           *
003200* written-off account by a type '4' recovery record that leaves *
003300* its balance alone; BNKPROV keeps the running total. Each      *
003400* change is journaled on BNKMAUD.                               *
003500*****************************************************************
003600
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID.
003900     DBANK50P.
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
005200       VALUE 'DBANK50P'.
005300   05  WS-COMMAREA-LENGTH                    PIC 9(5).
005400   05  WS-RESP                               PIC S9(8) COMP.
005500   05  WS-BROWSE-RESP                        PIC S9(8) COMP.
005600   05  WS-ABSTIME                            PIC S9(15) COMP-3.
005700   05  WS-POST-DATE                          PIC X(8).
005800   05  WS-POST-TIME                          PIC X(8).
005900   05  WS-TASKN-DISPLAY                      PIC 9(7).
006000   05  WS-BUSINESS-DATE                      PIC X(8).
006100   05  WS-BROWSE-ACCNO                       PIC X(10).
006200   05  WS-LNS-BROWSE-KEY.
006300     10  WS-LNS-BROWSE-ACCNO                 PIC X(10).
006400     10  WS-LNS-BROWSE-INST                  PIC 9(3).
006500   05  WS-FIRST-PENDING                      PIC 9(3).
006600   05  WS-LAST-PENDING                       PIC 9(3).
006700   05  WS-INST-SUB                           PIC 9(3).
006800   05  WS-ACTIVE-HOLDS                       PIC S9(9)V99.
006900   05  WS-LEG-NO                             PIC 9(1).
007000   05  WS-LEG-TYPE                           PIC X(1).
007100   05  WS-LEG-KIND                           PIC X(1).
007200   05  WS-LEG-ACCNO                          PIC X(10).
007300   05  WS-LEG-PID                            PIC X(5).
007400   05  WS-LEG-AMOUNT                         PIC S9(9)V99.
007500   05  WS-LEG-DESC                           PIC X(30).
007600   05  WS-LEG-REF                            PIC X(12).
007700   05  WS-VDX-RESP                           PIC S9(8) COMP.
007800
007900 01  WS-ACCOUNT-SAVE.
008000   05  WS-WOFF-ACCNO                         PIC X(10).
008100   05  WS-WOFF-PID                           PIC X(5).
008200   05  WS-WOFF-CCY                           PIC X(3).
008300   05  WS-ACCRUED-INT                        PIC S9(9)V99.
008400   05  WS-WOFF-AMOUNT                        PIC S9(9)V99.
008500   05  WS-SOURCE-ACCNO                       PIC X(10).
008600   05  WS-SOURCE-PID                         PIC X(5).
008700
008800 01  WS-MAINT-AUDIT-WORK.
008900   05  WS-MAU-ABSTIME                        PIC S9(15) COMP-3.
009000   05  WS-MAU-TASKN                          PIC 9(7).
009100   05  WS-MAU-RESP                           PIC S9(8) COMP.
009200   05  WS-MAU-FILE                           PIC X(8).
009300   05  WS-MAU-BEFORE                         PIC X(400).
009400   05  WS-MAU-AFTER                          PIC X(400).
009500
009600 01  WS-BNKRUNC-REC.
009700 COPY CBANKVRC.
009800
009900 01  WS-BNKACC-REC.
010000 COPY CBANKVAC.
010100
010200 01  WS-BNKPROV-REC.
010300 COPY CBANKVPV.
010400
010500 01  WS-BNKHOLD-REC.
010600 COPY CBANKVHD.
010700
010800 01  WS-BNKLNSCH-REC.
010900 COPY CBANKVLS.
011000
011100 01  WS-BNKTXN-REC.
011200 COPY CBANKVTX.
011300
011400 01  WS-BNKTXNV-REC.
011500 COPY CBANKVVX.
011600
011700 01  WS-BNKMAUD-REC.
011800 COPY CBANKVMA.
011900
012000 COPY CBANKTXD.
012100
012200 01  WS-COMMAREA.
012300 COPY CBANKD50.
012400
012500 COPY CABENDD.
012520
012540 01  WS-PEVT-DATA.
012560 COPY CBANKD59.
012600
012700 LINKAGE SECTION.
012800 01  DFHCOMMAREA.
012900   05  LK-COMMAREA                           PIC X(1)
013000       OCCURS 1 TO 4096 TIMES
013100         DEPENDING ON WS-COMMAREA-LENGTH.
013200
013300 PROCEDURE DIVISION.
013400*****************************************************************
013500* Move the passed data to our area                              *
013600*****************************************************************
013700     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
013800     MOVE DFHCOMMAREA TO WS-COMMAREA.
013900
014000*****************************************************************
014100* Initialize our output area                                    *
014200*****************************************************************
014300     MOVE SPACES TO CD50O-DATA.
014400     SET CD50O-RESP-OK TO TRUE.
014500     MOVE 0 TO CD50O-BALANCE.
014600     MOVE 0 TO CD50O-ACCRUED-INT.
014700     MOVE 0 TO CD50O-WOFF-AMOUNT.
014800     MOVE 0 TO CD50O-PROVISION.
014900     MOVE 0 TO CD50O-DAYS-PAST-DUE.
015000     MOVE 0 TO CD50O-RECOVERED.
015100
015200*****************************************************************
015300* Price the write-off and carry it out when asked, or take the  *
015400* recovery against an account already written off               *
015500*****************************************************************
015600     IF NOT CD50-REQUESTED-QUOTE AND
015700        NOT CD50-REQUESTED-WRITE-OFF AND
015800        NOT CD50-REQUESTED-RECOVERY
015900        SET CD50O-RESP-INVALID-INPUT TO TRUE
016000        MOVE 'Unknown request type' TO CD50O-RESP-MSG
016100     END-IF.
016200     IF CD50O-RESP-OK
016300        PERFORM GET-BUSINESS-DATE THRU
016400                GET-BUSINESS-DATE-EXIT
016500        PERFORM LOAD-ACCOUNT THRU
016600                LOAD-ACCOUNT-EXIT
016700     END-IF.
016800     IF CD50O-RESP-OK
016900        EVALUATE TRUE
017000          WHEN CD50-REQUESTED-WRITE-OFF
017100           PERFORM WRITE-OFF-ACCOUNT THRU
017200                   WRITE-OFF-ACCOUNT-EXIT
017300          WHEN CD50-REQUESTED-RECOVERY
017400           PERFORM RECORD-RECOVERY THRU
017500                   RECORD-RECOVERY-EXIT
017600          WHEN OTHER
017700           CONTINUE
017800        END-EVALUATE
017900     END-IF.
018000
018100*****************************************************************
018200* Move the result back to the callers area                      *
018300*****************************************************************
018400     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
018500
018600*****************************************************************
018700* Return to our caller                                          *
018800*****************************************************************
018900     EXEC CICS RETURN
019000     END-EXEC.
019100     GOBACK.
019200
019300*****************************************************************
019400* Read the account and its provision register entry. A quote or *
019500* write-off needs an open account the month-end run proposed    *
019600* and a debt to remove; a recovery needs one already written    *
019700* off.                                                          *
019800*****************************************************************
019900 LOAD-ACCOUNT.
020000     MOVE CD50I-ACCNO TO BAC-REC-ACCNO.
020100     EXEC CICS READ FILE('BNKACC')
020200                    INTO(WS-BNKACC-REC)
020300                    LENGTH(LENGTH OF WS-BNKACC-REC)
020400                    RIDFLD(BAC-REC-ACCNO)
020500                    RESP(WS-RESP)
020600     END-EXEC.
020700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
020800        SET CD50O-RESP-NOTFOUND TO TRUE
020900        MOVE 'Account not found' TO CD50O-RESP-MSG
021000        GO TO LOAD-ACCOUNT-EXIT
021100     END-IF.
021200     MOVE BAC-REC-ACCNO TO WS-WOFF-ACCNO.
021300     MOVE BAC-REC-PID TO WS-WOFF-PID.
021400     MOVE BAC-REC-CURRENCY TO WS-WOFF-CCY.
021500     IF BAC-REC-ACCRUED-INT IS NUMERIC
021600        MOVE BAC-REC-ACCRUED-INT TO WS-ACCRUED-INT
021700     ELSE
021800        MOVE 0 TO WS-ACCRUED-INT
021900     END-IF.
022000     COMPUTE WS-WOFF-AMOUNT =
022100             0 - (BAC-REC-BALANCE + WS-ACCRUED-INT).
022200     MOVE BAC-REC-PID TO CD50O-PID.
022300     MOVE BAC-REC-CURRENCY TO CD50O-CURRENCY.
022400     MOVE BAC-REC-BALANCE TO CD50O-BALANCE.
022500     MOVE WS-ACCRUED-INT TO CD50O-ACCRUED-INT.
022600     IF BAC-REC-STATUS-CLOSED
022700        SET CD50O-RESP-ACCOUNT-CLOSED TO TRUE
022800        MOVE 'Account is closed' TO CD50O-RESP-MSG
022900        GO TO LOAD-ACCOUNT-EXIT
023000     END-IF.
023100     MOVE BAC-REC-ACCNO TO PRV-REC-ACCNO.
023200     EXEC CICS READ FILE('BNKPROV')
023300                    INTO(WS-BNKPROV-REC)
023400                    LENGTH(LENGTH OF WS-BNKPROV-REC)
023500                    RIDFLD(PRV-REC-ACCNO)
023600                    RESP(WS-RESP)
023700     END-EXEC.
023800     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
023900        MOVE PRV-REC-PROVISION TO CD50O-PROVISION
024000        MOVE PRV-REC-DAYS-PAST-DUE TO CD50O-DAYS-PAST-DUE
024100        MOVE PRV-REC-RECOVERED TO CD50O-RECOVERED
024200     END-IF.
024300     IF CD50-REQUESTED-RECOVERY
024400        IF NOT BAC-REC-STATUS-WRITTEN-OFF OR
024500           WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
024600           SET CD50O-RESP-NOT-WRITTEN-OFF TO TRUE
024700           MOVE 'Account has not been written off' TO
024800               CD50O-RESP-MSG
024900        END-IF
025000        GO TO LOAD-ACCOUNT-EXIT
025100     END-IF.
025200     IF BAC-REC-STATUS-WRITTEN-OFF
025300        SET CD50O-RESP-ACCOUNT-CLOSED TO TRUE
025400        MOVE 'Account is already written off' TO CD50O-RESP-MSG
025500        GO TO LOAD-ACCOUNT-EXIT
025600     END-IF.
025700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
025800        NOT PRV-REC-WOFF-PROPOSED OR
025900        PRV-REC-STATUS-WRITTEN-OFF
026000        SET CD50O-RESP-NOT-PROPOSED TO TRUE
026100        MOVE 'Account is not proposed for write-off' TO
026200            CD50O-RESP-MSG
026300        GO TO LOAD-ACCOUNT-EXIT
026400     END-IF.
026500     IF WS-WOFF-AMOUNT IS NOT GREATER THAN 0
026600        SET CD50O-RESP-INVALID-INPUT TO TRUE
026700        MOVE 'Account has no debt to write off' TO
026800            CD50O-RESP-MSG
026900        GO TO LOAD-ACCOUNT-EXIT
027000     END-IF.
027100     MOVE WS-WOFF-AMOUNT TO CD50O-WOFF-AMOUNT.
027200 LOAD-ACCOUNT-EXIT.
027300     EXIT.
027400
027500*****************************************************************
027600* Write the account off: capitalize any carried interest, post  *
027700* the write-off, close the schedule and release the provision   *
027800*****************************************************************
027900 WRITE-OFF-ACCOUNT.
028000     MOVE WS-WOFF-ACCNO TO BAC-REC-ACCNO.
028100     EXEC CICS READ FILE('BNKACC')
028200                    INTO(WS-BNKACC-REC)
028300                    LENGTH(LENGTH OF WS-BNKACC-REC)
028400                    RIDFLD(BAC-REC-ACCNO)
028500                    UPDATE
028600                    RESP(WS-RESP)
028700     END-EXEC.
028800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
028900        SET CD50O-RESP-POSTING-ERROR TO TRUE
029000        MOVE 'Error rereading account' TO CD50O-RESP-MSG
029100        GO TO WRITE-OFF-ACCOUNT-EXIT
029200     END-IF.
029300     MOVE WS-BNKACC-REC TO WS-MAU-BEFORE.
029400     MOVE 0 TO BAC-REC-BALANCE.
029500     MOVE 0 TO BAC-REC-ACCRUED-INT.
029600     SET BAC-REC-STATUS-WRITTEN-OFF TO TRUE.
029700     EXEC CICS REWRITE FILE('BNKACC')
029800                       FROM(WS-BNKACC-REC)
029900                       LENGTH(LENGTH OF WS-BNKACC-REC)
030000                       RESP(WS-RESP)
030100     END-EXEC.
030200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
030300        SET CD50O-RESP-POSTING-ERROR TO TRUE
030400        MOVE 'Account could not be updated' TO CD50O-RESP-MSG
030500        EXEC CICS SYNCPOINT ROLLBACK
030600        END-EXEC
030700        GO TO WRITE-OFF-ACCOUNT-EXIT
030800     END-IF.
030900     MOVE WS-BNKACC-REC TO WS-MAU-AFTER.
031000     MOVE WS-WOFF-ACCNO TO WS-LEG-ACCNO.
031100     MOVE WS-WOFF-PID TO WS-LEG-PID.
031200     MOVE SPACES TO WS-LEG-REF.
031300     MOVE WS-WOFF-ACCNO TO WS-LEG-REF(1:10).
031400* Carried interest reaches the balance first, as the monthly
031500* capitalization would have taken it, so the accrual the GL has
031600* already booked is relieved rather than left outstanding
031700     IF WS-ACCRUED-INT IS NOT EQUAL TO 0
031800        MOVE WS-ACCRUED-INT TO WS-LEG-AMOUNT
031900        IF WS-ACCRUED-INT IS LESS THAN 0
032000           MOVE 'OVERDRAFT INT CAPITALIZED' TO WS-LEG-DESC
032100        ELSE
032200           MOVE 'INTEREST CAPITALIZED' TO WS-LEG-DESC
032300        END-IF
032400        MOVE '2' TO WS-LEG-TYPE
032500        MOVE 1 TO WS-LEG-NO
032600        PERFORM POST-WOFF-TXN THRU
032700                POST-WOFF-TXN-EXIT
032800        IF NOT CD50O-RESP-OK
032900           GO TO WRITE-OFF-ACCOUNT-EXIT
033000        END-IF
033100     END-IF.
033200     MOVE WS-WOFF-AMOUNT TO WS-LEG-AMOUNT.
033300     MOVE 'BAD DEBT WRITE-OFF' TO WS-LEG-DESC.
033400     MOVE '4' TO WS-LEG-TYPE.
033500     MOVE 'W' TO WS-LEG-KIND.
033600     MOVE 2 TO WS-LEG-NO.
033700     PERFORM POST-WOFF-TXN THRU
033800             POST-WOFF-TXN-EXIT.
033900     IF NOT CD50O-RESP-OK
034000        GO TO WRITE-OFF-ACCOUNT-EXIT
034100     END-IF.
034200     MOVE 'BNKACC' TO WS-MAU-FILE.
034300     PERFORM WRITE-MAINT-AUDIT THRU
034400             WRITE-MAINT-AUDIT-EXIT.
034500     PERFORM FIND-PENDING-ROWS THRU
034600             FIND-PENDING-ROWS-EXIT.
034700     IF WS-FIRST-PENDING IS GREATER THAN 0
034750        PERFORM WRITE-OFF-ONE-ROW THRU
034800                WRITE-OFF-ONE-ROW-EXIT
034850           VARYING WS-INST-SUB FROM WS-FIRST-PENDING BY 1
034900           UNTIL WS-INST-SUB IS GREATER THAN WS-LAST-PENDING
034950              OR NOT CD50O-RESP-OK
035000     END-IF.
035050     IF NOT CD50O-RESP-OK
035100        GO TO WRITE-OFF-ACCOUNT-EXIT
035150     END-IF.
035300     PERFORM UPDATE-PROVISION-REGISTER THRU
035400             UPDATE-PROVISION-REGISTER-EXIT.
035500     IF NOT CD50O-RESP-OK
035600        GO TO WRITE-OFF-ACCOUNT-EXIT
035700     END-IF.
035800     MOVE 0 TO CD50O-BALANCE.
035900     MOVE 0 TO CD50O-ACCRUED-INT.
036000     MOVE 0 TO CD50O-PROVISION.
036100     MOVE 'Account written off' TO CD50O-RESP-MSG.
036200 WRITE-OFF-ACCOUNT-EXIT.
036300     EXIT.
036400
036500*****************************************************************
036600* Find the range of schedule rows still pending on a loan - a   *
036700* deposit account simply has none                               *
036800*****************************************************************
036900 FIND-PENDING-ROWS.
037000     MOVE 0 TO WS-FIRST-PENDING.
037100     MOVE 0 TO WS-LAST-PENDING.
037200     MOVE WS-WOFF-ACCNO TO WS-LNS-BROWSE-ACCNO.
037300     MOVE 0 TO WS-LNS-BROWSE-INST.
037400     EXEC CICS STARTBR FILE('BNKLNSCH')
037500                       RIDFLD(WS-LNS-BROWSE-KEY)
037600                       GTEQ
037700                       RESP(WS-BROWSE-RESP)
037800     END-EXEC.
037900     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
038000        GO TO FIND-PENDING-ROWS-EXIT
038100     END-IF.
038200     PERFORM SCAN-ONE-ROW THRU
038300             SCAN-ONE-ROW-EXIT
038400        UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL).
038500     EXEC CICS ENDBR FILE('BNKLNSCH')
038600     END-EXEC.
038700 FIND-PENDING-ROWS-EXIT.
038800     EXIT.
038900
039000 SCAN-ONE-ROW.
039100     EXEC CICS READNEXT FILE('BNKLNSCH')
039200                        INTO(WS-BNKLNSCH-REC)
039300                        LENGTH(LENGTH OF WS-BNKLNSCH-REC)
039400                        RIDFLD(WS-LNS-BROWSE-KEY)
039500                        RESP(WS-BROWSE-RESP)
039600     END-EXEC.
039700     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
039800        LNS-REC-ACCNO IS NOT EQUAL TO WS-WOFF-ACCNO
039900        MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
040000        GO TO SCAN-ONE-ROW-EXIT
040100     END-IF.
040200     IF LNS-REC-STATUS-PENDING
040300        IF WS-FIRST-PENDING IS EQUAL TO 0
040400           MOVE LNS-REC-INST-NO TO WS-FIRST-PENDING
040500        END-IF
040600        MOVE LNS-REC-INST-NO TO WS-LAST-PENDING
040700     END-IF.
040800 SCAN-ONE-ROW-EXIT.
040900     EXIT.
041000
041100*****************************************************************
041150* Mark one pending schedule row written off so the nightly      *
041200* collection never presents it. A row that cannot be read or    *
041250* rewritten backs the whole write-off out                       *
041300*****************************************************************
041350 WRITE-OFF-ONE-ROW.
041400     MOVE WS-WOFF-ACCNO TO LNS-REC-ACCNO.
041450     MOVE WS-INST-SUB TO LNS-REC-INST-NO.
041500     EXEC CICS READ FILE('BNKLNSCH')
041550                    INTO(WS-BNKLNSCH-REC)
041600                    LENGTH(LENGTH OF WS-BNKLNSCH-REC)
041650                    RIDFLD(LNS-REC-KEY)
041700                    UPDATE
041750                    RESP(WS-RESP)
041800     END-EXEC.
041850     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
041900        SET CD50O-RESP-POSTING-ERROR TO TRUE
041950        MOVE 'Loan schedule could not be read' TO CD50O-RESP-MSG
042000        EXEC CICS SYNCPOINT ROLLBACK
042050        END-EXEC
042100        GO TO WRITE-OFF-ONE-ROW-EXIT
042150     END-IF.
042200     IF NOT LNS-REC-STATUS-PENDING
042250        EXEC CICS UNLOCK FILE('BNKLNSCH')
042300        END-EXEC
042350        GO TO WRITE-OFF-ONE-ROW-EXIT
042400     END-IF.
042450     SET LNS-REC-STATUS-WRITTEN-OFF TO TRUE.
042500     MOVE WS-BUSINESS-DATE TO LNS-REC-PAID-DTE.
042550     EXEC CICS REWRITE FILE('BNKLNSCH')
042600                       FROM(WS-BNKLNSCH-REC)
042650                       LENGTH(LENGTH OF WS-BNKLNSCH-REC)
042700                       RESP(WS-RESP)
042750     END-EXEC.
042800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
042850        SET CD50O-RESP-POSTING-ERROR TO TRUE
042900        MOVE 'Loan schedule could not be updated' TO
042950            CD50O-RESP-MSG
043000        EXEC CICS SYNCPOINT ROLLBACK
043050        END-EXEC
043100     END-IF.
043150 WRITE-OFF-ONE-ROW-EXIT.
044100     EXIT.
044200
044300*****************************************************************
044400* Mark the register entry written off and release the provision *
044500* held - the write-off itself is booked against the allowance   *
044600*****************************************************************
044700 UPDATE-PROVISION-REGISTER.
044800     MOVE WS-WOFF-ACCNO TO PRV-REC-ACCNO.
044900     EXEC CICS READ FILE('BNKPROV')
045000                    INTO(WS-BNKPROV-REC)
045100                    LENGTH(LENGTH OF WS-BNKPROV-REC)
045200                    RIDFLD(PRV-REC-ACCNO)
045300                    UPDATE
045400                    RESP(WS-RESP)
045500     END-EXEC.
045600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
045700        SET CD50O-RESP-POSTING-ERROR TO TRUE
045800        MOVE 'Provision register could not be read' TO
045900            CD50O-RESP-MSG
046000        EXEC CICS SYNCPOINT ROLLBACK
046100        END-EXEC
046200        GO TO UPDATE-PROVISION-REGISTER-EXIT
046300     END-IF.
046400     SET PRV-REC-STATUS-WRITTEN-OFF TO TRUE.
046500     SET PRV-REC-WOFF-NOT-PROPOSED TO TRUE.
046600     MOVE WS-BUSINESS-DATE TO PRV-REC-WOFF-DTE.
046700     MOVE WS-WOFF-AMOUNT TO PRV-REC-WOFF-AMOUNT.
046800     MOVE CD50I-UPDATE-BY TO PRV-REC-WOFF-BY.
046900     MOVE 0 TO PRV-REC-PROVISION.
047000     MOVE 0 TO PRV-REC-EXPOSURE.
047100     MOVE 0 TO PRV-REC-RECOVERED.
047200     EXEC CICS REWRITE FILE('BNKPROV')
047300                       FROM(WS-BNKPROV-REC)
047400                       LENGTH(LENGTH OF WS-BNKPROV-REC)
047500                       RESP(WS-RESP)
047600     END-EXEC.
047700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
047800        SET CD50O-RESP-POSTING-ERROR TO TRUE
047900        MOVE 'Provision register could not be updated' TO
048000            CD50O-RESP-MSG
048100        EXEC CICS SYNCPOINT ROLLBACK
048200        END-EXEC
048300     END-IF.
048400 UPDATE-PROVISION-REGISTER-EXIT.
048500     EXIT.
048600
048700*****************************************************************
048800* Take a recovery on a written-off account: debit the paying    *
048900* account, memo the written-off account and add the amount to   *
049000* the register's recovered total                                *
049100*****************************************************************
049200 RECORD-RECOVERY.
049300     IF CD50I-AMOUNT IS NOT NUMERIC OR
049400        CD50I-AMOUNT IS NOT GREATER THAN 0
049500        SET CD50O-RESP-INVALID-INPUT TO TRUE
049600        MOVE 'Recovery amount must be positive' TO CD50O-RESP-MSG
049700        GO TO RECORD-RECOVERY-EXIT
049800     END-IF.
049900     MOVE CD50I-SOURCE-ACCNO TO WS-SOURCE-ACCNO.
050000     PERFORM DEBIT-SOURCE-ACCOUNT THRU
050100             DEBIT-SOURCE-ACCOUNT-EXIT.
050200     IF NOT CD50O-RESP-OK
050300        GO TO RECORD-RECOVERY-EXIT
050400     END-IF.
050500     MOVE WS-WOFF-ACCNO TO WS-LEG-ACCNO.
050600     MOVE WS-WOFF-PID TO WS-LEG-PID.
050700     MOVE CD50I-AMOUNT TO WS-LEG-AMOUNT.
050800     MOVE 'RECOVERY RECEIVED' TO WS-LEG-DESC.
050900     MOVE SPACES TO WS-LEG-REF.
051000     MOVE WS-SOURCE-ACCNO TO WS-LEG-REF(1:10).
051100     MOVE '4' TO WS-LEG-TYPE.
051200     MOVE 'R' TO WS-LEG-KIND.
051300     MOVE 2 TO WS-LEG-NO.
051400     PERFORM POST-WOFF-TXN THRU
051500             POST-WOFF-TXN-EXIT.
051600     IF NOT CD50O-RESP-OK
051700        GO TO RECORD-RECOVERY-EXIT
051800     END-IF.
051900     MOVE WS-WOFF-ACCNO TO PRV-REC-ACCNO.
052000     EXEC CICS READ FILE('BNKPROV')
052100                    INTO(WS-BNKPROV-REC)
052200                    LENGTH(LENGTH OF WS-BNKPROV-REC)
052300                    RIDFLD(PRV-REC-ACCNO)
052400                    UPDATE
052500                    RESP(WS-RESP)
052600     END-EXEC.
052700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
052800        SET CD50O-RESP-POSTING-ERROR TO TRUE
052900        MOVE 'Provision register could not be read' TO
053000            CD50O-RESP-MSG
053100        EXEC CICS SYNCPOINT ROLLBACK
053200        END-EXEC
053300        GO TO RECORD-RECOVERY-EXIT
053400     END-IF.
053500     MOVE WS-BNKPROV-REC TO WS-MAU-BEFORE.
053600     IF PRV-REC-RECOVERED IS NOT NUMERIC
053700        MOVE 0 TO PRV-REC-RECOVERED
053800     END-IF.
053900     ADD CD50I-AMOUNT TO PRV-REC-RECOVERED.
054000     MOVE WS-BUSINESS-DATE TO PRV-REC-LAST-RECOV-DTE.
054100     EXEC CICS REWRITE FILE('BNKPROV')
054200                       FROM(WS-BNKPROV-REC)
054300                       LENGTH(LENGTH OF WS-BNKPROV-REC)
054400                       RESP(WS-RESP)
054500     END-EXEC.
054600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
054700        SET CD50O-RESP-POSTING-ERROR TO TRUE
054800        MOVE 'Provision register could not be updated' TO
054900            CD50O-RESP-MSG
055000        EXEC CICS SYNCPOINT ROLLBACK
055100        END-EXEC
055200        GO TO RECORD-RECOVERY-EXIT
055300     END-IF.
055400     MOVE WS-BNKPROV-REC TO WS-MAU-AFTER.
055500     MOVE 'BNKPROV' TO WS-MAU-FILE.
055600     PERFORM WRITE-MAINT-AUDIT THRU
055700             WRITE-MAINT-AUDIT-EXIT.
055800     MOVE PRV-REC-RECOVERED TO CD50O-RECOVERED.
055900     MOVE 'Recovery recorded' TO CD50O-RESP-MSG.
056000 RECORD-RECOVERY-EXIT.
056100     EXIT.
056200
056300*****************************************************************
056400* Debit the recovery from the paying account against its        *
056500* available balance - ledger plus overdraft limit less active   *
056600* holds, as every posting path judges it - and post the debit   *
056700* as leg 1                                                      *
056800*****************************************************************
056900 DEBIT-SOURCE-ACCOUNT.
057000     IF WS-SOURCE-ACCNO IS EQUAL TO SPACES OR
057100        WS-SOURCE-ACCNO IS EQUAL TO LOW-VALUES OR
057200        WS-SOURCE-ACCNO IS EQUAL TO WS-WOFF-ACCNO
057300        SET CD50O-RESP-INVALID-INPUT TO TRUE
057400        MOVE 'A paying account is required' TO CD50O-RESP-MSG
057500        GO TO DEBIT-SOURCE-ACCOUNT-EXIT
057600     END-IF.
057700     PERFORM SUM-ACTIVE-HOLDS THRU
057800             SUM-ACTIVE-HOLDS-EXIT.
057900     MOVE WS-SOURCE-ACCNO TO BAC-REC-ACCNO.
058000     EXEC CICS READ FILE('BNKACC')
058100                    INTO(WS-BNKACC-REC)
058200                    LENGTH(LENGTH OF WS-BNKACC-REC)
058300                    RIDFLD(BAC-REC-ACCNO)
058400                    UPDATE
058500                    RESP(WS-RESP)
058600     END-EXEC.
058700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
058800        SET CD50O-RESP-INVALID-INPUT TO TRUE
058900        MOVE 'Paying account not found' TO CD50O-RESP-MSG
059000        GO TO DEBIT-SOURCE-ACCOUNT-EXIT
059100     END-IF.
059200     IF NOT BAC-REC-STATUS-OPEN OR
059300        BAC-REC-CURRENCY IS NOT EQUAL TO WS-WOFF-CCY
059400        SET CD50O-RESP-INVALID-INPUT TO TRUE
059500        MOVE 'Paying account cannot be debited' TO
059600            CD50O-RESP-MSG
059700        EXEC CICS UNLOCK FILE('BNKACC')
059800        END-EXEC
059900        GO TO DEBIT-SOURCE-ACCOUNT-EXIT
060000     END-IF.
060100     IF BAC-REC-OD-LIMIT IS NOT NUMERIC
060200        MOVE 0 TO BAC-REC-OD-LIMIT
060300     END-IF.
060400     IF BAC-REC-BALANCE + BAC-REC-OD-LIMIT
060500        - WS-ACTIVE-HOLDS IS LESS THAN CD50I-AMOUNT
060600        SET CD50O-RESP-INSUFFICIENT TO TRUE
060700        MOVE 'Insufficient available funds' TO CD50O-RESP-MSG
060800        EXEC CICS UNLOCK FILE('BNKACC')
060900        END-EXEC
061000        GO TO DEBIT-SOURCE-ACCOUNT-EXIT
061100     END-IF.
061200     SUBTRACT CD50I-AMOUNT FROM BAC-REC-BALANCE.
061300     EXEC CICS REWRITE FILE('BNKACC')
061400                       FROM(WS-BNKACC-REC)
061500                       LENGTH(LENGTH OF WS-BNKACC-REC)
061600                       RESP(WS-RESP)
061700     END-EXEC.
061800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
061900        SET CD50O-RESP-POSTING-ERROR TO TRUE
062000        MOVE 'Paying account could not be updated' TO
062100            CD50O-RESP-MSG
062200        GO TO DEBIT-SOURCE-ACCOUNT-EXIT
062300     END-IF.
062400     MOVE BAC-REC-PID TO WS-SOURCE-PID.
062500     MOVE WS-SOURCE-ACCNO TO WS-LEG-ACCNO.
062600     MOVE WS-SOURCE-PID TO WS-LEG-PID.
062700     COMPUTE WS-LEG-AMOUNT = 0 - CD50I-AMOUNT.
062800     MOVE 'WRITE-OFF RECOVERY' TO WS-LEG-DESC.
062900     MOVE SPACES TO WS-LEG-REF.
063000     MOVE WS-WOFF-ACCNO TO WS-LEG-REF(1:10).
063100     MOVE '2' TO WS-LEG-TYPE.
063200     MOVE 1 TO WS-LEG-NO.
063300     PERFORM POST-WOFF-TXN THRU
063400             POST-WOFF-TXN-EXIT.
063500 DEBIT-SOURCE-ACCOUNT-EXIT.
063600     EXIT.
063700
063800*****************************************************************
063900* Post one leg to the transaction history file - an ordinary    *
064000* type '2' posting or a type '4' write-off record - the leg     *
064100* number keeping the legs' keys distinct within the task. A     *
064200* failed write backs the whole change out.                      *
064300*****************************************************************
064400 POST-WOFF-TXN.
064500     MOVE EIBTASKN TO WS-TASKN-DISPLAY.
064600     MOVE LOW-VALUES TO BTX-RECORD.
064700     MOVE WS-POST-DATE TO BTX-REC-TIMESTAMP(1:8).
064800     MOVE WS-POST-TIME TO BTX-REC-TIMESTAMP(9:8).
064900     MOVE WS-TASKN-DISPLAY TO BTX-REC-TIMESTAMP(17:7).
065000     MOVE WS-LEG-NO TO BTX-REC-TIMESTAMP(24:1).
065100     MOVE WS-LEG-ACCNO TO BTX-REC-ACCNO.
065200     MOVE WS-LEG-PID TO BTX-REC-PID.
065300     MOVE WS-LEG-TYPE TO BTX-REC-TYPE.
065400     MOVE WS-LEG-AMOUNT TO BTX-REC-AMOUNT.
065500     MOVE WS-WOFF-CCY TO BTX-REC-CURRENCY.
065600     IF WS-LEG-TYPE IS EQUAL TO '4'
065700        MOVE SPACES TO TXN-DATA-WOFF
065800        MOVE WS-LEG-DESC TO TXN-T4-DESC
065900        MOVE WS-LEG-REF TO TXN-T4-REF
066000        MOVE WS-LEG-KIND TO TXN-T4-KIND
066100        MOVE TXN-DATA-WOFF TO BTX-REC-DATA-OLD
066200     ELSE
066300        MOVE SPACES TO TXN-DATA-NEW
066400        MOVE WS-LEG-DESC TO TXN-T2-NEW-DESC
066500        MOVE WS-LEG-REF TO TXN-T2-NEW-REF
066600        MOVE TXN-DATA-NEW TO BTX-REC-DATA-OLD
066700     END-IF.
066800     MOVE WS-BUSINESS-DATE TO BTX-REC-POST-DATE.
066900     EXEC CICS WRITE FILE('BNKTXN')
067000               FROM(WS-BNKTXN-REC)
067100               LENGTH(LENGTH OF WS-BNKTXN-REC)
067200               RIDFLD(BTX-REC-TIMESTAMP)
067300               RESP(WS-RESP)
067400     END-EXEC.
067500     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
067600        PERFORM WRITE-VALUE-DATE-XREF THRU
067700                WRITE-VALUE-DATE-XREF-EXIT
067720        PERFORM WRITE-POSTING-EVENT THRU
067740                WRITE-POSTING-EVENT-EXIT
067800     ELSE
067900        SET CD50O-RESP-POSTING-ERROR TO TRUE
068000        MOVE 'Write-off posting failed' TO CD50O-RESP-MSG
068100        EXEC CICS SYNCPOINT ROLLBACK
068200        END-EXEC
068300     END-IF.
068400 POST-WOFF-TXN-EXIT.
068500     EXIT.
068600
068700*****************************************************************
068800* Total the paying account's active funds holds down the        *
068900* BNKHOLD1 by-account path, the same technique DBANK22P uses    *
069000*****************************************************************
069100 SUM-ACTIVE-HOLDS.
069200     MOVE 0 TO WS-ACTIVE-HOLDS.
069300     MOVE WS-SOURCE-ACCNO TO WS-BROWSE-ACCNO.
069400     EXEC CICS STARTBR FILE('BNKHOLD1')
069500                       RIDFLD(WS-BROWSE-ACCNO)
069600                       GTEQ
069700                       RESP(WS-BROWSE-RESP)
069800     END-EXEC.
069900     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
070000        GO TO SUM-ACTIVE-HOLDS-EXIT
070100     END-IF.
070200     PERFORM SUM-ONE-HOLD THRU
070300             SUM-ONE-HOLD-EXIT
070400        UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL).
070500     EXEC CICS ENDBR FILE('BNKHOLD1')
070600     END-EXEC.
070700 SUM-ACTIVE-HOLDS-EXIT.
070800     EXIT.
070900
071000 SUM-ONE-HOLD.
071100     EXEC CICS READNEXT FILE('BNKHOLD1')
071200                        INTO(WS-BNKHOLD-REC)
071300                        LENGTH(LENGTH OF WS-BNKHOLD-REC)
071400                        RIDFLD(WS-BROWSE-ACCNO)
071500                        RESP(WS-BROWSE-RESP)
071600     END-EXEC.
071700     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
071800        HLD-REC-ACCNO IS NOT EQUAL TO WS-SOURCE-ACCNO
071900        MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
072000        GO TO SUM-ONE-HOLD-EXIT
072100     END-IF.
072200     IF HLD-REC-STATUS-ACTIVE AND
072300        (HLD-REC-EXPIRY-DTE IS EQUAL TO SPACES OR
072400         HLD-REC-EXPIRY-DTE IS EQUAL TO LOW-VALUES OR
072500         HLD-REC-EXPIRY-DTE IS GREATER THAN WS-BUSINESS-DATE)
072600        ADD HLD-REC-AMOUNT TO WS-ACTIVE-HOLDS
072700     END-IF.
072800 SUM-ONE-HOLD-EXIT.
072900     EXIT.
073000
073100*****************************************************************
073200* Write one maintenance-audit record to BNKMAUD carrying the    *
073300* before and after images of the WS-MAU-FILE record changed,    *
073400* keyed the same way the BNKAUDT signon trail is                *
073500*****************************************************************
073600 WRITE-MAINT-AUDIT.
073700     MOVE LOW-VALUES TO MAU-RECORD.
073800     EXEC CICS ASKTIME
073900               ABSTIME(WS-MAU-ABSTIME)
074000     END-EXEC.
074100     EXEC CICS FORMATTIME
074200               ABSTIME(WS-MAU-ABSTIME)
074300               YYYYMMDD(MAU-REC-TIMESTAMP(1:8))
074400               TIME(MAU-REC-TIMESTAMP(9:8))
074500     END-EXEC.
074600     MOVE EIBTASKN TO WS-MAU-TASKN.
074700     MOVE WS-MAU-TASKN TO MAU-REC-TIMESTAMP(17:7).
074800     MOVE 'U' TO MAU-REC-TIMESTAMP(24:1).
074900     MOVE WS-MAU-FILE TO MAU-REC-FILE.
075000     MOVE 'U' TO MAU-REC-FUNCTION.
075100     MOVE SPACES TO MAU-REC-RECORD-KEY.
075200     MOVE WS-WOFF-ACCNO TO MAU-REC-RECORD-KEY(1:10).
075300     MOVE CD50I-UPDATE-BY TO MAU-REC-USERID.
075400     MOVE EIBTRMID TO MAU-REC-TERMID.
075500     MOVE WS-MAU-BEFORE TO MAU-REC-BEFORE-IMAGE.
075600     MOVE WS-MAU-AFTER TO MAU-REC-AFTER-IMAGE.
075700     EXEC CICS WRITE FILE('BNKMAUD')
075800               FROM(WS-BNKMAUD-REC)
075900               LENGTH(LENGTH OF WS-BNKMAUD-REC)
076000               RIDFLD(MAU-REC-TIMESTAMP)
076100               RESP(WS-MAU-RESP)
076200     END-EXEC.
076300     IF WS-MAU-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
076400        DISPLAY 'DBANK50P - MAINT AUDIT WRITE FAILED: '
076500                MAU-REC-TIMESTAMP
076600     END-IF.
076700 WRITE-MAINT-AUDIT-EXIT.
076800     EXIT.
076900
077000*****************************************************************
077100* Pick up the posting timestamp and the current business date   *
077200* from the run-control '*CONTROL' record so the postings carry  *
077300* the banking day, not the machine date. If run control is not  *
077400* available the machine date stands in.                         *
077500*****************************************************************
077600 GET-BUSINESS-DATE.
077700     EXEC CICS ASKTIME
077800               ABSTIME(WS-ABSTIME)
077900     END-EXEC.
078000     EXEC CICS FORMATTIME
078100               ABSTIME(WS-ABSTIME)
078200               YYYYMMDD(WS-POST-DATE)
078300               TIME(WS-POST-TIME)
078400     END-EXEC.
078500     MOVE WS-POST-DATE TO WS-BUSINESS-DATE.
078600     MOVE '*CONTROL' TO RNC-REC-JOB-NAME.
078700     MOVE '00000000' TO RNC-REC-RUN-DATE.
078800     EXEC CICS READ FILE('BNKRUNC')
078900                    INTO(WS-BNKRUNC-REC)
079000                    LENGTH(LENGTH OF WS-BNKRUNC-REC)
079100                    RIDFLD(RNC-REC-KEY)
079200                    RESP(WS-RESP)
079300     END-EXEC.
079400     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
079500        MOVE RNC-REC-BUSINESS-DATE TO WS-BUSINESS-DATE
079600     END-IF.
079700 GET-BUSINESS-DATE-EXIT.
079800     EXIT.
079900
080000*****************************************************************
080100* Record the posting just written on the value-date             *
080200* cross-reference, so the date-driven jobs can find it by its   *
080300* business date                                                 *
080400*****************************************************************
080500 WRITE-VALUE-DATE-XREF.
080600     MOVE BTX-REC-POST-DATE TO VDX-REC-POST-DATE.
080700     MOVE BTX-REC-TIMESTAMP TO VDX-REC-TIMESTAMP.
080800     EXEC CICS WRITE FILE('BNKTXNV')
080900               FROM(WS-BNKTXNV-REC)
081000               LENGTH(LENGTH OF WS-BNKTXNV-REC)
081100               RIDFLD(VDX-REC-KEY)
081200               RESP(WS-VDX-RESP)
081300     END-EXEC.
081400 WRITE-VALUE-DATE-XREF-EXIT.
081500     EXIT.
081505
081510*****************************************************************
081515* Raise the posting event for the posting just written. The     *
081520* event goes in the same unit of work as the posting itself     *
081525*****************************************************************
081530 WRITE-POSTING-EVENT.
081535     MOVE SPACES TO CD59-DATA.
081540     MOVE WS-BNKTXN-REC TO CD59I-POSTING.
081545     MOVE 'DBANK50P' TO CD59I-SOURCE-PGM.
081550     EXEC CICS LINK PROGRAM('DBANK60P')
081555                    COMMAREA(WS-PEVT-DATA)
081560                    LENGTH(LENGTH OF WS-PEVT-DATA)
081565     END-EXEC.
081570 WRITE-POSTING-EVENT-EXIT.
081575     EXIT.
081600
081700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
