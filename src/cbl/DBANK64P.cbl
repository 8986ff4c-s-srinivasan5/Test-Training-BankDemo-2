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
001300* Program:     DBANK64P.CBL                                     *
001400* Function:    Bank draft issue, cancellation and replacement   *
001500*              VSAM version                                     *
001600*                                                               *
001700* Issues a bank draft for a payee, funded from a customer       *
001800* account or in cash at the counter. The value moves to the     *
001900* draft-control account named by the BNKPARM DRAFT-CTL-ACC      *
002000* parameter, where it sits until the draft is paid, and the     *
002100* BNKPARM DRAFT-FEE is charged. An account-funded draft debits  *
002200* the account for the value and the fee, refused past the       *
002300* available balance (ledger balance plus overdraft limit minus  *
002400* active BNKHOLD holds). A cash draft goes onto the control     *
002500* account as a TELLER CASH posting carrying the teller id, and  *
002600* into the teller's BNKTLR cash-in total, so the BBANK51P       *
002700* drawer balancing report proves it like any other cash taken.  *
002800* The draft is recorded on the BNKDRFT outstanding-draft        *
002900* register under a serial taken from the register's control     *
003000* record.                                                       *
003100*                                                               *
003200* An outstanding draft may be cancelled - its value comes back  *
003300* off the control account to the funding account, or in cash    *
003400* out of the drawer, and the fee is kept - or, when reported    *
003500* lost, replaced: the old serial is stopped and a new one       *
003600* issued for the same payee and amount with no money moving.    *
003700* Both need a supervisor, as the signed-on user or signing on   *
003800* in-flight, verified by SPSWD01P. BBANK58P pays drafts off the *
003900* control account as they are presented.                        *
004000*****************************************************************
004100
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID.
004400     DBANK64P.
004500 DATE-WRITTEN.
004600     October 2026.
004700 DATE-COMPILED.
004800     Today.
004900
005000 ENVIRONMENT DIVISION.
005100
005200 DATA DIVISION.
005300
005400 WORKING-STORAGE SECTION.
005500 01  WS-MISC-STORAGE.
005600   05  WS-PROGRAM-ID                         PIC X(8)
005700       VALUE 'DBANK64P'.
005800   05  WS-COMMAREA-LENGTH                    PIC 9(5).
005900   05  WS-RESP                               PIC S9(8) COMP.
006000   05  WS-BROWSE-RESP                        PIC S9(8) COMP.
006100   05  WS-VDX-RESP                           PIC S9(8) COMP.
006200   05  WS-ABSTIME                            PIC S9(15) COMP-3.
006300   05  WS-POST-DATE                          PIC X(8).
006400   05  WS-POST-TIME                          PIC X(8).
006500   05  WS-TASKN-DISPLAY                      PIC 9(7).
006600   05  WS-LEG-NO                             PIC 9(1).
006700   05  WS-BUSINESS-DATE                      PIC X(8).
006800   05  WS-ACTIVE-HOLDS                       PIC S9(9)V99.
006900   05  WS-BROWSE-ACCNO                       PIC X(10).
007000   05  WS-CONTROL-SERIAL                     PIC X(6)
007100       VALUE '000000'.
007200   05  WS-NEXT-SERIAL                        PIC 9(6).
007300   05  WS-NEW-SERIAL                         PIC X(6).
007400   05  WS-DRAFT-CTL-ACC                      PIC X(10).
007500   05  WS-DRAFT-FEE                          PIC S9(5)V99.
007600   05  WS-DRAFT-CURRENCY                     PIC X(3).
007700   05  WS-DEBIT-TOTAL                        PIC S9(9)V99.
007800   05  WS-ISSUE-TS                           PIC X(26).
007900   05  WS-FUNDING-PID                        PIC X(5).
008000   05  WS-APPROVED-BY                        PIC X(8).
008100   05  WS-OVERRIDE-BY                        PIC X(8).
008200   05  WS-TELLER-BRANCH                      PIC X(4).
008300   05  WS-TELLER-CASH-IN                     PIC S9(9)V99.
008400   05  WS-TELLER-CASH-OUT                    PIC S9(9)V99.
008500
008600*****************************************************************
008700* The posting to be written by POST-DRAFT-TXN                   *
008800*****************************************************************
008900 01  WS-POSTING.
009000   05  WS-POST-ACCNO                         PIC X(10).
009100   05  WS-POST-PID                           PIC X(5).
009200   05  WS-POST-AMOUNT                        PIC S9(9)V99.
009300   05  WS-POST-CURRENCY                      PIC X(3).
009400   05  WS-POST-DESC                          PIC X(30).
009500   05  WS-POST-REF                           PIC X(12).
009600
009700*****************************************************************
009800* The draft being replaced, kept while its successor is built   *
009900*****************************************************************
010000 01  WS-OLD-DRAFT.
010100   05  WS-OLD-SERIAL                         PIC X(6).
010200   05  WS-OLD-FUNDING                        PIC X(1).
010300   05  WS-OLD-ACCNO                          PIC X(10).
010400   05  WS-OLD-PID                            PIC X(5).
010500   05  WS-OLD-PAYEE                          PIC X(35).
010600   05  WS-OLD-AMOUNT                         PIC S9(9)V99.
010700   05  WS-OLD-CURRENCY                       PIC X(3).
010800   05  WS-OLD-ISSUE-TS                       PIC X(26).
010900
011000 01  WS-PARM-WORK.
011100   05  WS-PARM-BROWSE-KEY.
011200     10  WS-PARM-BROWSE-NAME                 PIC X(16).
011300     10  WS-PARM-BROWSE-DATE                 PIC X(8).
011400   05  WS-PARM-NAME                          PIC X(16).
011500   05  WS-PARM-FOUND-FLAG                    PIC X(1).
011600       88  WS-PARM-FOUND                      VALUE 'Y'.
011700       88  WS-PARM-NOT-FOUND                  VALUE 'N'.
011800   05  WS-PARM-VALUE                         PIC X(16).
011900   05  WS-PARM-NUM                           PIC 9(9).
012000   05  WS-VALUE-SUB                          PIC S9(4) COMP.
012100   05  WS-DIGIT-X                            PIC X(1).
012200   05  WS-DIGIT REDEFINES WS-DIGIT-X          PIC 9(1).
012300   05  WS-DIGITS-FLAG                        PIC X(1).
012400       88  WS-STILL-DIGITS                    VALUE 'Y'.
012500       88  WS-NO-MORE-DIGITS                  VALUE 'N'.
012600
012700 01  WS-BNKRUNC-REC.
012800 COPY CBANKVRC.
012900
013000 01  WS-BNKACC-REC.
013100 COPY CBANKVAC.
013200
013300 01  WS-BNKTXN-REC.
013400 COPY CBANKVTX.
013500
013600 01  WS-BNKTXNV-REC.
013700 COPY CBANKVVX.
013800
013900 01  WS-BNKTLR-REC.
014000 COPY CBANKVTL.
014100
014200 01  WS-BNKHOLD-REC.
014300 COPY CBANKVHD.
014400
014500 01  WS-BNKDRFT-REC.
014600 COPY CBANKVDF.
014700
014800 01  WS-BNKPARM-REC.
014900 COPY CBANKVPR.
015000
015100 01  WS-BNKSECP-REC.
015200 COPY CBANKVSE.
015300
015400 01  WS-PSWD-DATA.
015500 COPY CPSWDD01.
015600
015700 COPY CBANKTXD.
015800
015900 01  WS-COMMAREA.
016000 COPY CBANKD64.
016100
016200 COPY CABENDD.
016300
016400 01  WS-PEVT-DATA.
016500 COPY CBANKD59.
016600
016700 LINKAGE SECTION.
016800 01  DFHCOMMAREA.
016900   05  LK-COMMAREA                           PIC X(1)
017000       OCCURS 1 TO 4096 TIMES
017100         DEPENDING ON WS-COMMAREA-LENGTH.
017200
017300 PROCEDURE DIVISION.
017400*****************************************************************
017500* Move the passed data to our area                              *
017600*****************************************************************
017700     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
017800     MOVE DFHCOMMAREA TO WS-COMMAREA.
017900
018000*****************************************************************
018100* Initialize our output area                                    *
018200*****************************************************************
018300     MOVE SPACES TO CD64O-DATA.
018400     MOVE 0 TO CD64O-AMOUNT.
018500     MOVE 0 TO CD64O-FEE.
018600     MOVE 0 TO CD64O-NEW-BALANCE.
018700     SET CD64O-RESP-OK TO TRUE.
018800
018900*****************************************************************
019000* Capture the posting timestamp and business date once, so every*
019100* posting and register entry this request writes agrees         *
019200*****************************************************************
019300     EXEC CICS ASKTIME
019400               ABSTIME(WS-ABSTIME)
019500     END-EXEC.
019600     EXEC CICS FORMATTIME
019700               ABSTIME(WS-ABSTIME)
019800               YYYYMMDD(WS-POST-DATE)
019900               TIME(WS-POST-TIME)
020000     END-EXEC.
020100     MOVE EIBTASKN TO WS-TASKN-DISPLAY.
020200     MOVE 0 TO WS-LEG-NO.
020300     MOVE WS-POST-DATE TO WS-BUSINESS-DATE.
020400     PERFORM GET-BUSINESS-DATE THRU
020500             GET-BUSINESS-DATE-EXIT.
020600
020700*****************************************************************
020800* Carry out the requested function                              *
020900*****************************************************************
021000     EVALUATE TRUE
021100       WHEN CD64-REQUESTED-ISSUE
021200         PERFORM ISSUE-DRAFT THRU
021300                 ISSUE-DRAFT-EXIT
021400       WHEN CD64-REQUESTED-CANCEL
021500         PERFORM CANCEL-DRAFT THRU
021600                 CANCEL-DRAFT-EXIT
021700       WHEN CD64-REQUESTED-REPLACE
021800         PERFORM REPLACE-DRAFT THRU
021900                 REPLACE-DRAFT-EXIT
022000       WHEN OTHER
022100         PERFORM INQUIRE-DRAFT THRU
022200                 INQUIRE-DRAFT-EXIT
022300     END-EVALUATE.
022400
022500*****************************************************************
022600* Move the result back to the callers area                      *
022700*****************************************************************
022800     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
022900
023000*****************************************************************
023100* Return to our caller                                          *
023200*****************************************************************
023300     EXEC CICS RETURN
023400     END-EXEC.
023500     GOBACK.
023600
023700*****************************************************************
023800* Issue a new draft: take the value and fee from the funding    *
023900* account or the counter, put the value on the draft-control    *
024000* account and record the draft under a new serial               *
024100*****************************************************************
024200 ISSUE-DRAFT.
024300     IF CD64I-AMOUNT IS NOT GREATER THAN ZERO
024400        SET CD64O-RESP-INVALID-INPUT TO TRUE
024500        MOVE 'Draft amount must be greater than zero' TO
024600            CD64O-RESP-MSG
024700        GO TO ISSUE-DRAFT-EXIT
024800     END-IF.
024900     PERFORM GET-DRAFT-CONTROL THRU
025000             GET-DRAFT-CONTROL-EXIT.
025100     IF NOT CD64O-RESP-OK
025200        GO TO ISSUE-DRAFT-EXIT
025300     END-IF.
025400     COMPUTE WS-DEBIT-TOTAL = CD64I-AMOUNT + WS-DRAFT-FEE.
025500     IF CD64I-FUNDED-BY-ACCOUNT
025600        PERFORM CHECK-FUNDING-ACCOUNT THRU
025700                CHECK-FUNDING-ACCOUNT-EXIT
025800        IF NOT CD64O-RESP-OK
025900           GO TO ISSUE-DRAFT-EXIT
026000        END-IF
026100     END-IF.
026200     PERFORM ALLOCATE-SERIAL THRU
026300             ALLOCATE-SERIAL-EXIT.
026400     IF NOT CD64O-RESP-OK
026500        GO TO ISSUE-DRAFT-EXIT
026600     END-IF.
026700     IF CD64I-FUNDED-BY-ACCOUNT
026800        PERFORM DEBIT-FUNDING-ACCOUNT THRU
026900                DEBIT-FUNDING-ACCOUNT-EXIT
027000        IF NOT CD64O-RESP-OK
027100           GO TO ISSUE-DRAFT-EXIT
027200        END-IF
027300     END-IF.
027400     PERFORM CREDIT-DRAFT-CONTROL THRU
027500             CREDIT-DRAFT-CONTROL-EXIT.
027600     IF NOT CD64O-RESP-OK
027700        GO TO ISSUE-DRAFT-EXIT
027800     END-IF.
027900     IF CD64I-FUNDED-BY-CASH
028000        MOVE WS-DEBIT-TOTAL TO WS-TELLER-CASH-IN
028100        MOVE 0 TO WS-TELLER-CASH-OUT
028200        PERFORM UPDATE-TELLER-TOTALS THRU
028300                UPDATE-TELLER-TOTALS-EXIT
028400     END-IF.
028500     PERFORM WRITE-NEW-DRAFT THRU
028600             WRITE-NEW-DRAFT-EXIT.
028700 ISSUE-DRAFT-EXIT.
028800     EXIT.
028900
029000*****************************************************************
029100* Resolve the draft-control account and the fee from the        *
029200* runtime parameter file. Without a control account on file no  *
029300* draft can be issued, cancelled or paid; the control account's *
029400* currency is the currency drafts are drawn in.                 *
029500*****************************************************************
029600 GET-DRAFT-CONTROL.
029700     MOVE SPACES TO WS-DRAFT-CTL-ACC.
029800     MOVE 'DRAFT-CTL-ACC' TO WS-PARM-NAME.
029900     PERFORM GET-PARM-VALUE THRU
030000             GET-PARM-VALUE-EXIT.
030100     IF WS-PARM-FOUND
030200        MOVE WS-PARM-VALUE(1:10) TO WS-DRAFT-CTL-ACC
030300     END-IF.
030400     IF WS-DRAFT-CTL-ACC IS EQUAL TO SPACES OR
030500        WS-DRAFT-CTL-ACC IS EQUAL TO LOW-VALUES
030600        SET CD64O-RESP-NOT-SET-UP TO TRUE
030700        MOVE 'Draft control account not set up' TO
030800            CD64O-RESP-MSG
030900        GO TO GET-DRAFT-CONTROL-EXIT
031000     END-IF.
031100* The fee is held in whole currency units; with no parameter on
031200* file the standard fee stands
031300     MOVE 10 TO WS-DRAFT-FEE.
031400     MOVE 'DRAFT-FEE' TO WS-PARM-NAME.
031500     PERFORM GET-PARM-VALUE THRU
031600             GET-PARM-VALUE-EXIT.
031700     IF WS-PARM-FOUND
031800        MOVE WS-PARM-NUM TO WS-DRAFT-FEE
031900     END-IF.
032000     MOVE WS-DRAFT-CTL-ACC TO BAC-REC-ACCNO.
032100     EXEC CICS READ FILE('BNKACC')
032200                    INTO(WS-BNKACC-REC)
032300                    LENGTH(LENGTH OF WS-BNKACC-REC)
032400                    RIDFLD(BAC-REC-ACCNO)
032500                    RESP(WS-RESP)
032600     END-EXEC.
032700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
032800        BAC-REC-STATUS-CLOSED
032900        SET CD64O-RESP-NOT-SET-UP TO TRUE
033000        MOVE 'Draft control account not on file' TO
033100            CD64O-RESP-MSG
033200        GO TO GET-DRAFT-CONTROL-EXIT
033300     END-IF.
033400     MOVE BAC-REC-CURRENCY TO WS-DRAFT-CURRENCY.
033500 GET-DRAFT-CONTROL-EXIT.
033600     EXIT.
033700
033800*****************************************************************
033900* Read the funding account for update and make sure it can pay  *
034000* the draft and its fee - open, not dormant, not a term deposit *
034100* short of maturity, in the draft currency and with the         *
034200* available funds                                               *
034300*****************************************************************
034400 CHECK-FUNDING-ACCOUNT.
034500     MOVE CD64I-ACCNO TO BAC-REC-ACCNO.
034600     EXEC CICS READ FILE('BNKACC')
034700                    INTO(WS-BNKACC-REC)
034800                    LENGTH(LENGTH OF WS-BNKACC-REC)
034900                    RIDFLD(BAC-REC-ACCNO)
035000                    UPDATE
035100                    RESP(WS-RESP)
035200     END-EXEC.
035300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
035400        SET CD64O-RESP-ACC-NOTFOUND TO TRUE
035500        MOVE 'Account not found' TO CD64O-RESP-MSG
035600        GO TO CHECK-FUNDING-ACCOUNT-EXIT
035700     END-IF.
035800     IF BAC-REC-STATUS-CLOSED
035900        SET CD64O-RESP-ACC-CLOSED TO TRUE
036000        MOVE 'Account is closed' TO CD64O-RESP-MSG
036100        GO TO CHECK-FUNDING-ACCOUNT-EXIT
036200     END-IF.
036300     IF BAC-REC-STATUS-DORMANT
036400        SET CD64O-RESP-ACC-CLOSED TO TRUE
036500        MOVE 'Account is dormant - see a supervisor' TO
036600            CD64O-RESP-MSG
036700        GO TO CHECK-FUNDING-ACCOUNT-EXIT
036800     END-IF.
036900     IF BAC-REC-CURRENCY IS NOT EQUAL TO WS-DRAFT-CURRENCY
037000        SET CD64O-RESP-INVALID-INPUT TO TRUE
037100        MOVE 'Account is not in the draft currency' TO
037200            CD64O-RESP-MSG
037300        GO TO CHECK-FUNDING-ACCOUNT-EXIT
037400     END-IF.
037500     IF CD64-REQUESTED-CANCEL
037600        GO TO CHECK-FUNDING-ACCOUNT-EXIT
037700     END-IF.
037800* A term deposit stays put until its maturity date arrives
037900     IF BAC-REC-MATURITY-DTE IS NOT EQUAL TO SPACES AND
038000        BAC-REC-MATURITY-DTE IS NOT EQUAL TO LOW-VALUES AND
038100        BAC-REC-MATURITY-DTE IS GREATER THAN WS-BUSINESS-DATE
038200        SET CD64O-RESP-INSUFFICIENT TO TRUE
038300        MOVE 'Term deposit has not yet matured' TO
038400            CD64O-RESP-MSG
038500        GO TO CHECK-FUNDING-ACCOUNT-EXIT
038600     END-IF.
038700* A record converted before the overdraft limit existed
038800* carries garbage there - treat it as "no facility"
038900     IF BAC-REC-OD-LIMIT IS NOT NUMERIC
039000        MOVE 0 TO BAC-REC-OD-LIMIT
039100     END-IF.
039200     PERFORM SUM-ACTIVE-HOLDS THRU
039300             SUM-ACTIVE-HOLDS-EXIT.
039400     IF BAC-REC-BALANCE + BAC-REC-OD-LIMIT
039500        - WS-ACTIVE-HOLDS IS LESS THAN WS-DEBIT-TOTAL
039600        SET CD64O-RESP-INSUFFICIENT TO TRUE
039700        MOVE 'Insufficient available funds' TO CD64O-RESP-MSG
039800     END-IF.
039900 CHECK-FUNDING-ACCOUNT-EXIT.
040000     EXIT.
040100
040200*****************************************************************
040300* Debit the funding account, still held for update, with the    *
040400* draft value and the fee, posted separately so the fee books   *
040500* as fee income                                                 *
040600*****************************************************************
040700 DEBIT-FUNDING-ACCOUNT.
040800     SUBTRACT WS-DEBIT-TOTAL FROM BAC-REC-BALANCE.
040900     MOVE BAC-REC-BALANCE TO CD64O-NEW-BALANCE.
041000     EXEC CICS REWRITE FILE('BNKACC')
041100                       FROM(WS-BNKACC-REC)
041200                       LENGTH(LENGTH OF WS-BNKACC-REC)
041300                       RESP(WS-RESP)
041400     END-EXEC.
041500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
041600        MOVE 'Account update failed' TO CD64O-RESP-MSG
041700        PERFORM BACK-OUT-DRAFT THRU
041800                BACK-OUT-DRAFT-EXIT
041900        GO TO DEBIT-FUNDING-ACCOUNT-EXIT
042000     END-IF.
042100     MOVE BAC-REC-PID TO WS-FUNDING-PID.
042200     MOVE BAC-REC-ACCNO TO WS-POST-ACCNO.
042300     MOVE BAC-REC-PID TO WS-POST-PID.
042400     MOVE BAC-REC-CURRENCY TO WS-POST-CURRENCY.
042500     COMPUTE WS-POST-AMOUNT = 0 - CD64I-AMOUNT.
042600     MOVE 'BANK DRAFT ISSUED' TO WS-POST-DESC.
042700     MOVE WS-NEW-SERIAL TO WS-POST-REF.
042800     PERFORM POST-DRAFT-TXN THRU
042900             POST-DRAFT-TXN-EXIT.
043000     IF NOT CD64O-RESP-OK
043100        GO TO DEBIT-FUNDING-ACCOUNT-EXIT
043200     END-IF.
043300     MOVE BTX-REC-TIMESTAMP TO WS-ISSUE-TS.
043400     IF WS-DRAFT-FEE IS GREATER THAN 0
043500        COMPUTE WS-POST-AMOUNT = 0 - WS-DRAFT-FEE
043600        MOVE 'FEE - BANK DRAFT' TO WS-POST-DESC
043700        PERFORM POST-DRAFT-TXN THRU
043800                POST-DRAFT-TXN-EXIT
043900     END-IF.
044000 DEBIT-FUNDING-ACCOUNT-EXIT.
044100     EXIT.
044200
044300*****************************************************************
044400* Put the draft value on the draft-control account. A cash      *
044500* draft is taken as one TELLER CASH posting for the value and   *
044600* the fee together, stamped with the teller and terminal the    *
044700* way DBANK23P stamps its cash postings, and the fee is then    *
044800* taken back off as fee income                                  *
044900*****************************************************************
045000 CREDIT-DRAFT-CONTROL.
045100     MOVE WS-DRAFT-CTL-ACC TO BAC-REC-ACCNO.
045200     EXEC CICS READ FILE('BNKACC')
045300                    INTO(WS-BNKACC-REC)
045400                    LENGTH(LENGTH OF WS-BNKACC-REC)
045500                    RIDFLD(BAC-REC-ACCNO)
045600                    UPDATE
045700                    RESP(WS-RESP)
045800     END-EXEC.
045900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
046000        MOVE 'Draft control account unavailable' TO
046100            CD64O-RESP-MSG
046200        PERFORM BACK-OUT-DRAFT THRU
046300                BACK-OUT-DRAFT-EXIT
046400        GO TO CREDIT-DRAFT-CONTROL-EXIT
046500     END-IF.
046600     ADD CD64I-AMOUNT TO BAC-REC-BALANCE.
046700     EXEC CICS REWRITE FILE('BNKACC')
046800                       FROM(WS-BNKACC-REC)
046900                       LENGTH(LENGTH OF WS-BNKACC-REC)
047000                       RESP(WS-RESP)
047100     END-EXEC.
047200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
047300        MOVE 'Draft control account update failed' TO
047400            CD64O-RESP-MSG
047500        PERFORM BACK-OUT-DRAFT THRU
047600                BACK-OUT-DRAFT-EXIT
047700        GO TO CREDIT-DRAFT-CONTROL-EXIT
047800     END-IF.
047900     MOVE BAC-REC-ACCNO TO WS-POST-ACCNO.
048000     MOVE BAC-REC-PID TO WS-POST-PID.
048100     MOVE BAC-REC-CURRENCY TO WS-POST-CURRENCY.
048200     IF CD64I-FUNDED-BY-ACCOUNT
048300        MOVE CD64I-AMOUNT TO WS-POST-AMOUNT
048400        MOVE 'BANK DRAFT ISSUED' TO WS-POST-DESC
048500        MOVE WS-NEW-SERIAL TO WS-POST-REF
048600        PERFORM POST-DRAFT-TXN THRU
048700                POST-DRAFT-TXN-EXIT
048800        GO TO CREDIT-DRAFT-CONTROL-EXIT
048900     END-IF.
049000     MOVE WS-DEBIT-TOTAL TO WS-POST-AMOUNT.
049100     MOVE 'TELLER CASH DRAFT ISSUED' TO WS-POST-DESC.
049200     MOVE SPACES TO WS-POST-REF.
049300     MOVE CD64I-TELLER-ID TO WS-POST-REF(1:8).
049400     MOVE EIBTRMID TO WS-POST-REF(9:4).
049500     PERFORM POST-DRAFT-TXN THRU
049600             POST-DRAFT-TXN-EXIT.
049700     IF NOT CD64O-RESP-OK
049800        GO TO CREDIT-DRAFT-CONTROL-EXIT
049900     END-IF.
050000     MOVE BTX-REC-TIMESTAMP TO WS-ISSUE-TS.
050100     IF WS-DRAFT-FEE IS GREATER THAN 0
050200        COMPUTE WS-POST-AMOUNT = 0 - WS-DRAFT-FEE
050300        MOVE 'FEE - BANK DRAFT' TO WS-POST-DESC
050400        MOVE WS-NEW-SERIAL TO WS-POST-REF
050500        PERFORM POST-DRAFT-TXN THRU
050600                POST-DRAFT-TXN-EXIT
050700     END-IF.
050800 CREDIT-DRAFT-CONTROL-EXIT.
050900     EXIT.
051000
051100*****************************************************************
051200* Take the next draft serial from the control record under      *
051300* update - it is released with the rest of the unit of work     *
051400*****************************************************************
051500 ALLOCATE-SERIAL.
051600     MOVE SPACES TO WS-NEW-SERIAL.
051700     EXEC CICS READ FILE('BNKDRFT')
051800                    INTO(WS-BNKDRFT-REC)
051900                    LENGTH(LENGTH OF WS-BNKDRFT-REC)
052000                    RIDFLD(WS-CONTROL-SERIAL)
052100                    UPDATE
052200                    RESP(WS-RESP)
052300     END-EXEC.
052400     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
052500        PERFORM CREATE-CONTROL THRU
052600                CREATE-CONTROL-EXIT
052700     END-IF.
052800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
052900        SET CD64O-RESP-POSTING-ERROR TO TRUE
053000        MOVE 'Draft numbering unavailable' TO CD64O-RESP-MSG
053100        GO TO ALLOCATE-SERIAL-EXIT
053200     END-IF.
053300     COMPUTE WS-NEXT-SERIAL = DFT-CTL-LAST-SERIAL + 1.
053400     MOVE WS-NEXT-SERIAL TO DFT-CTL-LAST-SERIAL.
053500     MOVE WS-POST-DATE TO DFT-CTL-UPDATED-TS(1:8).
053600     MOVE WS-POST-TIME TO DFT-CTL-UPDATED-TS(9:8).
053700     EXEC CICS REWRITE FILE('BNKDRFT')
053800                       FROM(WS-BNKDRFT-REC)
053900                       LENGTH(LENGTH OF WS-BNKDRFT-REC)
054000                       RESP(WS-RESP)
054100     END-EXEC.
054200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
054300        SET CD64O-RESP-POSTING-ERROR TO TRUE
054400        MOVE 'Draft numbering not updated' TO CD64O-RESP-MSG
054500        GO TO ALLOCATE-SERIAL-EXIT
054600     END-IF.
054700     MOVE WS-NEXT-SERIAL TO WS-NEW-SERIAL.
054800 ALLOCATE-SERIAL-EXIT.
054900     EXIT.
055000
055100*****************************************************************
055200* First draft ever issued - put the control record on file,     *
055300* numbering from one, and read it back for update               *
055400*****************************************************************
055500 CREATE-CONTROL.
055600     MOVE SPACES TO DFT-RECORD.
055700     MOVE WS-CONTROL-SERIAL TO DFT-REC-SERIAL.
055800     SET DFT-REC-TYPE-CONTROL TO TRUE.
055900     MOVE 0 TO DFT-CTL-LAST-SERIAL.
056000     EXEC CICS WRITE FILE('BNKDRFT')
056100               FROM(WS-BNKDRFT-REC)
056200               LENGTH(LENGTH OF WS-BNKDRFT-REC)
056300               RIDFLD(DFT-REC-SERIAL)
056400               RESP(WS-RESP)
056500     END-EXEC.
056600     EXEC CICS READ FILE('BNKDRFT')
056700                    INTO(WS-BNKDRFT-REC)
056800                    LENGTH(LENGTH OF WS-BNKDRFT-REC)
056900                    RIDFLD(WS-CONTROL-SERIAL)
057000                    UPDATE
057100                    RESP(WS-RESP)
057200     END-EXEC.
057300 CREATE-CONTROL-EXIT.
057400     EXIT.
057500
057600*****************************************************************
057700* Record the new draft on the register. Without the register    *
057800* entry the draft could never be paid, so a failed write backs  *
057900* the whole issue out.                                          *
058000*****************************************************************
058100 WRITE-NEW-DRAFT.
058200     MOVE SPACES TO DFT-RECORD.
058300     MOVE WS-NEW-SERIAL TO DFT-REC-SERIAL.
058400     SET DFT-REC-TYPE-DRAFT TO TRUE.
058500     SET DFT-REC-STATUS-ISSUED TO TRUE.
058600     IF CD64I-FUNDED-BY-ACCOUNT
058700        SET DFT-REC-FUNDED-BY-ACCOUNT TO TRUE
058800        MOVE CD64I-ACCNO TO DFT-REC-ACCNO
058900        MOVE WS-FUNDING-PID TO DFT-REC-PID
059000     ELSE
059100        SET DFT-REC-FUNDED-BY-CASH TO TRUE
059200     END-IF.
059300     MOVE CD64I-PAYEE TO DFT-REC-PAYEE.
059400     MOVE CD64I-AMOUNT TO DFT-REC-AMOUNT.
059500     MOVE WS-DRAFT-CURRENCY TO DFT-REC-CURRENCY.
059600     MOVE WS-DRAFT-FEE TO DFT-REC-FEE.
059700     MOVE WS-BUSINESS-DATE TO DFT-REC-ISSUE-DATE.
059800     MOVE CD64I-TELLER-ID TO DFT-REC-ISSUED-BY.
059900     MOVE WS-ISSUE-TS TO DFT-REC-ISSUE-TS.
060000     EXEC CICS WRITE FILE('BNKDRFT')
060100               FROM(WS-BNKDRFT-REC)
060200               LENGTH(LENGTH OF WS-BNKDRFT-REC)
060300               RIDFLD(DFT-REC-SERIAL)
060400               RESP(WS-RESP)
060500     END-EXEC.
060600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
060700        MOVE 'Draft register write failed' TO CD64O-RESP-MSG
060800        PERFORM BACK-OUT-DRAFT THRU
060900                BACK-OUT-DRAFT-EXIT
061000        GO TO WRITE-NEW-DRAFT-EXIT
061100     END-IF.
061200     PERFORM LOAD-DRAFT-OUTPUT THRU
061300             LOAD-DRAFT-OUTPUT-EXIT.
061400 WRITE-NEW-DRAFT-EXIT.
061500     EXIT.
061600
061700*****************************************************************
061800* Cancel an outstanding draft: its value comes off the draft-   *
061900* control account and goes back the way it came - to the        *
062000* funding account, or in cash out of the teller's drawer. The   *
062100* fee is not refunded.                                          *
062200*****************************************************************
062300 CANCEL-DRAFT.
062400     PERFORM CHECK-SUPERVISOR-APPROVAL THRU
062500             CHECK-SUPERVISOR-APPROVAL-EXIT.
062600     IF NOT CD64O-RESP-OK
062700        GO TO CANCEL-DRAFT-EXIT
062800     END-IF.
062900     PERFORM GET-DRAFT-CONTROL THRU
063000             GET-DRAFT-CONTROL-EXIT.
063100     IF NOT CD64O-RESP-OK
063200        GO TO CANCEL-DRAFT-EXIT
063300     END-IF.
063400     PERFORM READ-DRAFT-FOR-UPDATE THRU
063500             READ-DRAFT-FOR-UPDATE-EXIT.
063600     IF NOT CD64O-RESP-OK
063700        GO TO CANCEL-DRAFT-EXIT
063800     END-IF.
063900     IF DFT-REC-FUNDED-BY-ACCOUNT
064000        MOVE DFT-REC-ACCNO TO CD64I-ACCNO
064100        PERFORM CHECK-FUNDING-ACCOUNT THRU
064200                CHECK-FUNDING-ACCOUNT-EXIT
064300        IF NOT CD64O-RESP-OK
064400           GO TO CANCEL-DRAFT-EXIT
064500        END-IF
064600        PERFORM REFUND-FUNDING-ACCOUNT THRU
064700                REFUND-FUNDING-ACCOUNT-EXIT
064800        IF NOT CD64O-RESP-OK
064900           GO TO CANCEL-DRAFT-EXIT
065000        END-IF
065100     END-IF.
065200     PERFORM DEBIT-DRAFT-CONTROL THRU
065300             DEBIT-DRAFT-CONTROL-EXIT.
065400     IF NOT CD64O-RESP-OK
065500        GO TO CANCEL-DRAFT-EXIT
065600     END-IF.
065700     IF DFT-REC-FUNDED-BY-CASH
065800        MOVE 0 TO WS-TELLER-CASH-IN
065900        MOVE DFT-REC-AMOUNT TO WS-TELLER-CASH-OUT
066000        PERFORM UPDATE-TELLER-TOTALS THRU
066100                UPDATE-TELLER-TOTALS-EXIT
066200     END-IF.
066300     SET DFT-REC-STATUS-CANCELLED TO TRUE.
066400     MOVE WS-BUSINESS-DATE TO DFT-REC-SETTLED-DATE.
066500     MOVE CD64I-TELLER-ID TO DFT-REC-SETTLED-BY.
066600     MOVE WS-APPROVED-BY TO DFT-REC-APPROVED-BY.
066700     MOVE CD64I-REASON TO DFT-REC-REASON.
066800     PERFORM REWRITE-DRAFT THRU
066900             REWRITE-DRAFT-EXIT.
067000 CANCEL-DRAFT-EXIT.
067100     EXIT.
067200
067300*****************************************************************
067400* Credit the cancelled draft's value back to the account that   *
067500* paid for it, still held for update from the checks            *
067600*****************************************************************
067700 REFUND-FUNDING-ACCOUNT.
067800     ADD DFT-REC-AMOUNT TO BAC-REC-BALANCE.
067900     MOVE BAC-REC-BALANCE TO CD64O-NEW-BALANCE.
068000     EXEC CICS REWRITE FILE('BNKACC')
068100                       FROM(WS-BNKACC-REC)
068200                       LENGTH(LENGTH OF WS-BNKACC-REC)
068300                       RESP(WS-RESP)
068400     END-EXEC.
068500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
068600        MOVE 'Account update failed' TO CD64O-RESP-MSG
068700        PERFORM BACK-OUT-DRAFT THRU
068800                BACK-OUT-DRAFT-EXIT
068900        GO TO REFUND-FUNDING-ACCOUNT-EXIT
069000     END-IF.
069100     MOVE BAC-REC-ACCNO TO WS-POST-ACCNO.
069200     MOVE BAC-REC-PID TO WS-POST-PID.
069300     MOVE BAC-REC-CURRENCY TO WS-POST-CURRENCY.
069400     MOVE DFT-REC-AMOUNT TO WS-POST-AMOUNT.
069500     MOVE 'BANK DRAFT CANCELLED' TO WS-POST-DESC.
069600     MOVE DFT-REC-SERIAL TO WS-POST-REF.
069700     PERFORM POST-DRAFT-TXN THRU
069800             POST-DRAFT-TXN-EXIT.
069900 REFUND-FUNDING-ACCOUNT-EXIT.
070000     EXIT.
070100
070200*****************************************************************
070300* Take the cancelled draft's value off the draft-control        *
070400* account. A cash refund is a TELLER CASH posting stamped with  *
070500* the teller and terminal, so the drawer report proves the cash *
070600* paid out.                                                     *
070700*****************************************************************
070800 DEBIT-DRAFT-CONTROL.
070900     MOVE WS-DRAFT-CTL-ACC TO BAC-REC-ACCNO.
071000     EXEC CICS READ FILE('BNKACC')
071100                    INTO(WS-BNKACC-REC)
071200                    LENGTH(LENGTH OF WS-BNKACC-REC)
071300                    RIDFLD(BAC-REC-ACCNO)
071400                    UPDATE
071500                    RESP(WS-RESP)
071600     END-EXEC.
071700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
071800        MOVE 'Draft control account unavailable' TO
071900            CD64O-RESP-MSG
072000        PERFORM BACK-OUT-DRAFT THRU
072100                BACK-OUT-DRAFT-EXIT
072200        GO TO DEBIT-DRAFT-CONTROL-EXIT
072300     END-IF.
072400     SUBTRACT DFT-REC-AMOUNT FROM BAC-REC-BALANCE.
072500     EXEC CICS REWRITE FILE('BNKACC')
072600                       FROM(WS-BNKACC-REC)
072700                       LENGTH(LENGTH OF WS-BNKACC-REC)
072800                       RESP(WS-RESP)
072900     END-EXEC.
073000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
073100        MOVE 'Draft control account update failed' TO
073200            CD64O-RESP-MSG
073300        PERFORM BACK-OUT-DRAFT THRU
073400                BACK-OUT-DRAFT-EXIT
073500        GO TO DEBIT-DRAFT-CONTROL-EXIT
073600     END-IF.
073700     MOVE BAC-REC-ACCNO TO WS-POST-ACCNO.
073800     MOVE BAC-REC-PID TO WS-POST-PID.
073900     MOVE BAC-REC-CURRENCY TO WS-POST-CURRENCY.
074000     COMPUTE WS-POST-AMOUNT = 0 - DFT-REC-AMOUNT.
074100     IF DFT-REC-FUNDED-BY-CASH
074200        MOVE 'TELLER CASH DRAFT REFUND' TO WS-POST-DESC
074300        MOVE SPACES TO WS-POST-REF
074400        MOVE CD64I-TELLER-ID TO WS-POST-REF(1:8)
074500        MOVE EIBTRMID TO WS-POST-REF(9:4)
074600     ELSE
074700        MOVE 'BANK DRAFT CANCELLED' TO WS-POST-DESC
074800        MOVE DFT-REC-SERIAL TO WS-POST-REF
074900     END-IF.
075000     PERFORM POST-DRAFT-TXN THRU
075100             POST-DRAFT-TXN-EXIT.
075200 DEBIT-DRAFT-CONTROL-EXIT.
075300     EXIT.
075400
075500*****************************************************************
075600* Replace a lost draft: stop the old serial and issue a new one *
075700* for the same payee and amount. The value stays where it is on *
075800* the draft-control account and no fee is taken. The new serial *
075900* is allocated before the old draft is read for update, as the  *
076000* control record lives on the same file.                        *
076100*****************************************************************
076200 REPLACE-DRAFT.
076300     PERFORM CHECK-SUPERVISOR-APPROVAL THRU
076400             CHECK-SUPERVISOR-APPROVAL-EXIT.
076500     IF NOT CD64O-RESP-OK
076600        GO TO REPLACE-DRAFT-EXIT
076700     END-IF.
076800     PERFORM READ-DRAFT THRU
076900             READ-DRAFT-EXIT.
077000     IF NOT CD64O-RESP-OK
077100        GO TO REPLACE-DRAFT-EXIT
077200     END-IF.
077300     IF NOT DFT-REC-STATUS-ISSUED
077400        PERFORM REFUSE-NOT-OUTSTANDING THRU
077500                REFUSE-NOT-OUTSTANDING-EXIT
077600        GO TO REPLACE-DRAFT-EXIT
077700     END-IF.
077800     PERFORM ALLOCATE-SERIAL THRU
077900             ALLOCATE-SERIAL-EXIT.
078000     IF NOT CD64O-RESP-OK
078100        GO TO REPLACE-DRAFT-EXIT
078200     END-IF.
078300     PERFORM READ-DRAFT-FOR-UPDATE THRU
078400             READ-DRAFT-FOR-UPDATE-EXIT.
078500* The serial just taken is given back with the unit of work
078600     IF NOT CD64O-RESP-OK
078700        EXEC CICS SYNCPOINT ROLLBACK
078800        END-EXEC
078900        GO TO REPLACE-DRAFT-EXIT
079000     END-IF.
079100     MOVE DFT-REC-SERIAL TO WS-OLD-SERIAL.
079200     MOVE DFT-REC-FUNDING TO WS-OLD-FUNDING.
079300     MOVE DFT-REC-ACCNO TO WS-OLD-ACCNO.
079400     MOVE DFT-REC-PID TO WS-OLD-PID.
079500     MOVE DFT-REC-PAYEE TO WS-OLD-PAYEE.
079600     MOVE DFT-REC-AMOUNT TO WS-OLD-AMOUNT.
079700     MOVE DFT-REC-CURRENCY TO WS-OLD-CURRENCY.
079800     MOVE DFT-REC-ISSUE-TS TO WS-OLD-ISSUE-TS.
079900     SET DFT-REC-STATUS-REPLACED TO TRUE.
080000     MOVE WS-BUSINESS-DATE TO DFT-REC-SETTLED-DATE.
080100     MOVE CD64I-TELLER-ID TO DFT-REC-SETTLED-BY.
080200     MOVE WS-APPROVED-BY TO DFT-REC-APPROVED-BY.
080300     MOVE CD64I-REASON TO DFT-REC-REASON.
080400     MOVE WS-NEW-SERIAL TO DFT-REC-REPLACED-BY.
080500     PERFORM REWRITE-DRAFT THRU
080600             REWRITE-DRAFT-EXIT.
080700     IF NOT CD64O-RESP-OK
080800        GO TO REPLACE-DRAFT-EXIT
080900     END-IF.
081000* The replacement carries the original issue posting, so the
081100* value on the control account can still be traced to it
081200     MOVE SPACES TO DFT-RECORD.
081300     MOVE WS-NEW-SERIAL TO DFT-REC-SERIAL.
081400     SET DFT-REC-TYPE-DRAFT TO TRUE.
081500     SET DFT-REC-STATUS-ISSUED TO TRUE.
081600     MOVE WS-OLD-FUNDING TO DFT-REC-FUNDING.
081700     MOVE WS-OLD-ACCNO TO DFT-REC-ACCNO.
081800     MOVE WS-OLD-PID TO DFT-REC-PID.
081900     MOVE WS-OLD-PAYEE TO DFT-REC-PAYEE.
082000     MOVE WS-OLD-AMOUNT TO DFT-REC-AMOUNT.
082100     MOVE WS-OLD-CURRENCY TO DFT-REC-CURRENCY.
082200     MOVE 0 TO DFT-REC-FEE.
082300     MOVE WS-BUSINESS-DATE TO DFT-REC-ISSUE-DATE.
082400     MOVE CD64I-TELLER-ID TO DFT-REC-ISSUED-BY.
082500     MOVE WS-OLD-ISSUE-TS TO DFT-REC-ISSUE-TS.
082600     MOVE WS-APPROVED-BY TO DFT-REC-APPROVED-BY.
082700     MOVE CD64I-REASON TO DFT-REC-REASON.
082800     MOVE WS-OLD-SERIAL TO DFT-REC-REPLACES.
082900     EXEC CICS WRITE FILE('BNKDRFT')
083000               FROM(WS-BNKDRFT-REC)
083100               LENGTH(LENGTH OF WS-BNKDRFT-REC)
083200               RIDFLD(DFT-REC-SERIAL)
083300               RESP(WS-RESP)
083400     END-EXEC.
083500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
083600        MOVE 'Draft register write failed' TO CD64O-RESP-MSG
083700        PERFORM BACK-OUT-DRAFT THRU
083800                BACK-OUT-DRAFT-EXIT
083900        GO TO REPLACE-DRAFT-EXIT
084000     END-IF.
084100     PERFORM LOAD-DRAFT-OUTPUT THRU
084200             LOAD-DRAFT-OUTPUT-EXIT.
084300 REPLACE-DRAFT-EXIT.
084400     EXIT.
084500
084600*****************************************************************
084700* Return the draft as it stands on the register                 *
084800*****************************************************************
084900 INQUIRE-DRAFT.
085000     PERFORM READ-DRAFT THRU
085100             READ-DRAFT-EXIT.
085200     IF CD64O-RESP-OK
085300        PERFORM LOAD-DRAFT-OUTPUT THRU
085400                LOAD-DRAFT-OUTPUT-EXIT
085500     END-IF.
085600 INQUIRE-DRAFT-EXIT.
085700     EXIT.
085800
085900*****************************************************************
086000* Read the draft named in the request; the control record is    *
086100* not a draft                                                   *
086200*****************************************************************
086300 READ-DRAFT.
086400     MOVE CD64I-SERIAL TO DFT-REC-SERIAL.
086500     EXEC CICS READ FILE('BNKDRFT')
086600                    INTO(WS-BNKDRFT-REC)
086700                    LENGTH(LENGTH OF WS-BNKDRFT-REC)
086800                    RIDFLD(DFT-REC-SERIAL)
086900                    RESP(WS-RESP)
087000     END-EXEC.
087100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
087200        NOT DFT-REC-TYPE-DRAFT
087300        SET CD64O-RESP-DRAFT-NOTFOUND TO TRUE
087400        MOVE 'Draft not found' TO CD64O-RESP-MSG
087500     END-IF.
087600 READ-DRAFT-EXIT.
087700     EXIT.
087800
087900*****************************************************************
088000* Read the draft named in the request for update; only an       *
088100* outstanding draft can be cancelled or replaced                *
088200*****************************************************************
088300 READ-DRAFT-FOR-UPDATE.
088400     MOVE CD64I-SERIAL TO DFT-REC-SERIAL.
088500     EXEC CICS READ FILE('BNKDRFT')
088600                    INTO(WS-BNKDRFT-REC)
088700                    LENGTH(LENGTH OF WS-BNKDRFT-REC)
088800                    RIDFLD(DFT-REC-SERIAL)
088900                    UPDATE
089000                    RESP(WS-RESP)
089100     END-EXEC.
089200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
089300        NOT DFT-REC-TYPE-DRAFT
089400        SET CD64O-RESP-DRAFT-NOTFOUND TO TRUE
089500        MOVE 'Draft not found' TO CD64O-RESP-MSG
089600        GO TO READ-DRAFT-FOR-UPDATE-EXIT
089700     END-IF.
089800     IF NOT DFT-REC-STATUS-ISSUED
089900        PERFORM REFUSE-NOT-OUTSTANDING THRU
090000                REFUSE-NOT-OUTSTANDING-EXIT
090100     END-IF.
090200 READ-DRAFT-FOR-UPDATE-EXIT.
090300     EXIT.
090400
090500*****************************************************************
090600* Say why a draft that is no longer outstanding cannot be       *
090700* touched                                                       *
090800*****************************************************************
090900 REFUSE-NOT-OUTSTANDING.
091000     SET CD64O-RESP-NOT-OUTSTANDING TO TRUE.
091100     EVALUATE TRUE
091200       WHEN DFT-REC-STATUS-PAID
091300         MOVE 'Draft has already been paid' TO CD64O-RESP-MSG
091400       WHEN DFT-REC-STATUS-CANCELLED
091500         MOVE 'Draft has already been cancelled' TO
091600             CD64O-RESP-MSG
091700       WHEN DFT-REC-STATUS-REPLACED
091800         MOVE 'Draft has already been replaced' TO
091900             CD64O-RESP-MSG
092000       WHEN OTHER
092100         MOVE 'Draft is not outstanding' TO CD64O-RESP-MSG
092200     END-EVALUATE.
092300     PERFORM LOAD-DRAFT-OUTPUT THRU
092400             LOAD-DRAFT-OUTPUT-EXIT.
092500 REFUSE-NOT-OUTSTANDING-EXIT.
092600     EXIT.
092700
092800*****************************************************************
092900* Rewrite the draft held for update; a failure backs the whole  *
093000* request out                                                   *
093100*****************************************************************
093200 REWRITE-DRAFT.
093300     EXEC CICS REWRITE FILE('BNKDRFT')
093400                       FROM(WS-BNKDRFT-REC)
093500                       LENGTH(LENGTH OF WS-BNKDRFT-REC)
093600                       RESP(WS-RESP)
093700     END-EXEC.
093800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
093900        MOVE 'Draft register update failed' TO CD64O-RESP-MSG
094000        PERFORM BACK-OUT-DRAFT THRU
094100                BACK-OUT-DRAFT-EXIT
094200        GO TO REWRITE-DRAFT-EXIT
094300     END-IF.
094400     PERFORM LOAD-DRAFT-OUTPUT THRU
094500             LOAD-DRAFT-OUTPUT-EXIT.
094600 REWRITE-DRAFT-EXIT.
094700     EXIT.
094800
094900*****************************************************************
095000* Copy the draft in the record area to the output               *
095100*****************************************************************
095200 LOAD-DRAFT-OUTPUT.
095300     MOVE DFT-REC-SERIAL TO CD64O-SERIAL.
095400     MOVE DFT-REC-STATUS TO CD64O-STATUS.
095500     MOVE DFT-REC-FUNDING TO CD64O-FUNDING.
095600     MOVE DFT-REC-ACCNO TO CD64O-ACCNO.
095700     MOVE DFT-REC-PAYEE TO CD64O-PAYEE.
095800     MOVE DFT-REC-AMOUNT TO CD64O-AMOUNT.
095900     MOVE DFT-REC-CURRENCY TO CD64O-CURRENCY.
096000     MOVE DFT-REC-FEE TO CD64O-FEE.
096100     MOVE DFT-REC-ISSUE-DATE TO CD64O-ISSUE-DATE.
096200     MOVE DFT-REC-SETTLED-DATE TO CD64O-SETTLED-DATE.
096300     MOVE DFT-REC-REPLACES TO CD64O-REPLACES.
096400     MOVE DFT-REC-REPLACED-BY TO CD64O-REPLACED-BY.
096500 LOAD-DRAFT-OUTPUT-EXIT.
096600     EXIT.
096700
096800*****************************************************************
096900* Something failed part way through - roll the unit of work     *
097000* back so no posting, balance or register change survives, and  *
097100* report the failure with the message already set               *
097200*****************************************************************
097300 BACK-OUT-DRAFT.
097400     SET CD64O-RESP-POSTING-ERROR TO TRUE.
097500     EXEC CICS SYNCPOINT ROLLBACK
097600     END-EXEC.
097700     MOVE 0 TO CD64O-NEW-BALANCE.
097800     MOVE SPACES TO CD64O-SERIAL.
097900 BACK-OUT-DRAFT-EXIT.
098000     EXIT.
098100
098200*****************************************************************
098300* Cancelling or replacing a draft needs a supervisor: the       *
098400* signed-on user holding the role, or one signing on in-flight  *
098500* - a different user, holding the role, presenting their own    *
098600* password - the same way DBANK23P takes a cash limit override. *
098700* The approver is left in WS-APPROVED-BY, and an in-flight      *
098800* approver also in WS-OVERRIDE-BY for the posting payload.      *
098900*****************************************************************
099000 CHECK-SUPERVISOR-APPROVAL.
099100     MOVE SPACES TO WS-APPROVED-BY.
099200     MOVE SPACES TO WS-OVERRIDE-BY.
099300     MOVE CD64I-TELLER-ID TO SEC-REC-USERID.
099400     EXEC CICS READ FILE('BNKSECP')
099500                    INTO(WS-BNKSECP-REC)
099600                    LENGTH(LENGTH OF WS-BNKSECP-REC)
099700                    RIDFLD(SEC-REC-USERID)
099800                    RESP(WS-RESP)
099900     END-EXEC.
100000     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND
100100        SEC-REC-ROLE-SUPERVISOR
100200        MOVE CD64I-TELLER-ID TO WS-APPROVED-BY
100300        GO TO CHECK-SUPERVISOR-APPROVAL-EXIT
100400     END-IF.
100500     IF CD64I-OVERRIDE-SUPERVISOR IS EQUAL TO SPACES OR
100600        CD64I-OVERRIDE-SUPERVISOR IS EQUAL TO LOW-VALUES
100700        SET CD64O-RESP-NOT-AUTHORIZED TO TRUE
100800        MOVE 'Supervisor approval is required' TO
100900            CD64O-RESP-MSG
101000        GO TO CHECK-SUPERVISOR-APPROVAL-EXIT
101100     END-IF.
101200     IF CD64I-OVERRIDE-SUPERVISOR IS EQUAL TO CD64I-TELLER-ID
101300        SET CD64O-RESP-NOT-AUTHORIZED TO TRUE
101400        MOVE 'Override must come from someone else' TO
101500            CD64O-RESP-MSG
101600        GO TO CHECK-SUPERVISOR-APPROVAL-EXIT
101700     END-IF.
101800     MOVE CD64I-OVERRIDE-SUPERVISOR TO SEC-REC-USERID.
101900     EXEC CICS READ FILE('BNKSECP')
102000                    INTO(WS-BNKSECP-REC)
102100                    LENGTH(LENGTH OF WS-BNKSECP-REC)
102200                    RIDFLD(SEC-REC-USERID)
102300                    RESP(WS-RESP)
102400     END-EXEC.
102500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
102600        NOT SEC-REC-ROLE-SUPERVISOR
102700        SET CD64O-RESP-NOT-AUTHORIZED TO TRUE
102800        MOVE 'Override needs the supervisor role' TO
102900            CD64O-RESP-MSG
103000        GO TO CHECK-SUPERVISOR-APPROVAL-EXIT
103100     END-IF.
103200* BNKPSWD holds only hashes, so the password is checked by
103300* SPSWD01P's verify function
103400     MOVE SPACES TO CPSWDD01-DATA.
103500     SET PSWD-VERIFY TO TRUE.
103600     MOVE CD64I-OVERRIDE-SUPERVISOR TO CPSWDD01I-USERID.
103700     MOVE CD64I-OVERRIDE-PSWD TO CPSWDD01I-PASSWORD.
103800     EXEC CICS LINK PROGRAM('SPSWD01P')
103900                    COMMAREA(CPSWDD01-DATA)
104000                    LENGTH(LENGTH OF CPSWDD01-DATA)
104100                    RESP(WS-RESP)
104200     END-EXEC.
104300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
104400        CPSWDD01O-MESSAGE IS NOT EQUAL TO SPACES
104500        SET CD64O-RESP-NOT-AUTHORIZED TO TRUE
104600        MOVE 'Supervisor signon not accepted' TO
104700            CD64O-RESP-MSG
104800        GO TO CHECK-SUPERVISOR-APPROVAL-EXIT
104900     END-IF.
105000     MOVE CD64I-OVERRIDE-SUPERVISOR TO WS-APPROVED-BY.
105100     MOVE CD64I-OVERRIDE-SUPERVISOR TO WS-OVERRIDE-BY.
105200 CHECK-SUPERVISOR-APPROVAL-EXIT.
105300     EXIT.
105400
105500*****************************************************************
105600* Post one leg of the draft to the transaction history file in  *
105700* the type '2' format, timestamped the same way DBANK22P keys   *
105800* its transfer legs, with the leg number as an extra uniquifier *
105900* so the legs written in the same task get distinct keys        *
106000*****************************************************************
106100 POST-DRAFT-TXN.
106200     ADD 1 TO WS-LEG-NO.
106300     MOVE LOW-VALUES TO BTX-RECORD.
106400     MOVE WS-POST-DATE TO BTX-REC-TIMESTAMP(1:8).
106500     MOVE WS-POST-TIME TO BTX-REC-TIMESTAMP(9:8).
106600     MOVE WS-TASKN-DISPLAY TO BTX-REC-TIMESTAMP(17:7).
106700     MOVE WS-LEG-NO TO BTX-REC-TIMESTAMP(24:1).
106800     MOVE WS-POST-ACCNO TO BTX-REC-ACCNO.
106900     MOVE WS-POST-PID TO BTX-REC-PID.
107000     MOVE '2' TO BTX-REC-TYPE.
107100     MOVE WS-POST-AMOUNT TO BTX-REC-AMOUNT.
107200     MOVE WS-POST-CURRENCY TO BTX-REC-CURRENCY.
107300     MOVE SPACES TO TXN-DATA-NEW.
107400     MOVE WS-POST-DESC TO TXN-T2-NEW-DESC.
107500     MOVE WS-POST-REF TO TXN-T2-NEW-REF.
107600     MOVE WS-OVERRIDE-BY TO TXN-T2-NEW-OVERRIDE-BY.
107700     MOVE TXN-DATA-NEW TO BTX-REC-DATA-OLD.
107800     MOVE WS-BUSINESS-DATE TO BTX-REC-POST-DATE.
107900     EXEC CICS WRITE FILE('BNKTXN')
108000               FROM(WS-BNKTXN-REC)
108100               LENGTH(LENGTH OF WS-BNKTXN-REC)
108200               RIDFLD(BTX-REC-TIMESTAMP)
108300               RESP(WS-RESP)
108400     END-EXEC.
108500     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
108600        PERFORM WRITE-VALUE-DATE-XREF THRU
108700                WRITE-VALUE-DATE-XREF-EXIT
108800        PERFORM WRITE-POSTING-EVENT THRU
108900                WRITE-POSTING-EVENT-EXIT
109000     END-IF.
109100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
109200        MOVE 'Draft posting failed' TO CD64O-RESP-MSG
109300        PERFORM BACK-OUT-DRAFT THRU
109400                BACK-OUT-DRAFT-EXIT
109500     END-IF.
109600 POST-DRAFT-TXN-EXIT.
109700     EXIT.
109800
109900*****************************************************************
110000* Roll a cash draft or cash refund into the teller's daily      *
110100* totals record - the same read-update-else-write shape         *
110200* DBANK23P uses, including the reread when two of the teller's  *
110300* terminals race to create the first record of the day          *
110400*****************************************************************
110500 UPDATE-TELLER-TOTALS.
110600     MOVE WS-POST-DATE TO TLR-REC-DATE.
110700     MOVE CD64I-TELLER-ID TO TLR-REC-TELLER.
110800     MOVE SPACES TO WS-TELLER-BRANCH.
110900     MOVE CD64I-TELLER-ID TO SEC-REC-USERID.
111000     EXEC CICS READ FILE('BNKSECP')
111100                    INTO(WS-BNKSECP-REC)
111200                    LENGTH(LENGTH OF WS-BNKSECP-REC)
111300                    RIDFLD(SEC-REC-USERID)
111400                    RESP(WS-RESP)
111500     END-EXEC.
111600     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
111700        MOVE SEC-REC-BRANCH TO WS-TELLER-BRANCH
111800     END-IF.
111900     EXEC CICS READ FILE('BNKTLR')
112000                    INTO(WS-BNKTLR-REC)
112100                    LENGTH(LENGTH OF WS-BNKTLR-REC)
112200                    RIDFLD(TLR-REC-KEY)
112300                    UPDATE
112400                    RESP(WS-RESP)
112500     END-EXEC.
112600     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
112700        PERFORM ADD-TO-TELLER-TOTALS THRU
112800                ADD-TO-TELLER-TOTALS-EXIT
112900        EXEC CICS REWRITE FILE('BNKTLR')
113000                          FROM(WS-BNKTLR-REC)
113100                          LENGTH(LENGTH OF WS-BNKTLR-REC)
113200                          RESP(WS-RESP)
113300        END-EXEC
113400     ELSE
113500        MOVE LOW-VALUES TO TLR-RECORD
113600        MOVE WS-POST-DATE TO TLR-REC-DATE
113700        MOVE CD64I-TELLER-ID TO TLR-REC-TELLER
113800        MOVE EIBTRMID TO TLR-REC-TERMID
113900        MOVE 0 TO TLR-REC-CASH-IN
114000        MOVE 0 TO TLR-REC-CASH-OUT
114100        MOVE 0 TO TLR-REC-TXN-COUNT
114110        MOVE 0 TO TLR-REC-FLOAT-ISSUED
114120        MOVE 0 TO TLR-REC-FLOAT-RETURNED
114200        PERFORM ADD-TO-TELLER-TOTALS THRU
114300                ADD-TO-TELLER-TOTALS-EXIT
114400        EXEC CICS WRITE FILE('BNKTLR')
114500                  FROM(WS-BNKTLR-REC)
114600                  LENGTH(LENGTH OF WS-BNKTLR-REC)
114700                  RIDFLD(TLR-REC-KEY)
114800                  RESP(WS-RESP)
114900        END-EXEC
115000        IF WS-RESP IS EQUAL TO DFHRESP(DUPREC)
115100           EXEC CICS READ FILE('BNKTLR')
115200                          INTO(WS-BNKTLR-REC)
115300                          LENGTH(LENGTH OF WS-BNKTLR-REC)
115400                          RIDFLD(TLR-REC-KEY)
115500                          UPDATE
115600                          RESP(WS-RESP)
115700           END-EXEC
115800           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
115900              PERFORM ADD-TO-TELLER-TOTALS THRU
116000                      ADD-TO-TELLER-TOTALS-EXIT
116100              EXEC CICS REWRITE FILE('BNKTLR')
116200                                FROM(WS-BNKTLR-REC)
116300                                LENGTH(LENGTH OF WS-BNKTLR-REC)
116400                                RESP(WS-RESP)
116500              END-EXEC
116600           END-IF
116700        END-IF
116800     END-IF.
116900 UPDATE-TELLER-TOTALS-EXIT.
117000     EXIT.
117100
117200*****************************************************************
117300* Add this cash movement into the in/out totals in TLR-RECORD   *
117400*****************************************************************
117500 ADD-TO-TELLER-TOTALS.
117600     ADD WS-TELLER-CASH-IN TO TLR-REC-CASH-IN.
117700     ADD WS-TELLER-CASH-OUT TO TLR-REC-CASH-OUT.
117800     ADD 1 TO TLR-REC-TXN-COUNT.
117900     MOVE EIBTRMID TO TLR-REC-TERMID.
118000     MOVE WS-TELLER-BRANCH TO TLR-REC-BRANCH.
118100 ADD-TO-TELLER-TOTALS-EXIT.
118200     EXIT.
118300
118400*****************************************************************
118500* Total the account's active funds holds - status active and    *
118600* expiry blank or still ahead of the business date - down the   *
118700* BNKHOLD1 by-account path, as DBANK23P does                    *
118800*****************************************************************
118900 SUM-ACTIVE-HOLDS.
119000     MOVE 0 TO WS-ACTIVE-HOLDS.
119100     MOVE CD64I-ACCNO TO WS-BROWSE-ACCNO.
119200     EXEC CICS STARTBR FILE('BNKHOLD1')
119300                       RIDFLD(WS-BROWSE-ACCNO)
119400                       GTEQ
119500                       RESP(WS-BROWSE-RESP)
119600     END-EXEC.
119700     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
119800        GO TO SUM-ACTIVE-HOLDS-EXIT
119900     END-IF.
120000     PERFORM SUM-ONE-HOLD
120100        UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL).
120200     EXEC CICS ENDBR FILE('BNKHOLD1')
120300     END-EXEC.
120400 SUM-ACTIVE-HOLDS-EXIT.
120500     EXIT.
120600
120700 SUM-ONE-HOLD.
120800     EXEC CICS READNEXT FILE('BNKHOLD1')
120900                        INTO(WS-BNKHOLD-REC)
121000                        LENGTH(LENGTH OF WS-BNKHOLD-REC)
121100                        RIDFLD(WS-BROWSE-ACCNO)
121200                        RESP(WS-BROWSE-RESP)
121300     END-EXEC.
121400     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
121500        HLD-REC-ACCNO IS NOT EQUAL TO CD64I-ACCNO
121600        MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
121700     ELSE
121800        IF HLD-REC-STATUS-ACTIVE AND
121900           (HLD-REC-EXPIRY-DTE IS EQUAL TO SPACES OR
122000            HLD-REC-EXPIRY-DTE IS EQUAL TO LOW-VALUES OR
122100            HLD-REC-EXPIRY-DTE IS GREATER THAN WS-BUSINESS-DATE)
122200           ADD HLD-REC-AMOUNT TO WS-ACTIVE-HOLDS
122300        END-IF
122400     END-IF.
122500
122600*****************************************************************
122700* Resolve WS-PARM-NAME from the runtime parameter file - the    *
122800* row with the latest effective date not after the business     *
122900* date - into WS-PARM-VALUE, with its leading digits converted  *
123000* into WS-PARM-NUM                                              *
123100*****************************************************************
123200 GET-PARM-VALUE.
123300     SET WS-PARM-NOT-FOUND TO TRUE.
123400     MOVE SPACES TO WS-PARM-VALUE.
123500     MOVE 0 TO WS-PARM-NUM.
123600     MOVE WS-PARM-NAME TO WS-PARM-BROWSE-NAME.
123700     MOVE '00000000' TO WS-PARM-BROWSE-DATE.
123800     EXEC CICS STARTBR FILE('BNKPARM')
123900                       RIDFLD(WS-PARM-BROWSE-KEY)
124000                       GTEQ
124100                       RESP(WS-BROWSE-RESP)
124200     END-EXEC.
124300     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
124400        GO TO GET-PARM-VALUE-EXIT
124500     END-IF.
124600     PERFORM SCAN-PARM-ROW
124700        UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL).
124800     EXEC CICS ENDBR FILE('BNKPARM')
124900     END-EXEC.
125000 GET-PARM-VALUE-EXIT.
125100     EXIT.
125200
125300 SCAN-PARM-ROW.
125400     EXEC CICS READNEXT FILE('BNKPARM')
125500                        INTO(WS-BNKPARM-REC)
125600                        LENGTH(LENGTH OF WS-BNKPARM-REC)
125700                        RIDFLD(WS-PARM-BROWSE-KEY)
125800                        RESP(WS-BROWSE-RESP)
125900     END-EXEC.
126000     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
126100        PRM-REC-NAME IS NOT EQUAL TO WS-PARM-NAME
126200        MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
126300     ELSE
126400        IF PRM-REC-EFF-DATE IS NOT GREATER THAN
126500              WS-BUSINESS-DATE
126600           SET WS-PARM-FOUND TO TRUE
126700           MOVE PRM-REC-VALUE TO WS-PARM-VALUE
126800           PERFORM CONVERT-PARM-VALUE THRU
126900                   CONVERT-PARM-VALUE-EXIT
127000        END-IF
127100     END-IF.
127200
127300*****************************************************************
127400* Convert the leading digits of the parameter value into a      *
127500* number, the same way DBANK54P converts values for the batch   *
127600* jobs                                                          *
127700*****************************************************************
127800 CONVERT-PARM-VALUE.
127900     MOVE 0 TO WS-PARM-NUM.
128000     SET WS-STILL-DIGITS TO TRUE.
128100     PERFORM CONVERT-ONE-DIGIT THRU
128200             CONVERT-ONE-DIGIT-EXIT
128300        VARYING WS-VALUE-SUB FROM 1 BY 1
128400        UNTIL WS-VALUE-SUB > 16
128500           OR WS-NO-MORE-DIGITS.
128600 CONVERT-PARM-VALUE-EXIT.
128700     EXIT.
128800
128900*****************************************************************
129000* Fold one character of the parameter value into WS-PARM-NUM,   *
129100* stopping at the first space; anything else non-numeric        *
129200* zeroes the value                                              *
129300*****************************************************************
129400 CONVERT-ONE-DIGIT.
129500     IF PRM-REC-VALUE(WS-VALUE-SUB:1) IS EQUAL TO SPACE
129600        SET WS-NO-MORE-DIGITS TO TRUE
129700        GO TO CONVERT-ONE-DIGIT-EXIT
129800     END-IF.
129900     IF PRM-REC-VALUE(WS-VALUE-SUB:1) IS NUMERIC
130000        MOVE PRM-REC-VALUE(WS-VALUE-SUB:1) TO WS-DIGIT-X
130100        COMPUTE WS-PARM-NUM =
130200                (WS-PARM-NUM * 10) + WS-DIGIT
130300     ELSE
130400        MOVE 0 TO WS-PARM-NUM
130500        SET WS-NO-MORE-DIGITS TO TRUE
130600     END-IF.
130700 CONVERT-ONE-DIGIT-EXIT.
130800     EXIT.
130900
131000*****************************************************************
131100* Pick up the current business date from the run-control        *
131200* '*CONTROL' record so the postings carry the banking day they  *
131300* belong to. If run control is not available the machine date   *
131400* stands in.                                                    *
131500*****************************************************************
131600 GET-BUSINESS-DATE.
131700     MOVE '*CONTROL' TO RNC-REC-JOB-NAME.
131800     MOVE '00000000' TO RNC-REC-RUN-DATE.
131900     EXEC CICS READ FILE('BNKRUNC')
132000                    INTO(WS-BNKRUNC-REC)
132100                    LENGTH(LENGTH OF WS-BNKRUNC-REC)
132200                    RIDFLD(RNC-REC-KEY)
132300                    RESP(WS-RESP)
132400     END-EXEC.
132500     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
132600        MOVE RNC-REC-BUSINESS-DATE TO WS-BUSINESS-DATE
132700     END-IF.
132800 GET-BUSINESS-DATE-EXIT.
132900     EXIT.
133000
133100*****************************************************************
133200* Record the posting just written on the value-date             *
133300* cross-reference, so the date-driven jobs can find it by its   *
133400* business date                                                 *
133500*****************************************************************
133600 WRITE-VALUE-DATE-XREF.
133700     MOVE BTX-REC-POST-DATE TO VDX-REC-POST-DATE.
133800     MOVE BTX-REC-TIMESTAMP TO VDX-REC-TIMESTAMP.
133900     EXEC CICS WRITE FILE('BNKTXNV')
134000               FROM(WS-BNKTXNV-REC)
134100               LENGTH(LENGTH OF WS-BNKTXNV-REC)
134200               RIDFLD(VDX-REC-KEY)
134300               RESP(WS-VDX-RESP)
134400     END-EXEC.
134500 WRITE-VALUE-DATE-XREF-EXIT.
134600     EXIT.
134700
134800*****************************************************************
134900* Raise the posting event for the posting just written. The     *
135000* event goes in the same unit of work as the posting itself     *
135100*****************************************************************
135200 WRITE-POSTING-EVENT.
135300     MOVE SPACES TO CD59-DATA.
135400     MOVE WS-BNKTXN-REC TO CD59I-POSTING.
135500     MOVE 'DBANK64P' TO CD59I-SOURCE-PGM.
135600     EXEC CICS LINK PROGRAM('DBANK60P')
135700                    COMMAREA(WS-PEVT-DATA)
135800                    LENGTH(LENGTH OF WS-PEVT-DATA)
135900     END-EXEC.
136000 WRITE-POSTING-EVENT-EXIT.
136100     EXIT.
136200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
