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
001300* Program:     DBANK49P.CBL                                     *
001400* Function:    Loan early settlement quote, payoff and          *
001500*              partial prepayment                               *
001600*              VSAM version                                     *
001700*                                                               *
001800* Prices a loan's early settlement from its BNKLNSCH schedule   *
001900* rather than from paper: the unpaid principal on the pending   *
002000* rows, interest at the contracted BAC-REC-CONTRACT-RATE - the  *
002100* interest on any instalment already due and still unpaid plus  *
002200* actual/365 interest on the outstanding principal since the    *
002300* last due date - and an early-repayment charge (LOAN-ERC-RATE  *
002400* on BNKPARM, hundredths of a percent) on the principal that    *
002500* was not yet due. A quote is valid for LOAN-QUOTE-DAYS.        *
002600*                                                               *
002700* The payoff debits the funding account (the loan's             *
002800* BAC-REC-LINKED-ACC, the account BBANK70P collects from)       *
002900* against its available balance, credits the loan and takes     *
003000* the interest and charge back out as income - the same         *
003100* posting shape as a BBANK70P collection - marks the remaining  *
003200* rows settled and closes the loan account. A partial           *
003300* prepayment reduces the principal the same way and             *
003400* re-amortizes the remaining pending rows at the contracted     *
003500* rate, holding either the term or the instalment. The loan     *
003600* account change is journaled on BNKMAUD. BBANK84P validates    *
003700* the request shape before handing off here.                    *
003800*****************************************************************
003900
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID.
004200     DBANK49P.
004300 DATE-WRITTEN.
004400     October 2026.
004500 DATE-COMPILED.
004600     Today.
004700
004800 ENVIRONMENT DIVISION.
004900
005000 DATA DIVISION.
005100
005200 WORKING-STORAGE SECTION.
005300 01  WS-MISC-STORAGE.
005400   05  WS-PROGRAM-ID                         PIC X(8)
005500       VALUE 'DBANK49P'.
005600   05  WS-COMMAREA-LENGTH                    PIC 9(5).
005700   05  WS-RESP                               PIC S9(8) COMP.
005800   05  WS-BROWSE-RESP                        PIC S9(8) COMP.
005900   05  WS-ABSTIME                            PIC S9(15) COMP-3.
006000   05  WS-POST-DATE                          PIC X(8).
006100   05  WS-POST-TIME                          PIC X(8).
006200   05  WS-TASKN-DISPLAY                      PIC 9(7).
006300   05  WS-BUSINESS-DATE                      PIC X(8).
006400   05  WS-BUSDATE-NUM                        PIC 9(8).
006500   05  WS-BUSDATE-NUM-X REDEFINES WS-BUSDATE-NUM
006600                                              PIC X(8).
006700   05  WS-ACCRUE-NUM                         PIC 9(8).
006800   05  WS-ACCRUE-NUM-X REDEFINES WS-ACCRUE-NUM
006900                                              PIC X(8).
007000   05  WS-ACCRUE-DAYS                        PIC S9(5).
007100   05  WS-VALID-NUM                          PIC 9(8).
007200   05  WS-BROWSE-ACCNO                       PIC X(10).
007300   05  WS-LNS-BROWSE-KEY.
007400     10  WS-LNS-BROWSE-ACCNO                 PIC X(10).
007500     10  WS-LNS-BROWSE-INST                  PIC 9(3).
007600   05  WS-ACTIVE-HOLDS                       PIC S9(9)V99.
007700   05  WS-LEG-NO                             PIC 9(1).
007800   05  WS-LEG-ACCNO                          PIC X(10).
007900   05  WS-LEG-PID                            PIC X(5).
008000   05  WS-LEG-AMOUNT                         PIC S9(9)V99.
008100   05  WS-LEG-DESC                           PIC X(30).
008200   05  WS-VDX-RESP                           PIC S9(8) COMP.
008300
008400 01  WS-LOAN-SAVE.
008500   05  WS-LOAN-ACCNO                         PIC X(10).
008600   05  WS-LOAN-PID                           PIC X(5).
008700   05  WS-LOAN-CCY                           PIC X(3).
008800   05  WS-LOAN-RATE                          PIC S9(3)V9(4).
008900   05  WS-LOAN-OPEN-DTE                      PIC X(8).
009000   05  WS-FUND-ACCNO                         PIC X(10).
009100   05  WS-FUND-PID                           PIC X(5).
009200
009300 01  WS-SCHEDULE-TOTALS.
009400   05  WS-PENDING-PRIN                       PIC S9(9)V99.
009500   05  WS-NOTDUE-PRIN                        PIC S9(9)V99.
009600   05  WS-OVERDUE-INT                        PIC S9(9)V99.
009700   05  WS-OVERDUE-COUNT                      PIC 9(3).
009800   05  WS-PENDING-COUNT                      PIC 9(3).
009900   05  WS-FIRST-PENDING                      PIC 9(3).
010000   05  WS-LAST-PENDING                       PIC 9(3).
010100   05  WS-LAST-DUE-DTE                       PIC X(8).
010200   05  WS-CUR-INSTALMENT                     PIC S9(9)V99.
010300
010400 01  WS-SETTLEMENT-FIGURES.
010500   05  WS-ERC-RATE                           PIC S9(3)V99.
010600   05  WS-QUOTE-DAYS                         PIC 9(3).
010700   05  WS-PERIOD-INT                         PIC S9(9)V99.
010800   05  WS-INTEREST                           PIC S9(9)V99.
010900   05  WS-ERC                                PIC S9(9)V99.
011000   05  WS-TOTAL                              PIC S9(9)V99.
011100   05  WS-DEBIT-AMOUNT                       PIC S9(9)V99.
011200   05  WS-LOAN-CREDIT                        PIC S9(9)V99.
011300
011400 01  WS-REAMORT-WORK.
011500   05  WS-MONTHLY-RATE                       PIC S9(3)V9(9).
011600   05  WS-ANNUITY-FACTOR                     PIC S9(3)V9(12).
011700   05  WS-NEG-TERM                           PIC S9(4).
011800   05  WS-NEW-INSTALMENT                     PIC S9(9)V99.
011900   05  WS-OUTSTANDING                        PIC S9(9)V99.
012000   05  WS-INST-INTEREST                      PIC S9(9)V99.
012100   05  WS-INST-PRINCIPAL                     PIC S9(9)V99.
012200   05  WS-INST-SUB                           PIC 9(3).
012300   05  WS-ROWS-DROPPED                       PIC 9(3).
012400
012500 01  WS-PARM-WORK.
012600   05  WS-PARM-BROWSE-KEY.
012700     10  WS-PARM-BROWSE-NAME                 PIC X(16).
012800     10  WS-PARM-BROWSE-DATE                 PIC X(8).
012900   05  WS-PARM-WANTED                        PIC X(16).
013000   05  WS-PARM-NUM                           PIC 9(9).
013100   05  WS-PARM-FLAG                          PIC X(1).
013200       88  WS-PARM-FOUND                      VALUE 'Y'.
013300       88  WS-PARM-NOT-FOUND                  VALUE 'N'.
013400   05  WS-VALUE-SUB                          PIC 9(2).
013500   05  WS-DIGIT-X                            PIC X(1).
013600   05  WS-DIGIT REDEFINES WS-DIGIT-X          PIC 9(1).
013700   05  WS-DIGITS-FLAG                        PIC X(1).
013800       88  WS-STILL-DIGITS                    VALUE 'Y'.
013900       88  WS-NO-MORE-DIGITS                  VALUE 'N'.
014000
014100 01  WS-MAINT-AUDIT-WORK.
014200   05  WS-MAU-ABSTIME                        PIC S9(15) COMP-3.
014300   05  WS-MAU-TASKN                          PIC 9(7).
014400   05  WS-MAU-RESP                           PIC S9(8) COMP.
014500   05  WS-MAU-BEFORE                         PIC X(400).
014600   05  WS-MAU-AFTER                          PIC X(400).
014700
014800 01  WS-BNKRUNC-REC.
014900 COPY CBANKVRC.
015000
015100 01  WS-BNKPARM-REC.
015200 COPY CBANKVPR.
015300
015400 01  WS-BNKATYP-REC.
015500 COPY CBANKVAT.
015600
015700 01  WS-BNKACC-REC.
015800 COPY CBANKVAC.
015900
016000 01  WS-BNKHOLD-REC.
016100 COPY CBANKVHD.
016200
016300 01  WS-BNKLNSCH-REC.
016400 COPY CBANKVLS.
016500
016600 01  WS-BNKTXN-REC.
016700 COPY CBANKVTX.
016800
016900 01  WS-BNKTXNV-REC.
017000 COPY CBANKVVX.
017100
017200 01  WS-BNKMAUD-REC.
017300 COPY CBANKVMA.
017400
017500 COPY CBANKTXD.
017600
017700 01  WS-COMMAREA.
017800 COPY CBANKD49.
017900
018000 COPY CABENDD.
018020
018040 01  WS-PEVT-DATA.
018060 COPY CBANKD59.
018100
018200 LINKAGE SECTION.
018300 01  DFHCOMMAREA.
018400   05  LK-COMMAREA                           PIC X(1)
018500       OCCURS 1 TO 4096 TIMES
018600         DEPENDING ON WS-COMMAREA-LENGTH.
018700
018800 PROCEDURE DIVISION.
018900*****************************************************************
019000* Move the passed data to our area                              *
019100*****************************************************************
019200     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
019300     MOVE DFHCOMMAREA TO WS-COMMAREA.
019400
019500*****************************************************************
019600* Initialize our output area                                    *
019700*****************************************************************
019800     MOVE SPACES TO CD49O-DATA.
019900     SET CD49O-RESP-OK TO TRUE.
020000     MOVE 0 TO CD49O-PRINCIPAL.
020100     MOVE 0 TO CD49O-INTEREST.
020200     MOVE 0 TO CD49O-ERC.
020300     MOVE 0 TO CD49O-TOTAL.
020400     MOVE 0 TO CD49O-INSTALMENT.
020500     MOVE 0 TO CD49O-REMAINING-INST.
020600
020700*****************************************************************
020800* Price the settlement, then carry out the payoff or the        *
020900* prepayment when one was asked for                             *
021000*****************************************************************
021100     IF NOT CD49-REQUESTED-QUOTE AND
021200        NOT CD49-REQUESTED-SETTLE AND
021300        NOT CD49-REQUESTED-PREPAY
021400        SET CD49O-RESP-INVALID-INPUT TO TRUE
021500        MOVE 'Unknown request type' TO CD49O-RESP-MSG
021600     END-IF.
021700     IF CD49O-RESP-OK
021800        PERFORM GET-BUSINESS-DATE THRU
021900                GET-BUSINESS-DATE-EXIT
022000        PERFORM LOAD-LOAN THRU
022100                LOAD-LOAN-EXIT
022200     END-IF.
022300     IF CD49O-RESP-OK
022400        PERFORM SCAN-SCHEDULE THRU
022500                SCAN-SCHEDULE-EXIT
022600     END-IF.
022700     IF CD49O-RESP-OK
022800        PERFORM COMPUTE-QUOTE THRU
022900                COMPUTE-QUOTE-EXIT
023000     END-IF.
023100     IF CD49O-RESP-OK
023200        EVALUATE TRUE
023300          WHEN CD49-REQUESTED-SETTLE
023400           PERFORM SETTLE-LOAN THRU
023500                   SETTLE-LOAN-EXIT
023600          WHEN CD49-REQUESTED-PREPAY
023700           PERFORM PREPAY-LOAN THRU
023800                   PREPAY-LOAN-EXIT
023900          WHEN OTHER
024000           CONTINUE
024100        END-EVALUATE
024200     END-IF.
024300
024400*****************************************************************
024500* Move the result back to the callers area                      *
024600*****************************************************************
024700     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
024800
024900*****************************************************************
025000* Return to our caller                                          *
025100*****************************************************************
025200     EXEC CICS RETURN
025300     END-EXEC.
025400     GOBACK.
025500
025600*****************************************************************
025700* Read the loan account and confirm it is an open loan product  *
025800*****************************************************************
025900 LOAD-LOAN.
026000     MOVE CD49I-ACCNO TO BAC-REC-ACCNO.
026100     EXEC CICS READ FILE('BNKACC')
026200                    INTO(WS-BNKACC-REC)
026300                    LENGTH(LENGTH OF WS-BNKACC-REC)
026400                    RIDFLD(BAC-REC-ACCNO)
026500                    RESP(WS-RESP)
026600     END-EXEC.
026700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
026800        SET CD49O-RESP-NOTFOUND TO TRUE
026900        MOVE 'Loan account not found' TO CD49O-RESP-MSG
027000        GO TO LOAD-LOAN-EXIT
027100     END-IF.
027200     IF BAC-REC-STATUS-CLOSED
027300        SET CD49O-RESP-ACCOUNT-CLOSED TO TRUE
027400        MOVE 'Loan account is already closed' TO CD49O-RESP-MSG
027500        GO TO LOAD-LOAN-EXIT
027600     END-IF.
027700     MOVE BAC-REC-TYPE TO BAT-REC-TYPE.
027800     EXEC CICS READ FILE('BNKATYP')
027900                    INTO(WS-BNKATYP-REC)
028000                    LENGTH(LENGTH OF WS-BNKATYP-REC)
028100                    RIDFLD(BAT-REC-TYPE)
028200                    RESP(WS-RESP)
028300     END-EXEC.
028400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
028500        NOT BAT-REC-CLASS-LOAN
028600        SET CD49O-RESP-NOT-A-LOAN TO TRUE
028700        MOVE 'Account is not a loan' TO CD49O-RESP-MSG
028800        GO TO LOAD-LOAN-EXIT
028900     END-IF.
029000     MOVE BAC-REC-ACCNO TO WS-LOAN-ACCNO.
029100     MOVE BAC-REC-PID TO WS-LOAN-PID.
029200     MOVE BAC-REC-CURRENCY TO WS-LOAN-CCY.
029300     MOVE BAC-REC-OPEN-DTE TO WS-LOAN-OPEN-DTE.
029400     MOVE BAC-REC-LINKED-ACC TO WS-FUND-ACCNO.
029500     IF BAC-REC-CONTRACT-RATE IS NUMERIC
029600        MOVE BAC-REC-CONTRACT-RATE TO WS-LOAN-RATE
029700     ELSE
029800        MOVE 0 TO WS-LOAN-RATE
029900     END-IF.
030000 LOAD-LOAN-EXIT.
030100     EXIT.
030200
030300*****************************************************************
030400* Run down the loan's schedule totalling what is still owed:    *
030500* the unpaid principal, how much of it was not yet due, the     *
030600* interest on instalments already due and unpaid, and the last  *
030700* due date reached - interest since then is still to accrue     *
030800*****************************************************************
030900 SCAN-SCHEDULE.
031000     MOVE 0 TO WS-PENDING-PRIN.
031100     MOVE 0 TO WS-NOTDUE-PRIN.
031200     MOVE 0 TO WS-OVERDUE-INT.
031300     MOVE 0 TO WS-OVERDUE-COUNT.
031400     MOVE 0 TO WS-PENDING-COUNT.
031500     MOVE 0 TO WS-FIRST-PENDING.
031600     MOVE 0 TO WS-LAST-PENDING.
031700     MOVE 0 TO WS-CUR-INSTALMENT.
031800     MOVE SPACES TO WS-LAST-DUE-DTE.
031900     MOVE WS-LOAN-ACCNO TO WS-LNS-BROWSE-ACCNO.
032000     MOVE 0 TO WS-LNS-BROWSE-INST.
032100     EXEC CICS STARTBR FILE('BNKLNSCH')
032200                       RIDFLD(WS-LNS-BROWSE-KEY)
032300                       GTEQ
032400                       RESP(WS-BROWSE-RESP)
032500     END-EXEC.
032600     IF WS-BROWSE-RESP IS EQUAL TO DFHRESP(NORMAL)
032700        PERFORM SCAN-ONE-ROW
032800           UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
032900        EXEC CICS ENDBR FILE('BNKLNSCH')
033000        END-EXEC
033100     END-IF.
033200     IF WS-PENDING-COUNT IS EQUAL TO 0
033300        SET CD49O-RESP-INVALID-INPUT TO TRUE
033400        MOVE 'Loan has no unpaid instalments' TO CD49O-RESP-MSG
033500     END-IF.
033600 SCAN-SCHEDULE-EXIT.
033700     EXIT.
033800
033900 SCAN-ONE-ROW.
034000     EXEC CICS READNEXT FILE('BNKLNSCH')
034100                        INTO(WS-BNKLNSCH-REC)
034200                        LENGTH(LENGTH OF WS-BNKLNSCH-REC)
034300                        RIDFLD(WS-LNS-BROWSE-KEY)
034400                        RESP(WS-BROWSE-RESP)
034500     END-EXEC.
034600     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
034700        LNS-REC-ACCNO IS NOT EQUAL TO WS-LOAN-ACCNO
034800        MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
034900     ELSE
035000        IF LNS-REC-DUE-DTE IS NOT GREATER THAN WS-BUSINESS-DATE
035100           MOVE LNS-REC-DUE-DTE TO WS-LAST-DUE-DTE
035200        END-IF
035300        IF LNS-REC-STATUS-PENDING
035400           ADD 1 TO WS-PENDING-COUNT
035500           ADD LNS-REC-PRINCIPAL TO WS-PENDING-PRIN
035600           IF WS-FIRST-PENDING IS EQUAL TO 0
035700              MOVE LNS-REC-INST-NO TO WS-FIRST-PENDING
035800              COMPUTE WS-CUR-INSTALMENT =
035900                      LNS-REC-PRINCIPAL + LNS-REC-INTEREST
036000           END-IF
036100           MOVE LNS-REC-INST-NO TO WS-LAST-PENDING
036200           IF LNS-REC-DUE-DTE IS NOT GREATER THAN WS-BUSINESS-DATE
036300              ADD 1 TO WS-OVERDUE-COUNT
036400              ADD LNS-REC-INTEREST TO WS-OVERDUE-INT
036500           ELSE
036600              ADD LNS-REC-PRINCIPAL TO WS-NOTDUE-PRIN
036700           END-IF
036800        END-IF
036900     END-IF.
037000
037100*****************************************************************
037200* Price the full settlement as of the business date and the     *
037300* date the quote stays good until                               *
037400*****************************************************************
037500 COMPUTE-QUOTE.
037600     PERFORM RESOLVE-SETTLEMENT-PARMS THRU
037700             RESOLVE-SETTLEMENT-PARMS-EXIT.
037800     IF WS-LAST-DUE-DTE IS EQUAL TO SPACES
037900        MOVE WS-LOAN-OPEN-DTE TO WS-ACCRUE-NUM-X
038000     ELSE
038100        MOVE WS-LAST-DUE-DTE TO WS-ACCRUE-NUM-X
038200     END-IF.
038300     MOVE WS-BUSINESS-DATE TO WS-BUSDATE-NUM-X.
038400     MOVE 0 TO WS-ACCRUE-DAYS.
038500     IF WS-ACCRUE-NUM-X IS NUMERIC AND
038600        WS-ACCRUE-NUM IS GREATER THAN 0
038700        COMPUTE WS-ACCRUE-DAYS =
038800                FUNCTION INTEGER-OF-DATE(WS-BUSDATE-NUM) -
038900                FUNCTION INTEGER-OF-DATE(WS-ACCRUE-NUM)
039000     END-IF.
039100     IF WS-ACCRUE-DAYS IS LESS THAN 0
039200        MOVE 0 TO WS-ACCRUE-DAYS
039300     END-IF.
039400     COMPUTE WS-PERIOD-INT ROUNDED =
039500             WS-PENDING-PRIN * WS-LOAN-RATE / 100 *
039600             WS-ACCRUE-DAYS / 365.
039700     COMPUTE WS-INTEREST = WS-OVERDUE-INT + WS-PERIOD-INT.
039800     COMPUTE WS-ERC ROUNDED =
039900             WS-NOTDUE-PRIN * WS-ERC-RATE / 100.
040000     COMPUTE WS-TOTAL = WS-PENDING-PRIN + WS-INTEREST + WS-ERC.
040100     COMPUTE WS-VALID-NUM = FUNCTION DATE-OF-INTEGER
040200             (FUNCTION INTEGER-OF-DATE(WS-BUSDATE-NUM) +
040300              WS-QUOTE-DAYS).
040400     MOVE WS-PENDING-PRIN TO CD49O-PRINCIPAL.
040500     MOVE WS-INTEREST TO CD49O-INTEREST.
040600     MOVE WS-ERC TO CD49O-ERC.
040700     MOVE WS-TOTAL TO CD49O-TOTAL.
040800     MOVE WS-LOAN-CCY TO CD49O-CURRENCY.
040900     MOVE WS-BUSINESS-DATE TO CD49O-QUOTE-DTE.
041000     MOVE WS-VALID-NUM TO CD49O-VALID-UNTIL.
041100     MOVE WS-FUND-ACCNO TO CD49O-FUND-ACCNO.
041200     MOVE WS-CUR-INSTALMENT TO CD49O-INSTALMENT.
041300     MOVE WS-PENDING-COUNT TO CD49O-REMAINING-INST.
041400 COMPUTE-QUOTE-EXIT.
041500     EXIT.
041600
041700*****************************************************************
041800* The early-repayment charge rate (BNKPARM hundredths of a      *
041900* percent, default 1%) and how many days a quote is good for    *
042000* (default 10)                                                  *
042100*****************************************************************
042200 RESOLVE-SETTLEMENT-PARMS.
042300     MOVE 1 TO WS-ERC-RATE.
042400     MOVE 10 TO WS-QUOTE-DAYS.
042500     MOVE 'LOAN-ERC-RATE' TO WS-PARM-WANTED.
042600     PERFORM GET-PARM-VALUE THRU
042700             GET-PARM-VALUE-EXIT.
042800     IF WS-PARM-FOUND
042900        COMPUTE WS-ERC-RATE = WS-PARM-NUM / 100
043000     END-IF.
043100     MOVE 'LOAN-QUOTE-DAYS' TO WS-PARM-WANTED.
043200     PERFORM GET-PARM-VALUE THRU
043300             GET-PARM-VALUE-EXIT.
043400     IF WS-PARM-FOUND
043500        MOVE WS-PARM-NUM TO WS-QUOTE-DAYS
043600     END-IF.
043700 RESOLVE-SETTLEMENT-PARMS-EXIT.
043800     EXIT.
043900
044000*****************************************************************
044100* Pay the loan off at the figure just priced: debit the funding *
044200* account, credit the loan and take the interest and charge     *
044300* back out as income, mark the remaining rows settled and close *
044400* the loan                                                      *
044500*****************************************************************
044600 SETTLE-LOAN.
044700     IF CD49I-VALID-UNTIL IS NUMERIC AND
044800        CD49I-VALID-UNTIL IS LESS THAN WS-BUSINESS-DATE
044900        SET CD49O-RESP-QUOTE-EXPIRED TO TRUE
045000        MOVE 'Settlement quote has expired - requote' TO
045100            CD49O-RESP-MSG
045200        GO TO SETTLE-LOAN-EXIT
045300     END-IF.
045400     MOVE WS-TOTAL TO WS-DEBIT-AMOUNT.
045500     MOVE 'LOAN SETTLEMENT' TO WS-LEG-DESC.
045600     PERFORM DEBIT-FUNDING-ACCOUNT THRU
045700             DEBIT-FUNDING-ACCOUNT-EXIT.
045800     IF NOT CD49O-RESP-OK
045900        GO TO SETTLE-LOAN-EXIT
046000     END-IF.
046100* Credit the loan the full figure - its balance climbs by exactly
046200* the principal, the interest and charge showing as income
046300     MOVE WS-PENDING-PRIN TO WS-LOAN-CREDIT.
046400     PERFORM UPDATE-LOAN-ACCOUNT THRU
046500             UPDATE-LOAN-ACCOUNT-EXIT.
046600     IF NOT CD49O-RESP-OK
046700        GO TO SETTLE-LOAN-EXIT
046800     END-IF.
046900     MOVE WS-LOAN-ACCNO TO WS-LEG-ACCNO.
047000     MOVE WS-LOAN-PID TO WS-LEG-PID.
047100     MOVE WS-TOTAL TO WS-LEG-AMOUNT.
047200     MOVE 'LOAN SETTLEMENT' TO WS-LEG-DESC.
047300     MOVE 2 TO WS-LEG-NO.
047400     PERFORM POST-LOAN-TXN THRU
047500             POST-LOAN-TXN-EXIT.
047600     IF NOT CD49O-RESP-OK
047700        GO TO SETTLE-LOAN-EXIT
047800     END-IF.
047900     IF WS-INTEREST IS NOT EQUAL TO 0
048000        COMPUTE WS-LEG-AMOUNT = 0 - WS-INTEREST
048100        MOVE 'LOAN INTEREST' TO WS-LEG-DESC
048200        MOVE 3 TO WS-LEG-NO
048300        PERFORM POST-LOAN-TXN THRU
048400                POST-LOAN-TXN-EXIT
048500        IF NOT CD49O-RESP-OK
048600           GO TO SETTLE-LOAN-EXIT
048700        END-IF
048800     END-IF.
048900     IF WS-ERC IS NOT EQUAL TO 0
049000        COMPUTE WS-LEG-AMOUNT = 0 - WS-ERC
049100        MOVE 'LOAN EARLY REPAYMENT CHARGE' TO WS-LEG-DESC
049200        MOVE 4 TO WS-LEG-NO
049300        PERFORM POST-LOAN-TXN THRU
049400                POST-LOAN-TXN-EXIT
049500        IF NOT CD49O-RESP-OK
049600           GO TO SETTLE-LOAN-EXIT
049700        END-IF
049800     END-IF.
049900     PERFORM SETTLE-ONE-ROW THRU
049950             SETTLE-ONE-ROW-EXIT
050000        VARYING WS-INST-SUB FROM WS-FIRST-PENDING BY 1
050050        UNTIL WS-INST-SUB IS GREATER THAN WS-LAST-PENDING
050100           OR NOT CD49O-RESP-OK.
050150     IF NOT CD49O-RESP-OK
050200        GO TO SETTLE-LOAN-EXIT
050250     END-IF.
050300     PERFORM WRITE-MAINT-AUDIT THRU
050400             WRITE-MAINT-AUDIT-EXIT.
050500     MOVE 0 TO CD49O-REMAINING-INST.
050600     MOVE 'Loan settled and closed' TO CD49O-RESP-MSG.
050700 SETTLE-LOAN-EXIT.
050800     EXIT.
050900
051000*****************************************************************
051100* Mark one remaining schedule row settled so the nightly        *
051200* collection never presents it                                  *
051300*****************************************************************
051400 SETTLE-ONE-ROW.
051500     MOVE WS-LOAN-ACCNO TO LNS-REC-ACCNO.
051600     MOVE WS-INST-SUB TO LNS-REC-INST-NO.
051700     EXEC CICS READ FILE('BNKLNSCH')
051800                    INTO(WS-BNKLNSCH-REC)
051900                    LENGTH(LENGTH OF WS-BNKLNSCH-REC)
052000                    RIDFLD(LNS-REC-KEY)
052100                    UPDATE
052200                    RESP(WS-RESP)
052300     END-EXEC.
052400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
052450        PERFORM FAIL-SCHEDULE-ROW THRU
052500                FAIL-SCHEDULE-ROW-EXIT
052550        GO TO SETTLE-ONE-ROW-EXIT
052600     END-IF.
052700     IF NOT LNS-REC-STATUS-PENDING
052800        EXEC CICS UNLOCK FILE('BNKLNSCH')
052900        END-EXEC
053000        GO TO SETTLE-ONE-ROW-EXIT
053100     END-IF.
053200     SET LNS-REC-STATUS-SETTLED TO TRUE.
053300     MOVE WS-BUSINESS-DATE TO LNS-REC-PAID-DTE.
053400     EXEC CICS REWRITE FILE('BNKLNSCH')
053450                       FROM(WS-BNKLNSCH-REC)
053500                       LENGTH(LENGTH OF WS-BNKLNSCH-REC)
053550                       RESP(WS-RESP)
053600     END-EXEC.
053650     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
053700        PERFORM FAIL-SCHEDULE-ROW THRU
053750                FAIL-SCHEDULE-ROW-EXIT
053800     END-IF.
053850 SETTLE-ONE-ROW-EXIT.
054000     EXIT.
054100
054200*****************************************************************
054300* Take a partial prepayment of principal and re-amortize what   *
054400* is left. A loan in arrears must be brought up to date first.  *
054500*****************************************************************
054600 PREPAY-LOAN.
054700     IF WS-OVERDUE-COUNT IS GREATER THAN 0
054800        SET CD49O-RESP-ARREARS TO TRUE
054900        MOVE 'Loan has instalments in arrears' TO CD49O-RESP-MSG
055000        GO TO PREPAY-LOAN-EXIT
055100     END-IF.
055200     IF CD49I-PREPAY-AMOUNT IS NOT GREATER THAN 0 OR
055300        CD49I-PREPAY-AMOUNT IS NOT LESS THAN WS-PENDING-PRIN
055400        SET CD49O-RESP-INVALID-INPUT TO TRUE
055500        MOVE 'Prepayment must be below principal owed' TO
055600            CD49O-RESP-MSG
055700        GO TO PREPAY-LOAN-EXIT
055800     END-IF.
055900     IF NOT CD49I-KEEP-TERM AND NOT CD49I-KEEP-INSTALMENT
056000        SET CD49O-RESP-INVALID-INPUT TO TRUE
056100        MOVE 'Hold the term (T) or the instalment (I)' TO
056200            CD49O-RESP-MSG
056300        GO TO PREPAY-LOAN-EXIT
056400     END-IF.
056500     COMPUTE WS-ERC ROUNDED =
056600             CD49I-PREPAY-AMOUNT * WS-ERC-RATE / 100.
056700     COMPUTE WS-DEBIT-AMOUNT = CD49I-PREPAY-AMOUNT + WS-ERC.
056800     MOVE CD49I-PREPAY-AMOUNT TO CD49O-PRINCIPAL.
056900     MOVE 0 TO CD49O-INTEREST.
057000     MOVE WS-ERC TO CD49O-ERC.
057100     MOVE WS-DEBIT-AMOUNT TO CD49O-TOTAL.
057200     MOVE 'LOAN PREPAYMENT' TO WS-LEG-DESC.
057300     PERFORM DEBIT-FUNDING-ACCOUNT THRU
057400             DEBIT-FUNDING-ACCOUNT-EXIT.
057500     IF NOT CD49O-RESP-OK
057600        GO TO PREPAY-LOAN-EXIT
057700     END-IF.
057800     PERFORM REAMORTIZE-SCHEDULE THRU
057820             REAMORTIZE-SCHEDULE-EXIT.
057840     IF NOT CD49O-RESP-OK
057860        GO TO PREPAY-LOAN-EXIT
057880     END-IF.
058000     MOVE CD49I-PREPAY-AMOUNT TO WS-LOAN-CREDIT.
058100     PERFORM UPDATE-LOAN-ACCOUNT THRU
058200             UPDATE-LOAN-ACCOUNT-EXIT.
058300     IF NOT CD49O-RESP-OK
058400        GO TO PREPAY-LOAN-EXIT
058500     END-IF.
058600     MOVE WS-LOAN-ACCNO TO WS-LEG-ACCNO.
058700     MOVE WS-LOAN-PID TO WS-LEG-PID.
058800     MOVE WS-DEBIT-AMOUNT TO WS-LEG-AMOUNT.
058900     MOVE 'LOAN PREPAYMENT' TO WS-LEG-DESC.
059000     MOVE 2 TO WS-LEG-NO.
059100     PERFORM POST-LOAN-TXN THRU
059200             POST-LOAN-TXN-EXIT.
059300     IF NOT CD49O-RESP-OK
059400        GO TO PREPAY-LOAN-EXIT
059500     END-IF.
059600     IF WS-ERC IS NOT EQUAL TO 0
059700        COMPUTE WS-LEG-AMOUNT = 0 - WS-ERC
059800        MOVE 'LOAN EARLY REPAYMENT CHARGE' TO WS-LEG-DESC
059900        MOVE 3 TO WS-LEG-NO
060000        PERFORM POST-LOAN-TXN THRU
060100                POST-LOAN-TXN-EXIT
060200        IF NOT CD49O-RESP-OK
060300           GO TO PREPAY-LOAN-EXIT
060400        END-IF
060500     END-IF.
060600     PERFORM WRITE-MAINT-AUDIT THRU
060700             WRITE-MAINT-AUDIT-EXIT.
060800     MOVE WS-NEW-INSTALMENT TO CD49O-INSTALMENT.
060900     COMPUTE CD49O-REMAINING-INST =
061000             WS-PENDING-COUNT - WS-ROWS-DROPPED.
061100     MOVE 'Prepayment posted, schedule re-amortized' TO
061200         CD49O-RESP-MSG.
061300 PREPAY-LOAN-EXIT.
061400     EXIT.
061500
061600*****************************************************************
061700* Re-amortize the pending rows over the reduced principal at    *
061800* the contracted monthly rate, due dates unchanged. Holding the *
061900* term recomputes the equal instalment over the same number of  *
062000* rows, exactly as DBANK34P generates a schedule; holding the   *
062100* instalment keeps the payment and lets the principal run out   *
062200* sooner, the rows beyond it dropping off the schedule.         *
062300*****************************************************************
062400 REAMORTIZE-SCHEDULE.
062500     COMPUTE WS-OUTSTANDING =
062600             WS-PENDING-PRIN - CD49I-PREPAY-AMOUNT.
062700     COMPUTE WS-MONTHLY-RATE ROUNDED =
062800             WS-LOAN-RATE / 100 / 12.
062900     MOVE 0 TO WS-ROWS-DROPPED.
063000     IF CD49I-KEEP-INSTALMENT
063100        MOVE WS-CUR-INSTALMENT TO WS-NEW-INSTALMENT
063200     ELSE
063300        IF WS-MONTHLY-RATE IS EQUAL TO 0
063400           COMPUTE WS-NEW-INSTALMENT ROUNDED =
063500                   WS-OUTSTANDING / WS-PENDING-COUNT
063600        ELSE
063700           COMPUTE WS-NEG-TERM = 0 - WS-PENDING-COUNT
063800           COMPUTE WS-ANNUITY-FACTOR ROUNDED =
063900                   1 - (1 + WS-MONTHLY-RATE) ** WS-NEG-TERM
064000           COMPUTE WS-NEW-INSTALMENT ROUNDED =
064100                   WS-OUTSTANDING * WS-MONTHLY-RATE /
064200                   WS-ANNUITY-FACTOR
064300        END-IF
064400     END-IF.
064500     PERFORM REAMORTIZE-ONE-ROW THRU
064550             REAMORTIZE-ONE-ROW-EXIT
064600        VARYING WS-INST-SUB FROM WS-FIRST-PENDING BY 1
064650        UNTIL WS-INST-SUB IS GREATER THAN WS-LAST-PENDING
064700           OR NOT CD49O-RESP-OK.
064900 REAMORTIZE-SCHEDULE-EXIT.
065000     EXIT.
065100
065200*****************************************************************
065300* Re-split one pending row, the last one clearing whatever      *
065400* rounding left behind; a row the principal no longer reaches   *
065500* is deleted                                                    *
065600*****************************************************************
065700 REAMORTIZE-ONE-ROW.
065800     MOVE WS-LOAN-ACCNO TO LNS-REC-ACCNO.
065900     MOVE WS-INST-SUB TO LNS-REC-INST-NO.
066000     EXEC CICS READ FILE('BNKLNSCH')
066100                    INTO(WS-BNKLNSCH-REC)
066200                    LENGTH(LENGTH OF WS-BNKLNSCH-REC)
066300                    RIDFLD(LNS-REC-KEY)
066400                    UPDATE
066500                    RESP(WS-RESP)
066600     END-EXEC.
066700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
066750        PERFORM FAIL-SCHEDULE-ROW THRU
066800                FAIL-SCHEDULE-ROW-EXIT
066850        GO TO REAMORTIZE-ONE-ROW-EXIT
066900     END-IF.
067000     IF NOT LNS-REC-STATUS-PENDING
067100        EXEC CICS UNLOCK FILE('BNKLNSCH')
067200        END-EXEC
067300        GO TO REAMORTIZE-ONE-ROW-EXIT
067400     END-IF.
067500     IF WS-OUTSTANDING IS NOT GREATER THAN 0
067550        EXEC CICS DELETE FILE('BNKLNSCH')
067600                         RESP(WS-RESP)
067650        END-EXEC
067700        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
067750           PERFORM FAIL-SCHEDULE-ROW THRU
067800                   FAIL-SCHEDULE-ROW-EXIT
067850           GO TO REAMORTIZE-ONE-ROW-EXIT
067900        END-IF
067950        ADD 1 TO WS-ROWS-DROPPED
068000        GO TO REAMORTIZE-ONE-ROW-EXIT
068050     END-IF.
068200     COMPUTE WS-INST-INTEREST ROUNDED =
068300             WS-OUTSTANDING * WS-MONTHLY-RATE.
068400     IF WS-INST-SUB IS EQUAL TO WS-LAST-PENDING
068500        MOVE WS-OUTSTANDING TO WS-INST-PRINCIPAL
068600     ELSE
068700        COMPUTE WS-INST-PRINCIPAL =
068800                WS-NEW-INSTALMENT - WS-INST-INTEREST
068900     END-IF.
069000     IF WS-INST-PRINCIPAL IS GREATER THAN WS-OUTSTANDING
069100        MOVE WS-OUTSTANDING TO WS-INST-PRINCIPAL
069200     END-IF.
069300     IF WS-INST-PRINCIPAL IS LESS THAN 0
069400        MOVE 0 TO WS-INST-PRINCIPAL
069500     END-IF.
069600     SUBTRACT WS-INST-PRINCIPAL FROM WS-OUTSTANDING.
069700     MOVE WS-INST-PRINCIPAL TO LNS-REC-PRINCIPAL.
069800     MOVE WS-INST-INTEREST TO LNS-REC-INTEREST.
069900     EXEC CICS REWRITE FILE('BNKLNSCH')
069920                       FROM(WS-BNKLNSCH-REC)
069940                       LENGTH(LENGTH OF WS-BNKLNSCH-REC)
069960                       RESP(WS-RESP)
069980     END-EXEC.
070000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
070020        PERFORM FAIL-SCHEDULE-ROW THRU
070040                FAIL-SCHEDULE-ROW-EXIT
070060     END-IF.
070080 REAMORTIZE-ONE-ROW-EXIT.
070100     EXIT.
070120
070140*****************************************************************
070160* A schedule row could not be read or changed - back out the    *
070180* whole settlement or prepayment, as a failed posting does      *
070200*****************************************************************
070220 FAIL-SCHEDULE-ROW.
070240     SET CD49O-RESP-POSTING-ERROR TO TRUE.
070260     MOVE 'Loan schedule could not be updated' TO CD49O-RESP-MSG.
070280     EXEC CICS SYNCPOINT ROLLBACK
070300     END-EXEC.
070320 FAIL-SCHEDULE-ROW-EXIT.
070340     EXIT.
070600
070700*****************************************************************
070800* Debit WS-DEBIT-AMOUNT from the loan's funding account against *
070900* its available balance - ledger plus overdraft limit less      *
071000* active holds, as every posting path judges it - and post the  *
071100* debit as leg 1                                                *
071200*****************************************************************
071300 DEBIT-FUNDING-ACCOUNT.
071400     IF WS-FUND-ACCNO IS EQUAL TO SPACES OR
071500        WS-FUND-ACCNO IS EQUAL TO LOW-VALUES
071600        SET CD49O-RESP-INVALID-INPUT TO TRUE
071700        MOVE 'Loan has no funding account' TO CD49O-RESP-MSG
071800        GO TO DEBIT-FUNDING-ACCOUNT-EXIT
071900     END-IF.
072000     PERFORM SUM-ACTIVE-HOLDS THRU
072100             SUM-ACTIVE-HOLDS-EXIT.
072200     MOVE WS-FUND-ACCNO TO BAC-REC-ACCNO.
072300     EXEC CICS READ FILE('BNKACC')
072400                    INTO(WS-BNKACC-REC)
072500                    LENGTH(LENGTH OF WS-BNKACC-REC)
072600                    RIDFLD(BAC-REC-ACCNO)
072700                    UPDATE
072800                    RESP(WS-RESP)
072900     END-EXEC.
073000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
073100        SET CD49O-RESP-INVALID-INPUT TO TRUE
073200        MOVE 'Funding account not found' TO CD49O-RESP-MSG
073300        GO TO DEBIT-FUNDING-ACCOUNT-EXIT
073400     END-IF.
073500     IF BAC-REC-STATUS-CLOSED OR BAC-REC-STATUS-DORMANT OR
073600        BAC-REC-CURRENCY IS NOT EQUAL TO WS-LOAN-CCY
073700        SET CD49O-RESP-INVALID-INPUT TO TRUE
073800        MOVE 'Funding account cannot be debited' TO
073900            CD49O-RESP-MSG
074000        EXEC CICS UNLOCK FILE('BNKACC')
074100        END-EXEC
074200        GO TO DEBIT-FUNDING-ACCOUNT-EXIT
074300     END-IF.
074400     IF BAC-REC-OD-LIMIT IS NOT NUMERIC
074500        MOVE 0 TO BAC-REC-OD-LIMIT
074600     END-IF.
074700     IF BAC-REC-BALANCE + BAC-REC-OD-LIMIT
074800        - WS-ACTIVE-HOLDS IS LESS THAN WS-DEBIT-AMOUNT
074900        SET CD49O-RESP-INSUFFICIENT TO TRUE
075000        MOVE 'Insufficient available funds' TO CD49O-RESP-MSG
075100        EXEC CICS UNLOCK FILE('BNKACC')
075200        END-EXEC
075300        GO TO DEBIT-FUNDING-ACCOUNT-EXIT
075400     END-IF.
075500     SUBTRACT WS-DEBIT-AMOUNT FROM BAC-REC-BALANCE.
075600     EXEC CICS REWRITE FILE('BNKACC')
075700                       FROM(WS-BNKACC-REC)
075800                       LENGTH(LENGTH OF WS-BNKACC-REC)
075900                       RESP(WS-RESP)
076000     END-EXEC.
076100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
076200        SET CD49O-RESP-POSTING-ERROR TO TRUE
076300        MOVE 'Funding account could not be updated' TO
076400            CD49O-RESP-MSG
076500        GO TO DEBIT-FUNDING-ACCOUNT-EXIT
076600     END-IF.
076700     MOVE BAC-REC-PID TO WS-FUND-PID.
076800     MOVE WS-FUND-ACCNO TO WS-LEG-ACCNO.
076900     MOVE WS-FUND-PID TO WS-LEG-PID.
077000     COMPUTE WS-LEG-AMOUNT = 0 - WS-DEBIT-AMOUNT.
077100     MOVE 1 TO WS-LEG-NO.
077200     PERFORM POST-LOAN-TXN THRU
077300             POST-LOAN-TXN-EXIT.
077400 DEBIT-FUNDING-ACCOUNT-EXIT.
077500     EXIT.
077600
077700*****************************************************************
077800* Apply WS-LOAN-CREDIT of principal to the loan account. A      *
077900* payoff closes it; a prepayment held on the instalment         *
078000* shortens its term by the rows that dropped off.               *
078100*****************************************************************
078200 UPDATE-LOAN-ACCOUNT.
078300     MOVE WS-LOAN-ACCNO TO BAC-REC-ACCNO.
078400     EXEC CICS READ FILE('BNKACC')
078500                    INTO(WS-BNKACC-REC)
078600                    LENGTH(LENGTH OF WS-BNKACC-REC)
078700                    RIDFLD(BAC-REC-ACCNO)
078800                    UPDATE
078900                    RESP(WS-RESP)
079000     END-EXEC.
079100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
079200        SET CD49O-RESP-POSTING-ERROR TO TRUE
079300        MOVE 'Error rereading loan account' TO CD49O-RESP-MSG
079400        EXEC CICS SYNCPOINT ROLLBACK
079500        END-EXEC
079600        GO TO UPDATE-LOAN-ACCOUNT-EXIT
079700     END-IF.
079800     MOVE WS-BNKACC-REC TO WS-MAU-BEFORE.
079900     ADD WS-LOAN-CREDIT TO BAC-REC-BALANCE.
080000     IF CD49-REQUESTED-SETTLE
080100        SET BAC-REC-STATUS-CLOSED TO TRUE
080200        MOVE WS-BUSINESS-DATE TO BAC-REC-CLOSE-DTE
080300        MOVE 0 TO BAC-REC-ACCRUED-INT
080400     ELSE
080500        IF BAC-REC-TERM-MONTHS IS NUMERIC AND
080600           BAC-REC-TERM-MONTHS IS GREATER THAN WS-ROWS-DROPPED
080700           SUBTRACT WS-ROWS-DROPPED FROM BAC-REC-TERM-MONTHS
080800        END-IF
080900     END-IF.
081000     EXEC CICS REWRITE FILE('BNKACC')
081100                       FROM(WS-BNKACC-REC)
081200                       LENGTH(LENGTH OF WS-BNKACC-REC)
081300                       RESP(WS-RESP)
081400     END-EXEC.
081500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
081600        SET CD49O-RESP-POSTING-ERROR TO TRUE
081700        MOVE 'Loan account could not be updated' TO
081800            CD49O-RESP-MSG
081900        EXEC CICS SYNCPOINT ROLLBACK
082000        END-EXEC
082100        GO TO UPDATE-LOAN-ACCOUNT-EXIT
082200     END-IF.
082300     MOVE WS-BNKACC-REC TO WS-MAU-AFTER.
082400 UPDATE-LOAN-ACCOUNT-EXIT.
082500     EXIT.
082600
082700*****************************************************************
082800* Post one leg to the transaction history file in the type '2'  *
082900* format, the leg number keeping the legs' keys distinct within *
083000* the task. A failed write backs the whole settlement out.      *
083100*****************************************************************
083200 POST-LOAN-TXN.
083300     MOVE EIBTASKN TO WS-TASKN-DISPLAY.
083400     MOVE LOW-VALUES TO BTX-RECORD.
083500     MOVE WS-POST-DATE TO BTX-REC-TIMESTAMP(1:8).
083600     MOVE WS-POST-TIME TO BTX-REC-TIMESTAMP(9:8).
083700     MOVE WS-TASKN-DISPLAY TO BTX-REC-TIMESTAMP(17:7).
083800     MOVE WS-LEG-NO TO BTX-REC-TIMESTAMP(24:1).
083900     MOVE WS-LEG-ACCNO TO BTX-REC-ACCNO.
084000     MOVE WS-LEG-PID TO BTX-REC-PID.
084100     MOVE '2' TO BTX-REC-TYPE.
084200     MOVE WS-LEG-AMOUNT TO BTX-REC-AMOUNT.
084300     MOVE WS-LOAN-CCY TO BTX-REC-CURRENCY.
084400     MOVE SPACES TO TXN-DATA-NEW.
084500     MOVE WS-LEG-DESC TO TXN-T2-NEW-DESC.
084600     MOVE WS-LOAN-ACCNO TO TXN-T2-NEW-REF(1:10).
084700     MOVE TXN-DATA-NEW TO BTX-REC-DATA-OLD.
084800     MOVE WS-BUSINESS-DATE TO BTX-REC-POST-DATE.
084900     EXEC CICS WRITE FILE('BNKTXN')
085000               FROM(WS-BNKTXN-REC)
085100               LENGTH(LENGTH OF WS-BNKTXN-REC)
085200               RIDFLD(BTX-REC-TIMESTAMP)
085300               RESP(WS-RESP)
085400     END-EXEC.
085500     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
085600        PERFORM WRITE-VALUE-DATE-XREF THRU
085700                WRITE-VALUE-DATE-XREF-EXIT
085720        PERFORM WRITE-POSTING-EVENT THRU
085740                WRITE-POSTING-EVENT-EXIT
085800     ELSE
085900        SET CD49O-RESP-POSTING-ERROR TO TRUE
086000        MOVE 'Settlement posting failed' TO CD49O-RESP-MSG
086100        EXEC CICS SYNCPOINT ROLLBACK
086200        END-EXEC
086300     END-IF.
086400 POST-LOAN-TXN-EXIT.
086500     EXIT.
086600
086700*****************************************************************
086800* Total the funding account's active funds holds down the       *
086900* BNKHOLD1 by-account path, the same technique DBANK22P uses    *
087000*****************************************************************
087100 SUM-ACTIVE-HOLDS.
087200     MOVE 0 TO WS-ACTIVE-HOLDS.
087300     MOVE WS-FUND-ACCNO TO WS-BROWSE-ACCNO.
087400     EXEC CICS STARTBR FILE('BNKHOLD1')
087500                       RIDFLD(WS-BROWSE-ACCNO)
087600                       GTEQ
087700                       RESP(WS-BROWSE-RESP)
087800     END-EXEC.
087900     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
088000        GO TO SUM-ACTIVE-HOLDS-EXIT
088100     END-IF.
088200     PERFORM SUM-ONE-HOLD
088300        UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL).
088400     EXEC CICS ENDBR FILE('BNKHOLD1')
088500     END-EXEC.
088600 SUM-ACTIVE-HOLDS-EXIT.
088700     EXIT.
088800
088900 SUM-ONE-HOLD.
089000     EXEC CICS READNEXT FILE('BNKHOLD1')
089100                        INTO(WS-BNKHOLD-REC)
089200                        LENGTH(LENGTH OF WS-BNKHOLD-REC)
089300                        RIDFLD(WS-BROWSE-ACCNO)
089400                        RESP(WS-BROWSE-RESP)
089500     END-EXEC.
089600     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
089700        HLD-REC-ACCNO IS NOT EQUAL TO WS-FUND-ACCNO
089800        MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
089900     ELSE
090000        IF HLD-REC-STATUS-ACTIVE AND
090100           (HLD-REC-EXPIRY-DTE IS EQUAL TO SPACES OR
090200            HLD-REC-EXPIRY-DTE IS EQUAL TO LOW-VALUES OR
090300            HLD-REC-EXPIRY-DTE IS GREATER THAN WS-BUSINESS-DATE)
090400           ADD HLD-REC-AMOUNT TO WS-ACTIVE-HOLDS
090500        END-IF
090600     END-IF.
090700
090800*****************************************************************
090900* Write one maintenance-audit record to BNKMAUD carrying the    *
091000* loan account images before and after the settlement or        *
091100* prepayment, keyed the same way the BNKAUDT signon trail is    *
091200*****************************************************************
091300 WRITE-MAINT-AUDIT.
091400     MOVE LOW-VALUES TO MAU-RECORD.
091500     EXEC CICS ASKTIME
091600               ABSTIME(WS-MAU-ABSTIME)
091700     END-EXEC.
091800     EXEC CICS FORMATTIME
091900               ABSTIME(WS-MAU-ABSTIME)
092000               YYYYMMDD(MAU-REC-TIMESTAMP(1:8))
092100               TIME(MAU-REC-TIMESTAMP(9:8))
092200     END-EXEC.
092300     MOVE EIBTASKN TO WS-MAU-TASKN.
092400     MOVE WS-MAU-TASKN TO MAU-REC-TIMESTAMP(17:7).
092500     MOVE 'U' TO MAU-REC-TIMESTAMP(24:1).
092600     MOVE 'BNKACC' TO MAU-REC-FILE.
092700     MOVE 'U' TO MAU-REC-FUNCTION.
092800     MOVE SPACES TO MAU-REC-RECORD-KEY.
092900     MOVE WS-LOAN-ACCNO TO MAU-REC-RECORD-KEY(1:10).
093000     MOVE CD49I-UPDATE-BY TO MAU-REC-USERID.
093100     MOVE EIBTRMID TO MAU-REC-TERMID.
093200     MOVE WS-MAU-BEFORE TO MAU-REC-BEFORE-IMAGE.
093300     MOVE WS-MAU-AFTER TO MAU-REC-AFTER-IMAGE.
093400     EXEC CICS WRITE FILE('BNKMAUD')
093500               FROM(WS-BNKMAUD-REC)
093600               LENGTH(LENGTH OF WS-BNKMAUD-REC)
093700               RIDFLD(MAU-REC-TIMESTAMP)
093800               RESP(WS-MAU-RESP)
093900     END-EXEC.
094000     IF WS-MAU-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
094100        DISPLAY 'DBANK49P - MAINT AUDIT WRITE FAILED: '
094200                MAU-REC-TIMESTAMP
094300     END-IF.
094400 WRITE-MAINT-AUDIT-EXIT.
094500     EXIT.
094600
094700*****************************************************************
094800* Pick up the posting timestamp and the current business date   *
094900* from the run-control '*CONTROL' record so the quote and the   *
095000* postings carry the banking day, not the machine date. If run  *
095100* control is not available the machine date stands in.          *
095200*****************************************************************
095300 GET-BUSINESS-DATE.
095400     EXEC CICS ASKTIME
095500               ABSTIME(WS-ABSTIME)
095600     END-EXEC.
095700     EXEC CICS FORMATTIME
095800               ABSTIME(WS-ABSTIME)
095900               YYYYMMDD(WS-POST-DATE)
096000               TIME(WS-POST-TIME)
096100     END-EXEC.
096200     MOVE WS-POST-DATE TO WS-BUSINESS-DATE.
096300     MOVE '*CONTROL' TO RNC-REC-JOB-NAME.
096400     MOVE '00000000' TO RNC-REC-RUN-DATE.
096500     EXEC CICS READ FILE('BNKRUNC')
096600                    INTO(WS-BNKRUNC-REC)
096700                    LENGTH(LENGTH OF WS-BNKRUNC-REC)
096800                    RIDFLD(RNC-REC-KEY)
096900                    RESP(WS-RESP)
097000     END-EXEC.
097100     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
097200        MOVE RNC-REC-BUSINESS-DATE TO WS-BUSINESS-DATE
097300     END-IF.
097400 GET-BUSINESS-DATE-EXIT.
097500     EXIT.
097600
097700*****************************************************************
097800* Resolve the numeric value of the WS-PARM-WANTED runtime       *
097900* parameter - the row with the latest effective date not after  *
098000* the business date. WS-PARM-FOUND is left off when no row      *
098100* applies.                                                      *
098200*****************************************************************
098300 GET-PARM-VALUE.
098400     SET WS-PARM-NOT-FOUND TO TRUE.
098500     MOVE 0 TO WS-PARM-NUM.
098600     MOVE WS-PARM-WANTED TO WS-PARM-BROWSE-NAME.
098700     MOVE '00000000' TO WS-PARM-BROWSE-DATE.
098800     EXEC CICS STARTBR FILE('BNKPARM')
098900                       RIDFLD(WS-PARM-BROWSE-KEY)
099000                       GTEQ
099100                       RESP(WS-BROWSE-RESP)
099200     END-EXEC.
099300     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
099400        GO TO GET-PARM-VALUE-EXIT
099500     END-IF.
099600     PERFORM SCAN-PARM-ROW
099700        UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL).
099800     EXEC CICS ENDBR FILE('BNKPARM')
099900     END-EXEC.
100000 GET-PARM-VALUE-EXIT.
100100     EXIT.
100200
100300 SCAN-PARM-ROW.
100400     EXEC CICS READNEXT FILE('BNKPARM')
100500                        INTO(WS-BNKPARM-REC)
100600                        LENGTH(LENGTH OF WS-BNKPARM-REC)
100700                        RIDFLD(WS-PARM-BROWSE-KEY)
100800                        RESP(WS-BROWSE-RESP)
100900     END-EXEC.
101000     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
101100        PRM-REC-NAME IS NOT EQUAL TO WS-PARM-WANTED
101200        MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
101300     ELSE
101400        IF PRM-REC-EFF-DATE IS NOT GREATER THAN
101500              WS-BUSINESS-DATE AND
101600           PRM-REC-VALUE(1:1) IS NUMERIC
101700           PERFORM CONVERT-PARM-VALUE THRU
101800                   CONVERT-PARM-VALUE-EXIT
101900        END-IF
102000     END-IF.
102100
102200 CONVERT-PARM-VALUE.
102300     MOVE 0 TO WS-PARM-NUM.
102400     SET WS-STILL-DIGITS TO TRUE.
102500     PERFORM CONVERT-ONE-DIGIT THRU
102600             CONVERT-ONE-DIGIT-EXIT
102700        VARYING WS-VALUE-SUB FROM 1 BY 1
102800        UNTIL WS-VALUE-SUB > 16
102900           OR WS-NO-MORE-DIGITS.
103000     SET WS-PARM-FOUND TO TRUE.
103100 CONVERT-PARM-VALUE-EXIT.
103200     EXIT.
103300
103400 CONVERT-ONE-DIGIT.
103500     IF PRM-REC-VALUE(WS-VALUE-SUB:1) IS EQUAL TO SPACE
103600        SET WS-NO-MORE-DIGITS TO TRUE
103700        GO TO CONVERT-ONE-DIGIT-EXIT
103800     END-IF.
103900     IF PRM-REC-VALUE(WS-VALUE-SUB:1) IS NUMERIC
104000        MOVE PRM-REC-VALUE(WS-VALUE-SUB:1) TO WS-DIGIT-X
104100        COMPUTE WS-PARM-NUM =
104200                (WS-PARM-NUM * 10) + WS-DIGIT
104300     ELSE
104400        SET WS-NO-MORE-DIGITS TO TRUE
104500     END-IF.
104600 CONVERT-ONE-DIGIT-EXIT.
104700     EXIT.
104800
104900*****************************************************************
105000* Record the posting just written on the value-date             *
105100* cross-reference, so the date-driven jobs can find it by its   *
105200* business date                                                 *
105300*****************************************************************
105400 WRITE-VALUE-DATE-XREF.
105500     MOVE BTX-REC-POST-DATE TO VDX-REC-POST-DATE.
105600     MOVE BTX-REC-TIMESTAMP TO VDX-REC-TIMESTAMP.
105700     EXEC CICS WRITE FILE('BNKTXNV')
105800               FROM(WS-BNKTXNV-REC)
105900               LENGTH(LENGTH OF WS-BNKTXNV-REC)
106000               RIDFLD(VDX-REC-KEY)
106100               RESP(WS-VDX-RESP)
106200     END-EXEC.
106300 WRITE-VALUE-DATE-XREF-EXIT.
106400     EXIT.
106405
106410*****************************************************************
106415* Raise the posting event for the posting just written. The     *
106420* event goes in the same unit of work as the posting itself     *
106425*****************************************************************
106430 WRITE-POSTING-EVENT.
106435     MOVE SPACES TO CD59-DATA.
106440     MOVE WS-BNKTXN-REC TO CD59I-POSTING.
106445     MOVE 'DBANK49P' TO CD59I-SOURCE-PGM.
106450     EXEC CICS LINK PROGRAM('DBANK60P')
106455                    COMMAREA(WS-PEVT-DATA)
106460                    LENGTH(LENGTH OF WS-PEVT-DATA)
106465     END-EXEC.
106470 WRITE-POSTING-EVENT-EXIT.
106475     EXIT.
106500
106600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
