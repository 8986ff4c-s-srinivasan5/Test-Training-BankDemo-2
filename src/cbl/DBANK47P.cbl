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
001300* Program:     DBANK47P.CBL                                     *
001400* Function:    Account closure with final settlement            *
001500*              VSAM version                                     *
001600*                                                               *
001700* Quotes ('Q') or applies ('C') the closure of CD47I-ACCNO.     *
001800* The close is refused while the account still carries any      *
001900* obligation: an active funds hold, a standing order paying     *
002000* out of it that is not cancelled, a pending BNKFWPY item to or *
002100* from it, an uncollected BNKLNSCH instalment, or another of    *
002200* the holder's open accounts naming it as its linked account    *
002300* (a loan's collection account or a term deposit's payout       *
002400* account). A term deposit cannot close before maturity.        *
002500*                                                               *
002600* The settlement capitalizes the carried accrued interest the   *
002700* way BBANK75P does - net of withholding tax at the customer's  *
002800* BNKCUST tax status and the WTAX-STD-RATE / WTAX-RED-RATE      *
002900* parameters - and charges the BNKATYP monthly service fee      *
003000* pro-rata to the days of the month elapsed, under the same     *
003100* waiver and exemption rules BBANK55P applies. A settled        *
003200* balance below zero is refused: the customer repays first.     *
003300* The residual pays away to a nominated open account in the     *
003400* same currency, or to an external beneficiary through a        *
003500* pre-funded BNKFWPY item the BBANK73P release puts onto the    *
003600* outbound clearing file. Every movement posts a type '2'       *
003700* BNKTXN record with its description chosen so BBANK54P books   *
003800* it to the right GL kind; the account is marked closed with    *
003900* CLOSE-DTE at the business date and the change is journaled    *
004000* to BNKMAUD. All of it runs in one unit of work.               *
004100*                                                               *
004200* BBANK81P validates the request shape and queues the close     *
004300* through DBANK38P; only the supervisor's approval replays it   *
004400* here as a 'C', so every check is repeated at apply time.      *
004500*****************************************************************
004600
004700 IDENTIFICATION DIVISION.
004800 PROGRAM-ID.
004900     DBANK47P.
005000 DATE-WRITTEN.
005100     October 2026.
005200 DATE-COMPILED.
005300     Today.
005400
005500 ENVIRONMENT DIVISION.
005600
005700 DATA DIVISION.
005800
005900 WORKING-STORAGE SECTION.
006000 01  WS-MISC-STORAGE.
006100   05  WS-PROGRAM-ID                         PIC X(8)
006200       VALUE 'DBANK47P'.
006300   05  WS-COMMAREA-LENGTH                    PIC 9(5).
006400   05  WS-RESP                               PIC S9(8) COMP.
006500   05  WS-BROWSE-RESP                        PIC S9(8) COMP.
006600   05  WS-ABSTIME                            PIC S9(15) COMP-3.
006700   05  WS-POST-DATE                          PIC X(8).
006800   05  WS-POST-TIME                          PIC X(8).
006900   05  WS-TASKN-DISPLAY                      PIC 9(7).
007000   05  WS-BUSINESS-DATE                      PIC X(8).
007100   05  WS-CLOSE-PID                          PIC X(5).
007200   05  WS-CLOSE-CCY                          PIC X(3).
007300   05  WS-CLOSE-BALANCE                      PIC S9(9)V99.
007400   05  WS-CLOSE-ACCRUED                      PIC S9(9)V99.
007500   05  WS-PAYOUT-PID                         PIC X(5).
007600   05  WS-GROSS-INT                          PIC S9(9)V99.
007700   05  WS-WTAX-AMOUNT                        PIC S9(9)V99.
007800   05  WS-WTAX-RATE                          PIC S9(3)V9(4).
007900   05  WS-WTAX-STD-RATE                      PIC S9(3)V9(4).
008000   05  WS-WTAX-RED-RATE                      PIC S9(3)V9(4).
008100   05  WS-FEE-AMOUNT                         PIC S9(9)V99.
008200   05  WS-PAYOUT-AMOUNT                      PIC S9(9)V99.
008300   05  WS-LEG-NO                             PIC 9(1).
008400   05  WS-LEG-ACCNO                          PIC X(10).
008500   05  WS-LEG-PID                            PIC X(5).
008600   05  WS-LEG-AMOUNT                         PIC S9(9)V99.
008700   05  WS-LEG-DESC                           PIC X(30).
008800   05  WS-LEG-REF                            PIC X(12).
008900   05  WS-PAYNO-SUFFIX                       PIC 9(2) VALUE 0.
009000   05  WS-BROWSE-ACCNO                       PIC X(10).
009100   05  WS-BROWSE-PAYNO                       PIC X(10).
009200   05  WS-XREF-BROWSE-PID                    PIC X(5).
009300   05  WS-LNS-BROWSE-KEY.
009400     10  WS-LNS-BROWSE-ACCNO                 PIC X(10).
009500     10  WS-LNS-BROWSE-INST                  PIC 9(3).
009600   05  WS-TYPE-FLAG                          PIC X(1).
009700       88  WS-TYPE-FOUND                      VALUE 'Y'.
009800       88  WS-TYPE-NOT-FOUND                  VALUE 'N'.
009900   05  WS-OBLIGATION-FLAG                    PIC X(1).
010000       88  WS-OBLIGATION-FOUND                VALUE 'Y'.
010100       88  WS-NO-OBLIGATION                   VALUE 'N'.
010200   05  WS-MONTH-START                        PIC 9(8).
010300   05  WS-MONTH-START-X REDEFINES WS-MONTH-START
010400                                              PIC X(8).
010500   05  WS-NEXT-MONTH                         PIC 9(8).
010600   05  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH.
010700     10  WS-NEXT-MONTH-YYYY                  PIC 9(4).
010800     10  WS-NEXT-MONTH-MM                    PIC 9(2).
010900     10  WS-NEXT-MONTH-DD                    PIC 9(2).
011000   05  WS-DAYS-IN-MONTH                      PIC 9(2).
011100   05  WS-DAYS-ELAPSED                       PIC 9(2).
011200   05  WS-PARM-BROWSE-KEY.
011300     10  WS-PARM-BROWSE-NAME                 PIC X(16).
011400     10  WS-PARM-BROWSE-DATE                 PIC X(8).
011500   05  WS-PARM-WANTED                        PIC X(16).
011600   05  WS-PARM-NUM                           PIC 9(9).
011700   05  WS-PARM-FLAG                          PIC X(1).
011800       88  WS-PARM-FOUND                      VALUE 'Y'.
011900       88  WS-PARM-NOT-FOUND                  VALUE 'N'.
012000   05  WS-VALUE-SUB                          PIC S9(4) COMP.
012100   05  WS-DIGIT-X                            PIC X(1).
012200   05  WS-DIGIT REDEFINES WS-DIGIT-X          PIC 9(1).
012300   05  WS-DIGITS-FLAG                        PIC X(1).
012400       88  WS-STILL-DIGITS                    VALUE 'Y'.
012500       88  WS-NO-MORE-DIGITS                  VALUE 'N'.
012600   05  WS-MAU-ABSTIME                        PIC S9(15) COMP-3.
012700   05  WS-MAU-TASKN                          PIC 9(7).
012800   05  WS-MAU-RESP                           PIC S9(8) COMP.
012900
013000 01  WS-MAINT-AUDIT-WORK.
013100   05  WS-MAU-FILE                           PIC X(8).
013200   05  WS-MAU-FUNCTION                       PIC X(1).
013300   05  WS-MAU-KEY                            PIC X(26).
013400   05  WS-MAU-BEFORE                         PIC X(400).
013500   05  WS-MAU-AFTER                          PIC X(400).
013600   05  WS-MAU-UPDATE-BY                      PIC X(8).
013700
013800 01  WS-BNKRUNC-REC.
013900 COPY CBANKVRC.
014000
014100 01  WS-BNKACC-REC.
014200 COPY CBANKVAC.
014300
014400 01  WS-BNKATYP-REC.
014500 COPY CBANKVAT.
014600
014700 01  WS-BNKCUST-REC.
014800 COPY CBANKVCS.
014900
015000 01  WS-BNKTXN-REC.
015100 COPY CBANKVTX.
015200
015300 01  WS-BNKTXNV-REC.
015400 COPY CBANKVVX.
015500
015600 01  WS-VDX-RESP                            PIC S9(8) COMP.
015700
015800 01  WS-BNKHOLD-REC.
015900 COPY CBANKVHD.
016000
016100 01  WS-BNKSORD-REC.
016200 COPY CBANKVSO.
016300
016400 01  WS-BNKFWPY-REC.
016500 COPY CBANKVFW.
016600
016700 01  WS-BNKLNSCH-REC.
016800 COPY CBANKVLS.
016900
017000 01  WS-BNKAXRF-REC.
017100 COPY CBANKVXR.
017200
017300 01  WS-BNKPARM-REC.
017400 COPY CBANKVPR.
017500
017600 01  WS-BNKMAUD-REC.
017700 COPY CBANKVMA.
017800
017900 COPY CBANKTXD.
018000
018100 01  WS-COMMAREA.
018200 COPY CBANKD47.
018300
018400 COPY CABENDD.
018420
018440 01  WS-PEVT-DATA.
018460 COPY CBANKD59.
018500
018600 LINKAGE SECTION.
018700 01  DFHCOMMAREA.
018800   05  LK-COMMAREA                           PIC X(1)
018900       OCCURS 1 TO 4096 TIMES
019000         DEPENDING ON WS-COMMAREA-LENGTH.
019100
019200 PROCEDURE DIVISION.
019300*****************************************************************
019400* Move the passed data to our area                              *
019500*****************************************************************
019600     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
019700     MOVE DFHCOMMAREA TO WS-COMMAREA.
019800
019900*****************************************************************
020000* Initialize our output area                                    *
020100*****************************************************************
020200     MOVE SPACES TO CD47O-DATA.
020300     MOVE 0 TO CD47O-BALANCE.
020400     MOVE 0 TO CD47O-ACCRUED-INT.
020500     MOVE 0 TO CD47O-WTAX.
020600     MOVE 0 TO CD47O-FEE.
020700     MOVE 0 TO CD47O-PAYOUT.
020800     SET CD47O-RESP-OK TO TRUE.
020900
021000*****************************************************************
021100* Run every closure check and work out the settlement; a quote  *
021200* stops there, a close goes on to apply it. Nothing is updated  *
021300* until every check has passed, so a refusal changes nothing.   *
021400*****************************************************************
021500     IF NOT CD47-REQUESTED-QUOTE AND
021600        NOT CD47-REQUESTED-CLOSE
021700        SET CD47O-RESP-INVALID-INPUT TO TRUE
021800        MOVE 'Unknown request type' TO CD47O-RESP-MSG
021900     END-IF.
022000     IF CD47O-RESP-OK
022100        PERFORM VALIDATE-ACCOUNT THRU
022200                VALIDATE-ACCOUNT-EXIT
022300     END-IF.
022400     IF CD47O-RESP-OK
022500        PERFORM CHECK-OBLIGATIONS THRU
022600                CHECK-OBLIGATIONS-EXIT
022700     END-IF.
022800     IF CD47O-RESP-OK
022900        PERFORM COMPUTE-SETTLEMENT THRU
023000                COMPUTE-SETTLEMENT-EXIT
023100     END-IF.
023200     IF CD47O-RESP-OK
023300        PERFORM VALIDATE-PAYOUT THRU
023400                VALIDATE-PAYOUT-EXIT
023500     END-IF.
023600     IF CD47O-RESP-OK AND CD47-REQUESTED-CLOSE
023700        PERFORM APPLY-CLOSURE THRU
023800                APPLY-CLOSURE-EXIT
023900     END-IF.
024000
024100*****************************************************************
024200* Move the result back to the callers area                      *
024300*****************************************************************
024400     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
024500
024600*****************************************************************
024700* Return to our caller                                          *
024800*****************************************************************
024900     EXEC CICS RETURN
025000     END-EXEC.
025100     GOBACK.
025200
025300*****************************************************************
025400* Confirm the account exists and is not already closed, pick up *
025500* the business date every later test is judged against, and     *
025600* keep the figures the settlement is worked from                *
025700*****************************************************************
025800 VALIDATE-ACCOUNT.
025900     EXEC CICS ASKTIME
026000               ABSTIME(WS-ABSTIME)
026100     END-EXEC.
026200     EXEC CICS FORMATTIME
026300               ABSTIME(WS-ABSTIME)
026400               YYYYMMDD(WS-BUSINESS-DATE)
026500     END-EXEC.
026600     PERFORM GET-BUSINESS-DATE THRU
026700             GET-BUSINESS-DATE-EXIT.
026800     MOVE CD47I-ACCNO TO BAC-REC-ACCNO.
026900     EXEC CICS READ FILE('BNKACC')
027000                    INTO(WS-BNKACC-REC)
027100                    LENGTH(LENGTH OF WS-BNKACC-REC)
027200                    RIDFLD(BAC-REC-ACCNO)
027300                    RESP(WS-RESP)
027400     END-EXEC.
027500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
027600        SET CD47O-RESP-NOTFOUND TO TRUE
027700        MOVE 'Account not found' TO CD47O-RESP-MSG
027800        GO TO VALIDATE-ACCOUNT-EXIT
027900     END-IF.
028000     IF BAC-REC-STATUS-CLOSED
028100        SET CD47O-RESP-ACCOUNT-CLOSED TO TRUE
028200        MOVE 'Account is already closed' TO CD47O-RESP-MSG
028300        GO TO VALIDATE-ACCOUNT-EXIT
028400     END-IF.
028500* A term deposit is only paid out by BBANK69P at maturity -
028600* closing it early would break the contracted term
028700     IF BAC-REC-MATURITY-DTE IS NOT EQUAL TO SPACES AND
028800        BAC-REC-MATURITY-DTE IS NOT EQUAL TO LOW-VALUES AND
028900        BAC-REC-MATURITY-DTE IS GREATER THAN WS-BUSINESS-DATE
029000        SET CD47O-RESP-TERM-BLOCKED TO TRUE
029100        MOVE 'Term deposit has not yet matured' TO
029200            CD47O-RESP-MSG
029300        GO TO VALIDATE-ACCOUNT-EXIT
029400     END-IF.
029500     IF BAC-REC-ACCRUED-INT IS NOT NUMERIC
029600        MOVE 0 TO BAC-REC-ACCRUED-INT
029700     END-IF.
029800     MOVE BAC-REC-PID TO WS-CLOSE-PID.
029900     MOVE BAC-REC-CURRENCY TO WS-CLOSE-CCY.
030000     MOVE BAC-REC-BALANCE TO WS-CLOSE-BALANCE.
030100     MOVE BAC-REC-ACCRUED-INT TO WS-CLOSE-ACCRUED.
030200     MOVE BAC-REC-BALANCE TO CD47O-BALANCE.
030300     MOVE BAC-REC-ACCRUED-INT TO CD47O-ACCRUED-INT.
030400     MOVE BAC-REC-CURRENCY TO CD47O-CURRENCY.
030500     MOVE BAC-REC-TYPE TO BAT-REC-TYPE.
030600     EXEC CICS READ FILE('BNKATYP')
030700                    INTO(WS-BNKATYP-REC)
030800                    LENGTH(LENGTH OF WS-BNKATYP-REC)
030900                    RIDFLD(BAT-REC-TYPE)
031000                    RESP(WS-RESP)
031100     END-EXEC.
031200     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
031300        SET WS-TYPE-FOUND TO TRUE
031400     ELSE
031500        SET WS-TYPE-NOT-FOUND TO TRUE
031600     END-IF.
031700 VALIDATE-ACCOUNT-EXIT.
031800     EXIT.
031900
032000*****************************************************************
032100* Refuse the close while anything still depends on the account  *
032200* - each check stops at the first obligation it finds           *
032300*****************************************************************
032400 CHECK-OBLIGATIONS.
032500     SET WS-NO-OBLIGATION TO TRUE.
032600     PERFORM CHECK-ACTIVE-HOLDS THRU
032700             CHECK-ACTIVE-HOLDS-EXIT.
032800     IF WS-OBLIGATION-FOUND
032900        SET CD47O-RESP-OBLIGATION TO TRUE
033000        MOVE 'Active funds holds remain on account' TO
033100            CD47O-RESP-MSG
033200        GO TO CHECK-OBLIGATIONS-EXIT
033300     END-IF.
033400     PERFORM CHECK-STANDING-ORDERS THRU
033500             CHECK-STANDING-ORDERS-EXIT.
033600     IF WS-OBLIGATION-FOUND
033700        SET CD47O-RESP-OBLIGATION TO TRUE
033800        MOVE 'Standing orders still pay from account' TO
033900            CD47O-RESP-MSG
034000        GO TO CHECK-OBLIGATIONS-EXIT
034100     END-IF.
034200     PERFORM CHECK-WAREHOUSED-PAYMENTS THRU
034300             CHECK-WAREHOUSED-PAYMENTS-EXIT.
034400     IF WS-OBLIGATION-FOUND
034500        SET CD47O-RESP-OBLIGATION TO TRUE
034600        MOVE 'Warehoused payments pending on account' TO
034700            CD47O-RESP-MSG
034800        GO TO CHECK-OBLIGATIONS-EXIT
034900     END-IF.
035000     PERFORM CHECK-LOAN-SCHEDULE THRU
035100             CHECK-LOAN-SCHEDULE-EXIT.
035200     IF WS-OBLIGATION-FOUND
035300        SET CD47O-RESP-OBLIGATION TO TRUE
035400        MOVE 'Uncollected loan instalments remain' TO
035500            CD47O-RESP-MSG
035600        GO TO CHECK-OBLIGATIONS-EXIT
035700     END-IF.
035800     PERFORM CHECK-LINKED-ACCOUNTS THRU
035900             CHECK-LINKED-ACCOUNTS-EXIT.
036000     IF WS-OBLIGATION-FOUND
036100        SET CD47O-RESP-OBLIGATION TO TRUE
036200        MOVE 'Another open account is linked to it' TO
036300            CD47O-RESP-MSG
036400        GO TO CHECK-OBLIGATIONS-EXIT
036500     END-IF.
036600 CHECK-OBLIGATIONS-EXIT.
036700     EXIT.
036800
036900*****************************************************************
037000* Any hold still active and unexpired on the BNKHOLD1           *
037100* by-account path - the same test DBANK22P totals holds with    *
037200*****************************************************************
037300 CHECK-ACTIVE-HOLDS.
037400     MOVE CD47I-ACCNO TO WS-BROWSE-ACCNO.
037500     EXEC CICS STARTBR FILE('BNKHOLD1')
037600                       RIDFLD(WS-BROWSE-ACCNO)
037700                       GTEQ
037800                       RESP(WS-BROWSE-RESP)
037900     END-EXEC.
038000     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
038100        GO TO CHECK-ACTIVE-HOLDS-EXIT
038200     END-IF.
038300     PERFORM CHECK-ONE-HOLD
038400        UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
038500           OR WS-OBLIGATION-FOUND.
038600     EXEC CICS ENDBR FILE('BNKHOLD1')
038700     END-EXEC.
038800 CHECK-ACTIVE-HOLDS-EXIT.
038900     EXIT.
039000
039100 CHECK-ONE-HOLD.
039200     EXEC CICS READNEXT FILE('BNKHOLD1')
039300                        INTO(WS-BNKHOLD-REC)
039400                        LENGTH(LENGTH OF WS-BNKHOLD-REC)
039500                        RIDFLD(WS-BROWSE-ACCNO)
039600                        RESP(WS-BROWSE-RESP)
039700     END-EXEC.
039800     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
039900        HLD-REC-ACCNO IS NOT EQUAL TO CD47I-ACCNO
040000        MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
040100     ELSE
040200        IF HLD-REC-STATUS-ACTIVE AND
040300           (HLD-REC-EXPIRY-DTE IS EQUAL TO SPACES OR
040400            HLD-REC-EXPIRY-DTE IS EQUAL TO LOW-VALUES OR
040500            HLD-REC-EXPIRY-DTE IS GREATER THAN WS-BUSINESS-DATE)
040600           SET WS-OBLIGATION-FOUND TO TRUE
040700        END-IF
040800     END-IF.
040900
041000*****************************************************************
041100* Any standing order paying out of the account that has not     *
041200* been cancelled, down the BNKSORD1 from-account path - a       *
041300* suspended order is only waiting to be reactivated             *
041400*****************************************************************
041500 CHECK-STANDING-ORDERS.
041600     MOVE CD47I-ACCNO TO WS-BROWSE-ACCNO.
041700     EXEC CICS STARTBR FILE('BNKSORD1')
041800                       RIDFLD(WS-BROWSE-ACCNO)
041900                       GTEQ
042000                       RESP(WS-BROWSE-RESP)
042100     END-EXEC.
042200     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
042300        GO TO CHECK-STANDING-ORDERS-EXIT
042400     END-IF.
042500     PERFORM CHECK-ONE-ORDER
042600        UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
042700           OR WS-OBLIGATION-FOUND.
042800     EXEC CICS ENDBR FILE('BNKSORD1')
042900     END-EXEC.
043000 CHECK-STANDING-ORDERS-EXIT.
043100     EXIT.
043200
043300 CHECK-ONE-ORDER.
043400     EXEC CICS READNEXT FILE('BNKSORD1')
043500                        INTO(WS-BNKSORD-REC)
043600                        LENGTH(LENGTH OF WS-BNKSORD-REC)
043700                        RIDFLD(WS-BROWSE-ACCNO)
043800                        RESP(WS-BROWSE-RESP)
043900     END-EXEC.
044000     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
044100        SOR-REC-FROM-ACC IS NOT EQUAL TO CD47I-ACCNO
044200        MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
044300     ELSE
044400        IF NOT SOR-REC-STATUS-CANCELLED
044500           SET WS-OBLIGATION-FOUND TO TRUE
044600        END-IF
044700     END-IF.
044800
044900*****************************************************************
045000* Any pending warehoused payment from the account, or into it   *
045100* as an internal destination. BNKFWPY has no by-account path,   *
045200* so the warehouse is browsed end to end - it only ever holds   *
045300* a modest number of one-off payments.                          *
045400*****************************************************************
045500 CHECK-WAREHOUSED-PAYMENTS.
045600     MOVE LOW-VALUES TO WS-BROWSE-PAYNO.
045700     EXEC CICS STARTBR FILE('BNKFWPY')
045800                       RIDFLD(WS-BROWSE-PAYNO)
045900                       GTEQ
046000                       RESP(WS-BROWSE-RESP)
046100     END-EXEC.
046200     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
046300        GO TO CHECK-WAREHOUSED-PAYMENTS-EXIT
046400     END-IF.
046500     PERFORM CHECK-ONE-PAYMENT
046600        UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
046700           OR WS-OBLIGATION-FOUND.
046800     EXEC CICS ENDBR FILE('BNKFWPY')
046900     END-EXEC.
047000 CHECK-WAREHOUSED-PAYMENTS-EXIT.
047100     EXIT.
047200
047300 CHECK-ONE-PAYMENT.
047400     EXEC CICS READNEXT FILE('BNKFWPY')
047500                        INTO(WS-BNKFWPY-REC)
047600                        LENGTH(LENGTH OF WS-BNKFWPY-REC)
047700                        RIDFLD(WS-BROWSE-PAYNO)
047800                        RESP(WS-BROWSE-RESP)
047900     END-EXEC.
048000     IF WS-BROWSE-RESP IS EQUAL TO DFHRESP(NORMAL) AND
048100        (FWP-REC-STATUS-PENDING OR FWP-REC-STATUS-SUSPENDED)
048200        IF FWP-REC-FROM-ACC IS EQUAL TO CD47I-ACCNO OR
048300           (FWP-REC-DEST-INTERNAL AND
048400            FWP-REC-TO-ACC IS EQUAL TO CD47I-ACCNO)
048500           SET WS-OBLIGATION-FOUND TO TRUE
048600        END-IF
048700     END-IF.
048800
048900*****************************************************************
049000* Any instalment on the account's own BNKLNSCH schedule that    *
049100* BBANK70P has not yet collected                                *
049200*****************************************************************
049300 CHECK-LOAN-SCHEDULE.
049400     MOVE CD47I-ACCNO TO WS-LNS-BROWSE-ACCNO.
049500     MOVE 0 TO WS-LNS-BROWSE-INST.
049600     EXEC CICS STARTBR FILE('BNKLNSCH')
049700                       RIDFLD(WS-LNS-BROWSE-KEY)
049800                       GTEQ
049900                       RESP(WS-BROWSE-RESP)
050000     END-EXEC.
050100     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
050200        GO TO CHECK-LOAN-SCHEDULE-EXIT
050300     END-IF.
050400     PERFORM CHECK-ONE-INSTALMENT
050500        UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
050600           OR WS-OBLIGATION-FOUND.
050700     EXEC CICS ENDBR FILE('BNKLNSCH')
050800     END-EXEC.
050900 CHECK-LOAN-SCHEDULE-EXIT.
051000     EXIT.
051100
051200 CHECK-ONE-INSTALMENT.
051300     EXEC CICS READNEXT FILE('BNKLNSCH')
051400                        INTO(WS-BNKLNSCH-REC)
051500                        LENGTH(LENGTH OF WS-BNKLNSCH-REC)
051600                        RIDFLD(WS-LNS-BROWSE-KEY)
051700                        RESP(WS-BROWSE-RESP)
051800     END-EXEC.
051900     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
052000        LNS-REC-ACCNO IS NOT EQUAL TO CD47I-ACCNO
052100        MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
052200     ELSE
052300        IF LNS-REC-STATUS-PENDING
052400           SET WS-OBLIGATION-FOUND TO TRUE
052500        END-IF
052600     END-IF.
052700
052800*****************************************************************
052900* Any other open account of the holder that names this one as   *
053000* its linked account - a loan collecting instalments from it or *
053100* a term deposit paying out to it - found through the holder's  *
053200* BNKAXRF1 rows, the same technique DBANK01P uses at customer   *
053300* close. This reuses the BNKACC record area, so it runs last.   *
053400*****************************************************************
053500 CHECK-LINKED-ACCOUNTS.
053600     MOVE WS-CLOSE-PID TO WS-XREF-BROWSE-PID.
053700     EXEC CICS STARTBR FILE('BNKAXRF1')
053800                       RIDFLD(WS-XREF-BROWSE-PID)
053900                       RESP(WS-BROWSE-RESP)
054000     END-EXEC.
054100     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
054200        GO TO CHECK-LINKED-ACCOUNTS-EXIT
054300     END-IF.
054400     PERFORM CHECK-ONE-HOLDING
054500        UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
054600           OR WS-OBLIGATION-FOUND.
054700     EXEC CICS ENDBR FILE('BNKAXRF1')
054800     END-EXEC.
054900 CHECK-LINKED-ACCOUNTS-EXIT.
055000     EXIT.
055100
055200 CHECK-ONE-HOLDING.
055300     EXEC CICS READNEXT FILE('BNKAXRF1')
055400                        INTO(WS-BNKAXRF-REC)
055500                        LENGTH(LENGTH OF WS-BNKAXRF-REC)
055600                        RIDFLD(WS-XREF-BROWSE-PID)
055700                        RESP(WS-BROWSE-RESP)
055800     END-EXEC.
055900     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
056000        XRF-REC-PID IS NOT EQUAL TO WS-CLOSE-PID
056100        MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
056200     ELSE
056300        IF XRF-REC-ACCNO IS NOT EQUAL TO CD47I-ACCNO
056400           MOVE XRF-REC-ACCNO TO BAC-REC-ACCNO
056500           EXEC CICS READ FILE('BNKACC')
056600                          INTO(WS-BNKACC-REC)
056700                          LENGTH(LENGTH OF WS-BNKACC-REC)
056800                          RIDFLD(BAC-REC-ACCNO)
056900                          RESP(WS-RESP)
057000           END-EXEC
057100           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND
057200              NOT BAC-REC-STATUS-CLOSED AND
057300              BAC-REC-LINKED-ACC IS EQUAL TO CD47I-ACCNO
057400              SET WS-OBLIGATION-FOUND TO TRUE
057500           END-IF
057600        END-IF
057700     END-IF.
057800
057900*****************************************************************
058000* Work out the final settlement: capitalized interest less      *
058100* withholding, less the pro-rata service fee, leaves the        *
058200* residual to pay away                                          *
058300*****************************************************************
058400 COMPUTE-SETTLEMENT.
058500     MOVE WS-CLOSE-ACCRUED TO WS-GROSS-INT.
058600     MOVE 0 TO WS-WTAX-AMOUNT.
058700     MOVE 0 TO WS-FEE-AMOUNT.
058800     IF WS-GROSS-INT IS GREATER THAN 0
058900        PERFORM RESOLVE-WTAX-RATE THRU
059000                RESOLVE-WTAX-RATE-EXIT
059100        COMPUTE WS-WTAX-AMOUNT ROUNDED =
059200                WS-GROSS-INT * WS-WTAX-RATE / 100
059300     END-IF.
059400     IF WS-TYPE-FOUND AND
059500        NOT BAT-REC-FEE-EXEMPT AND
059600        BAT-REC-MONTHLY-FEE IS GREATER THAN 0
059700        PERFORM COMPUTE-PRO-RATA-FEE THRU
059800                COMPUTE-PRO-RATA-FEE-EXIT
059900     END-IF.
060000     COMPUTE WS-PAYOUT-AMOUNT =
060100             WS-CLOSE-BALANCE + WS-GROSS-INT
060200             - WS-WTAX-AMOUNT - WS-FEE-AMOUNT.
060300     MOVE WS-WTAX-AMOUNT TO CD47O-WTAX.
060400     MOVE WS-FEE-AMOUNT TO CD47O-FEE.
060500     MOVE WS-PAYOUT-AMOUNT TO CD47O-PAYOUT.
060600     IF WS-PAYOUT-AMOUNT IS LESS THAN 0
060700        SET CD47O-RESP-OVERDRAWN TO TRUE
060800        MOVE 'Settled balance overdrawn - repay first' TO
060900            CD47O-RESP-MSG
061000     END-IF.
061100 COMPUTE-SETTLEMENT-EXIT.
061200     EXIT.
061300
061400*****************************************************************
061500* Resolve the withholding rate for the account's customer the   *
061600* way BBANK75P does: exempt customers keep the gross, reduced   *
061700* and standard statuses take their BNKPARM rates (hundredths of *
061800* a percent), with the same built-in defaults                   *
061900*****************************************************************
062000 RESOLVE-WTAX-RATE.
062100     MOVE 20 TO WS-WTAX-STD-RATE.
062200     MOVE 10 TO WS-WTAX-RED-RATE.
062300     MOVE 'WTAX-STD-RATE' TO WS-PARM-WANTED.
062400     PERFORM GET-PARM-VALUE THRU
062500             GET-PARM-VALUE-EXIT.
062600     IF WS-PARM-FOUND
062700        COMPUTE WS-WTAX-STD-RATE = WS-PARM-NUM / 100
062800     END-IF.
062900     MOVE 'WTAX-RED-RATE' TO WS-PARM-WANTED.
063000     PERFORM GET-PARM-VALUE THRU
063100             GET-PARM-VALUE-EXIT.
063200     IF WS-PARM-FOUND
063300        COMPUTE WS-WTAX-RED-RATE = WS-PARM-NUM / 100
063400     END-IF.
063500     MOVE WS-WTAX-STD-RATE TO WS-WTAX-RATE.
063600     MOVE WS-CLOSE-PID TO BCS-REC-PID.
063700     EXEC CICS READ FILE('BNKCUST')
063800                    INTO(WS-BNKCUST-REC)
063900                    LENGTH(LENGTH OF WS-BNKCUST-REC)
064000                    RIDFLD(BCS-REC-PID)
064100                    RESP(WS-RESP)
064200     END-EXEC.
064300     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
064400        EVALUATE TRUE
064500          WHEN BCS-REC-TAX-EXEMPT
064600            MOVE 0 TO WS-WTAX-RATE
064700          WHEN BCS-REC-TAX-REDUCED
064800            MOVE WS-WTAX-RED-RATE TO WS-WTAX-RATE
064900          WHEN OTHER
065000            MOVE WS-WTAX-STD-RATE TO WS-WTAX-RATE
065100        END-EVALUATE
065200     END-IF.
065300 RESOLVE-WTAX-RATE-EXIT.
065400     EXIT.
065500
065600*****************************************************************
065700* The monthly service fee for the part of the month the account *
065800* was open - the BBANK55P month-end charge scaled by the days   *
065900* elapsed to the business date over the days in the month. A    *
066000* balance at or above the type's waiver level earns the waiver  *
066100* exactly as it would at month end.                             *
066200*****************************************************************
066300 COMPUTE-PRO-RATA-FEE.
066400     IF BAT-REC-FEE-WAIVE-BAL IS GREATER THAN 0 AND
066500        WS-CLOSE-BALANCE IS NOT LESS THAN BAT-REC-FEE-WAIVE-BAL
066600        GO TO COMPUTE-PRO-RATA-FEE-EXIT
066700     END-IF.
066800     IF WS-BUSINESS-DATE IS NOT NUMERIC
066900        GO TO COMPUTE-PRO-RATA-FEE-EXIT
067000     END-IF.
067100     MOVE WS-BUSINESS-DATE TO WS-MONTH-START-X.
067200     MOVE '01' TO WS-MONTH-START-X(7:2).
067300     MOVE WS-MONTH-START TO WS-NEXT-MONTH.
067400     ADD 1 TO WS-NEXT-MONTH-MM.
067500     IF WS-NEXT-MONTH-MM IS GREATER THAN 12
067600        MOVE 1 TO WS-NEXT-MONTH-MM
067700        ADD 1 TO WS-NEXT-MONTH-YYYY
067800     END-IF.
067900     COMPUTE WS-DAYS-IN-MONTH =
068000             FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) -
068100             FUNCTION INTEGER-OF-DATE(WS-MONTH-START).
068200     MOVE WS-BUSINESS-DATE(7:2) TO WS-DAYS-ELAPSED.
068300     COMPUTE WS-FEE-AMOUNT ROUNDED =
068400             BAT-REC-MONTHLY-FEE * WS-DAYS-ELAPSED
068500             / WS-DAYS-IN-MONTH.
068600 COMPUTE-PRO-RATA-FEE-EXIT.
068700     EXIT.
068800
068900*****************************************************************
069000* A residual above zero must have somewhere to go: an open      *
069100* internal account in the same currency, or a fully named       *
069200* external beneficiary                                          *
069300*****************************************************************
069400 VALIDATE-PAYOUT.
069500     IF WS-PAYOUT-AMOUNT IS EQUAL TO 0
069600        GO TO VALIDATE-PAYOUT-EXIT
069700     END-IF.
069800     EVALUATE TRUE
069900       WHEN CD47I-PAYOUT-INTERNAL
070000         PERFORM VALIDATE-PAYOUT-ACCOUNT THRU
070100                 VALIDATE-PAYOUT-ACCOUNT-EXIT
070200       WHEN CD47I-PAYOUT-EXTERNAL
070300         IF CD47I-EXT-BANK IS EQUAL TO SPACES OR
070400            CD47I-EXT-ACCNO IS EQUAL TO SPACES OR
070500            CD47I-EXT-NAME IS EQUAL TO SPACES
070600            SET CD47O-RESP-PAYOUT-INVALID TO TRUE
070700            MOVE 'Beneficiary bank, account and name needed' TO
070800                CD47O-RESP-MSG
070900         END-IF
071000       WHEN OTHER
071100         SET CD47O-RESP-PAYOUT-INVALID TO TRUE
071200         MOVE 'Nominate where the balance is to be paid' TO
071300             CD47O-RESP-MSG
071400     END-EVALUATE.
071500 VALIDATE-PAYOUT-EXIT.
071600     EXIT.
071700
071800 VALIDATE-PAYOUT-ACCOUNT.
071900     IF CD47I-TO-ACCNO IS EQUAL TO SPACES OR
072000        CD47I-TO-ACCNO IS EQUAL TO CD47I-ACCNO
072100        SET CD47O-RESP-PAYOUT-INVALID TO TRUE
072200        MOVE 'Nominate another account for the balance' TO
072300            CD47O-RESP-MSG
072400        GO TO VALIDATE-PAYOUT-ACCOUNT-EXIT
072500     END-IF.
072600     MOVE CD47I-TO-ACCNO TO BAC-REC-ACCNO.
072700     EXEC CICS READ FILE('BNKACC')
072800                    INTO(WS-BNKACC-REC)
072900                    LENGTH(LENGTH OF WS-BNKACC-REC)
073000                    RIDFLD(BAC-REC-ACCNO)
073100                    RESP(WS-RESP)
073200     END-EXEC.
073300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
073400        SET CD47O-RESP-PAYOUT-INVALID TO TRUE
073500        MOVE 'Payout account not found' TO CD47O-RESP-MSG
073600        GO TO VALIDATE-PAYOUT-ACCOUNT-EXIT
073700     END-IF.
073800     IF NOT BAC-REC-STATUS-OPEN
073900        SET CD47O-RESP-PAYOUT-INVALID TO TRUE
074000        MOVE 'Payout account is not open' TO CD47O-RESP-MSG
074100        GO TO VALIDATE-PAYOUT-ACCOUNT-EXIT
074200     END-IF.
074300     IF BAC-REC-CURRENCY IS NOT EQUAL TO WS-CLOSE-CCY
074400        SET CD47O-RESP-PAYOUT-INVALID TO TRUE
074500        MOVE 'Payout account currency differs' TO
074600            CD47O-RESP-MSG
074700        GO TO VALIDATE-PAYOUT-ACCOUNT-EXIT
074800     END-IF.
074900     MOVE BAC-REC-PID TO WS-PAYOUT-PID.
075000 VALIDATE-PAYOUT-ACCOUNT-EXIT.
075100     EXIT.
075200
075300*****************************************************************
075400* Post the settlement, zero and close the account, pay the      *
075500* residual away and journal the change. Everything here runs    *
075600* inside the one CICS unit of work, so a failure on any write   *
075700* backs the whole closure out together.                         *
075800*****************************************************************
075900 APPLY-CLOSURE.
076000     EXEC CICS ASKTIME
076100               ABSTIME(WS-ABSTIME)
076200     END-EXEC.
076300     EXEC CICS FORMATTIME
076400               ABSTIME(WS-ABSTIME)
076500               YYYYMMDD(WS-POST-DATE)
076600               TIME(WS-POST-TIME)
076700     END-EXEC.
076800     MOVE EIBTASKN TO WS-TASKN-DISPLAY.
076900     MOVE CD47I-ACCNO TO BAC-REC-ACCNO.
077000     EXEC CICS READ FILE('BNKACC')
077100                    INTO(WS-BNKACC-REC)
077200                    LENGTH(LENGTH OF WS-BNKACC-REC)
077300                    RIDFLD(BAC-REC-ACCNO)
077400                    UPDATE
077500                    RESP(WS-RESP)
077600     END-EXEC.
077700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
077800        SET CD47O-RESP-POSTING-ERROR TO TRUE
077900        MOVE 'Error rereading account' TO CD47O-RESP-MSG
078000        GO TO APPLY-CLOSURE-EXIT
078100     END-IF.
078200     IF BAC-REC-ACCRUED-INT IS NOT NUMERIC
078300        MOVE 0 TO BAC-REC-ACCRUED-INT
078400     END-IF.
078500* The settlement was worked from the figures read moments ago -
078600* if anything has moved since, quote again rather than close on
078700* stale numbers
078800     IF BAC-REC-BALANCE IS NOT EQUAL TO WS-CLOSE-BALANCE OR
078900        BAC-REC-ACCRUED-INT IS NOT EQUAL TO WS-CLOSE-ACCRUED
079000        SET CD47O-RESP-POSTING-ERROR TO TRUE
079100        MOVE 'Account changed - quote the closure again' TO
079200            CD47O-RESP-MSG
079300        PERFORM ABORT-CLOSURE THRU
079400                ABORT-CLOSURE-EXIT
079500        GO TO APPLY-CLOSURE-EXIT
079600     END-IF.
079700     MOVE WS-BNKACC-REC TO WS-MAU-BEFORE.
079800     MOVE 0 TO BAC-REC-BALANCE.
079900     MOVE 0 TO BAC-REC-ACCRUED-INT.
080000     SET BAC-REC-STATUS-CLOSED TO TRUE.
080100     MOVE WS-BUSINESS-DATE TO BAC-REC-CLOSE-DTE.
080200     EXEC CICS REWRITE FILE('BNKACC')
080300                       FROM(WS-BNKACC-REC)
080400                       LENGTH(LENGTH OF WS-BNKACC-REC)
080500                       RESP(WS-RESP)
080600     END-EXEC.
080700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
080800        SET CD47O-RESP-POSTING-ERROR TO TRUE
080900        MOVE 'Error rewriting account' TO CD47O-RESP-MSG
081000        PERFORM ABORT-CLOSURE THRU
081100                ABORT-CLOSURE-EXIT
081200        GO TO APPLY-CLOSURE-EXIT
081300     END-IF.
081400     MOVE WS-BNKACC-REC TO WS-MAU-AFTER.
081500     PERFORM POST-SETTLEMENT-LEGS THRU
081600             POST-SETTLEMENT-LEGS-EXIT.
081700     IF NOT CD47O-RESP-OK
081800        GO TO APPLY-CLOSURE-EXIT
081900     END-IF.
082000     IF WS-PAYOUT-AMOUNT IS GREATER THAN 0
082100        IF CD47I-PAYOUT-INTERNAL
082200           PERFORM CREDIT-PAYOUT-ACCOUNT THRU
082300                   CREDIT-PAYOUT-ACCOUNT-EXIT
082400        ELSE
082500           PERFORM CREATE-PAYOUT-ITEM THRU
082600                   CREATE-PAYOUT-ITEM-EXIT
082700        END-IF
082800        IF NOT CD47O-RESP-OK
082900           GO TO APPLY-CLOSURE-EXIT
083000        END-IF
083100     END-IF.
083200     MOVE 'BNKACC' TO WS-MAU-FILE.
083300     MOVE CD47-REQUEST-TYPE TO WS-MAU-FUNCTION.
083400     MOVE SPACES TO WS-MAU-KEY.
083500     MOVE CD47I-ACCNO TO WS-MAU-KEY(1:10).
083600     MOVE CD47I-UPDATE-BY TO WS-MAU-UPDATE-BY.
083700     PERFORM WRITE-MAINT-AUDIT THRU
083800             WRITE-MAINT-AUDIT-EXIT.
083900     MOVE WS-BUSINESS-DATE TO CD47O-CLOSE-DTE.
084000     MOVE 'Account closed' TO CD47O-RESP-MSG.
084100 APPLY-CLOSURE-EXIT.
084200     EXIT.
084300
084400*****************************************************************
084500* Post each settlement movement on the closing account: the     *
084600* capitalized interest, the withholding tax, the pro-rata fee   *
084700* and the payout debit, each only when it is not zero           *
084800*****************************************************************
084900 POST-SETTLEMENT-LEGS.
085000     MOVE CD47I-ACCNO TO WS-LEG-ACCNO.
085100     MOVE WS-CLOSE-PID TO WS-LEG-PID.
085200     MOVE CD47I-REFERENCE TO WS-LEG-REF.
085300     IF WS-GROSS-INT IS NOT EQUAL TO 0
085400        MOVE 1 TO WS-LEG-NO
085500        MOVE WS-GROSS-INT TO WS-LEG-AMOUNT
085600        IF WS-GROSS-INT IS LESS THAN 0
085700           MOVE 'OVERDRAFT INT CAPITALIZED' TO WS-LEG-DESC
085800        ELSE
085900           MOVE 'INTEREST CAPITALIZED' TO WS-LEG-DESC
086000        END-IF
086100        PERFORM POST-CLOSURE-TXN THRU
086200                POST-CLOSURE-TXN-EXIT
086300        IF NOT CD47O-RESP-OK
086400           GO TO POST-SETTLEMENT-LEGS-EXIT
086500        END-IF
086600     END-IF.
086700     IF WS-WTAX-AMOUNT IS NOT EQUAL TO 0
086800        MOVE 2 TO WS-LEG-NO
086900        COMPUTE WS-LEG-AMOUNT = 0 - WS-WTAX-AMOUNT
087000        MOVE 'WITHHOLDING TAX' TO WS-LEG-DESC
087100        PERFORM POST-CLOSURE-TXN THRU
087200                POST-CLOSURE-TXN-EXIT
087300        IF NOT CD47O-RESP-OK
087400           GO TO POST-SETTLEMENT-LEGS-EXIT
087500        END-IF
087600     END-IF.
087700     IF WS-FEE-AMOUNT IS NOT EQUAL TO 0
087800        MOVE 3 TO WS-LEG-NO
087900        COMPUTE WS-LEG-AMOUNT = 0 - WS-FEE-AMOUNT
088000        MOVE 'FEE - MONTHLY SERVICE PRO-RATA' TO WS-LEG-DESC
088100        PERFORM POST-CLOSURE-TXN THRU
088200                POST-CLOSURE-TXN-EXIT
088300        IF NOT CD47O-RESP-OK
088400           GO TO POST-SETTLEMENT-LEGS-EXIT
088500        END-IF
088600     END-IF.
088700     IF WS-PAYOUT-AMOUNT IS GREATER THAN 0
088800        MOVE 4 TO WS-LEG-NO
088900        COMPUTE WS-LEG-AMOUNT = 0 - WS-PAYOUT-AMOUNT
089000        MOVE 'ACCOUNT CLOSURE PAYOUT' TO WS-LEG-DESC
089100        PERFORM POST-CLOSURE-TXN THRU
089200                POST-CLOSURE-TXN-EXIT
089300     END-IF.
089400 POST-SETTLEMENT-LEGS-EXIT.
089500     EXIT.
089600
089700*****************************************************************
089800* Credit the residual to the nominated internal account and     *
089900* post the credit leg, referenced to the closed account         *
090000*****************************************************************
090100 CREDIT-PAYOUT-ACCOUNT.
090200     MOVE CD47I-TO-ACCNO TO BAC-REC-ACCNO.
090300     EXEC CICS READ FILE('BNKACC')
090400                    INTO(WS-BNKACC-REC)
090500                    LENGTH(LENGTH OF WS-BNKACC-REC)
090600                    RIDFLD(BAC-REC-ACCNO)
090700                    UPDATE
090800                    RESP(WS-RESP)
090900     END-EXEC.
091000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
091100        SET CD47O-RESP-POSTING-ERROR TO TRUE
091200        MOVE 'Error rereading payout account' TO CD47O-RESP-MSG
091300        PERFORM ABORT-CLOSURE THRU
091400                ABORT-CLOSURE-EXIT
091500        GO TO CREDIT-PAYOUT-ACCOUNT-EXIT
091600     END-IF.
091700     ADD WS-PAYOUT-AMOUNT TO BAC-REC-BALANCE.
091800     EXEC CICS REWRITE FILE('BNKACC')
091900                       FROM(WS-BNKACC-REC)
092000                       LENGTH(LENGTH OF WS-BNKACC-REC)
092100                       RESP(WS-RESP)
092200     END-EXEC.
092300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
092400        SET CD47O-RESP-POSTING-ERROR TO TRUE
092500        MOVE 'Error rewriting payout account' TO CD47O-RESP-MSG
092600        PERFORM ABORT-CLOSURE THRU
092700                ABORT-CLOSURE-EXIT
092800        GO TO CREDIT-PAYOUT-ACCOUNT-EXIT
092900     END-IF.
093000     MOVE 5 TO WS-LEG-NO.
093100     MOVE CD47I-TO-ACCNO TO WS-LEG-ACCNO.
093200     MOVE WS-PAYOUT-PID TO WS-LEG-PID.
093300     MOVE WS-PAYOUT-AMOUNT TO WS-LEG-AMOUNT.
093400     MOVE 'ACCOUNT CLOSURE PAYOUT' TO WS-LEG-DESC.
093500     MOVE CD47I-ACCNO TO WS-LEG-REF.
093600     PERFORM POST-CLOSURE-TXN THRU
093700             POST-CLOSURE-TXN-EXIT.
093800 CREDIT-PAYOUT-ACCOUNT-EXIT.
093900     EXIT.
094000
094100*****************************************************************
094200* Warehouse the residual for the external beneficiary as a      *
094300* pre-funded BNKFWPY item due on the business date - the money  *
094400* has already left the account, so BBANK73P only clears it      *
094500*****************************************************************
094600 CREATE-PAYOUT-ITEM.
094700     MOVE EIBTASKN TO WS-PAYNO-SUFFIX.
094800     MOVE DFHRESP(DUPREC) TO WS-RESP.
094900     PERFORM WRITE-PAYOUT-ITEM THRU
094950             WRITE-PAYOUT-ITEM-EXIT
095000        UNTIL WS-RESP IS EQUAL TO DFHRESP(NORMAL)
095100              OR WS-RESP IS NOT EQUAL TO DFHRESP(DUPREC).
095200     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
095300        MOVE FWP-REC-PAYMENT-NO TO CD47O-PAYMENT-NO
095400     ELSE
095500        SET CD47O-RESP-POSTING-ERROR TO TRUE
095600        MOVE 'Unable to assign a payment number' TO
095700            CD47O-RESP-MSG
095800        PERFORM ABORT-CLOSURE THRU
095900                ABORT-CLOSURE-EXIT
096000     END-IF.
096100 CREATE-PAYOUT-ITEM-EXIT.
096200     EXIT.
096300
096400*****************************************************************
096500* Build one payment-number candidate the way DBANK36P does and  *
096600* try to write it                                               *
096700*****************************************************************
096800 WRITE-PAYOUT-ITEM.
096900     MOVE LOW-VALUES TO FWP-RECORD.
097000     MOVE WS-POST-DATE TO FWP-REC-PAYMENT-NO(1:8).
097100     MOVE WS-PAYNO-SUFFIX TO FWP-REC-PAYMENT-NO(9:2).
097200     MOVE CD47I-ACCNO TO FWP-REC-FROM-ACC.
097300     SET FWP-REC-DEST-EXTERNAL TO TRUE.
097400     MOVE SPACES TO FWP-REC-TO-ACC.
097500     MOVE CD47I-EXT-BANK TO FWP-REC-EXT-BANK.
097600     MOVE CD47I-EXT-ACCNO TO FWP-REC-EXT-ACCNO.
097700     MOVE CD47I-EXT-NAME TO FWP-REC-EXT-NAME.
097800     MOVE WS-PAYOUT-AMOUNT TO FWP-REC-AMOUNT.
097900     MOVE WS-CLOSE-CCY TO FWP-REC-CURRENCY.
098000     MOVE WS-BUSINESS-DATE TO FWP-REC-VALUE-DATE.
098100     SET FWP-REC-STATUS-PENDING TO TRUE.
098200     MOVE 'ACCOUNT CLOSURE' TO FWP-REC-DESC.
098300     MOVE CD47I-UPDATE-BY TO FWP-REC-CREATED-BY.
098400     MOVE WS-BUSINESS-DATE TO FWP-REC-CREATED-DATE.
098500     MOVE SPACES TO FWP-REC-PAID-DATE.
098600     SET FWP-REC-FUNDED TO TRUE.
098700     EXEC CICS WRITE FILE('BNKFWPY')
098800               FROM(WS-BNKFWPY-REC)
098900               LENGTH(LENGTH OF WS-BNKFWPY-REC)
099000               RIDFLD(FWP-REC-PAYMENT-NO)
099100               RESP(WS-RESP)
099200     END-EXEC.
099300     IF WS-RESP IS EQUAL TO DFHRESP(DUPREC)
099400        ADD 1 TO WS-PAYNO-SUFFIX
099500     END-IF.
099520 WRITE-PAYOUT-ITEM-EXIT.
099540     EXIT.
099600
099700*****************************************************************
099800* Post one closure movement to BNKTXN in the type '2' format,   *
099900* timestamped the way DBANK22P keys its postings with the leg   *
100000* number as the extra uniquifier                                *
100100*****************************************************************
100200 POST-CLOSURE-TXN.
100300     MOVE LOW-VALUES TO BTX-RECORD.
100400     MOVE WS-POST-DATE TO BTX-REC-TIMESTAMP(1:8).
100500     MOVE WS-POST-TIME TO BTX-REC-TIMESTAMP(9:8).
100600     MOVE WS-TASKN-DISPLAY TO BTX-REC-TIMESTAMP(17:7).
100700     MOVE WS-LEG-NO TO BTX-REC-TIMESTAMP(24:1).
100800     MOVE WS-LEG-ACCNO TO BTX-REC-ACCNO.
100900     MOVE WS-LEG-PID TO BTX-REC-PID.
101000     MOVE '2' TO BTX-REC-TYPE.
101100     MOVE WS-LEG-AMOUNT TO BTX-REC-AMOUNT.
101200     MOVE WS-CLOSE-CCY TO BTX-REC-CURRENCY.
101300     MOVE SPACES TO TXN-DATA-NEW.
101400     MOVE WS-LEG-DESC TO TXN-T2-NEW-DESC.
101500     MOVE WS-LEG-REF TO TXN-T2-NEW-REF.
101600     MOVE TXN-DATA-NEW TO BTX-REC-DATA-OLD.
101700     MOVE WS-BUSINESS-DATE TO BTX-REC-POST-DATE.
101800     EXEC CICS WRITE FILE('BNKTXN')
101900               FROM(WS-BNKTXN-REC)
102000               LENGTH(LENGTH OF WS-BNKTXN-REC)
102100               RIDFLD(BTX-REC-TIMESTAMP)
102200               RESP(WS-RESP)
102300     END-EXEC.
102400     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
102500        PERFORM WRITE-VALUE-DATE-XREF THRU
102600                WRITE-VALUE-DATE-XREF-EXIT
102620        PERFORM WRITE-POSTING-EVENT THRU
102640                WRITE-POSTING-EVENT-EXIT
102700     END-IF.
102800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
102900        SET CD47O-RESP-POSTING-ERROR TO TRUE
103000        MOVE 'Closure posting failed' TO CD47O-RESP-MSG
103100        PERFORM ABORT-CLOSURE THRU
103200                ABORT-CLOSURE-EXIT
103300     END-IF.
103400 POST-CLOSURE-TXN-EXIT.
103500     EXIT.
103600
103700*****************************************************************
103800* A write failed part way through - roll the whole unit of work *
103900* back so the account stays open and nothing posted survives    *
104000*****************************************************************
104100 ABORT-CLOSURE.
104200     EXEC CICS SYNCPOINT ROLLBACK
104300     END-EXEC.
104400     MOVE SPACES TO CD47O-PAYMENT-NO.
104500 ABORT-CLOSURE-EXIT.
104600     EXIT.
104700
104800*****************************************************************
104900* Resolve the numeric value of the WS-PARM-WANTED runtime       *
105000* parameter - the row with the latest effective date not after  *
105100* the business date, browsed the way DBANK22P resolves its rate *
105200* age limit. WS-PARM-FOUND is left off when no row applies.     *
105300*****************************************************************
105400 GET-PARM-VALUE.
105500     SET WS-PARM-NOT-FOUND TO TRUE.
105600     MOVE 0 TO WS-PARM-NUM.
105700     MOVE WS-PARM-WANTED TO WS-PARM-BROWSE-NAME.
105800     MOVE '00000000' TO WS-PARM-BROWSE-DATE.
105900     EXEC CICS STARTBR FILE('BNKPARM')
106000                       RIDFLD(WS-PARM-BROWSE-KEY)
106100                       GTEQ
106200                       RESP(WS-BROWSE-RESP)
106300     END-EXEC.
106400     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
106500        GO TO GET-PARM-VALUE-EXIT
106600     END-IF.
106700     PERFORM SCAN-PARM-ROW
106800        UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL).
106900     EXEC CICS ENDBR FILE('BNKPARM')
107000     END-EXEC.
107100 GET-PARM-VALUE-EXIT.
107200     EXIT.
107300
107400 SCAN-PARM-ROW.
107500     EXEC CICS READNEXT FILE('BNKPARM')
107600                        INTO(WS-BNKPARM-REC)
107700                        LENGTH(LENGTH OF WS-BNKPARM-REC)
107800                        RIDFLD(WS-PARM-BROWSE-KEY)
107900                        RESP(WS-BROWSE-RESP)
108000     END-EXEC.
108100     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
108200        PRM-REC-NAME IS NOT EQUAL TO WS-PARM-WANTED
108300        MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
108400     ELSE
108500        IF PRM-REC-EFF-DATE IS NOT GREATER THAN
108600              WS-BUSINESS-DATE AND
108700           PRM-REC-VALUE(1:1) IS NUMERIC
108800           PERFORM CONVERT-PARM-VALUE THRU
108900                   CONVERT-PARM-VALUE-EXIT
109000        END-IF
109100     END-IF.
109200
109300*****************************************************************
109400* Convert the leading digits of the parameter value (up to the  *
109500* first space), the same way DBANK54P converts values for the   *
109600* batch jobs                                                    *
109700*****************************************************************
109800 CONVERT-PARM-VALUE.
109900     MOVE 0 TO WS-PARM-NUM.
110000     SET WS-STILL-DIGITS TO TRUE.
110100     PERFORM CONVERT-ONE-DIGIT THRU
110200             CONVERT-ONE-DIGIT-EXIT
110300        VARYING WS-VALUE-SUB FROM 1 BY 1
110400        UNTIL WS-VALUE-SUB > 16
110500           OR WS-NO-MORE-DIGITS.
110600     SET WS-PARM-FOUND TO TRUE.
110700 CONVERT-PARM-VALUE-EXIT.
110800     EXIT.
110900
111000 CONVERT-ONE-DIGIT.
111100     IF PRM-REC-VALUE(WS-VALUE-SUB:1) IS EQUAL TO SPACE
111200        SET WS-NO-MORE-DIGITS TO TRUE
111300        GO TO CONVERT-ONE-DIGIT-EXIT
111400     END-IF.
111500     IF PRM-REC-VALUE(WS-VALUE-SUB:1) IS NUMERIC
111600        MOVE PRM-REC-VALUE(WS-VALUE-SUB:1) TO WS-DIGIT-X
111700        COMPUTE WS-PARM-NUM =
111800                (WS-PARM-NUM * 10) + WS-DIGIT
111900     ELSE
112000        SET WS-NO-MORE-DIGITS TO TRUE
112100     END-IF.
112200 CONVERT-ONE-DIGIT-EXIT.
112300     EXIT.
112400
112500*****************************************************************
112600* Pick up the current business date from the run-control        *
112700* '*CONTROL' record so the postings carry the banking day they  *
112800* belong to. If run control is not available the machine date   *
112900* stands in.                                                    *
113000*****************************************************************
113100 GET-BUSINESS-DATE.
113200     MOVE '*CONTROL' TO RNC-REC-JOB-NAME.
113300     MOVE '00000000' TO RNC-REC-RUN-DATE.
113400     EXEC CICS READ FILE('BNKRUNC')
113500                    INTO(WS-BNKRUNC-REC)
113600                    LENGTH(LENGTH OF WS-BNKRUNC-REC)
113700                    RIDFLD(RNC-REC-KEY)
113800                    RESP(WS-RESP)
113900     END-EXEC.
114000     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
114100        MOVE RNC-REC-BUSINESS-DATE TO WS-BUSINESS-DATE
114200     END-IF.
114300 GET-BUSINESS-DATE-EXIT.
114400     EXIT.
114500
114600*****************************************************************
114700* Record the posting just written on the value-date             *
114800* cross-reference, so the date-driven jobs can find it by its   *
114900* business date                                                 *
115000*****************************************************************
115100 WRITE-VALUE-DATE-XREF.
115200     MOVE BTX-REC-POST-DATE TO VDX-REC-POST-DATE.
115300     MOVE BTX-REC-TIMESTAMP TO VDX-REC-TIMESTAMP.
115400     EXEC CICS WRITE FILE('BNKTXNV')
115500               FROM(WS-BNKTXNV-REC)
115600               LENGTH(LENGTH OF WS-BNKTXNV-REC)
115700               RIDFLD(VDX-REC-KEY)
115800               RESP(WS-VDX-RESP)
115900     END-EXEC.
116000 WRITE-VALUE-DATE-XREF-EXIT.
116100     EXIT.
116105
116110*****************************************************************
116115* Raise the posting event for the posting just written. The     *
116120* event goes in the same unit of work as the posting itself     *
116125*****************************************************************
116130 WRITE-POSTING-EVENT.
116135     MOVE SPACES TO CD59-DATA.
116140     MOVE WS-BNKTXN-REC TO CD59I-POSTING.
116145     MOVE 'DBANK47P' TO CD59I-SOURCE-PGM.
116150     EXEC CICS LINK PROGRAM('DBANK60P')
116155                    COMMAREA(WS-PEVT-DATA)
116160                    LENGTH(LENGTH OF WS-PEVT-DATA)
116165     END-EXEC.
116170 WRITE-POSTING-EVENT-EXIT.
116175     EXIT.
116200
116300*****************************************************************
116400* Write one maintenance-audit record to BNKMAUD carrying the    *
116500* before and after images of the account, who approved the      *
116600* closure's maker request and from which terminal               *
116700*****************************************************************
116800 WRITE-MAINT-AUDIT.
116900     MOVE LOW-VALUES TO MAU-RECORD.
117000     EXEC CICS ASKTIME
117100               ABSTIME(WS-MAU-ABSTIME)
117200     END-EXEC.
117300     EXEC CICS FORMATTIME
117400               ABSTIME(WS-MAU-ABSTIME)
117500               YYYYMMDD(MAU-REC-TIMESTAMP(1:8))
117600               TIME(MAU-REC-TIMESTAMP(9:8))
117700     END-EXEC.
117800     MOVE EIBTASKN TO WS-MAU-TASKN.
117900     MOVE WS-MAU-TASKN TO MAU-REC-TIMESTAMP(17:7).
118000     MOVE WS-MAU-FUNCTION TO MAU-REC-TIMESTAMP(24:1).
118100     MOVE WS-MAU-FILE TO MAU-REC-FILE.
118200     MOVE WS-MAU-FUNCTION TO MAU-REC-FUNCTION.
118300     MOVE WS-MAU-KEY TO MAU-REC-RECORD-KEY.
118400     MOVE WS-MAU-UPDATE-BY TO MAU-REC-USERID.
118500     MOVE EIBTRMID TO MAU-REC-TERMID.
118600     MOVE WS-MAU-BEFORE TO MAU-REC-BEFORE-IMAGE.
118700     MOVE WS-MAU-AFTER TO MAU-REC-AFTER-IMAGE.
118800     EXEC CICS WRITE FILE('BNKMAUD')
118900               FROM(WS-BNKMAUD-REC)
119000               LENGTH(LENGTH OF WS-BNKMAUD-REC)
119100               RIDFLD(MAU-REC-TIMESTAMP)
119200               RESP(WS-MAU-RESP)
119300     END-EXEC.
119400     IF WS-MAU-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
119500        DISPLAY 'DBANK47P - MAINT AUDIT WRITE FAILED: '
119600                MAU-REC-TIMESTAMP
119700     END-IF.
119800 WRITE-MAINT-AUDIT-EXIT.
119900     EXIT.
120000
120100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
