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
001200
001300*****************************************************************
001400* Program:     DBANK62P.CBL                                     *
001500* Function:    Record a customer's death (bereavement)          *
001600*              VSAM version                                     *
001700*                                                               *
001800* Quotes ('Q') or records ('R') the death of customer CD62I-PID.*
001900* The customer must exist and not already be recorded deceased; *
002000* the date of death may not be after the business date, and the *
002100* date the bank was told (the business date when not given) may *
002200* not be before the date of death or after the business date.   *
002300*                                                               *
002400* Every open account the customer owns on BNKACC, or holds as   *
002450* primary or joint holder on the BNKAXRF1 by-holder path, is    *
002500* looked at. One owned by someone else, or with another primary *
002550* or joint holder, passes to the survivors and is left alone;   *
002600* one held alone becomes part of the estate: it takes an estate *
002700* hold for the most a hold can carry, with no expiry, so nothing*
002800* more can be drawn while credits still land,                   *
003000* its standing orders are suspended and its pending warehoused  *
003100* payments take the suspended status. An authorized signatory's *
003200* mandate simply ends with the death and needs no action here.  *
003300*                                                               *
003400* Recording marks BNKCUST deceased with both dates and sets the *
003500* estate certificate pending for BBANKA2P. Every change is      *
003600* journaled to BNKMAUD and all of it runs in one unit of work.  *
003700*                                                               *
003800* BBANKA0P validates the request shape and queues the record    *
003900* through DBANK38P; only the supervisor's approval replays it   *
004000* here as an 'R', so every check is repeated at apply time.     *
004100*****************************************************************
004200
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID.
004500     DBANK62P.
004600 DATE-WRITTEN.
004700     October 2026.
004800 DATE-COMPILED.
004900     Today.
005000
005100 ENVIRONMENT DIVISION.
005200
005300 DATA DIVISION.
005400
005500 WORKING-STORAGE SECTION.
005600 01  WS-MISC-STORAGE.
005700   05  WS-PROGRAM-ID                         PIC X(8)
005800       VALUE 'DBANK62P'.
005900   05  WS-COMMAREA-LENGTH                    PIC 9(5).
006000   05  WS-RESP                               PIC S9(8) COMP.
006100   05  WS-BROWSE-RESP                        PIC S9(8) COMP.
006200   05  WS-ABSTIME                            PIC S9(15) COMP-3.
006300   05  WS-POST-DATE                          PIC X(8).
006400   05  WS-POST-TIME                          PIC X(8).
006500   05  WS-TASKN-DISPLAY                      PIC 9(7).
006600   05  WS-BUSINESS-DATE                      PIC X(8).
006700   05  WS-CHECK-DATE                         PIC X(8).
006800   05  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
006900     10  WS-CHECK-YYYY                       PIC 9(4).
007000     10  WS-CHECK-MM                         PIC 9(2).
007100     10  WS-CHECK-DD                         PIC 9(2).
007200   05  WS-DATE-FLAG                          PIC X(1).
007300       88  WS-DATE-VALID                      VALUE 'Y'.
007400       88  WS-DATE-INVALID                    VALUE 'N'.
007500   05  WS-NOTIFIED-DATE                      PIC X(8).
007600   05  WS-XREF-BROWSE-PID                    PIC X(5).
007700   05  WS-XREF-BROWSE-KEY.
007800     10  WS-XREF-BROWSE-ACCNO                PIC X(10).
007900     10  WS-XREF-BROWSE-HOLDER               PIC X(5).
008000   05  WS-BROWSE-ACCNO                       PIC X(10).
008100   05  WS-BROWSE-PAYNO                       PIC X(10).
008200   05  WS-SURVIVOR-FLAG                      PIC X(1).
008300       88  WS-SURVIVOR-FOUND                  VALUE 'Y'.
008400       88  WS-NO-SURVIVOR                     VALUE 'N'.
008420   05  WS-ACC-LISTED-FLAG                    PIC X(1).
008440       88  WS-ACC-LISTED                      VALUE 'Y'.
008460       88  WS-ACC-NOT-LISTED                  VALUE 'N'.
008500   05  WS-ACC-SUB                            PIC S9(4) COMP.
008600   05  WS-ORD-SUB                            PIC S9(4) COMP.
008700   05  WS-PAY-SUB                            PIC S9(4) COMP.
008800   05  WS-HOLD-SEQ                           PIC 9(2).
008900   05  WS-MAU-ABSTIME                        PIC S9(15) COMP-3.
009000   05  WS-MAU-TASKN                          PIC 9(7).
009100   05  WS-MAU-RESP                           PIC S9(8) COMP.
009200   05  WS-MAU-SEQ                            PIC 9(2) VALUE 0.
009300
009400*****************************************************************
009500* The open accounts the customer holds, and the standing orders *
009600* and warehoused payments out of those held alone - collected   *
009700* first so no update runs inside a browse                       *
009800*****************************************************************
009900 01  WS-ACC-TABLE.
010000   05  WS-ACC-COUNT                          PIC S9(4) COMP.
010100   05  WS-ACC-ENTRY                          OCCURS 50 TIMES.
010200     10  WS-ACC-ACCNO                        PIC X(10).
010300     10  WS-ACC-HELD-FLAG                    PIC X(1).
010400         88  WS-ACC-HELD-ALONE                VALUE 'S'.
010500         88  WS-ACC-HELD-JOINTLY              VALUE 'J'.
010600 01  WS-ACC-MAX                             PIC S9(4) COMP
010700                                             VALUE 50.
010800
010900 01  WS-ORD-TABLE.
011000   05  WS-ORD-COUNT                          PIC S9(4) COMP.
011100   05  WS-ORD-NO                             PIC X(10)
011200       OCCURS 100 TIMES.
011300 01  WS-ORD-MAX                             PIC S9(4) COMP
011400                                             VALUE 100.
011500
011600 01  WS-PAY-TABLE.
011700   05  WS-PAY-COUNT                          PIC S9(4) COMP.
011800   05  WS-PAY-NO                             PIC X(10)
011900       OCCURS 100 TIMES.
012000 01  WS-PAY-MAX                             PIC S9(4) COMP
012100                                             VALUE 100.
012200
012300 01  WS-MAINT-AUDIT-WORK.
012400   05  WS-MAU-FILE                           PIC X(8).
012500   05  WS-MAU-FUNCTION                       PIC X(1).
012600   05  WS-MAU-KEY                            PIC X(26).
012700   05  WS-MAU-BEFORE                         PIC X(400).
012800   05  WS-MAU-AFTER                          PIC X(400).
012900   05  WS-MAU-UPDATE-BY                      PIC X(8).
013000
013100 01  WS-BNKRUNC-REC.
013200 COPY CBANKVRC.
013300
013400 01  WS-BNKCUST-REC.
013500 COPY CBANKVCS.
013600
013700 01  WS-BNKACC-REC.
013800 COPY CBANKVAC.
013900
014000 01  WS-BNKAXRF-REC.
014100 COPY CBANKVXR.
014200
014300 01  WS-BNKHOLD-REC.
014400 COPY CBANKVHD.
014500
014600 01  WS-BNKSORD-REC.
014700 COPY CBANKVSO.
014800
014900 01  WS-BNKFWPY-REC.
015000 COPY CBANKVFW.
015100
015200 01  WS-BNKMAUD-REC.
015300 COPY CBANKVMA.
015400
015500 01  WS-COMMAREA.
015600 COPY CBANKD62.
015700
015800 COPY CABENDD.
015900
016000 LINKAGE SECTION.
016100 01  DFHCOMMAREA.
016200   05  LK-COMMAREA                           PIC X(1)
016300       OCCURS 1 TO 4096 TIMES
016400         DEPENDING ON WS-COMMAREA-LENGTH.
016500
016600 PROCEDURE DIVISION.
016700*****************************************************************
016800* Move the passed data to our area                              *
016900*****************************************************************
017000     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
017100     MOVE DFHCOMMAREA TO WS-COMMAREA.
017200
017300*****************************************************************
017400* Initialize our output area                                    *
017500*****************************************************************
017600     MOVE SPACES TO CD62O-DATA.
017700     MOVE 0 TO CD62O-SOLE-ACCOUNTS.
017800     MOVE 0 TO CD62O-JOINT-ACCOUNTS.
017900     MOVE 0 TO CD62O-ORDERS-SUSPENDED.
018000     MOVE 0 TO CD62O-PAYMENTS-SUSPENDED.
018100     SET CD62O-RESP-OK TO TRUE.
018200     MOVE 0 TO WS-ACC-COUNT.
018300     MOVE 0 TO WS-ORD-COUNT.
018400     MOVE 0 TO WS-PAY-COUNT.
018500
018600*****************************************************************
018700* Check the customer and dates and work out what the death      *
018800* touches; a quote stops there, a record goes on to apply it.   *
018900* Nothing is updated until every check has passed.              *
019000*****************************************************************
019100     IF NOT CD62-REQUESTED-QUOTE AND
019200        NOT CD62-REQUESTED-RECORD
019300        SET CD62O-RESP-INVALID-INPUT TO TRUE
019400        MOVE 'Unknown request type' TO CD62O-RESP-MSG
019500     END-IF.
019600     IF CD62O-RESP-OK
019700        PERFORM VALIDATE-CUSTOMER THRU
019800                VALIDATE-CUSTOMER-EXIT
019900     END-IF.
020000     IF CD62O-RESP-OK
020100        PERFORM COLLECT-HOLDINGS THRU
020200                COLLECT-HOLDINGS-EXIT
020300     END-IF.
020400     IF CD62O-RESP-OK
020500        PERFORM CLASSIFY-HOLDINGS THRU
020600                CLASSIFY-HOLDINGS-EXIT
020700     END-IF.
020800     IF CD62O-RESP-OK
020900        PERFORM COLLECT-ORDERS THRU
021000                COLLECT-ORDERS-EXIT
021100     END-IF.
021200     IF CD62O-RESP-OK
021300        PERFORM COLLECT-PAYMENTS THRU
021400                COLLECT-PAYMENTS-EXIT
021500     END-IF.
021600     IF CD62O-RESP-OK
021700        MOVE WS-ORD-COUNT TO CD62O-ORDERS-SUSPENDED
021800        MOVE WS-PAY-COUNT TO CD62O-PAYMENTS-SUSPENDED
021900     END-IF.
022000     IF CD62O-RESP-OK AND CD62-REQUESTED-RECORD
022100        PERFORM APPLY-BEREAVEMENT THRU
022200                APPLY-BEREAVEMENT-EXIT
022300     END-IF.
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
023800* Confirm the customer exists and is not already recorded       *
023900* deceased, and that both dates are real dates in the right     *
024000* order, judged against the business date                       *
024100*****************************************************************
024200 VALIDATE-CUSTOMER.
024300     EXEC CICS ASKTIME
024400               ABSTIME(WS-ABSTIME)
024500     END-EXEC.
024600     EXEC CICS FORMATTIME
024700               ABSTIME(WS-ABSTIME)
024800               YYYYMMDD(WS-BUSINESS-DATE)
024900     END-EXEC.
025000     PERFORM GET-BUSINESS-DATE THRU
025100             GET-BUSINESS-DATE-EXIT.
025200     MOVE CD62I-PID TO BCS-REC-PID.
025300     EXEC CICS READ FILE('BNKCUST')
025400                    INTO(WS-BNKCUST-REC)
025500                    LENGTH(LENGTH OF WS-BNKCUST-REC)
025600                    RIDFLD(BCS-REC-PID)
025700                    RESP(WS-RESP)
025800     END-EXEC.
025900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
026000        SET CD62O-RESP-NOTFOUND TO TRUE
026100        MOVE 'Customer not found' TO CD62O-RESP-MSG
026200        GO TO VALIDATE-CUSTOMER-EXIT
026300     END-IF.
026400     MOVE BCS-REC-NAME TO CD62O-NAME.
026500     IF BCS-REC-DECEASED
026600        SET CD62O-RESP-ALREADY-DECEASED TO TRUE
026700        MOVE 'Customer is already recorded deceased' TO
026800            CD62O-RESP-MSG
026900        GO TO VALIDATE-CUSTOMER-EXIT
027000     END-IF.
027100     MOVE CD62I-DEATH-DATE TO WS-CHECK-DATE.
027200     PERFORM CHECK-DATE THRU
027300             CHECK-DATE-EXIT.
027400     IF WS-DATE-INVALID OR
027500        CD62I-DEATH-DATE IS GREATER THAN WS-BUSINESS-DATE
027600        SET CD62O-RESP-INVALID-INPUT TO TRUE
027700        MOVE 'Date of death is not valid' TO CD62O-RESP-MSG
027800        GO TO VALIDATE-CUSTOMER-EXIT
027900     END-IF.
028000     IF CD62I-NOTIFIED-DATE IS EQUAL TO SPACES OR
028100        CD62I-NOTIFIED-DATE IS EQUAL TO LOW-VALUES
028200        MOVE WS-BUSINESS-DATE TO WS-NOTIFIED-DATE
028300     ELSE
028400        MOVE CD62I-NOTIFIED-DATE TO WS-NOTIFIED-DATE
028500     END-IF.
028600     MOVE WS-NOTIFIED-DATE TO WS-CHECK-DATE.
028700     PERFORM CHECK-DATE THRU
028800             CHECK-DATE-EXIT.
028900     IF WS-DATE-INVALID OR
029000        WS-NOTIFIED-DATE IS LESS THAN CD62I-DEATH-DATE OR
029100        WS-NOTIFIED-DATE IS GREATER THAN WS-BUSINESS-DATE
029200        SET CD62O-RESP-INVALID-INPUT TO TRUE
029300        MOVE 'Date notified is not valid' TO CD62O-RESP-MSG
029400        GO TO VALIDATE-CUSTOMER-EXIT
029500     END-IF.
029600 VALIDATE-CUSTOMER-EXIT.
029700     EXIT.
029800
029900*****************************************************************
030000* A YYYYMMDD date in WS-CHECK-DATE is plausible                 *
030100*****************************************************************
030200 CHECK-DATE.
030300     SET WS-DATE-INVALID TO TRUE.
030400     IF WS-CHECK-DATE IS NOT NUMERIC
030500        GO TO CHECK-DATE-EXIT
030600     END-IF.
030700     IF WS-CHECK-YYYY IS LESS THAN 1900 OR
030800        WS-CHECK-MM IS LESS THAN 1 OR
030900        WS-CHECK-MM IS GREATER THAN 12 OR
031000        WS-CHECK-DD IS LESS THAN 1 OR
031100        WS-CHECK-DD IS GREATER THAN 31
031200        GO TO CHECK-DATE-EXIT
031300     END-IF.
031400     SET WS-DATE-VALID TO TRUE.
031500 CHECK-DATE-EXIT.
031600     EXIT.
031700
031800*****************************************************************
031850* Every open account the customer holds as primary or joint     *
031900* holder, down the BNKAXRF1 by-holder path, then every one the  *
031950* customer owns on BNKACC itself - there is no by-owner path on *
032000* line, so that is a base-file browse                           *
032050*****************************************************************
032100 COLLECT-HOLDINGS.
032150     MOVE CD62I-PID TO WS-XREF-BROWSE-PID.
032200     EXEC CICS STARTBR FILE('BNKAXRF1')
032250                       RIDFLD(WS-XREF-BROWSE-PID)
032300                       RESP(WS-BROWSE-RESP)
032350     END-EXEC.
032400     IF WS-BROWSE-RESP IS EQUAL TO DFHRESP(NORMAL)
032450        PERFORM COLLECT-ONE-HOLDING
032500           UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
032550              OR NOT CD62O-RESP-OK
032600        EXEC CICS ENDBR FILE('BNKAXRF1')
032650        END-EXEC
032700     END-IF.
032750     IF NOT CD62O-RESP-OK
032800        GO TO COLLECT-HOLDINGS-EXIT
032850     END-IF.
032900     MOVE LOW-VALUES TO BAC-REC-ACCNO.
032950     EXEC CICS STARTBR FILE('BNKACC')
033000                       RIDFLD(BAC-REC-ACCNO)
033050                       RESP(WS-BROWSE-RESP)
033100     END-EXEC.
033150     IF WS-BROWSE-RESP IS EQUAL TO DFHRESP(NORMAL)
033200        PERFORM COLLECT-ONE-OWNED-ACCOUNT THRU
033250                COLLECT-ONE-OWNED-ACCOUNT-EXIT
033300           UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
033350              OR NOT CD62O-RESP-OK
033400        EXEC CICS ENDBR FILE('BNKACC')
033450        END-EXEC
033500     END-IF.
033550 COLLECT-HOLDINGS-EXIT.
033600     EXIT.
033800
033900 COLLECT-ONE-HOLDING.
034000     EXEC CICS READNEXT FILE('BNKAXRF1')
034100                        INTO(WS-BNKAXRF-REC)
034200                        LENGTH(LENGTH OF WS-BNKAXRF-REC)
034300                        RIDFLD(WS-XREF-BROWSE-PID)
034400                        RESP(WS-BROWSE-RESP)
034500     END-EXEC.
034600     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
034700        XRF-REC-PID IS NOT EQUAL TO CD62I-PID
034800        MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
034900     ELSE
035000        IF NOT XRF-REC-ROLE-AUTHORIZED
035100           MOVE XRF-REC-ACCNO TO BAC-REC-ACCNO
035200           EXEC CICS READ FILE('BNKACC')
035300                          INTO(WS-BNKACC-REC)
035400                          LENGTH(LENGTH OF WS-BNKACC-REC)
035500                          RIDFLD(BAC-REC-ACCNO)
035600                          RESP(WS-RESP)
035700           END-EXEC
035800           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND
035900              NOT BAC-REC-STATUS-CLOSED
036000              IF WS-ACC-COUNT IS NOT LESS THAN WS-ACC-MAX
036100                 SET CD62O-RESP-TOO-MANY TO TRUE
036200                 MOVE 'Too many accounts - refer to operations' TO
036300                     CD62O-RESP-MSG
036400              ELSE
036500                 ADD 1 TO WS-ACC-COUNT
036600                 MOVE XRF-REC-ACCNO TO WS-ACC-ACCNO(WS-ACC-COUNT)
036700                 SET WS-ACC-HELD-ALONE(WS-ACC-COUNT) TO TRUE
036800              END-IF
036900           END-IF
037000        END-IF
037100     END-IF.
037200
037202*****************************************************************
037204* The next account on the base-file browse - one the customer   *
037206* owns outright is added unless the cross-reference already     *
037208* brought it in                                                 *
037210*****************************************************************
037212 COLLECT-ONE-OWNED-ACCOUNT.
037214     EXEC CICS READNEXT FILE('BNKACC')
037216                        INTO(WS-BNKACC-REC)
037218                        LENGTH(LENGTH OF WS-BNKACC-REC)
037220                        RIDFLD(BAC-REC-ACCNO)
037222                        RESP(WS-BROWSE-RESP)
037224     END-EXEC.
037226     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
037228        BAC-REC-PID IS NOT EQUAL TO CD62I-PID OR
037230        BAC-REC-STATUS-CLOSED
037232        GO TO COLLECT-ONE-OWNED-ACCOUNT-EXIT
037234     END-IF.
037236     SET WS-ACC-NOT-LISTED TO TRUE.
037238     PERFORM FIND-LISTED-ACCOUNT THRU
037240             FIND-LISTED-ACCOUNT-EXIT
037242        VARYING WS-ACC-SUB FROM 1 BY 1
037244        UNTIL WS-ACC-SUB IS GREATER THAN WS-ACC-COUNT
037246           OR WS-ACC-LISTED.
037248     IF WS-ACC-LISTED
037250        GO TO COLLECT-ONE-OWNED-ACCOUNT-EXIT
037252     END-IF.
037254     IF WS-ACC-COUNT IS NOT LESS THAN WS-ACC-MAX
037256        SET CD62O-RESP-TOO-MANY TO TRUE
037258        MOVE 'Too many accounts - refer to operations' TO
037260            CD62O-RESP-MSG
037262     ELSE
037264        ADD 1 TO WS-ACC-COUNT
037266        MOVE BAC-REC-ACCNO TO WS-ACC-ACCNO(WS-ACC-COUNT)
037268        SET WS-ACC-HELD-ALONE(WS-ACC-COUNT) TO TRUE
037270     END-IF.
037272 COLLECT-ONE-OWNED-ACCOUNT-EXIT.
037274     EXIT.
037276
037278 FIND-LISTED-ACCOUNT.
037280     IF WS-ACC-ACCNO(WS-ACC-SUB) IS EQUAL TO BAC-REC-ACCNO
037282        SET WS-ACC-LISTED TO TRUE
037284     END-IF.
037286 FIND-LISTED-ACCOUNT-EXIT.
037288     EXIT.
037300*****************************************************************
037400* An account passes to the survivors when anyone else holds it  *
037500* as primary or joint holder - the holders of one account sit   *
037600* together on the BNKAXRF base key                              *
037700*****************************************************************
037800 CLASSIFY-HOLDINGS.
037900     MOVE 1 TO WS-ACC-SUB.
038000     PERFORM CLASSIFY-ONE-ACCOUNT THRU
038100             CLASSIFY-ONE-ACCOUNT-EXIT
038200        UNTIL WS-ACC-SUB IS GREATER THAN WS-ACC-COUNT.
038300 CLASSIFY-HOLDINGS-EXIT.
038400     EXIT.
038500
038600 CLASSIFY-ONE-ACCOUNT.
038620     SET WS-NO-SURVIVOR TO TRUE.
038640* The account's owner on BNKACC survives it as much as any
038660* holder on the cross-reference does
038680     MOVE WS-ACC-ACCNO(WS-ACC-SUB) TO BAC-REC-ACCNO.
038700     EXEC CICS READ FILE('BNKACC')
038720                    INTO(WS-BNKACC-REC)
038740                    LENGTH(LENGTH OF WS-BNKACC-REC)
038760                    RIDFLD(BAC-REC-ACCNO)
038780                    RESP(WS-RESP)
038800     END-EXEC.
038820     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND
038840        BAC-REC-PID IS NOT EQUAL TO CD62I-PID
038860        SET WS-SURVIVOR-FOUND TO TRUE
038880     END-IF.
038900     MOVE WS-ACC-ACCNO(WS-ACC-SUB) TO WS-XREF-BROWSE-ACCNO.
038920     MOVE LOW-VALUES TO WS-XREF-BROWSE-HOLDER.
039000     EXEC CICS STARTBR FILE('BNKAXRF')
039100                       RIDFLD(WS-XREF-BROWSE-KEY)
039200                       GTEQ
039300                       RESP(WS-BROWSE-RESP)
039400     END-EXEC.
039500     IF WS-BROWSE-RESP IS EQUAL TO DFHRESP(NORMAL)
039600        PERFORM CHECK-ONE-COHOLDER
039700           UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
039800              OR WS-SURVIVOR-FOUND
039900        EXEC CICS ENDBR FILE('BNKAXRF')
040000        END-EXEC
040100     END-IF.
040200     IF WS-SURVIVOR-FOUND
040300        SET WS-ACC-HELD-JOINTLY(WS-ACC-SUB) TO TRUE
040400        ADD 1 TO CD62O-JOINT-ACCOUNTS
040500     ELSE
040600        ADD 1 TO CD62O-SOLE-ACCOUNTS
040700     END-IF.
040800     ADD 1 TO WS-ACC-SUB.
040900 CLASSIFY-ONE-ACCOUNT-EXIT.
041000     EXIT.
041100
041200 CHECK-ONE-COHOLDER.
041300     EXEC CICS READNEXT FILE('BNKAXRF')
041400                        INTO(WS-BNKAXRF-REC)
041500                        LENGTH(LENGTH OF WS-BNKAXRF-REC)
041600                        RIDFLD(WS-XREF-BROWSE-KEY)
041700                        RESP(WS-BROWSE-RESP)
041800     END-EXEC.
041900     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
042000        XRF-REC-ACCNO IS NOT EQUAL TO WS-ACC-ACCNO(WS-ACC-SUB)
042100        MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
042200     ELSE
042300        IF XRF-REC-PID IS NOT EQUAL TO CD62I-PID AND
042400           NOT XRF-REC-ROLE-AUTHORIZED
042500           SET WS-SURVIVOR-FOUND TO TRUE
042600        END-IF
042700     END-IF.
042800
042900*****************************************************************
043000* The active standing orders out of each account held alone,    *
043100* down the BNKSORD1 from-account path                           *
043200*****************************************************************
043300 COLLECT-ORDERS.
043400     MOVE 1 TO WS-ACC-SUB.
043500     PERFORM COLLECT-ACCOUNT-ORDERS THRU
043600             COLLECT-ACCOUNT-ORDERS-EXIT
043700        UNTIL WS-ACC-SUB IS GREATER THAN WS-ACC-COUNT
043800           OR NOT CD62O-RESP-OK.
043900 COLLECT-ORDERS-EXIT.
044000     EXIT.
044100
044200 COLLECT-ACCOUNT-ORDERS.
044300     IF WS-ACC-HELD-JOINTLY(WS-ACC-SUB)
044400        GO TO COLLECT-ACCOUNT-ORDERS-NEXT
044500     END-IF.
044600     MOVE WS-ACC-ACCNO(WS-ACC-SUB) TO WS-BROWSE-ACCNO.
044700     EXEC CICS STARTBR FILE('BNKSORD1')
044800                       RIDFLD(WS-BROWSE-ACCNO)
044900                       GTEQ
045000                       RESP(WS-BROWSE-RESP)
045100     END-EXEC.
045200     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
045300        GO TO COLLECT-ACCOUNT-ORDERS-NEXT
045400     END-IF.
045500     PERFORM COLLECT-ONE-ORDER
045600        UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
045700           OR NOT CD62O-RESP-OK.
045800     EXEC CICS ENDBR FILE('BNKSORD1')
045900     END-EXEC.
046000 COLLECT-ACCOUNT-ORDERS-NEXT.
046100     ADD 1 TO WS-ACC-SUB.
046200 COLLECT-ACCOUNT-ORDERS-EXIT.
046300     EXIT.
046400
046500 COLLECT-ONE-ORDER.
046600     EXEC CICS READNEXT FILE('BNKSORD1')
046700                        INTO(WS-BNKSORD-REC)
046800                        LENGTH(LENGTH OF WS-BNKSORD-REC)
046900                        RIDFLD(WS-BROWSE-ACCNO)
047000                        RESP(WS-BROWSE-RESP)
047100     END-EXEC.
047200     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
047300        SOR-REC-FROM-ACC IS NOT EQUAL TO WS-ACC-ACCNO(WS-ACC-SUB)
047400        MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
047500     ELSE
047600        IF SOR-REC-STATUS-ACTIVE
047700           IF WS-ORD-COUNT IS NOT LESS THAN WS-ORD-MAX
047800              SET CD62O-RESP-TOO-MANY TO TRUE
047900              MOVE 'Too many standing orders to suspend' TO
048000                  CD62O-RESP-MSG
048100           ELSE
048200              ADD 1 TO WS-ORD-COUNT
048300              MOVE SOR-REC-ORDER-NO TO WS-ORD-NO(WS-ORD-COUNT)
048400           END-IF
048500        END-IF
048600     END-IF.
048700
048800*****************************************************************
048900* The pending warehoused payments out of any account held       *
049000* alone. BNKFWPY has no by-account path, so the warehouse is    *
049100* browsed end to end the way DBANK47P checks it at closure. A   *
049200* funded closure payout has already left the account and is     *
049300* not touched.                                                  *
049400*****************************************************************
049500 COLLECT-PAYMENTS.
049600     MOVE LOW-VALUES TO WS-BROWSE-PAYNO.
049700     EXEC CICS STARTBR FILE('BNKFWPY')
049800                       RIDFLD(WS-BROWSE-PAYNO)
049900                       GTEQ
050000                       RESP(WS-BROWSE-RESP)
050100     END-EXEC.
050200     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
050300        GO TO COLLECT-PAYMENTS-EXIT
050400     END-IF.
050500     PERFORM COLLECT-ONE-PAYMENT
050600        UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
050700           OR NOT CD62O-RESP-OK.
050800     EXEC CICS ENDBR FILE('BNKFWPY')
050900     END-EXEC.
051000 COLLECT-PAYMENTS-EXIT.
051100     EXIT.
051200
051300 COLLECT-ONE-PAYMENT.
051400     EXEC CICS READNEXT FILE('BNKFWPY')
051500                        INTO(WS-BNKFWPY-REC)
051600                        LENGTH(LENGTH OF WS-BNKFWPY-REC)
051700                        RIDFLD(WS-BROWSE-PAYNO)
051800                        RESP(WS-BROWSE-RESP)
051900     END-EXEC.
052000     IF WS-BROWSE-RESP IS EQUAL TO DFHRESP(NORMAL) AND
052100        FWP-REC-STATUS-PENDING AND
052200        NOT FWP-REC-FUNDED
052300        MOVE 1 TO WS-ACC-SUB
052400        PERFORM MATCH-PAYMENT-ACCOUNT
052500           UNTIL WS-ACC-SUB IS GREATER THAN WS-ACC-COUNT
052600              OR NOT CD62O-RESP-OK
052700     END-IF.
052800
052900 MATCH-PAYMENT-ACCOUNT.
053000     IF WS-ACC-HELD-ALONE(WS-ACC-SUB) AND
053100        FWP-REC-FROM-ACC IS EQUAL TO WS-ACC-ACCNO(WS-ACC-SUB)
053200        IF WS-PAY-COUNT IS NOT LESS THAN WS-PAY-MAX
053300           SET CD62O-RESP-TOO-MANY TO TRUE
053400           MOVE 'Too many warehoused payments to suspend' TO
053500               CD62O-RESP-MSG
053600        ELSE
053700           ADD 1 TO WS-PAY-COUNT
053800           MOVE FWP-REC-PAYMENT-NO TO WS-PAY-NO(WS-PAY-COUNT)
053900        END-IF
054000        MOVE WS-ACC-COUNT TO WS-ACC-SUB
054100     END-IF.
054200     ADD 1 TO WS-ACC-SUB.
054300
054400*****************************************************************
054500* Mark the customer deceased, hold each account held alone and  *
054600* suspend what pays out of it, journaling every change. All of  *
054700* it runs inside the one CICS unit of work, so a failure on any *
054800* write backs the whole record out together.                    *
054900*****************************************************************
055000 APPLY-BEREAVEMENT.
055100     EXEC CICS ASKTIME
055200               ABSTIME(WS-ABSTIME)
055300     END-EXEC.
055400     EXEC CICS FORMATTIME
055500               ABSTIME(WS-ABSTIME)
055600               YYYYMMDD(WS-POST-DATE)
055700               TIME(WS-POST-TIME)
055800     END-EXEC.
055900     MOVE EIBTASKN TO WS-TASKN-DISPLAY.
056000     MOVE 0 TO WS-HOLD-SEQ.
056100     MOVE CD62I-PID TO BCS-REC-PID.
056200     EXEC CICS READ FILE('BNKCUST')
056300                    INTO(WS-BNKCUST-REC)
056400                    LENGTH(LENGTH OF WS-BNKCUST-REC)
056500                    RIDFLD(BCS-REC-PID)
056600                    UPDATE
056700                    RESP(WS-RESP)
056800     END-EXEC.
056900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
057000        SET CD62O-RESP-POSTING-ERROR TO TRUE
057100        MOVE 'Error rereading customer' TO CD62O-RESP-MSG
057200        GO TO APPLY-BEREAVEMENT-EXIT
057300     END-IF.
057400     MOVE WS-BNKCUST-REC TO WS-MAU-BEFORE.
057500     SET BCS-REC-DECEASED TO TRUE.
057600     MOVE CD62I-DEATH-DATE TO BCS-REC-DEATH-DATE.
057700     MOVE WS-NOTIFIED-DATE TO BCS-REC-DEATH-NOTIFIED.
057800     SET BCS-REC-ESTATE-CERT-PENDING TO TRUE.
057900     EXEC CICS REWRITE FILE('BNKCUST')
058000                       FROM(WS-BNKCUST-REC)
058100                       LENGTH(LENGTH OF WS-BNKCUST-REC)
058200                       RESP(WS-RESP)
058300     END-EXEC.
058400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
058500        SET CD62O-RESP-POSTING-ERROR TO TRUE
058600        MOVE 'Error rewriting customer' TO CD62O-RESP-MSG
058700        PERFORM ABORT-BEREAVEMENT THRU
058800                ABORT-BEREAVEMENT-EXIT
058900        GO TO APPLY-BEREAVEMENT-EXIT
059000     END-IF.
059100     MOVE WS-BNKCUST-REC TO WS-MAU-AFTER.
059200     MOVE 'BNKCUST' TO WS-MAU-FILE.
059300     MOVE SPACES TO WS-MAU-KEY.
059400     MOVE CD62I-PID TO WS-MAU-KEY(1:5).
059500     PERFORM WRITE-MAINT-AUDIT THRU
059600             WRITE-MAINT-AUDIT-EXIT.
059700     MOVE 1 TO WS-ACC-SUB.
059800     PERFORM PLACE-ESTATE-HOLD THRU
059900             PLACE-ESTATE-HOLD-EXIT
060000        UNTIL WS-ACC-SUB IS GREATER THAN WS-ACC-COUNT
060100           OR NOT CD62O-RESP-OK.
060200     IF NOT CD62O-RESP-OK
060300        GO TO APPLY-BEREAVEMENT-EXIT
060400     END-IF.
060500     MOVE 1 TO WS-ORD-SUB.
060600     PERFORM SUSPEND-ORDER THRU
060700             SUSPEND-ORDER-EXIT
060800        UNTIL WS-ORD-SUB IS GREATER THAN WS-ORD-COUNT
060900           OR NOT CD62O-RESP-OK.
061000     IF NOT CD62O-RESP-OK
061100        GO TO APPLY-BEREAVEMENT-EXIT
061200     END-IF.
061300     MOVE 1 TO WS-PAY-SUB.
061400     PERFORM SUSPEND-PAYMENT THRU
061500             SUSPEND-PAYMENT-EXIT
061600        UNTIL WS-PAY-SUB IS GREATER THAN WS-PAY-COUNT
061700           OR NOT CD62O-RESP-OK.
061800     IF NOT CD62O-RESP-OK
061900        GO TO APPLY-BEREAVEMENT-EXIT
062000     END-IF.
062100     MOVE 'Bereavement recorded' TO CD62O-RESP-MSG.
062200 APPLY-BEREAVEMENT-EXIT.
062300     EXIT.
062400
062500*****************************************************************
062600* An estate hold on an account held alone: the most a hold can  *
062700* carry and no expiry, so the available balance can never cover *
062800* a debit until the estate is settled and the hold released     *
062900* through BBANK17P                                              *
063000*****************************************************************
063100 PLACE-ESTATE-HOLD.
063200     IF WS-ACC-HELD-JOINTLY(WS-ACC-SUB)
063300        GO TO PLACE-ESTATE-HOLD-NEXT
063400     END-IF.
063500     ADD 1 TO WS-HOLD-SEQ.
063600     MOVE LOW-VALUES TO HLD-RECORD.
063700     MOVE WS-POST-DATE TO HLD-REC-ID(1:8).
063800     MOVE WS-POST-TIME TO HLD-REC-ID(9:8).
063900     MOVE WS-TASKN-DISPLAY TO HLD-REC-ID(17:7).
064000     MOVE 'E' TO HLD-REC-ID(24:1).
064100     MOVE WS-HOLD-SEQ TO HLD-REC-ID(25:2).
064200     MOVE WS-ACC-ACCNO(WS-ACC-SUB) TO HLD-REC-ACCNO.
064300     MOVE 999999999.99 TO HLD-REC-AMOUNT.
064400     MOVE 'ESTATE - SOLE HOLDER DECEASED' TO HLD-REC-REASON.
064500     MOVE SPACES TO HLD-REC-EXPIRY-DTE.
064600     SET HLD-REC-STATUS-ACTIVE TO TRUE.
064700     MOVE CD62I-UPDATE-BY TO HLD-REC-PLACED-BY.
064800     MOVE WS-BUSINESS-DATE TO HLD-REC-PLACED-DATE.
064900     MOVE SPACES TO HLD-REC-RELEASED-BY.
065000     MOVE SPACES TO HLD-REC-RELEASED-DATE.
065100     EXEC CICS WRITE FILE('BNKHOLD')
065200               FROM(WS-BNKHOLD-REC)
065300               LENGTH(LENGTH OF WS-BNKHOLD-REC)
065400               RIDFLD(HLD-REC-ID)
065500               RESP(WS-RESP)
065600     END-EXEC.
065700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
065800        SET CD62O-RESP-POSTING-ERROR TO TRUE
065900        MOVE 'Error writing estate hold' TO CD62O-RESP-MSG
066000        PERFORM ABORT-BEREAVEMENT THRU
066100                ABORT-BEREAVEMENT-EXIT
066200        GO TO PLACE-ESTATE-HOLD-EXIT
066300     END-IF.
066400     MOVE LOW-VALUES TO WS-MAU-BEFORE.
066500     MOVE WS-BNKHOLD-REC TO WS-MAU-AFTER.
066600     MOVE 'BNKHOLD' TO WS-MAU-FILE.
066700     MOVE HLD-REC-ID TO WS-MAU-KEY.
066800     PERFORM WRITE-MAINT-AUDIT THRU
066900             WRITE-MAINT-AUDIT-EXIT.
067000 PLACE-ESTATE-HOLD-NEXT.
067100     ADD 1 TO WS-ACC-SUB.
067200 PLACE-ESTATE-HOLD-EXIT.
067300     EXIT.
067400
067500*****************************************************************
067600* Suspend one standing order - staff reactivate or cancel it    *
067700* once the estate's instructions are known                      *
067800*****************************************************************
067900 SUSPEND-ORDER.
068000     MOVE WS-ORD-NO(WS-ORD-SUB) TO SOR-REC-ORDER-NO.
068100     EXEC CICS READ FILE('BNKSORD')
068200                    INTO(WS-BNKSORD-REC)
068300                    LENGTH(LENGTH OF WS-BNKSORD-REC)
068400                    RIDFLD(SOR-REC-ORDER-NO)
068500                    UPDATE
068600                    RESP(WS-RESP)
068700     END-EXEC.
068800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
068900        SET CD62O-RESP-POSTING-ERROR TO TRUE
069000        MOVE 'Error rereading standing order' TO CD62O-RESP-MSG
069100        PERFORM ABORT-BEREAVEMENT THRU
069200                ABORT-BEREAVEMENT-EXIT
069300        GO TO SUSPEND-ORDER-EXIT
069400     END-IF.
069500     MOVE WS-BNKSORD-REC TO WS-MAU-BEFORE.
069600     SET SOR-REC-STATUS-SUSPENDED TO TRUE.
069700     EXEC CICS REWRITE FILE('BNKSORD')
069800                       FROM(WS-BNKSORD-REC)
069900                       LENGTH(LENGTH OF WS-BNKSORD-REC)
070000                       RESP(WS-RESP)
070100     END-EXEC.
070200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
070300        SET CD62O-RESP-POSTING-ERROR TO TRUE
070400        MOVE 'Error rewriting standing order' TO CD62O-RESP-MSG
070500        PERFORM ABORT-BEREAVEMENT THRU
070600                ABORT-BEREAVEMENT-EXIT
070700        GO TO SUSPEND-ORDER-EXIT
070800     END-IF.
070900     MOVE WS-BNKSORD-REC TO WS-MAU-AFTER.
071000     MOVE 'BNKSORD' TO WS-MAU-FILE.
071100     MOVE SPACES TO WS-MAU-KEY.
071200     MOVE SOR-REC-ORDER-NO TO WS-MAU-KEY(1:10).
071300     PERFORM WRITE-MAINT-AUDIT THRU
071400             WRITE-MAINT-AUDIT-EXIT.
071500     ADD 1 TO WS-ORD-SUB.
071600 SUSPEND-ORDER-EXIT.
071700     EXIT.
071800
071900*****************************************************************
072000* Suspend one pending warehoused payment - the BBANK73P release *
072100* only takes pending items, and the estate cancels it through   *
072200* BBANK20P once its instructions are known                      *
072300*****************************************************************
072400 SUSPEND-PAYMENT.
072500     MOVE WS-PAY-NO(WS-PAY-SUB) TO FWP-REC-PAYMENT-NO.
072600     EXEC CICS READ FILE('BNKFWPY')
072700                    INTO(WS-BNKFWPY-REC)
072800                    LENGTH(LENGTH OF WS-BNKFWPY-REC)
072900                    RIDFLD(FWP-REC-PAYMENT-NO)
073000                    UPDATE
073100                    RESP(WS-RESP)
073200     END-EXEC.
073300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
073400        SET CD62O-RESP-POSTING-ERROR TO TRUE
073500        MOVE 'Error rereading warehoused payment' TO
073600            CD62O-RESP-MSG
073700        PERFORM ABORT-BEREAVEMENT THRU
073800                ABORT-BEREAVEMENT-EXIT
073900        GO TO SUSPEND-PAYMENT-EXIT
074000     END-IF.
074100     MOVE WS-BNKFWPY-REC TO WS-MAU-BEFORE.
074200     SET FWP-REC-STATUS-SUSPENDED TO TRUE.
074300     EXEC CICS REWRITE FILE('BNKFWPY')
074400                       FROM(WS-BNKFWPY-REC)
074500                       LENGTH(LENGTH OF WS-BNKFWPY-REC)
074600                       RESP(WS-RESP)
074700     END-EXEC.
074800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
074900        SET CD62O-RESP-POSTING-ERROR TO TRUE
075000        MOVE 'Error rewriting warehoused payment' TO
075100            CD62O-RESP-MSG
075200        PERFORM ABORT-BEREAVEMENT THRU
075300                ABORT-BEREAVEMENT-EXIT
075400        GO TO SUSPEND-PAYMENT-EXIT
075500     END-IF.
075600     MOVE WS-BNKFWPY-REC TO WS-MAU-AFTER.
075700     MOVE 'BNKFWPY' TO WS-MAU-FILE.
075800     MOVE SPACES TO WS-MAU-KEY.
075900     MOVE FWP-REC-PAYMENT-NO TO WS-MAU-KEY(1:10).
076000     PERFORM WRITE-MAINT-AUDIT THRU
076100             WRITE-MAINT-AUDIT-EXIT.
076200     ADD 1 TO WS-PAY-SUB.
076300 SUSPEND-PAYMENT-EXIT.
076400     EXIT.
076500
076600*****************************************************************
076700* A write failed part way through - roll the whole unit of work *
076800* back so the customer and the accounts stay as they were       *
076900*****************************************************************
077000 ABORT-BEREAVEMENT.
077100     EXEC CICS SYNCPOINT ROLLBACK
077200     END-EXEC.
077300 ABORT-BEREAVEMENT-EXIT.
077400     EXIT.
077500
077600*****************************************************************
077700* Pick up the current business date from the run-control        *
077800* '*CONTROL' record so the dates are judged against the banking *
077900* day. If run control is not available the machine date stands  *
078000* in.                                                           *
078100*****************************************************************
078200 GET-BUSINESS-DATE.
078300     MOVE '*CONTROL' TO RNC-REC-JOB-NAME.
078400     MOVE '00000000' TO RNC-REC-RUN-DATE.
078500     EXEC CICS READ FILE('BNKRUNC')
078600                    INTO(WS-BNKRUNC-REC)
078700                    LENGTH(LENGTH OF WS-BNKRUNC-REC)
078800                    RIDFLD(RNC-REC-KEY)
078900                    RESP(WS-RESP)
079000     END-EXEC.
079100     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
079200        MOVE RNC-REC-BUSINESS-DATE TO WS-BUSINESS-DATE
079300     END-IF.
079400 GET-BUSINESS-DATE-EXIT.
079500     EXIT.
079600
079700*****************************************************************
079800* Write one maintenance-audit record to BNKMAUD carrying the    *
079900* before and after images, who made the maker request and from  *
080000* which terminal. One record uses several audit rows in the     *
080100* same task, so each carries its own sequence in the key.       *
080200*****************************************************************
080300 WRITE-MAINT-AUDIT.
080400     MOVE CD62-REQUEST-TYPE TO WS-MAU-FUNCTION.
080500     MOVE CD62I-UPDATE-BY TO WS-MAU-UPDATE-BY.
080600     ADD 1 TO WS-MAU-SEQ.
080700     MOVE LOW-VALUES TO MAU-RECORD.
080800     EXEC CICS ASKTIME
080900               ABSTIME(WS-MAU-ABSTIME)
081000     END-EXEC.
081100     EXEC CICS FORMATTIME
081200               ABSTIME(WS-MAU-ABSTIME)
081300               YYYYMMDD(MAU-REC-TIMESTAMP(1:8))
081400               TIME(MAU-REC-TIMESTAMP(9:8))
081500     END-EXEC.
081600     MOVE EIBTASKN TO WS-MAU-TASKN.
081700     MOVE WS-MAU-TASKN TO MAU-REC-TIMESTAMP(17:7).
081800     MOVE WS-MAU-FUNCTION TO MAU-REC-TIMESTAMP(24:1).
081900     MOVE WS-MAU-SEQ TO MAU-REC-TIMESTAMP(25:2).
082000     MOVE WS-MAU-FILE TO MAU-REC-FILE.
082100     MOVE WS-MAU-FUNCTION TO MAU-REC-FUNCTION.
082200     MOVE WS-MAU-KEY TO MAU-REC-RECORD-KEY.
082300     MOVE WS-MAU-UPDATE-BY TO MAU-REC-USERID.
082400     MOVE EIBTRMID TO MAU-REC-TERMID.
082500     MOVE WS-MAU-BEFORE TO MAU-REC-BEFORE-IMAGE.
082600     MOVE WS-MAU-AFTER TO MAU-REC-AFTER-IMAGE.
082700     EXEC CICS WRITE FILE('BNKMAUD')
082800               FROM(WS-BNKMAUD-REC)
082900               LENGTH(LENGTH OF WS-BNKMAUD-REC)
083000               RIDFLD(MAU-REC-TIMESTAMP)
083100               RESP(WS-MAU-RESP)
083200     END-EXEC.
083300     IF WS-MAU-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
083400        DISPLAY 'DBANK62P - MAINT AUDIT WRITE FAILED: '
083500                MAU-REC-TIMESTAMP
083600     END-IF.
083700 WRITE-MAINT-AUDIT-EXIT.
083800     EXIT.
083900
084000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
