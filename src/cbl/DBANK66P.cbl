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
001300* Program:     DBANK66P.CBL                                     *
001400* Function:    Customer self-service limits                     *
001500*              VSAM version                                     *
001600*                                                               *
001700* Holds a customer's own-account transfers and warehoused       *
001800* payments to a daily value limit, a daily count limit and a    *
001900* single-item limit for the channel the item came in on. The    *
002000* limits are the customer's own BNKLIMT profile or, failing     *
002100* that, the default for their BNKCUST risk rating; zero is no   *
002200* limit, and a customer with neither profile is not limited.    *
002300* What has been used today is kept on BNKLUSE against the       *
002400* business date on run control's '*CONTROL' record, so the      *
002500* totals start again from nothing once the BBANK53P cutover has *
002600* advanced it.                                                  *
002700*                                                               *
002800* A check only reports; the caller records the item as used     *
002900* once it has actually gone through. Profile changes are        *
003000* journaled to BNKMAUD with the before and after images.        *
003100*****************************************************************
003200
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID.
003500     DBANK66P.
003600 DATE-WRITTEN.
003700     October 2026.
003800 DATE-COMPILED.
003900     Today.
004000
004100 ENVIRONMENT DIVISION.
004200
004300 DATA DIVISION.
004400
004500 WORKING-STORAGE SECTION.
004600 01  WS-MISC-STORAGE.
004700   05  WS-PROGRAM-ID                         PIC X(8)
004800       VALUE 'DBANK66P'.
004900   05  WS-COMMAREA-LENGTH                    PIC 9(5).
005000   05  WS-RESP                               PIC S9(8) COMP.
005100   05  WS-ABSTIME                            PIC S9(15) COMP-3.
005200   05  WS-POST-DATE                          PIC X(8).
005300   05  WS-POST-TIME                          PIC X(8).
005400   05  WS-TASKN-DISPLAY                      PIC 9(7).
005500   05  WS-BUSINESS-DATE                      PIC X(8).
005600   05  WS-UPDATED-TS                         PIC X(26).
005700   05  WS-CHAN-SUB                           PIC S9(4) COMP.
005800   05  WS-LIMIT-SUB                          PIC S9(4) COMP.
005900   05  WS-REMAINING                          PIC S9(11)V99.
006000   05  WS-REMAINING-EDIT                     PIC Z(7)9.99.
006100   05  WS-MAU-ABSTIME                        PIC S9(15) COMP-3.
006200   05  WS-MAU-TASKN                          PIC 9(7).
006300   05  WS-MAU-RESP                           PIC S9(8) COMP.
006400
006500 01  WS-MAINT-AUDIT-WORK.
006600   05  WS-MAU-FILE                           PIC X(8).
006700   05  WS-MAU-FUNCTION                       PIC X(1).
006800   05  WS-MAU-KEY                            PIC X(26).
006900   05  WS-MAU-BEFORE                         PIC X(400).
007000   05  WS-MAU-AFTER                          PIC X(400).
007100   05  WS-MAU-UPDATE-BY                      PIC X(8).
007200
007300 01  WS-BNKLIMT-REC.
007400 COPY CBANKVLM.
007500
007600 01  WS-BNKLUSE-REC.
007700 COPY CBANKVLU.
007800
007900 01  WS-BNKCUST-REC.
008000 COPY CBANKVCS.
008100
008200 01  WS-BNKACC-REC.
008300 COPY CBANKVAC.
008400
008500 01  WS-BNKRUNC-REC.
008600 COPY CBANKVRC.
008700
008800 01  WS-BNKMAUD-REC.
008900 COPY CBANKVMA.
009000
009100 01  WS-COMMAREA.
009200 COPY CBANKD66.
009300
009400 COPY CABENDD.
009500
009600 LINKAGE SECTION.
009700 01  DFHCOMMAREA.
009800   05  LK-COMMAREA                           PIC X(1)
009900       OCCURS 1 TO 4096 TIMES
010000         DEPENDING ON WS-COMMAREA-LENGTH.
010100
010200 PROCEDURE DIVISION.
010300*****************************************************************
010400* Move the passed data to our area                              *
010500*****************************************************************
010600     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
010700     MOVE DFHCOMMAREA TO WS-COMMAREA.
010800
010900*****************************************************************
011000* Initialize our output area                                    *
011100*****************************************************************
011200     MOVE SPACES TO CD66O-DATA.
011300     PERFORM CLEAR-OUTPUT-LIMIT THRU
011400             CLEAR-OUTPUT-LIMIT-EXIT
011500        VARYING WS-LIMIT-SUB FROM 1 BY 1
011600        UNTIL WS-LIMIT-SUB > 3.
011700     SET CD66O-RESP-OK TO TRUE.
011800
011900*****************************************************************
012000* Capture the timestamp and business date once                  *
012100*****************************************************************
012200     EXEC CICS ASKTIME
012300               ABSTIME(WS-ABSTIME)
012400     END-EXEC.
012500     EXEC CICS FORMATTIME
012600               ABSTIME(WS-ABSTIME)
012700               YYYYMMDD(WS-POST-DATE)
012800               TIME(WS-POST-TIME)
012900     END-EXEC.
013000     MOVE EIBTASKN TO WS-TASKN-DISPLAY.
013100     MOVE LOW-VALUES TO WS-UPDATED-TS.
013200     MOVE WS-POST-DATE TO WS-UPDATED-TS(1:8).
013300     MOVE WS-POST-TIME TO WS-UPDATED-TS(9:8).
013400     MOVE WS-TASKN-DISPLAY TO WS-UPDATED-TS(17:7).
013500     MOVE WS-POST-DATE TO WS-BUSINESS-DATE.
013600     PERFORM GET-BUSINESS-DATE THRU
013700             GET-BUSINESS-DATE-EXIT.
013800     MOVE WS-BUSINESS-DATE TO CD66O-BUSINESS-DATE.
013900
014000*****************************************************************
014100* Check what is required                                        *
014200*****************************************************************
014300     EVALUATE TRUE
014400       WHEN CD66-REQUESTED-SET
014500        PERFORM SET-PROFILE THRU
014600                SET-PROFILE-EXIT
014700       WHEN CD66-REQUESTED-DELETE
014800        PERFORM DELETE-PROFILE THRU
014900                DELETE-PROFILE-EXIT
015000       WHEN CD66-REQUESTED-INQUIRE AND
015100            CD66I-PROFILE-RISK-DEFAULT
015200        PERFORM INQUIRE-RISK-DEFAULT THRU
015300                INQUIRE-RISK-DEFAULT-EXIT
015400       WHEN OTHER
015500        PERFORM PROCESS-CUSTOMER THRU
015600                PROCESS-CUSTOMER-EXIT
015700     END-EVALUATE.
015800
015900*****************************************************************
016000* Move the result back to the callers area                      *
016100*****************************************************************
016200     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
016300
016400*****************************************************************
016500* Return to our caller                                          *
016600*****************************************************************
016700     EXEC CICS RETURN
016800     END-EXEC.
016900     GOBACK.
017000
017100 CLEAR-OUTPUT-LIMIT.
017200     MOVE 0 TO CD66O-DAY-VALUE (WS-LIMIT-SUB).
017300     MOVE 0 TO CD66O-DAY-COUNT (WS-LIMIT-SUB).
017400     MOVE 0 TO CD66O-ITEM-VALUE (WS-LIMIT-SUB).
017500     MOVE 0 TO CD66O-USED-VALUE (WS-LIMIT-SUB).
017600     MOVE 0 TO CD66O-USED-COUNT (WS-LIMIT-SUB).
017700 CLEAR-OUTPUT-LIMIT-EXIT.
017800     EXIT.
017900
018000*****************************************************************
018100* Inquire, check or record use for one customer: find who they  *
018200* are and which limits apply, and what they have used today     *
018300*****************************************************************
018400 PROCESS-CUSTOMER.
018500     IF NOT CD66-REQUESTED-INQUIRE
018600        PERFORM SET-CHANNEL-SUB THRU
018700                SET-CHANNEL-SUB-EXIT
018800        IF NOT CD66O-RESP-OK
018900           GO TO PROCESS-CUSTOMER-EXIT
019000        END-IF
019100     END-IF.
019200     PERFORM RESOLVE-CUSTOMER THRU
019300             RESOLVE-CUSTOMER-EXIT.
019400     IF NOT CD66O-RESP-OK
019500        GO TO PROCESS-CUSTOMER-EXIT
019600     END-IF.
019700     PERFORM LOAD-LIMITS THRU
019800             LOAD-LIMITS-EXIT.
019900     PERFORM LOAD-USAGE THRU
020000             LOAD-USAGE-EXIT.
020100     IF CD66-REQUESTED-CHECK OR
020200        CD66-REQUESTED-ITEM-CHECK
020300        PERFORM CHECK-LIMITS THRU
020400                CHECK-LIMITS-EXIT
020500     END-IF.
020600     IF CD66-REQUESTED-RECORD-USE
020700        PERFORM RECORD-USE THRU
020800                RECORD-USE-EXIT
020900     END-IF.
021000 PROCESS-CUSTOMER-EXIT.
021100     EXIT.
021200
021300*****************************************************************
021400* Turn the channel into the profile's occurrence - a blank      *
021500* channel is a transfer entered at a terminal                   *
021600*****************************************************************
021700 SET-CHANNEL-SUB.
021800     EVALUATE TRUE
021900       WHEN CD66I-CHANNEL-TRANSFER
022000        MOVE 1 TO WS-CHAN-SUB
022100       WHEN CD66I-CHANNEL-PAYMENT
022200        MOVE 2 TO WS-CHAN-SUB
022300       WHEN CD66I-CHANNEL-MOBILE
022400        MOVE 3 TO WS-CHAN-SUB
022500       WHEN CD66I-CHANNEL IS EQUAL TO SPACES OR
022600            CD66I-CHANNEL IS EQUAL TO LOW-VALUES
022700        MOVE 1 TO WS-CHAN-SUB
022800       WHEN OTHER
022900        SET CD66O-RESP-INVALID-INPUT TO TRUE
023000        MOVE 'Unknown channel' TO CD66O-RESP-MSG
023100     END-EVALUATE.
023200     IF (CD66-REQUESTED-CHECK OR
023300         CD66-REQUESTED-ITEM-CHECK OR
023400         CD66-REQUESTED-RECORD-USE) AND
023500        (CD66I-AMOUNT IS NOT NUMERIC OR
023600         CD66I-AMOUNT IS NOT GREATER THAN ZERO)
023700        SET CD66O-RESP-INVALID-INPUT TO TRUE
023800        MOVE 'Amount must be greater than zero' TO CD66O-RESP-MSG
023900     END-IF.
024000 SET-CHANNEL-SUB-EXIT.
024100     EXIT.
024200
024300*****************************************************************
024400* The customer is the PID given, or the owner of the account    *
024500* given; their risk rating picks the default profile            *
024600*****************************************************************
024700 RESOLVE-CUSTOMER.
024800     IF CD66I-PID IS EQUAL TO SPACES OR
024900        CD66I-PID IS EQUAL TO LOW-VALUES
025000        IF CD66I-ACCNO IS EQUAL TO SPACES OR
025100           CD66I-ACCNO IS EQUAL TO LOW-VALUES
025200           SET CD66O-RESP-INVALID-INPUT TO TRUE
025300           MOVE 'Customer or account is required' TO
025400               CD66O-RESP-MSG
025500           GO TO RESOLVE-CUSTOMER-EXIT
025600        END-IF
025700        MOVE CD66I-ACCNO TO BAC-REC-ACCNO
025800        EXEC CICS READ FILE('BNKACC')
025900                       INTO(WS-BNKACC-REC)
026000                       LENGTH(LENGTH OF WS-BNKACC-REC)
026100                       RIDFLD(BAC-REC-ACCNO)
026200                       RESP(WS-RESP)
026300        END-EXEC
026400        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
026500           SET CD66O-RESP-NOTFOUND TO TRUE
026600           MOVE 'Account not found' TO CD66O-RESP-MSG
026700           GO TO RESOLVE-CUSTOMER-EXIT
026800        END-IF
026900        MOVE BAC-REC-PID TO CD66I-PID
027000     END-IF.
027100     MOVE CD66I-PID TO BCS-REC-PID.
027200     EXEC CICS READ FILE('BNKCUST')
027300                    INTO(WS-BNKCUST-REC)
027400                    LENGTH(LENGTH OF WS-BNKCUST-REC)
027500                    RIDFLD(BCS-REC-PID)
027600                    RESP(WS-RESP)
027700     END-EXEC.
027800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
027900        SET CD66O-RESP-NOTFOUND TO TRUE
028000        MOVE 'Customer not found' TO CD66O-RESP-MSG
028100        GO TO RESOLVE-CUSTOMER-EXIT
028200     END-IF.
028300     MOVE CD66I-PID TO CD66O-PID.
028400     IF BCS-REC-RISK-HIGH
028500        MOVE 'H' TO CD66O-RISK-RATING
028600     ELSE
028700        MOVE 'S' TO CD66O-RISK-RATING
028800     END-IF.
028900 RESOLVE-CUSTOMER-EXIT.
029000     EXIT.
029100
029200*****************************************************************
029300* The customer's own profile if they have one, else the default *
029400* for their risk rating, else no limits at all                  *
029500*****************************************************************
029600 LOAD-LIMITS.
029700     MOVE 'C' TO LMT-REC-KIND.
029800     MOVE CD66O-PID TO LMT-REC-ID.
029900     EXEC CICS READ FILE('BNKLIMT')
030000                    INTO(WS-BNKLIMT-REC)
030100                    LENGTH(LENGTH OF WS-BNKLIMT-REC)
030200                    RIDFLD(LMT-REC-KEY)
030300                    RESP(WS-RESP)
030400     END-EXEC.
030500     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
030600        MOVE 'C' TO CD66O-PROFILE-SOURCE
030700        GO TO LOAD-LIMITS-OUTPUT
030800     END-IF.
030900     MOVE 'R' TO LMT-REC-KIND.
031000     MOVE SPACES TO LMT-REC-ID.
031100     MOVE CD66O-RISK-RATING TO LMT-REC-ID(1:1).
031200     EXEC CICS READ FILE('BNKLIMT')
031300                    INTO(WS-BNKLIMT-REC)
031400                    LENGTH(LENGTH OF WS-BNKLIMT-REC)
031500                    RIDFLD(LMT-REC-KEY)
031600                    RESP(WS-RESP)
031700     END-EXEC.
031800     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
031900        MOVE 'R' TO CD66O-PROFILE-SOURCE
032000        GO TO LOAD-LIMITS-OUTPUT
032100     END-IF.
032200     MOVE 'N' TO CD66O-PROFILE-SOURCE.
032300     GO TO LOAD-LIMITS-EXIT.
032400
032500 LOAD-LIMITS-OUTPUT.
032600     PERFORM MOVE-LIMIT-TO-OUTPUT THRU
032700             MOVE-LIMIT-TO-OUTPUT-EXIT
032800        VARYING WS-LIMIT-SUB FROM 1 BY 1
032900        UNTIL WS-LIMIT-SUB > 3.
033000 LOAD-LIMITS-EXIT.
033100     EXIT.
033200
033300 MOVE-LIMIT-TO-OUTPUT.
033400     MOVE LMT-REC-DAY-VALUE (WS-LIMIT-SUB) TO
033500         CD66O-DAY-VALUE (WS-LIMIT-SUB).
033600     MOVE LMT-REC-DAY-COUNT (WS-LIMIT-SUB) TO
033700         CD66O-DAY-COUNT (WS-LIMIT-SUB).
033800     MOVE LMT-REC-ITEM-VALUE (WS-LIMIT-SUB) TO
033900         CD66O-ITEM-VALUE (WS-LIMIT-SUB).
034000 MOVE-LIMIT-TO-OUTPUT-EXIT.
034100     EXIT.
034200
034300*****************************************************************
034400* Today's running totals - totals from an earlier business day  *
034500* count as nothing used                                         *
034600*****************************************************************
034700 LOAD-USAGE.
034800     MOVE CD66O-PID TO LUS-REC-PID.
034900     EXEC CICS READ FILE('BNKLUSE')
035000                    INTO(WS-BNKLUSE-REC)
035100                    LENGTH(LENGTH OF WS-BNKLUSE-REC)
035200                    RIDFLD(LUS-REC-PID)
035300                    RESP(WS-RESP)
035400     END-EXEC.
035500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
035600        LUS-REC-BUS-DATE IS NOT EQUAL TO WS-BUSINESS-DATE
035700        GO TO LOAD-USAGE-EXIT
035800     END-IF.
035900     PERFORM MOVE-USAGE-TO-OUTPUT THRU
036000             MOVE-USAGE-TO-OUTPUT-EXIT
036100        VARYING WS-LIMIT-SUB FROM 1 BY 1
036200        UNTIL WS-LIMIT-SUB > 3.
036300 LOAD-USAGE-EXIT.
036400     EXIT.
036500
036600 MOVE-USAGE-TO-OUTPUT.
036700     MOVE LUS-REC-DAY-VALUE (WS-LIMIT-SUB) TO
036800         CD66O-USED-VALUE (WS-LIMIT-SUB).
036900     MOVE LUS-REC-DAY-COUNT (WS-LIMIT-SUB) TO
037000         CD66O-USED-COUNT (WS-LIMIT-SUB).
037100 MOVE-USAGE-TO-OUTPUT-EXIT.
037200     EXIT.
037300
037400*****************************************************************
037500* Hold the amount to the channel's limits: the single item      *
037600* first, then - unless only the item is being checked - the     *
037700* number of items and the value already used today              *
037800*****************************************************************
037900 CHECK-LIMITS.
038000     IF CD66O-ITEM-VALUE (WS-CHAN-SUB) IS GREATER THAN 0 AND
038100        CD66I-AMOUNT IS GREATER THAN
038200           CD66O-ITEM-VALUE (WS-CHAN-SUB)
038300        SET CD66O-RESP-OVER-LIMIT TO TRUE
038400        MOVE 'Amount is over the single item limit' TO
038500            CD66O-RESP-MSG
038600        GO TO CHECK-LIMITS-EXIT
038700     END-IF.
038800     IF CD66-REQUESTED-ITEM-CHECK
038900        GO TO CHECK-LIMITS-EXIT
039000     END-IF.
039100     IF CD66O-DAY-COUNT (WS-CHAN-SUB) IS GREATER THAN 0 AND
039200        CD66O-USED-COUNT (WS-CHAN-SUB) IS NOT LESS THAN
039300           CD66O-DAY-COUNT (WS-CHAN-SUB)
039400        SET CD66O-RESP-OVER-LIMIT TO TRUE
039500        MOVE 'Daily number of items already reached' TO
039600            CD66O-RESP-MSG
039700        GO TO CHECK-LIMITS-EXIT
039800     END-IF.
039900     IF CD66O-DAY-VALUE (WS-CHAN-SUB) IS GREATER THAN 0 AND
040000        CD66O-USED-VALUE (WS-CHAN-SUB) + CD66I-AMOUNT IS
040100           GREATER THAN CD66O-DAY-VALUE (WS-CHAN-SUB)
040200        COMPUTE WS-REMAINING = CD66O-DAY-VALUE (WS-CHAN-SUB) -
040300                               CD66O-USED-VALUE (WS-CHAN-SUB)
040400        IF WS-REMAINING IS LESS THAN 0
040500           MOVE 0 TO WS-REMAINING
040600        END-IF
040700        MOVE WS-REMAINING TO WS-REMAINING-EDIT
040800        SET CD66O-RESP-OVER-LIMIT TO TRUE
040900        STRING 'Over daily limit - remaining '
041000                  DELIMITED BY SIZE
041100               WS-REMAINING-EDIT DELIMITED BY SIZE
041200          INTO CD66O-RESP-MSG
041300     END-IF.
041400 CHECK-LIMITS-EXIT.
041500     EXIT.
041600
041700*****************************************************************
041800* Add an item that has gone through to today's totals, starting *
041900* them again if they belong to an earlier business day          *
042000*****************************************************************
042100 RECORD-USE.
042200     MOVE CD66O-PID TO LUS-REC-PID.
042300     EXEC CICS READ FILE('BNKLUSE')
042400                    INTO(WS-BNKLUSE-REC)
042500                    LENGTH(LENGTH OF WS-BNKLUSE-REC)
042600                    RIDFLD(LUS-REC-PID)
042700                    UPDATE
042800                    RESP(WS-RESP)
042900     END-EXEC.
043000     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
043100        MOVE SPACES TO LUS-RECORD
043200        MOVE CD66O-PID TO LUS-REC-PID
043300        MOVE LOW-VALUES TO LUS-REC-BUS-DATE
043400     ELSE
043500        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
043600           SET CD66O-RESP-ERROR TO TRUE
043700           MOVE 'Error recording limit use' TO CD66O-RESP-MSG
043800           GO TO RECORD-USE-EXIT
043900        END-IF
044000     END-IF.
044100     IF LUS-REC-BUS-DATE IS NOT EQUAL TO WS-BUSINESS-DATE
044200        MOVE WS-BUSINESS-DATE TO LUS-REC-BUS-DATE
044300        PERFORM CLEAR-USAGE THRU
044400                CLEAR-USAGE-EXIT
044500           VARYING WS-LIMIT-SUB FROM 1 BY 1
044600           UNTIL WS-LIMIT-SUB > 3
044700     END-IF.
044800     ADD CD66I-AMOUNT TO LUS-REC-DAY-VALUE (WS-CHAN-SUB).
044900     ADD 1 TO LUS-REC-DAY-COUNT (WS-CHAN-SUB).
045000     MOVE WS-UPDATED-TS TO LUS-REC-UPDATED-TS.
045100     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
045200        EXEC CICS WRITE FILE('BNKLUSE')
045300                  FROM(WS-BNKLUSE-REC)
045400                  LENGTH(LENGTH OF WS-BNKLUSE-REC)
045500                  RIDFLD(LUS-REC-PID)
045600                  RESP(WS-RESP)
045700        END-EXEC
045800     ELSE
045900        EXEC CICS REWRITE FILE('BNKLUSE')
046000                  FROM(WS-BNKLUSE-REC)
046100                  LENGTH(LENGTH OF WS-BNKLUSE-REC)
046200                  RESP(WS-RESP)
046300        END-EXEC
046400     END-IF.
046500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
046600        SET CD66O-RESP-ERROR TO TRUE
046700        MOVE 'Error recording limit use' TO CD66O-RESP-MSG
046800        GO TO RECORD-USE-EXIT
046900     END-IF.
047000     PERFORM MOVE-USAGE-TO-OUTPUT THRU
047100             MOVE-USAGE-TO-OUTPUT-EXIT
047200        VARYING WS-LIMIT-SUB FROM 1 BY 1
047300        UNTIL WS-LIMIT-SUB > 3.
047400 RECORD-USE-EXIT.
047500     EXIT.
047600
047700 CLEAR-USAGE.
047800     MOVE 0 TO LUS-REC-DAY-VALUE (WS-LIMIT-SUB).
047900     MOVE 0 TO LUS-REC-DAY-COUNT (WS-LIMIT-SUB).
048000 CLEAR-USAGE-EXIT.
048100     EXIT.
048200
048300*****************************************************************
048400* Work out the BNKLIMT key of the profile being maintained or   *
048500* inquired on - a customer's PID, which must be on BNKCUST, or  *
048600* a risk rating                                                 *
048700*****************************************************************
048800 SET-PROFILE-KEY.
048900     MOVE SPACES TO LMT-RECORD.
049000     IF CD66I-PROFILE-RISK-DEFAULT
049100        IF CD66I-RISK-RATING IS NOT EQUAL TO 'S' AND
049200           CD66I-RISK-RATING IS NOT EQUAL TO 'H'
049300           SET CD66O-RESP-INVALID-INPUT TO TRUE
049400           MOVE 'Risk rating must be S or H' TO CD66O-RESP-MSG
049500           GO TO SET-PROFILE-KEY-EXIT
049600        END-IF
049700        MOVE 'R' TO LMT-REC-KIND
049800        MOVE CD66I-RISK-RATING TO LMT-REC-ID(1:1)
049900        MOVE CD66I-RISK-RATING TO CD66O-RISK-RATING
050000        GO TO SET-PROFILE-KEY-EXIT
050100     END-IF.
050200     MOVE CD66I-PID TO BCS-REC-PID.
050300     EXEC CICS READ FILE('BNKCUST')
050400                    INTO(WS-BNKCUST-REC)
050500                    LENGTH(LENGTH OF WS-BNKCUST-REC)
050600                    RIDFLD(BCS-REC-PID)
050700                    RESP(WS-RESP)
050800     END-EXEC.
050900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
051000        SET CD66O-RESP-NOTFOUND TO TRUE
051100        MOVE 'Customer not found' TO CD66O-RESP-MSG
051200        GO TO SET-PROFILE-KEY-EXIT
051300     END-IF.
051400     MOVE SPACES TO LMT-RECORD.
051500     MOVE 'C' TO LMT-REC-KIND.
051600     MOVE CD66I-PID TO LMT-REC-ID.
051700     MOVE CD66I-PID TO CD66O-PID.
051800 SET-PROFILE-KEY-EXIT.
051900     EXIT.
052000
052100*****************************************************************
052200* Look up a risk rating's default profile                       *
052300*****************************************************************
052400 INQUIRE-RISK-DEFAULT.
052500     PERFORM SET-PROFILE-KEY THRU
052600             SET-PROFILE-KEY-EXIT.
052700     IF NOT CD66O-RESP-OK
052800        GO TO INQUIRE-RISK-DEFAULT-EXIT
052900     END-IF.
053000     EXEC CICS READ FILE('BNKLIMT')
053100                    INTO(WS-BNKLIMT-REC)
053200                    LENGTH(LENGTH OF WS-BNKLIMT-REC)
053300                    RIDFLD(LMT-REC-KEY)
053400                    RESP(WS-RESP)
053500     END-EXEC.
053600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
053700        SET CD66O-RESP-NOTFOUND TO TRUE
053800        MOVE 'No default limits for this rating' TO
053900            CD66O-RESP-MSG
054000        GO TO INQUIRE-RISK-DEFAULT-EXIT
054100     END-IF.
054200     MOVE 'R' TO CD66O-PROFILE-SOURCE.
054300     PERFORM MOVE-LIMIT-TO-OUTPUT THRU
054400             MOVE-LIMIT-TO-OUTPUT-EXIT
054500        VARYING WS-LIMIT-SUB FROM 1 BY 1
054600        UNTIL WS-LIMIT-SUB > 3.
054700 INQUIRE-RISK-DEFAULT-EXIT.
054800     EXIT.
054900
055000*****************************************************************
055100* Set a profile, creating it if it is new, and journal the      *
055200* change                                                        *
055300*****************************************************************
055400 SET-PROFILE.
055500     PERFORM SET-PROFILE-KEY THRU
055600             SET-PROFILE-KEY-EXIT.
055700     IF NOT CD66O-RESP-OK
055800        GO TO SET-PROFILE-EXIT
055900     END-IF.
056000     EXEC CICS READ FILE('BNKLIMT')
056100                    INTO(WS-BNKLIMT-REC)
056200                    LENGTH(LENGTH OF WS-BNKLIMT-REC)
056300                    RIDFLD(LMT-REC-KEY)
056400                    UPDATE
056500                    RESP(WS-RESP)
056600     END-EXEC.
056700     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
056800        MOVE WS-BNKLIMT-REC TO WS-MAU-BEFORE
056900        MOVE 'U' TO WS-MAU-FUNCTION
057000     ELSE
057100        IF WS-RESP IS NOT EQUAL TO DFHRESP(NOTFND)
057200           SET CD66O-RESP-ERROR TO TRUE
057300           MOVE 'Error reading limit profile' TO CD66O-RESP-MSG
057400           GO TO SET-PROFILE-EXIT
057500        END-IF
057600        MOVE LOW-VALUES TO WS-MAU-BEFORE
057700        MOVE 'A' TO WS-MAU-FUNCTION
057800     END-IF.
057900     PERFORM MOVE-INPUT-TO-LIMIT THRU
058000             MOVE-INPUT-TO-LIMIT-EXIT
058100        VARYING WS-LIMIT-SUB FROM 1 BY 1
058200        UNTIL WS-LIMIT-SUB > 3.
058300     MOVE CD66I-UPDATE-BY TO LMT-REC-UPDATED-BY.
058400     MOVE WS-UPDATED-TS TO LMT-REC-UPDATED-TS.
058500     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
058600        EXEC CICS REWRITE FILE('BNKLIMT')
058700                  FROM(WS-BNKLIMT-REC)
058800                  LENGTH(LENGTH OF WS-BNKLIMT-REC)
058900                  RESP(WS-RESP)
059000        END-EXEC
059100     ELSE
059200        EXEC CICS WRITE FILE('BNKLIMT')
059300                  FROM(WS-BNKLIMT-REC)
059400                  LENGTH(LENGTH OF WS-BNKLIMT-REC)
059500                  RIDFLD(LMT-REC-KEY)
059600                  RESP(WS-RESP)
059700        END-EXEC
059800     END-IF.
059900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
060000        SET CD66O-RESP-ERROR TO TRUE
060100        MOVE 'Error saving limit profile' TO CD66O-RESP-MSG
060200        GO TO SET-PROFILE-EXIT
060300     END-IF.
060400     MOVE WS-BNKLIMT-REC TO WS-MAU-AFTER.
060500     PERFORM WRITE-LIMIT-AUDIT THRU
060600             WRITE-LIMIT-AUDIT-EXIT.
060700     MOVE LMT-REC-KIND TO CD66O-PROFILE-SOURCE.
060800     PERFORM MOVE-LIMIT-TO-OUTPUT THRU
060900             MOVE-LIMIT-TO-OUTPUT-EXIT
061000        VARYING WS-LIMIT-SUB FROM 1 BY 1
061100        UNTIL WS-LIMIT-SUB > 3.
061200 SET-PROFILE-EXIT.
061300     EXIT.
061400
061500 MOVE-INPUT-TO-LIMIT.
061600     MOVE CD66I-DAY-VALUE (WS-LIMIT-SUB) TO
061700         LMT-REC-DAY-VALUE (WS-LIMIT-SUB).
061800     MOVE CD66I-DAY-COUNT (WS-LIMIT-SUB) TO
061900         LMT-REC-DAY-COUNT (WS-LIMIT-SUB).
062000     MOVE CD66I-ITEM-VALUE (WS-LIMIT-SUB) TO
062100         LMT-REC-ITEM-VALUE (WS-LIMIT-SUB).
062200 MOVE-INPUT-TO-LIMIT-EXIT.
062300     EXIT.
062400
062500*****************************************************************
062600* Delete a profile and journal it - a customer falls back to    *
062700* their risk rating's default, a rating to no limits at all     *
062800*****************************************************************
062900 DELETE-PROFILE.
063000     PERFORM SET-PROFILE-KEY THRU
063100             SET-PROFILE-KEY-EXIT.
063200     IF NOT CD66O-RESP-OK
063300        GO TO DELETE-PROFILE-EXIT
063400     END-IF.
063500     EXEC CICS READ FILE('BNKLIMT')
063600                    INTO(WS-BNKLIMT-REC)
063700                    LENGTH(LENGTH OF WS-BNKLIMT-REC)
063800                    RIDFLD(LMT-REC-KEY)
063900                    UPDATE
064000                    RESP(WS-RESP)
064100     END-EXEC.
064200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
064300        SET CD66O-RESP-NOTFOUND TO TRUE
064400        MOVE 'No such limit profile' TO CD66O-RESP-MSG
064500        GO TO DELETE-PROFILE-EXIT
064600     END-IF.
064700     MOVE WS-BNKLIMT-REC TO WS-MAU-BEFORE.
064800     EXEC CICS DELETE FILE('BNKLIMT')
064900               RESP(WS-RESP)
065000     END-EXEC.
065100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
065200        SET CD66O-RESP-ERROR TO TRUE
065300        MOVE 'Error deleting limit profile' TO CD66O-RESP-MSG
065400        GO TO DELETE-PROFILE-EXIT
065500     END-IF.
065600     MOVE LOW-VALUES TO WS-MAU-AFTER.
065700     MOVE 'D' TO WS-MAU-FUNCTION.
065800     PERFORM WRITE-LIMIT-AUDIT THRU
065900             WRITE-LIMIT-AUDIT-EXIT.
066000 DELETE-PROFILE-EXIT.
066100     EXIT.
066200
066300*****************************************************************
066400* Write one maintenance-audit record to BNKMAUD carrying the    *
066500* before and after images of the profile change just made, who  *
066600* made it and from which terminal - keyed the same way the      *
066700* BNKAUDT signon trail is                                       *
066800*****************************************************************
066900 WRITE-LIMIT-AUDIT.
067000     MOVE 'BNKLIMT' TO WS-MAU-FILE.
067100     MOVE SPACES TO WS-MAU-KEY.
067200     MOVE LMT-REC-KEY TO WS-MAU-KEY(1:6).
067300     MOVE CD66I-UPDATE-BY TO WS-MAU-UPDATE-BY.
067400     MOVE LOW-VALUES TO MAU-RECORD.
067500     EXEC CICS ASKTIME
067600               ABSTIME(WS-MAU-ABSTIME)
067700     END-EXEC.
067800     EXEC CICS FORMATTIME
067900               ABSTIME(WS-MAU-ABSTIME)
068000               YYYYMMDD(MAU-REC-TIMESTAMP(1:8))
068100               TIME(MAU-REC-TIMESTAMP(9:8))
068200     END-EXEC.
068300     MOVE EIBTASKN TO WS-MAU-TASKN.
068400     MOVE WS-MAU-TASKN TO MAU-REC-TIMESTAMP(17:7).
068500     MOVE WS-MAU-FUNCTION TO MAU-REC-TIMESTAMP(24:1).
068600     MOVE WS-MAU-FILE TO MAU-REC-FILE.
068700     MOVE WS-MAU-FUNCTION TO MAU-REC-FUNCTION.
068800     MOVE WS-MAU-KEY TO MAU-REC-RECORD-KEY.
068900     MOVE WS-MAU-UPDATE-BY TO MAU-REC-USERID.
069000     MOVE EIBTRMID TO MAU-REC-TERMID.
069100     MOVE WS-MAU-BEFORE TO MAU-REC-BEFORE-IMAGE.
069200     MOVE WS-MAU-AFTER TO MAU-REC-AFTER-IMAGE.
069300     EXEC CICS WRITE FILE('BNKMAUD')
069400               FROM(WS-BNKMAUD-REC)
069500               LENGTH(LENGTH OF WS-BNKMAUD-REC)
069600               RIDFLD(MAU-REC-TIMESTAMP)
069700               RESP(WS-MAU-RESP)
069800     END-EXEC.
069900     IF WS-MAU-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
070000        DISPLAY 'DBANK66P - MAINT AUDIT WRITE FAILED: '
070100                MAU-REC-TIMESTAMP
070200     END-IF.
070300 WRITE-LIMIT-AUDIT-EXIT.
070400     EXIT.
070500
070600*****************************************************************
070700* Pick up the current business date from the run-control        *
070800* '*CONTROL' record, which the BBANK53P cutover advances - the  *
070900* running totals belong to it. If run control is not available  *
071000* the machine date stands in.                                   *
071100*****************************************************************
071200 GET-BUSINESS-DATE.
071300     MOVE '*CONTROL' TO RNC-REC-JOB-NAME.
071400     MOVE '00000000' TO RNC-REC-RUN-DATE.
071500     EXEC CICS READ FILE('BNKRUNC')
071600                    INTO(WS-BNKRUNC-REC)
071700                    LENGTH(LENGTH OF WS-BNKRUNC-REC)
071800                    RIDFLD(RNC-REC-KEY)
071900                    RESP(WS-RESP)
072000     END-EXEC.
072100     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
072200        MOVE RNC-REC-BUSINESS-DATE TO WS-BUSINESS-DATE
072300     END-IF.
072400 GET-BUSINESS-DATE-EXIT.
072500     EXIT.
072600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
