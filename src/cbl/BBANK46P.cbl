002410* A caller who is not the account's BAC-REC-PID owner may still  *
002420* be a legitimate joint/authorized holder - the BNKAXRF          *
002430* cross-reference decides before the request is refused.         *
002450* A PID recorded as deceased on BNKCUST is refused outright -   *
002470* the channel closes with the bereavement notification.         *
002500*****************************************************************
002600
002700 IDENTIFICATION DIVISION.
004230 01  WS-BNKAXRF-REC.
004240 COPY CBANKVXR.
004250
004260 01  WS-BNKCUST-REC.
004270 COPY CBANKVCS.
004280
004300 01  WS-BANK-EXT-DATA.
004400 COPY CBANKEXT.
004500
008900* before handing back the balance                                *
009000*****************************************************************
009100 LOOKUP-BALANCE.
009105* A deceased customer's channel access ends with the
009110* bereavement notification, whatever account is asked for.
009115     MOVE EXT-IP-PID TO BCS-REC-PID.
009120     EXEC CICS READ FILE('BNKCUST')
009125                    INTO(WS-BNKCUST-REC)
009130                    LENGTH(LENGTH OF WS-BNKCUST-REC)
009135                    RIDFLD(BCS-REC-PID)
009140                    RESP(WS-RESP)
009145     END-EXEC.
009150     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND
009155        BCS-REC-DECEASED
009160        MOVE 0 TO EXT-OP-BALANCE
009165        MOVE SPACES TO EXT-OP-CURRENCY
009170        MOVE SPACES TO EXT-OP-LAST-STMT-DTE
009175        MOVE 'SERVICE NOT AVAILABLE - PLEASE CONTACT THE BANK' TO
009180            EXT-OP-MESSAGE
009185        GO TO LOOKUP-BALANCE-EXIT
009190     END-IF.
009200     MOVE SPACES TO WS-COMMAREA.
009300     SET IO-REQUEST-FUNCTION-OPEN TO TRUE.
009400     SET CD51-REQUESTED-ACCNO TO TRUE.
