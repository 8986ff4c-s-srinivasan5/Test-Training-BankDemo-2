001900* Warehousing payments for a customer is a staff function,      *
002000* restricted to tellers, back office and supervisors by         *
002100* SBANK00P's dispatch enforcement.                              *
002110* An external beneficiary's name is then screened against the   *
002120* sanctions watchlist through DBANK56P.                         *
002130* A new payment, or an amendment to its amount, is first held   *
002140* to the customer's self-service limits (DBANK66P); over them   *
002150* it is refused, or queued for a supervisor's one-off uplift.   *
002200*****************************************************************
002300
002400 IDENTIFICATION DIVISION.
003700   05  WS-PROGRAM-ID                         PIC X(8)
003800       VALUE 'BBANK20P'.
003900   05  WS-COMMAREA-LENGTH                    PIC 9(5).
003910   05  WS-LOOKUP-RESP-CODE                   PIC X(1).
003920   05  WS-LOOKUP-RESP-MSG                    PIC X(40).
003930   05  WS-LOOKUP-FROM-ACC                    PIC X(10).
003940
003950* The request as it came in, kept while the payment being
003960* amended is looked up through the same commarea
003970 01  WS-FWPY-SAVE                            PIC X(1024).
004000
004100 01  WS-FWPY-DATA.
004200 COPY CBANKD36.
004230
004240 01  WS-SCREENING-DATA.
004250 COPY CBANKD56.
004260
004270 01  WS-LIMIT-DATA.
004280 COPY CBANKD66.
004290
004295 01  WS-PEND-DATA.
004297 COPY CBANKD38.
004300
004400 COPY CABENDD.
004500
010400           GO TO BBANK20P-EXIT
010500        END-IF
010600     END-IF.
010610
010620*****************************************************************
010630* Hold a new payment, or a new amount on an amendment, to the   *
010640* customer's self-service limits. Over them it is refused or -  *
010650* when asked - queued on BNKPEND for a supervisor's one-off     *
010660* uplift, whose approval replays it straight through DBANK36P   *
010670*****************************************************************
010680     IF CD36-REQUESTED-ADD OR
010682        (CD36-REQUESTED-AMEND AND
010684         CD36I-AMOUNT IS GREATER THAN ZERO)
010686        PERFORM CHECK-CUSTOMER-LIMITS THRU
010688                CHECK-CUSTOMER-LIMITS-EXIT
010690        IF NOT CD36O-RESP-OK
010692           GO TO BBANK20P-EXIT
010694        END-IF
010696     END-IF.
010700
010800*****************************************************************
010900* Hand off to the data module to do the actual I/O               *
011200                    COMMAREA(WS-FWPY-DATA)
011300                    LENGTH(LENGTH OF WS-FWPY-DATA)
011400     END-EXEC.
011402     IF CD36O-RESP-OK AND CD36-REQUESTED-ADD
011404        PERFORM RECORD-LIMIT-USE THRU
011406                RECORD-LIMIT-USE-EXIT
011408     END-IF.
011410     IF CD36O-RESP-OK AND
011420        (CD36-REQUESTED-ADD OR CD36-REQUESTED-AMEND) AND
011430        CD36I-DEST-FLAG IS EQUAL TO 'E' AND
011440        CD36I-EXT-NAME IS NOT EQUAL TO SPACES
011450        PERFORM SCREEN-BENEFICIARY THRU
011460                SCREEN-BENEFICIARY-EXIT
011470     END-IF.
011500
011600 BBANK20P-EXIT.
011700*****************************************************************
012600     END-EXEC.
012700     GOBACK.
012800
012900*****************************************************************
013000* Screen the external beneficiary's name against the sanctions  *
013100* watchlist. The payment stays warehoused either way - a        *
013200* possible match is raised on the review queue now, and the     *
013300* release run screens it again before it can be sent.           *
013400*****************************************************************
013500 SCREEN-BENEFICIARY.
013600     MOVE SPACES TO WS-SCREENING-DATA.
013700     SET CD56-REQUESTED-SCREEN TO TRUE.
013800     MOVE CD36I-EXT-NAME TO CD56I-NAME.
013900     SET CD56I-SUBJECT-WAREHOUSE TO TRUE.
014000     MOVE CD36O-PAYMENT-NO TO CD56I-REF.
014100     MOVE WS-PROGRAM-ID TO CD56I-SOURCE-PGM.
014200     EXEC CICS LINK PROGRAM('DBANK56P')
014300                    COMMAREA(WS-SCREENING-DATA)
014400                    LENGTH(LENGTH OF WS-SCREENING-DATA)
014500     END-EXEC.
014600     IF CD56O-RESP-OK AND CD56O-POSSIBLE-MATCH
014700        MOVE 'Saved - referred for sanctions review' TO
014800            CD36O-RESP-MSG
014900     END-IF.
015000 SCREEN-BENEFICIARY-EXIT.
015100     EXIT.
015102
015103*****************************************************************
015104* Check the payment against the customer's limits through       *
015105* DBANK66P - a new payment in full, an amendment against the    *
015106* single-item limit only, since it was counted when it was made *
015107*****************************************************************
015108 CHECK-CUSTOMER-LIMITS.
015109     MOVE SPACES TO WS-LIMIT-DATA.
015110     IF CD36-REQUESTED-ADD
015111        SET CD66-REQUESTED-CHECK TO TRUE
015112        MOVE CD36I-FROM-ACC TO CD66I-ACCNO
015113     ELSE
015114        SET CD66-REQUESTED-ITEM-CHECK TO TRUE
015115        PERFORM FIND-PAYMENT-ACCOUNT THRU
015116                FIND-PAYMENT-ACCOUNT-EXIT
015117        IF NOT CD36O-RESP-OK
015118           GO TO CHECK-CUSTOMER-LIMITS-EXIT
015119        END-IF
015120        MOVE WS-LOOKUP-FROM-ACC TO CD66I-ACCNO
015121     END-IF.
015122     SET CD66I-CHANNEL-PAYMENT TO TRUE.
015123     MOVE CD36I-AMOUNT TO CD66I-AMOUNT.
015124     EXEC CICS LINK PROGRAM('DBANK66P')
015125                    COMMAREA(WS-LIMIT-DATA)
015126                    LENGTH(LENGTH OF WS-LIMIT-DATA)
015127     END-EXEC.
015128     IF CD66O-RESP-OK
015129        GO TO CHECK-CUSTOMER-LIMITS-EXIT
015130     END-IF.
015131     IF CD66O-RESP-NOTFOUND
015132        SET CD36O-RESP-ACC-INVALID TO TRUE
015133        MOVE CD66O-RESP-MSG TO CD36O-RESP-MSG
015134        GO TO CHECK-CUSTOMER-LIMITS-EXIT
015135     END-IF.
015136     IF NOT CD66O-RESP-OVER-LIMIT
015137        SET CD36O-RESP-LIMIT-EXCEEDED TO TRUE
015138        MOVE 'Limits could not be checked - try later' TO
015139            CD36O-RESP-MSG
015140        GO TO CHECK-CUSTOMER-LIMITS-EXIT
015141     END-IF.
015142     IF NOT CD36I-UPLIFT-REQUESTED
015143        SET CD36O-RESP-LIMIT-EXCEEDED TO TRUE
015144        MOVE CD66O-RESP-MSG TO CD36O-RESP-MSG
015145        GO TO CHECK-CUSTOMER-LIMITS-EXIT
015146     END-IF.
015147     PERFORM QUEUE-FOR-UPLIFT THRU
015148             QUEUE-FOR-UPLIFT-EXIT.
015149 CHECK-CUSTOMER-LIMITS-EXIT.
015150     EXIT.
015151
015152*****************************************************************
015153* Find the account an amended payment is drawn on, putting the  *
015154* request back as it was afterwards                             *
015155*****************************************************************
015156 FIND-PAYMENT-ACCOUNT.
015157     MOVE WS-FWPY-DATA TO WS-FWPY-SAVE.
015158     SET CD36-REQUESTED-INQUIRE TO TRUE.
015159     EXEC CICS LINK PROGRAM('DBANK36P')
015160                    COMMAREA(WS-FWPY-DATA)
015161                    LENGTH(LENGTH OF WS-FWPY-DATA)
015162     END-EXEC.
015163     MOVE CD36O-RESP-CODE TO WS-LOOKUP-RESP-CODE.
015164     MOVE CD36O-RESP-MSG TO WS-LOOKUP-RESP-MSG.
015165     MOVE CD36O-ITEM-FROM-ACC (1) TO WS-LOOKUP-FROM-ACC.
015166     MOVE WS-FWPY-SAVE TO WS-FWPY-DATA.
015167     MOVE WS-LOOKUP-RESP-CODE TO CD36O-RESP-CODE.
015168     MOVE WS-LOOKUP-RESP-MSG TO CD36O-RESP-MSG.
015169 FIND-PAYMENT-ACCOUNT-EXIT.
015170     EXIT.
015171
015172*****************************************************************
015174* Count the payment just captured against today's limits. The   *
015176* payment stands if it cannot be counted, but the customer is   *
015178* told so rather than shown a plain success                     *
015180*****************************************************************
015182 RECORD-LIMIT-USE.
015184     MOVE SPACES TO WS-LIMIT-DATA.
015186     SET CD66-REQUESTED-RECORD-USE TO TRUE.
015188     MOVE CD36I-FROM-ACC TO CD66I-ACCNO.
015190     SET CD66I-CHANNEL-PAYMENT TO TRUE.
015192     MOVE CD36I-AMOUNT TO CD66I-AMOUNT.
015194     EXEC CICS LINK PROGRAM('DBANK66P')
015196                    COMMAREA(WS-LIMIT-DATA)
015198                    LENGTH(LENGTH OF WS-LIMIT-DATA)
015200     END-EXEC.
015202     IF NOT CD66O-RESP-OK
015204        MOVE 'Payment set up - limit use not recorded' TO
015206            CD36O-RESP-MSG
015208     END-IF.
015210 RECORD-LIMIT-USE-EXIT.
015212     EXIT.
015214
015216*****************************************************************
015218* Queue the over-limit payment on BNKPEND for a supervisor to   *
015220* approve as a one-off uplift - the stored image is this exact  *
015222* commarea, replayed through DBANK36P on approval               *
015224*****************************************************************
015226 QUEUE-FOR-UPLIFT.
015228     MOVE SPACES TO WS-PEND-DATA.
015230     SET CD38-REQUESTED-QUEUE TO TRUE.
015232     MOVE 'DBANK36P' TO CD38I-TARGET-PGM.
015234     MOVE WS-PROGRAM-ID TO CD38I-SOURCE-PGM.
015236     IF CD36-REQUESTED-ADD
015238        STRING 'PAYMENT OVER LIMIT ' DELIMITED BY SIZE
015240               CD36I-FROM-ACC DELIMITED BY SIZE
015242           INTO CD38I-DESC
015244     ELSE
015246        STRING 'PAYMENT AMEND OVER LIMIT ' DELIMITED BY SIZE
015248               CD36I-PAYMENT-NO DELIMITED BY SIZE
015250           INTO CD38I-DESC
015252     END-IF.
015254     MOVE CD36I-UPDATE-BY TO CD38I-MAKER.
015256     MOVE WS-FWPY-DATA TO CD38I-REQ-DATA.
015258     EXEC CICS LINK PROGRAM('DBANK38P')
015260                    COMMAREA(WS-PEND-DATA)
015262                    LENGTH(LENGTH OF WS-PEND-DATA)
015264     END-EXEC.
015266     IF CD38O-RESP-OK
015268        SET CD36O-RESP-QUEUED TO TRUE
015270        MOVE 'Over limit - queued for approval' TO
015272            CD36O-RESP-MSG
015274     ELSE
015276        SET CD36O-RESP-LIMIT-EXCEEDED TO TRUE
015278        MOVE CD38O-RESP-MSG TO CD36O-RESP-MSG
015280     END-IF.
015282 QUEUE-FOR-UPLIFT-EXIT.
015284     EXIT.
015290
015300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
