001900* way BBANK31P validates before handing off to DBANK21P. The    *
002000* debit, credit and both BNKTXN postings all happen in          *
002100* DBANK22P, in one unit of work.                                *
002110* The transfer is first held to the customer's self-service     *
002120* limits for the channel it came in on (DBANK66P); over them    *
002130* it is refused, or queued for a supervisor's one-off uplift -  *
002140* between currencies only once the customer has confirmed the   *
002150* quoted rate.                                                  *
002200*****************************************************************
002300
002400 IDENTIFICATION DIVISION.
003700   05  WS-PROGRAM-ID                         PIC X(8)
003800       VALUE 'BBANK33P'.
003900   05  WS-COMMAREA-LENGTH                    PIC 9(5).
003950   05  WS-SAVE-CONFIRM-FLAG                  PIC X(1).
004000
004100 01  WS-TRANSFER-DATA.
004200 COPY CBANKD22.
004210
004220 01  WS-LIMIT-DATA.
004230 COPY CBANKD66.
004240
004250 01  WS-PEND-DATA.
004260 COPY CBANKD38.
004300
004400 COPY CABENDD.
004500
008900            CD22O-RESP-MSG
009000        GO TO BBANK33P-EXIT
009100     END-IF.
009110
009120*****************************************************************
009130* Hold the transfer to the customer's self-service limits. Over *
009140* them it is refused or - when the customer asks - queued on    *
009150* BNKPEND for a supervisor's one-off uplift, whose approval     *
009160* replays it straight through DBANK22P                          *
009170*****************************************************************
009180     PERFORM CHECK-CUSTOMER-LIMITS THRU
009182             CHECK-CUSTOMER-LIMITS-EXIT.
009184     IF NOT CD22O-RESP-OK
009186        GO TO BBANK33P-EXIT
009188     END-IF.
009200
009300*****************************************************************
009400* Hand off to the data module to do the actual I/O               *
009700                    COMMAREA(WS-TRANSFER-DATA)
009800                    LENGTH(LENGTH OF WS-TRANSFER-DATA)
009900     END-EXEC.
009910     IF CD22O-RESP-OK
009920        PERFORM RECORD-LIMIT-USE THRU
009930                RECORD-LIMIT-USE-EXIT
009940     END-IF.
010000
010100 BBANK33P-EXIT.
010200*****************************************************************
011000     EXEC CICS RETURN
011100     END-EXEC.
011200     GOBACK.
011201
011202*****************************************************************
011203* Check the transfer against the customer's limits for the      *
011204* channel through DBANK66P - nothing is counted yet             *
011205*****************************************************************
011206 CHECK-CUSTOMER-LIMITS.
011207     MOVE SPACES TO WS-LIMIT-DATA.
011208     SET CD66-REQUESTED-CHECK TO TRUE.
011209     PERFORM SET-LIMIT-REQUEST THRU
011210             SET-LIMIT-REQUEST-EXIT.
011211     EXEC CICS LINK PROGRAM('DBANK66P')
011212                    COMMAREA(WS-LIMIT-DATA)
011213                    LENGTH(LENGTH OF WS-LIMIT-DATA)
011214     END-EXEC.
011215     IF CD66O-RESP-OK
011216        GO TO CHECK-CUSTOMER-LIMITS-EXIT
011217     END-IF.
011218     IF CD66O-RESP-NOTFOUND
011219        SET CD22O-RESP-NOT-OWNER TO TRUE
011220        MOVE CD66O-RESP-MSG TO CD22O-RESP-MSG
011221        GO TO CHECK-CUSTOMER-LIMITS-EXIT
011222     END-IF.
011223     IF NOT CD66O-RESP-OVER-LIMIT
011224        SET CD22O-RESP-LIMIT-EXCEEDED TO TRUE
011225        MOVE 'Limits could not be checked - try later' TO
011226            CD22O-RESP-MSG
011227        GO TO CHECK-CUSTOMER-LIMITS-EXIT
011228     END-IF.
011229     IF NOT CD22I-UPLIFT-REQUESTED
011230        SET CD22O-RESP-LIMIT-EXCEEDED TO TRUE
011231        MOVE CD66O-RESP-MSG TO CD22O-RESP-MSG
011232        GO TO CHECK-CUSTOMER-LIMITS-EXIT
011233     END-IF.
011234* Only a transfer whose rate the customer has accepted is queued
011235* - one not yet confirmed goes back quoted first
011236     IF NOT CD22I-RATE-CONFIRMED
011237        PERFORM QUOTE-TRANSFER THRU
011238                QUOTE-TRANSFER-EXIT
011239        IF NOT CD22O-RESP-OK
011240           GO TO CHECK-CUSTOMER-LIMITS-EXIT
011241        END-IF
011242     END-IF.
011243     PERFORM QUEUE-FOR-UPLIFT THRU
011244             QUEUE-FOR-UPLIFT-EXIT.
011245 CHECK-CUSTOMER-LIMITS-EXIT.
011246     EXIT.
011247
011248*****************************************************************
011249* Count the transfer that has just gone through against today's *
011250* limits. The transfer stands if it cannot be counted, but the  *
011251* customer is told so rather than shown a plain success         *
011252*****************************************************************
011253 RECORD-LIMIT-USE.
011254     MOVE SPACES TO WS-LIMIT-DATA.
011255     SET CD66-REQUESTED-RECORD-USE TO TRUE.
011256     PERFORM SET-LIMIT-REQUEST THRU
011257             SET-LIMIT-REQUEST-EXIT.
011258     EXEC CICS LINK PROGRAM('DBANK66P')
011259                    COMMAREA(WS-LIMIT-DATA)
011260                    LENGTH(LENGTH OF WS-LIMIT-DATA)
011261     END-EXEC.
011262     IF NOT CD66O-RESP-OK
011263        MOVE 'Transfer made - limit use not recorded' TO
011264            CD22O-RESP-MSG
011265     END-IF.
011266 RECORD-LIMIT-USE-EXIT.
011267     EXIT.
011268
011269 SET-LIMIT-REQUEST.
011270     MOVE CD22I-PID TO CD66I-PID.
011271     IF CD22I-CHANNEL-MOBILE
011272        SET CD66I-CHANNEL-MOBILE TO TRUE
011273     ELSE
011274        SET CD66I-CHANNEL-TRANSFER TO TRUE
011275     END-IF.
011276     MOVE CD22I-AMOUNT TO CD66I-AMOUNT.
011277 SET-LIMIT-REQUEST-EXIT.
011278     EXIT.
011279
011280*****************************************************************
011281* Have DBANK22P check and quote the transfer without posting it *
011282* - between currencies that comes back CONFIRM-REQUIRED with    *
011283* the rate and converted amount for the customer to accept      *
011284*****************************************************************
011285 QUOTE-TRANSFER.
011286     MOVE CD22I-CONFIRM-FLAG TO WS-SAVE-CONFIRM-FLAG.
011287     SET CD22I-QUOTE-ONLY TO TRUE.
011288     EXEC CICS LINK PROGRAM('DBANK22P')
011289                    COMMAREA(WS-TRANSFER-DATA)
011290                    LENGTH(LENGTH OF WS-TRANSFER-DATA)
011291     END-EXEC.
011292     MOVE WS-SAVE-CONFIRM-FLAG TO CD22I-CONFIRM-FLAG.
011293 QUOTE-TRANSFER-EXIT.
011294     EXIT.
011295
011296*****************************************************************
011297* Queue the over-limit transfer on BNKPEND for a supervisor to  *
011298* approve as a one-off uplift - the stored image is this exact  *
011299* commarea, replayed through DBANK22P on approval               *
011300*****************************************************************
011301 QUEUE-FOR-UPLIFT.
011302     MOVE SPACES TO WS-PEND-DATA.
011303     SET CD38-REQUESTED-QUEUE TO TRUE.
011304     MOVE 'DBANK22P' TO CD38I-TARGET-PGM.
011305     MOVE WS-PROGRAM-ID TO CD38I-SOURCE-PGM.
011306     STRING 'TRANSFER OVER LIMIT ' DELIMITED BY SIZE
011307            CD22I-FROM-ACCNO DELIMITED BY SIZE
011308        INTO CD38I-DESC.
011309     MOVE CD22I-PID TO CD38I-MAKER.
011310     MOVE WS-TRANSFER-DATA TO CD38I-REQ-DATA.
011311     EXEC CICS LINK PROGRAM('DBANK38P')
011312                    COMMAREA(WS-PEND-DATA)
011313                    LENGTH(LENGTH OF WS-PEND-DATA)
011314     END-EXEC.
011315     IF CD38O-RESP-OK
011316        SET CD22O-RESP-QUEUED TO TRUE
011317        MOVE 'Over limit - queued for approval' TO
011318            CD22O-RESP-MSG
011319     ELSE
011320        SET CD22O-RESP-LIMIT-EXCEEDED TO TRUE
011321        MOVE CD38O-RESP-MSG TO CD22O-RESP-MSG
011322     END-IF.
011323 QUEUE-FOR-UPLIFT-EXIT.
011324     EXIT.
011325
011400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
