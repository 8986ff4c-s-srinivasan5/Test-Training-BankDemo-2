007400       VALUE 'DBANK51P'.
007500   05  WS-COMMAREA-LENGTH                    PIC 9(5).
007600   05  WS-SUB1                               PIC S9(4) COMP.
007610   05  WS-RANGE-EMPTY-FLAG                   PIC X(1).
007620       88  WS-RANGE-EMPTY                    VALUE 'Y'.
007630       88  WS-RANGE-NOT-EMPTY                VALUE 'N'.
007700
007800   05  WS-BNKACC-STATUS.
007900     10  WS-BNKACC-STAT1                     PIC X(1).
014500     OPEN INPUT BNKCUST-FILE.
014600     OPEN INPUT BNKATYP-FILE.
014650     MOVE 0 TO WS-SUB1.
014660     SET WS-RANGE-NOT-EMPTY TO TRUE.
014700     EVALUATE TRUE
014710       WHEN CD51-REQUESTED-PID
014720          MOVE CD51I-PID TO BAC-REC-PID
014813* PID+account-number balance inquiry (request 018).
014814          MOVE CD51I-ACCNO TO BAC-REC-ACCNO
014815          START BNKACC-FILE KEY EQUAL BAC-REC-ACCNO
014816       WHEN CD51-REQUESTED-RANGE
014817* One partition of a full-file job - primary key order from the
014818* account after the range's lower bound (or after the account a
014819* restarted partition last checkpointed). Nothing beyond that
014820* bound is no error, just a partition with nothing left to do.
014821          MOVE CD51I-RANGE-AFTER-ACCNO TO BAC-REC-ACCNO
014822          START BNKACC-FILE KEY GREATER THAN BAC-REC-ACCNO
014823          IF WS-BNKACC-STATUS IS EQUAL TO '23'
014824             SET WS-RANGE-EMPTY TO TRUE
014825             MOVE '00' TO WS-BNKACC-STATUS
014826          END-IF
014900       WHEN OTHER
014810          MOVE LOW-VALUES TO BAC-REC-PID
014900          START BNKACC-FILE KEY GREATER THAN BAC-REC-PID
016500* Read sequentially through the customer file                   *
016600*****************************************************************
016700 READ-FILE.
016710     IF WS-RANGE-EMPTY
016720        MOVE '10' TO WS-BNKACC-STATUS
016730        SET IO-REQUEST-STATUS-EOF TO TRUE
016740        GO TO READ-FILE-EXIT
016750     END-IF.
016800     READ BNKACC-FILE.
016900* If key is greater than the one we want, fake end-of-file
017000     IF CD51-REQUESTED-PID AND
017320        BAC-REC-ACCNO IS NOT EQUAL TO CD51I-ACCNO
017330        MOVE '10' TO WS-BNKACC-STATUS
017340     END-IF.
017350     IF CD51-REQUESTED-RANGE AND
017360        WS-BNKACC-STATUS IS EQUAL TO '00' AND
017370        BAC-REC-ACCNO IS GREATER THAN CD51I-RANGE-TO-ACCNO
017380        MOVE '10' TO WS-BNKACC-STATUS
017390     END-IF.
017400* Was read ok?
017500     IF WS-BNKACC-STATUS IS EQUAL TO '00'
017600        SET IO-REQUEST-STATUS-OK TO TRUE
021100        MOVE BCS-REC-POST-CODE TO CD51O-POST-CODE
021200        MOVE BCS-REC-EMAIL TO CD51O-EMAIL
021210        MOVE BCS-REC-TAX-STATUS TO CD51O-TAX-STATUS
021220        MOVE BCS-REC-MAIL-STATUS TO CD51O-MAIL-STATUS
021300
021400        MOVE BAC-REC-TYPE TO BAT-REC-TYPE
021500        READ BNKATYP-FILE
