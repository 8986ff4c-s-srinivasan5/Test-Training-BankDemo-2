002100* time ('E'). The current business date lives on the '*CONTROL' *
002200* record and is advanced by the end-of-day cutover ('C');       *
002300* first time through, it is seeded from the machine date.       *
002320* A backout resets the jobs it has undone ('R'), so that each   *
002340* may be rerun for the same business date.                      *
002360* A job's status for the date can be queried ('Q') - the merge  *
002380* step of a partitioned run checks each partition this way.     *
002400*                                                               *
002500* Every call opens and closes BNKRUNC itself, so callers need   *
002600* no file handling of their own - each call is one small,       *
012900        PERFORM RECORD-JOB-ABEND THRU
013000                RECORD-JOB-ABEND-EXIT
013100       WHEN CD53-REQUESTED-CUTOVER
013150        PERFORM ADVANCE-BUSINESS-DATE THRU
013200                ADVANCE-BUSINESS-DATE-EXIT
013250       WHEN CD53-REQUESTED-RESET
013300        PERFORM RESET-JOB THRU
013350                RESET-JOB-EXIT
013360       WHEN CD53-REQUESTED-QUERY
013370        PERFORM QUERY-JOB THRU
013380                QUERY-JOB-EXIT
013400       WHEN OTHER
013450        CONTINUE
013550     END-EVALUATE.
013700     CLOSE BNKRUNC-FILE.
013800
013900 DBANK53P-RETURN.
019500        END-IF
019600     END-IF.
019610* A posting job starting means the batch window is open - raise
019615* the quiesce on the '*CONTROL' record so online posting
019620* transactions wait until cutover (or an emergency release). The
019625* BBANKA5P image copy raises it too, so that nothing is posted
019630* online between the image and the jobs it may be used to undo
019635     IF CD53I-POSTING-JOB OR CD53I-RAISES-QUIESCE
019650        PERFORM RAISE-POSTING-QUIESCE THRU
019660                RAISE-POSTING-QUIESCE-EXIT
019670     END-IF.
027200     REWRITE BNKRUNC-REC.
027300 RECORD-JOB-ABEND-EXIT.
027400     EXIT.
027401
027402*****************************************************************
027404* Reset a job for the current business date by removing its run *
027406* record, so that a posting job whose updates have been backed  *
027408* out is not refused as already complete. The '*CONTROL' record *
027410* is never removed                                              *
027412*****************************************************************
027414 RESET-JOB.
027416     IF CD53I-JOB-NAME IS EQUAL TO '*CONTROL'
027418        SET CD53O-RESP-ERROR TO TRUE
027420        MOVE 'Control record cannot be reset' TO
027422            CD53O-RESP-MSG
027424        GO TO RESET-JOB-EXIT
027426     END-IF.
027428     MOVE CD53I-JOB-NAME TO RNC-REC-JOB-NAME.
027430     MOVE WS-BUSINESS-DATE TO RNC-REC-RUN-DATE.
027432     SET WS-RECORD-FOUND TO TRUE.
027434     READ BNKRUNC-FILE
027436          INVALID KEY SET WS-RECORD-NOT-FOUND TO TRUE
027438     END-READ.
027440     IF WS-RECORD-NOT-FOUND
027442        SET CD53O-RESP-NOT-STARTED TO TRUE
027444        MOVE 'Job has no run record for the date' TO
027446            CD53O-RESP-MSG
027448        GO TO RESET-JOB-EXIT
027450     END-IF.
027452     DELETE BNKRUNC-FILE RECORD
027454          INVALID KEY
027456             SET CD53O-RESP-ERROR TO TRUE
027458             MOVE 'Run record could not be removed' TO
027460                 CD53O-RESP-MSG
027462     END-DELETE.
027464 RESET-JOB-EXIT.
027466     EXIT.
027467
027468*****************************************************************
027470* Return a job's run status for the current business date,      *
027472* leaving it blank when the job has no run record for the date  *
027474*****************************************************************
027476 QUERY-JOB.
027478     MOVE CD53I-JOB-NAME TO RNC-REC-JOB-NAME.
027480     MOVE WS-BUSINESS-DATE TO RNC-REC-RUN-DATE.
027482     SET WS-RECORD-FOUND TO TRUE.
027484     READ BNKRUNC-FILE
027486          INVALID KEY SET WS-RECORD-NOT-FOUND TO TRUE
027488     END-READ.
027490     IF WS-RECORD-FOUND
027492        MOVE RNC-REC-STATUS TO CD53O-JOB-STATUS
027494     ELSE
027495        SET CD53O-JOB-NOT-RUN TO TRUE
027496     END-IF.
027497 QUERY-JOB-EXIT.
027498     EXIT.
027500
027600*****************************************************************
027700* End-of-day cutover - advance the business date the '*CONTROL' *
