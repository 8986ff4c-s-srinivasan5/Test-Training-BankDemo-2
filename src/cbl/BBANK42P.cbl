012509     MOVE SPACES TO CD53-DATA.
012510     SET CD53-REQUESTED-START TO TRUE.
012511     MOVE 'BBANK42P' TO CD53I-JOB-NAME.
012512     MOVE 'BBANK96P' TO CD53I-PREDECESSOR.
012513     CALL 'DBANK53P' USING WS-RUNC-DATA.
012514     IF NOT CD53O-RESP-OK
012515        SET WS-RUN-REFUSED TO TRUE
