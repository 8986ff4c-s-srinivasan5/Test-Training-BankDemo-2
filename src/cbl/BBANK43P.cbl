016500     MOVE SPACES TO CD53-DATA.
016600     SET CD53-REQUESTED-START TO TRUE.
016700     MOVE 'BBANK43P' TO CD53I-JOB-NAME.
016800     MOVE 'BBANK96P' TO CD53I-PREDECESSOR.
016900     CALL 'DBANK53P' USING WS-RUNC-DATA.
017000     IF NOT CD53O-RESP-OK
017100        SET WS-RUN-REFUSED TO TRUE
