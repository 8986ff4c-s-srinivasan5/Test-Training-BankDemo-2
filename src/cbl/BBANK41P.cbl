005600* skipped on restart; the next run reads the pair back and       *
005700* resumes there, and the checkpoint is cleared once a run        *
005800* reaches end-of-file cleanly.                                   *
005810*                                                               *
005820* The job may also run as several concurrent account-range      *
005830* partitions (ACCNO-PARTS on BNKPARM, resolved by DBANK67P) -   *
005840* a PARTCTL card naming BBANK41P and the partition number picks *
005850* the range. A partition registers with run control under its   *
005860* own name as well as BBANK41P, keeps its own checkpoint and    *
005870* last-run stamp, and leaves BBANK41P itself running: the       *
005880* BBANKB5P merge step combines the partitions' ACCROUT and      *
005890* ACCRGL output and completes the job once every partition has. *
005900*****************************************************************
006000
006100 IDENTIFICATION DIVISION.
011900            ASSIGN       TO ACCRLAST
012000            ORGANIZATION IS LINE SEQUENTIAL
012100            FILE STATUS  IS WS-LASTRUN-STATUS.
012120     SELECT OPTIONAL PARTCTL-FILE
012140            ASSIGN       TO PARTCTL
012160            ORGANIZATION IS LINE SEQUENTIAL
012180            FILE STATUS  IS WS-PARTCTL-STATUS.
012200
012300 DATA DIVISION.
012400
015700 FD  LASTRUN-FILE.
015800 01  LASTRUN-LINE.
015900   05  LASTRUN-LINE-TS                       PIC X(16).
015920 FD  PARTCTL-FILE.
015940 01  PARTCTL-LINE                             PIC X(80).
016000
016100 WORKING-STORAGE SECTION.
016200 01  WS-MISC-STORAGE.
021600                                              VALUE 15.
021700   05  WS-ACCRGL-SUB                         PIC 9(3).
021800   05  WS-ACCRGL-MAX                         PIC 9(3) VALUE 0.
021810   05  WS-PARTCTL-STATUS                     PIC X(2).
021820   05  WS-RUN-JOB-NAME                       PIC X(8)
021830       VALUE 'BBANK41P'.
021840   05  WS-PARTITION-FLAG                     PIC X(1) VALUE 'N'.
021850       88  WS-PARTITIONED                     VALUE 'Y'.
021860       88  WS-NOT-PARTITIONED                 VALUE 'N'.
021900
022000 01  WS-ACCR-DETAIL-LINE.
022100   05  FILLER                                PIC X(4) VALUE
025900
026000 01  WS-PARM-DATA.
026100 COPY CBANKD54.
026110 01  WS-PART-DATA.
026120 COPY CBANKD67.
026130
026140 01  WS-PARTCTL-DATA.
026150 COPY CBANKVPC.
026200
026300 PROCEDURE DIVISION.
026400*****************************************************************
026500* Main line of control                                          *
026600*****************************************************************
026700     PERFORM GET-PARTITION THRU
026720             GET-PARTITION-EXIT.
026740     IF WS-RUN-ALLOWED
026760        PERFORM CHECK-RUN-CONTROL THRU
026780                CHECK-RUN-CONTROL-EXIT
026800     END-IF.
026900     IF WS-RUN-ALLOWED
027000        PERFORM INITIALIZE-RUN THRU
027100                INITIALIZE-RUN-EXIT
029300        DISPLAY 'BBANK41P - RUN REFUSED BY RUN CONTROL: '
029400                CD53O-RESP-MSG
029500     END-IF.
029505* A partition registers under its own name as well, so that a
029510* finished partition is refused a second run on its own and the
029515* merge step can see when every partition has completed
029520     IF WS-RUN-ALLOWED AND WS-PARTITIONED
029525        MOVE SPACES TO CD53-DATA
029530        SET CD53-REQUESTED-START TO TRUE
029535        MOVE WS-RUN-JOB-NAME TO CD53I-JOB-NAME
029540        SET CD53I-POSTING-JOB TO TRUE
029545        CALL 'DBANK53P' USING WS-RUNC-DATA
029550        IF NOT CD53O-RESP-OK
029555           SET WS-RUN-REFUSED TO TRUE
029560           DISPLAY 'BBANK41P - RUN REFUSED BY RUN CONTROL: '
029565                   CD53O-RESP-MSG
029570        END-IF
029575     END-IF.
029600 CHECK-RUN-CONTROL-EXIT.
029700     EXIT.
029800
029801*****************************************************************
029802* Read the PARTCTL card, if there is one, and resolve this      *
029803* partition's account range - no card (or a blank one) is an    *
029804* ordinary run over the whole file                              *
029805*****************************************************************
029806 GET-PARTITION.
029807     SET WS-NOT-PARTITIONED TO TRUE.
029808     MOVE SPACES TO WS-PARTCTL-DATA.
029809     OPEN INPUT PARTCTL-FILE.
029810     IF WS-PARTCTL-STATUS IS EQUAL TO '00'
029811        READ PARTCTL-FILE INTO WS-PARTCTL-DATA
029812             AT END MOVE SPACES TO WS-PARTCTL-DATA
029813        END-READ
029814        CLOSE PARTCTL-FILE
029815     END-IF.
029816     IF PCC-JOB-NAME IS EQUAL TO SPACES
029817        GO TO GET-PARTITION-EXIT
029818     END-IF.
029819     IF PCC-JOB-NAME IS NOT EQUAL TO 'BBANK41P' OR
029820        PCC-PARTITION IS NOT NUMERIC OR
029821        PCC-PARTITION-NO IS EQUAL TO 0
029822        SET WS-RUN-REFUSED TO TRUE
029823        DISPLAY 'BBANK41P - RUN REFUSED, PARTITION CARD IS: '
029824                PCC-JOB-NAME PCC-PARTITION
029825        GO TO GET-PARTITION-EXIT
029826     END-IF.
029827     MOVE SPACES TO CD53-DATA.
029828     SET CD53-REQUESTED-BUSDATE TO TRUE.
029829     CALL 'DBANK53P' USING WS-RUNC-DATA.
029830     MOVE SPACES TO CD67-DATA.
029831     MOVE 'BBANK41P' TO CD67I-JOB-NAME.
029832     MOVE PCC-PARTITION-NO TO CD67I-PARTITION-NO.
029833     MOVE CD53O-BUSINESS-DATE TO CD67I-AS-OF-DATE.
029834     CALL 'DBANK67P' USING WS-PART-DATA.
029835     IF NOT CD67O-RESP-OK
029836        SET WS-RUN-REFUSED TO TRUE
029837        DISPLAY 'BBANK41P - RUN REFUSED: ' CD67O-RESP-MSG
029838        GO TO GET-PARTITION-EXIT
029839     END-IF.
029840     SET WS-PARTITIONED TO TRUE.
029841     MOVE CD67O-PART-JOB-NAME TO WS-RUN-JOB-NAME.
029842* A checkpoint left by some other range means the partition's
029843* checkpoint file has been crossed with another's - resuming from
029844* it would skip or repeat accounts, so stop here instead
029845     PERFORM READ-CHECKPOINT THRU
029846             READ-CHECKPOINT-EXIT.
029847     IF WS-CHKPT-PID IS NOT EQUAL TO SPACES AND
029848        (WS-CHKPT-ACCNO IS NOT GREATER THAN CD67O-AFTER-ACCNO OR
029849         WS-CHKPT-ACCNO IS GREATER THAN CD67O-TO-ACCNO)
029850        SET WS-RUN-REFUSED TO TRUE
029851        DISPLAY 'BBANK41P - RUN REFUSED, CHECKPOINT '
029852                WS-CHKPT-ACCNO ' IS OUTSIDE PARTITION '
029853                PCC-PARTITION
029854     END-IF.
029855 GET-PARTITION-EXIT.
029856     EXIT.
029900*****************************************************************
030000* Open the files, capture the run date/time used to stamp any   *
030100* interest postings, and start DBANK51P off on the full account *
033700     SET IO-REQUEST-FUNCTION-OPEN TO TRUE.
033800     PERFORM READ-CHECKPOINT THRU
033900             READ-CHECKPOINT-EXIT.
034000     IF WS-PARTITIONED
034020* One partition - its range, resumed after the checkpointed
034040* account when there is one
034060        SET CD51-REQUESTED-RANGE TO TRUE
034080        MOVE CD67O-AFTER-ACCNO TO CD51I-RANGE-AFTER-ACCNO
034100        MOVE CD67O-TO-ACCNO TO CD51I-RANGE-TO-ACCNO
034120        IF WS-CHKPT-PID IS NOT EQUAL TO SPACES
034140           MOVE WS-CHKPT-ACCNO TO CD51I-RANGE-AFTER-ACCNO
034160        END-IF
034180     ELSE
034200        IF WS-CHKPT-PID IS EQUAL TO SPACES
034220           SET CD51-REQUESTED-ALL TO TRUE
034240        ELSE
034260           SET CD51-REQUESTED-RESTART TO TRUE
034280           MOVE WS-CHKPT-PID TO CD51I-RESTART-PID
034300           MOVE WS-CHKPT-ACCNO TO CD51I-RESTART-ACCNO
034320        END-IF
034340     END-IF.
034700     CALL 'DBANK51P' USING WS-COMMAREA.
034800     IF IO-REQUEST-STATUS-OK
034900        PERFORM GET-NEXT-ACCOUNT
071100     CLOSE ACCR-FILE.
071200     CLOSE ACCRGL-FILE.
071300     SET CD53-REQUESTED-END TO TRUE.
071400     MOVE WS-RUN-JOB-NAME TO CD53I-JOB-NAME.
071500     CALL 'DBANK53P' USING WS-RUNC-DATA.
071600 TERMINATE-RUN-EXIT.
071700     EXIT.
