002100* retention period is purged so the file cannot grow without    *
002200* bound. Account iteration is driven by DBANK51P, the same as   *
002300* every other full-file batch job.                              *
002310*                                                               *
002320* The job may also run as several concurrent account-range      *
002330* partitions (ACCNO-PARTS on BNKPARM, resolved by DBANK67P) -   *
002340* a PARTCTL card naming BBANK62P and the partition number picks *
002350* the range. A partition purges and snapshots only its own      *
002360* accounts, registers with run control under its own name as    *
002370* well as BBANK62P and checkpoints its progress to SNPCHKPT.    *
002380* The BBANKB5P merge step combines the partitions' reports and  *
002390* completes the job once every partition has.                   *
002400*****************************************************************
002500
002600 IDENTIFICATION DIVISION.
004600            ASSIGN       TO SNAPRPT
004700            ORGANIZATION IS LINE SEQUENTIAL
004800            FILE STATUS  IS WS-SNAPRPT-STATUS.
004810     SELECT CHKPT-FILE
004820            ASSIGN       TO SNPCHKPT
004830            ORGANIZATION IS LINE SEQUENTIAL
004840            FILE STATUS  IS WS-CHKPT-STATUS.
004850
004860     SELECT OPTIONAL PARTCTL-FILE
004870            ASSIGN       TO PARTCTL
004880            ORGANIZATION IS LINE SEQUENTIAL
004890            FILE STATUS  IS WS-PARTCTL-STATUS.
004900
005000 DATA DIVISION.
005100
005600
005700 FD  SNAPRPT-FILE.
005800 01  SNAPRPT-LINE                             PIC X(80).
005810 FD  CHKPT-FILE.
005820 01  CHKPT-LINE.
005830   05  CHKPT-LINE-PID                        PIC X(5).
005840   05  CHKPT-LINE-ACCNO                      PIC X(10).
005850
005860 FD  PARTCTL-FILE.
005870 01  PARTCTL-LINE                             PIC X(80).
005900
006000 WORKING-STORAGE SECTION.
006100 01  WS-MISC-STORAGE.
008000   05  WS-CUT-MM                             PIC 9(3).
008100   05  WS-SNAPSHOT-COUNT                     PIC 9(7) VALUE 0.
008200   05  WS-PURGED-COUNT                       PIC 9(7) VALUE 0.
008210   05  WS-CHKPT-STATUS                       PIC X(2).
008220   05  WS-PARTCTL-STATUS                     PIC X(2).
008230   05  WS-CHKPT-PID                          PIC X(5).
008240   05  WS-CHKPT-ACCNO                        PIC X(10).
008250   05  WS-RUN-JOB-NAME                       PIC X(8)
008260       VALUE 'BBANK62P'.
008270   05  WS-PARTITION-FLAG                     PIC X(1) VALUE 'N'.
008280       88  WS-PARTITIONED                     VALUE 'Y'.
008290       88  WS-NOT-PARTITIONED                 VALUE 'N'.
008300
008400 01  WS-COMMAREA.
008500 COPY CIOFUNCS.

010501 01  WS-PARM-DATA.
010502 COPY CBANKD54.
010512 01  WS-PART-DATA.
010522 COPY CBANKD67.
010532
010542 01  WS-PARTCTL-DATA.
010552 COPY CBANKVPC.
010600
010700 PROCEDURE DIVISION.
010800*****************************************************************
010900* Main line of control                                          *
011000*****************************************************************
011100     PERFORM GET-PARTITION THRU
011120             GET-PARTITION-EXIT.
011140     IF WS-RUN-ALLOWED
011160        PERFORM CHECK-RUN-CONTROL THRU
011180                CHECK-RUN-CONTROL-EXIT
011200     END-IF.
011300     IF WS-RUN-ALLOWED
011400        PERFORM INITIALIZE-RUN THRU
011500                INITIALIZE-RUN-EXIT
013700        DISPLAY 'BBANK62P - RUN REFUSED BY RUN CONTROL: '
013800                CD53O-RESP-MSG
013900     END-IF.
013905* A partition registers under its own name as well, so that the
013910* merge step can see when every partition has completed
013915     IF WS-RUN-ALLOWED AND WS-PARTITIONED
013920        MOVE SPACES TO CD53-DATA
013925        SET CD53-REQUESTED-START TO TRUE
013930        MOVE WS-RUN-JOB-NAME TO CD53I-JOB-NAME
013935        CALL 'DBANK53P' USING WS-RUNC-DATA
013940        IF NOT CD53O-RESP-OK
013945           SET WS-RUN-REFUSED TO TRUE
013950           DISPLAY 'BBANK62P - RUN REFUSED BY RUN CONTROL: '
013955                   CD53O-RESP-MSG
013960        END-IF
013965     END-IF.
014000 CHECK-RUN-CONTROL-EXIT.
014100     EXIT.
014200
014201*****************************************************************
014202* Read the PARTCTL card, if there is one, and resolve this      *
014203* partition's account range - no card (or a blank one) is an    *
014204* ordinary run over the whole file                              *
014205*****************************************************************
014206 GET-PARTITION.
014207     SET WS-NOT-PARTITIONED TO TRUE.
014208     MOVE SPACES TO WS-CHKPT-PID.
014209     MOVE SPACES TO WS-CHKPT-ACCNO.
014210     MOVE SPACES TO WS-PARTCTL-DATA.
014211     OPEN INPUT PARTCTL-FILE.
014212     IF WS-PARTCTL-STATUS IS EQUAL TO '00'
014213        READ PARTCTL-FILE INTO WS-PARTCTL-DATA
014214             AT END MOVE SPACES TO WS-PARTCTL-DATA
014215        END-READ
014216        CLOSE PARTCTL-FILE
014217     END-IF.
014218     IF PCC-JOB-NAME IS EQUAL TO SPACES
014219        GO TO GET-PARTITION-EXIT
014220     END-IF.
014221     IF PCC-JOB-NAME IS NOT EQUAL TO 'BBANK62P' OR
014222        PCC-PARTITION IS NOT NUMERIC OR
014223        PCC-PARTITION-NO IS EQUAL TO 0
014224        SET WS-RUN-REFUSED TO TRUE
014225        DISPLAY 'BBANK62P - RUN REFUSED, PARTITION CARD IS: '
014226                PCC-JOB-NAME PCC-PARTITION
014227        GO TO GET-PARTITION-EXIT
014228     END-IF.
014229     MOVE SPACES TO CD53-DATA.
014230     SET CD53-REQUESTED-BUSDATE TO TRUE.
014231     CALL 'DBANK53P' USING WS-RUNC-DATA.
014232     MOVE SPACES TO CD67-DATA.
014233     MOVE 'BBANK62P' TO CD67I-JOB-NAME.
014234     MOVE PCC-PARTITION-NO TO CD67I-PARTITION-NO.
014235     MOVE CD53O-BUSINESS-DATE TO CD67I-AS-OF-DATE.
014236     CALL 'DBANK67P' USING WS-PART-DATA.
014237     IF NOT CD67O-RESP-OK
014238        SET WS-RUN-REFUSED TO TRUE
014239        DISPLAY 'BBANK62P - RUN REFUSED: ' CD67O-RESP-MSG
014240        GO TO GET-PARTITION-EXIT
014241     END-IF.
014242     SET WS-PARTITIONED TO TRUE.
014243     MOVE CD67O-PART-JOB-NAME TO WS-RUN-JOB-NAME.
014244* A checkpoint left by some other range means the partition's
014245* checkpoint file has been crossed with another's - resuming from
014246* it would skip or repeat accounts, so stop here instead
014247     PERFORM READ-CHECKPOINT THRU
014248             READ-CHECKPOINT-EXIT.
014249     IF WS-CHKPT-PID IS NOT EQUAL TO SPACES AND
014250        (WS-CHKPT-ACCNO IS NOT GREATER THAN CD67O-AFTER-ACCNO OR
014251         WS-CHKPT-ACCNO IS GREATER THAN CD67O-TO-ACCNO)
014252        SET WS-RUN-REFUSED TO TRUE
014253        DISPLAY 'BBANK62P - RUN REFUSED, CHECKPOINT '
014254                WS-CHKPT-ACCNO ' IS OUTSIDE PARTITION '
014255                PCC-PARTITION
014256     END-IF.
014257 GET-PARTITION-EXIT.
014258     EXIT.
014259
014260*****************************************************************
014261* Read back the last (PID, ACCNO) pair a failed run of this     *
014262* partition checkpointed, if any, leaving WS-CHKPT-PID as       *
014263* SPACES when there is none                                     *
014264*****************************************************************
014265 READ-CHECKPOINT.
014266     MOVE SPACES TO WS-CHKPT-PID.
014267     MOVE SPACES TO WS-CHKPT-ACCNO.
014268     OPEN INPUT CHKPT-FILE.
014269     IF WS-CHKPT-STATUS IS EQUAL TO '00'
014270        READ CHKPT-FILE
014271             AT END CONTINUE
014272        END-READ
014273        IF WS-CHKPT-STATUS IS EQUAL TO '00'
014274           MOVE CHKPT-LINE-PID TO WS-CHKPT-PID
014275           MOVE CHKPT-LINE-ACCNO TO WS-CHKPT-ACCNO
014276        END-IF
014277        CLOSE CHKPT-FILE
014278     END-IF.
014279 READ-CHECKPOINT-EXIT.
014280     EXIT.
014281
014282*****************************************************************
014283* Persist the account just snapshotted as this partition's      *
014284* restart point                                                 *
014285*****************************************************************
014286 WRITE-CHECKPOINT.
014287     MOVE CD51O-PID TO CHKPT-LINE-PID.
014288     MOVE CD51O-ACC-NO TO CHKPT-LINE-ACCNO.
014289     OPEN OUTPUT CHKPT-FILE.
014290     WRITE CHKPT-LINE.
014291     CLOSE CHKPT-FILE.
014292 WRITE-CHECKPOINT-EXIT.
014293     EXIT.
014300*****************************************************************
014400* Open the files, work out the retention cutoff and start       *
014500* DBANK51P off on the full account file                         *
016600     SET WS-MORE-ACCOUNTS-EXIST TO TRUE.
016700     MOVE SPACES TO WS-COMMAREA.
016800     SET IO-REQUEST-FUNCTION-OPEN TO TRUE.
016900     IF WS-PARTITIONED
016905* One partition - its range, resumed after the checkpointed
016910* account when there is one
016915        SET CD51-REQUESTED-RANGE TO TRUE
016920        MOVE CD67O-AFTER-ACCNO TO CD51I-RANGE-AFTER-ACCNO
016925        MOVE CD67O-TO-ACCNO TO CD51I-RANGE-TO-ACCNO
016930        IF WS-CHKPT-PID IS NOT EQUAL TO SPACES
016935           MOVE WS-CHKPT-ACCNO TO CD51I-RANGE-AFTER-ACCNO
016940        END-IF
016945     ELSE
016950        SET CD51-REQUESTED-ALL TO TRUE
016955     END-IF.
017000     CALL 'DBANK51P' USING WS-COMMAREA.
017100     IF IO-REQUEST-STATUS-OK
017200        PERFORM GET-NEXT-ACCOUNT
018200 PURGE-OLD-HISTORY.
018300     SET WS-MORE-HISTORY-EXISTS TO TRUE.
018400     MOVE LOW-VALUES TO BHS-REC-KEY.
018410* A partition purges only the history of its own accounts
018420     IF WS-PARTITIONED
018430        MOVE CD67O-AFTER-ACCNO TO BHS-REC-ACCNO
018440        MOVE HIGH-VALUES TO BHS-REC-DATE
018450     END-IF.
018500     START BNKBHST-FILE KEY IS NOT LESS THAN BHS-REC-KEY
018600          INVALID KEY SET WS-NO-MORE-HISTORY TO TRUE
018700     END-START.
019800     IF WS-NO-MORE-HISTORY
019900        GO TO PURGE-ONE-SNAPSHOT-EXIT
020000     END-IF.
020010     IF WS-PARTITIONED AND
020020        BHS-REC-ACCNO IS GREATER THAN CD67O-TO-ACCNO
020030        SET WS-NO-MORE-HISTORY TO TRUE
020040        GO TO PURGE-ONE-SNAPSHOT-EXIT
020050     END-IF.
020100     IF BHS-REC-DATE IS LESS THAN WS-CUTOFF-DATE
020200        DELETE BNKBHST-FILE RECORD
020300        ADD 1 TO WS-PURGED-COUNT
023400        END-WRITE
023500        ADD 1 TO WS-SNAPSHOT-COUNT
023600     END-IF.
023700     IF WS-PARTITIONED AND CD51O-CHECKPOINT-IS-DUE
023720        PERFORM WRITE-CHECKPOINT THRU
023740                WRITE-CHECKPOINT-EXIT
023760     END-IF.
023780     PERFORM GET-NEXT-ACCOUNT.
023800 PROCESS-ACCOUNT-EXIT.
023900     EXIT.
024000
025000     CALL 'DBANK51P' USING WS-COMMAREA.
025100     CLOSE BNKBHST-FILE.
025200     CLOSE SNAPRPT-FILE.
025220* A partition that reached the end of its range cleanly clears
025240* its checkpoint - its next run covers the whole range again
025260     IF WS-PARTITIONED
025280        MOVE SPACES TO CHKPT-LINE
025300        OPEN OUTPUT CHKPT-FILE
025320        WRITE CHKPT-LINE
025340        CLOSE CHKPT-FILE
025360     END-IF.
025380     SET CD53-REQUESTED-END TO TRUE.
025400     MOVE WS-RUN-JOB-NAME TO CD53I-JOB-NAME.
025500     CALL 'DBANK53P' USING WS-RUNC-DATA.
025600 TERMINATE-RUN-EXIT.
025700     EXIT.
