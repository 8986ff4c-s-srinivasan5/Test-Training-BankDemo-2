002500* BNKACC accessed directly only at random for the REWRITE.      *
002600* Intended to be scheduled monthly - run control's posting-job  *
002700* protection stops an accidental second run on the same date.   *
002705*                                                               *
002710* The job may also run as several concurrent account-range      *
002715* partitions (ACCNO-PARTS on BNKPARM, resolved by DBANK67P) -   *
002720* a PARTCTL card naming BBANK55P and the partition number picks *
002725* the range. A partition registers with run control under its   *
002730* own name as well as BBANK55P, checkpoints each account to     *
002732* FEECHKPT as soon as it is assessed, so that a failed          *
002734* partition resumes after the last account it finished instead  *
002736* of charging its accounts twice, and tags its postings' keys   *
002738* with the partition so concurrent partitions cannot collide.   *
002743* The BBANKB5P merge step combines the partitions' registers    *
002763* and completes the job once every partition has.               *
002800*****************************************************************
002900
003000 IDENTIFICATION DIVISION.
006600            ASSIGN       TO FEEREG
006700            ORGANIZATION IS LINE SEQUENTIAL
006800            FILE STATUS  IS WS-FEEREG-STATUS.
006810     SELECT CHKPT-FILE
006820            ASSIGN       TO FEECHKPT
006830            ORGANIZATION IS LINE SEQUENTIAL
006840            FILE STATUS  IS WS-CHKPT-STATUS.
006850
006860     SELECT OPTIONAL PARTCTL-FILE
006870            ASSIGN       TO PARTCTL
006880            ORGANIZATION IS LINE SEQUENTIAL
006890            FILE STATUS  IS WS-PARTCTL-STATUS.
006900
007000 DATA DIVISION.
007100
008400
008500 FD  FEEREG-FILE.
008600 01  FEEREG-LINE                              PIC X(80).
008610 FD  CHKPT-FILE.
008620 01  CHKPT-LINE.
008630   05  CHKPT-LINE-PID                        PIC X(5).
008640   05  CHKPT-LINE-ACCNO                      PIC X(10).
008650
008660 FD  PARTCTL-FILE.
008670 01  PARTCTL-LINE                             PIC X(80).
008700
008800 WORKING-STORAGE SECTION.
008900 01  WS-MISC-STORAGE.
011600   05  WS-WAIVED-COUNT                       PIC 9(7) VALUE 0.
011700   05  WS-TOTAL-FEES                         PIC S9(11)V99
011800                                              VALUE 0.
011810   05  WS-CHKPT-STATUS                       PIC X(2).
011820   05  WS-PARTCTL-STATUS                     PIC X(2).
011830   05  WS-CHKPT-PID                          PIC X(5).
011840   05  WS-CHKPT-ACCNO                        PIC X(10).
011850   05  WS-RUN-JOB-NAME                       PIC X(8)
011860       VALUE 'BBANK55P'.
011870   05  WS-PARTITION-FLAG                     PIC X(1) VALUE 'N'.
011880       88  WS-PARTITIONED                     VALUE 'Y'.
011890       88  WS-NOT-PARTITIONED                 VALUE 'N'.
011900
012000 01  WS-FEE-DETAIL-LINE.
012100   05  FILLER                                PIC X(4) VALUE
017100
017200 01  WS-RUNC-DATA.
017300 COPY CBANKD53.
017320
017340 01  WS-PEVT-DATA.
017360 COPY CBANKD59.
017365 01  WS-PART-DATA.
017370 COPY CBANKD67.
017375
017380 01  WS-PARTCTL-DATA.
017385 COPY CBANKVPC.
017400
017500 PROCEDURE DIVISION.
017600*****************************************************************
017700* Main line of control                                          *
017800*****************************************************************
017900     PERFORM GET-PARTITION THRU
017920             GET-PARTITION-EXIT.
017940     IF WS-RUN-ALLOWED
017960        PERFORM CHECK-RUN-CONTROL THRU
017980                CHECK-RUN-CONTROL-EXIT
018000     END-IF.
018100     IF WS-RUN-ALLOWED
018200        PERFORM INITIALIZE-RUN THRU
018300                INITIALIZE-RUN-EXIT
019800     MOVE SPACES TO CD53-DATA.
019900     SET CD53-REQUESTED-START TO TRUE.
020000     MOVE 'BBANK55P' TO CD53I-JOB-NAME.
020100     MOVE 'BBANK96P' TO CD53I-PREDECESSOR.
020200     SET CD53I-POSTING-JOB TO TRUE.
020300     CALL 'DBANK53P' USING WS-RUNC-DATA.
020400     IF NOT CD53O-RESP-OK
020600        DISPLAY 'BBANK55P - RUN REFUSED BY RUN CONTROL: '
020700                CD53O-RESP-MSG
020800     END-IF.
020805* A partition registers under its own name as well, so that a
020810* finished partition is refused a second run on its own and the
020815* merge step can see when every partition has completed
020820     IF WS-RUN-ALLOWED AND WS-PARTITIONED
020825        MOVE SPACES TO CD53-DATA
020830        SET CD53-REQUESTED-START TO TRUE
020835        MOVE WS-RUN-JOB-NAME TO CD53I-JOB-NAME
020840        SET CD53I-POSTING-JOB TO TRUE
020845        CALL 'DBANK53P' USING WS-RUNC-DATA
020850        IF NOT CD53O-RESP-OK
020855           SET WS-RUN-REFUSED TO TRUE
020860           DISPLAY 'BBANK55P - RUN REFUSED BY RUN CONTROL: '
020865                   CD53O-RESP-MSG
020870        END-IF
020875     END-IF.
020900 CHECK-RUN-CONTROL-EXIT.
021000     EXIT.
021100
021101*****************************************************************
021102* Read the PARTCTL card, if there is one, and resolve this      *
021103* partition's account range - no card (or a blank one) is an    *
021104* ordinary run over the whole file                              *
021105*****************************************************************
021106 GET-PARTITION.
021107     SET WS-NOT-PARTITIONED TO TRUE.
021108     MOVE SPACES TO WS-CHKPT-PID.
021109     MOVE SPACES TO WS-CHKPT-ACCNO.
021110     MOVE SPACES TO WS-PARTCTL-DATA.
021111     OPEN INPUT PARTCTL-FILE.
021112     IF WS-PARTCTL-STATUS IS EQUAL TO '00'
021113        READ PARTCTL-FILE INTO WS-PARTCTL-DATA
021114             AT END MOVE SPACES TO WS-PARTCTL-DATA
021115        END-READ
021116        CLOSE PARTCTL-FILE
021117     END-IF.
021118     IF PCC-JOB-NAME IS EQUAL TO SPACES
021119        GO TO GET-PARTITION-EXIT
021120     END-IF.
021121     IF PCC-JOB-NAME IS NOT EQUAL TO 'BBANK55P' OR
021122        PCC-PARTITION IS NOT NUMERIC OR
021123        PCC-PARTITION-NO IS EQUAL TO 0
021124        SET WS-RUN-REFUSED TO TRUE
021125        DISPLAY 'BBANK55P - RUN REFUSED, PARTITION CARD IS: '
021126                PCC-JOB-NAME PCC-PARTITION
021127        GO TO GET-PARTITION-EXIT
021128     END-IF.
021129     MOVE SPACES TO CD53-DATA.
021130     SET CD53-REQUESTED-BUSDATE TO TRUE.
021131     CALL 'DBANK53P' USING WS-RUNC-DATA.
021132     MOVE SPACES TO CD67-DATA.
021133     MOVE 'BBANK55P' TO CD67I-JOB-NAME.
021134     MOVE PCC-PARTITION-NO TO CD67I-PARTITION-NO.
021135     MOVE CD53O-BUSINESS-DATE TO CD67I-AS-OF-DATE.
021136     CALL 'DBANK67P' USING WS-PART-DATA.
021137     IF NOT CD67O-RESP-OK
021138        SET WS-RUN-REFUSED TO TRUE
021139        DISPLAY 'BBANK55P - RUN REFUSED: ' CD67O-RESP-MSG
021140        GO TO GET-PARTITION-EXIT
021141     END-IF.
021142     SET WS-PARTITIONED TO TRUE.
021143     MOVE CD67O-PART-JOB-NAME TO WS-RUN-JOB-NAME.
021144* A checkpoint left by some other range means the partition's
021145* checkpoint file has been crossed with another's - resuming from
021146* it would skip or repeat accounts, so stop here instead
021147     PERFORM READ-CHECKPOINT THRU
021148             READ-CHECKPOINT-EXIT.
021149     IF WS-CHKPT-PID IS NOT EQUAL TO SPACES AND
021150        (WS-CHKPT-ACCNO IS NOT GREATER THAN CD67O-AFTER-ACCNO OR
021151         WS-CHKPT-ACCNO IS GREATER THAN CD67O-TO-ACCNO)
021152        SET WS-RUN-REFUSED TO TRUE
021153        DISPLAY 'BBANK55P - RUN REFUSED, CHECKPOINT '
021154                WS-CHKPT-ACCNO ' IS OUTSIDE PARTITION '
021155                PCC-PARTITION
021156     END-IF.
021157 GET-PARTITION-EXIT.
021158     EXIT.
021159
021160*****************************************************************
021161* Read back the last (PID, ACCNO) pair a failed run of this     *
021162* partition checkpointed, if any, leaving WS-CHKPT-PID as       *
021163* SPACES when there is none                                     *
021164*****************************************************************
021165 READ-CHECKPOINT.
021166     MOVE SPACES TO WS-CHKPT-PID.
021167     MOVE SPACES TO WS-CHKPT-ACCNO.
021168     OPEN INPUT CHKPT-FILE.
021169     IF WS-CHKPT-STATUS IS EQUAL TO '00'
021170        READ CHKPT-FILE
021171             AT END CONTINUE
021172        END-READ
021173        IF WS-CHKPT-STATUS IS EQUAL TO '00'
021174           MOVE CHKPT-LINE-PID TO WS-CHKPT-PID
021175           MOVE CHKPT-LINE-ACCNO TO WS-CHKPT-ACCNO
021176        END-IF
021177        CLOSE CHKPT-FILE
021178     END-IF.
021179 READ-CHECKPOINT-EXIT.
021180     EXIT.
021181
021182*****************************************************************
021183* Persist the account just assessed as this partition's restart *
021184* point                                                         *
021185*****************************************************************
021186 WRITE-CHECKPOINT.
021187     MOVE CD51O-PID TO CHKPT-LINE-PID.
021188     MOVE CD51O-ACC-NO TO CHKPT-LINE-ACCNO.
021189     OPEN OUTPUT CHKPT-FILE.
021190     WRITE CHKPT-LINE.
021191     CLOSE CHKPT-FILE.
021192 WRITE-CHECKPOINT-EXIT.
021193     EXIT.
021200*****************************************************************
021300* Open the files, capture the run date/time used to stamp any   *
021400* fee postings, and start DBANK51P off on the full account file *
022500     OPEN INPUT BNKATYP-FILE.
022600     OPEN I-O   BNKTXN-FILE.
022650     OPEN I-O   BNKTXNV-FILE.
022700* A resumed partition adds to the register its failed run began
022720     IF WS-PARTITIONED AND
022740        WS-CHKPT-PID IS NOT EQUAL TO SPACES
022760        OPEN EXTEND FEEREG-FILE
022780     ELSE
022800        OPEN OUTPUT FEEREG-FILE
022820     END-IF.
022840     SET WS-MORE-ACCOUNTS-EXIST TO TRUE.
022860     MOVE SPACES TO WS-COMMAREA.
022880     SET IO-REQUEST-FUNCTION-OPEN TO TRUE.
022900     IF WS-PARTITIONED
022920* One partition - its range, resumed after the checkpointed
022940* account when there is one
022960        SET CD51-REQUESTED-RANGE TO TRUE
022980        MOVE CD67O-AFTER-ACCNO TO CD51I-RANGE-AFTER-ACCNO
023000        MOVE CD67O-TO-ACCNO TO CD51I-RANGE-TO-ACCNO
023020        IF WS-CHKPT-PID IS NOT EQUAL TO SPACES
023040           MOVE WS-CHKPT-ACCNO TO CD51I-RANGE-AFTER-ACCNO
023060        END-IF
023080     ELSE
023100        SET CD51-REQUESTED-ALL TO TRUE
023120     END-IF.
023200     CALL 'DBANK51P' USING WS-COMMAREA.
023300     IF IO-REQUEST-STATUS-OK
023400        PERFORM GET-NEXT-ACCOUNT
026700                   ASSESS-ACCOUNT-FEES-EXIT
026800        END-IF
026900     END-IF.
027000* A partition checkpoints every account once it is fully
027005* assessed - fees already charged must never be charged again, so
027010* a resumed run starts with the account after the last one done
027015     IF WS-PARTITIONED
027020        PERFORM WRITE-CHECKPOINT THRU
027025                WRITE-CHECKPOINT-EXIT
027030     END-IF.
027060     PERFORM GET-NEXT-ACCOUNT.
027100 PROCESS-ACCOUNT-EXIT.
027200     EXIT.
027300
034500     MOVE WS-TODAY-DATE-X TO BTX-REC-TIMESTAMP(1:8).
034600     MOVE WS-NOW-TIME-X TO BTX-REC-TIMESTAMP(9:8).
034700     MOVE WS-SEQUENCE-NO TO BTX-REC-TIMESTAMP(17:6).
034710* Partitions run side by side - tag the key with the partition so
034720* two of them posting in the same second cannot collide
034730     IF WS-PARTITIONED
034740        MOVE 'FP' TO BTX-REC-TIMESTAMP(23:2)
034750        MOVE PCC-PARTITION TO BTX-REC-TIMESTAMP(25:2)
034760     END-IF.
034800     MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.
034900     MOVE BAC-REC-PID TO BTX-REC-PID.
035000     MOVE '2' TO BTX-REC-TYPE.
036200     END-WRITE.
036233     PERFORM WRITE-VALUE-DATE-XREF THRU
036266             WRITE-VALUE-DATE-XREF-EXIT.
036276     PERFORM WRITE-POSTING-EVENT THRU
036286             WRITE-POSTING-EVENT-EXIT.
036300 POST-FEE-TXN-EXIT.
036400     EXIT.
036500
038000     CLOSE BNKTXN-FILE.
038050     CLOSE BNKTXNV-FILE.
038100     CLOSE FEEREG-FILE.
038120* A partition that reached the end of its range cleanly clears
038140* its checkpoint - its next run covers the whole range again
038160     IF WS-PARTITIONED
038180        MOVE SPACES TO CHKPT-LINE
038200        OPEN OUTPUT CHKPT-FILE
038220        WRITE CHKPT-LINE
038240        CLOSE CHKPT-FILE
038260     END-IF.
038280     SET CD53-REQUESTED-END TO TRUE.
038300     MOVE WS-RUN-JOB-NAME TO CD53I-JOB-NAME.
038400     CALL 'DBANK53P' USING WS-RUNC-DATA.
038500 TERMINATE-RUN-EXIT.
038600     EXIT.
038602
038604*****************************************************************
038606* Raise the posting event for the posting just written, so the  *
038608* downstream systems see it through the BNKPEVT interface       *
038610*****************************************************************
038612 WRITE-POSTING-EVENT.
038614     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' AND
038616        WS-BNKTXN-STATUS IS NOT EQUAL TO '02'
038618        GO TO WRITE-POSTING-EVENT-EXIT
038620     END-IF.
038622     MOVE SPACES TO CD59-DATA.
038624     MOVE BTX-RECORD TO CD59I-POSTING.
038626     MOVE 'BBANK55P' TO CD59I-SOURCE-PGM.
038628     CALL 'DBANK59P' USING WS-PEVT-DATA.
038630     IF NOT CD59O-RESP-OK
038632        DISPLAY 'BBANK55P - POSTING EVENT NOT RAISED: '
038634                BTX-REC-TIMESTAMP ' ' CD59O-RESP-MSG
038635        PERFORM ABEND-RUN THRU
038636                ABEND-RUN-EXIT
038637     END-IF.
038638 WRITE-POSTING-EVENT-EXIT.
038640     EXIT.
038700
038703
038707*****************************************************************
038785 WRITE-VALUE-DATE-XREF-EXIT.
038792     EXIT.
038796
038800*****************************************************************
038900* A posting is on file that its event could not follow - stop   *
039000* the step here rather than go on posting without events, and   *
039100* record the abend with run control so the step may be rerun    *
039200*****************************************************************
039300 ABEND-RUN.
039400     DISPLAY 'BBANK55P - STEP ABENDED, POSTING EVENT NOT RAISED'.
039500     MOVE SPACES TO CD53-DATA.
039600     SET CD53-REQUESTED-ABEND TO TRUE.
039700     MOVE WS-RUN-JOB-NAME TO CD53I-JOB-NAME.
039800     CALL 'DBANK53P' USING WS-RUNC-DATA.
039900     MOVE 16 TO RETURN-CODE.
040000     STOP RUN.
040100 ABEND-RUN-EXIT.
040200     EXIT.
040300
040400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
