000100*****************************************************************
000200*                                                               *
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
000400*   This demonstration program is provided for use by users     *
000500*   of Micro Focus products and may be used, modified and       *
000600*   distributed as part of your application provided that       *
000700*   you properly acknowledge the copyright of Micro Focus       *
000800*   in this material.                                           *
000900*                                                               *
001000*****************************************************************
001100
001200*****************************************************************
001300* Program:     DBANK67P.CBL                                     *
001400* Function:    Account-range partition resolver for batch jobs  *
001500*                                                               *
001600* Works out which accounts one partition of a full-file job     *
001700* covers. ACCNO-PARTS on BNKPARM gives the number of partitions *
001800* and ACCNO-PART-nn the highest account number in partition nn; *
001900* partition 1 starts at the beginning of the account file and   *
002000* the last partition runs to its end, so there is one bound     *
002100* fewer than there are partitions. Parameters are read through  *
002200* DBANK54P, so a change of ranges is simply a new effective     *
002300* date. Plain CALLed, like DBANK54P, and does no I/O itself.    *
002400*****************************************************************
002500
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.
002800     DBANK67P.
002900 DATE-WRITTEN.
003000     October 2026.
003100 DATE-COMPILED.
003200     Today.
003300
003400 ENVIRONMENT DIVISION.
003500
003600 DATA DIVISION.
003700 WORKING-STORAGE SECTION.
003800 01  WS-MISC-STORAGE.
003900   05  WS-PROGRAM-ID                         PIC X(8)
004000       VALUE 'DBANK67P'.
004100   05  WS-COMMAREA-LENGTH                    PIC 9(5).
004200   05  WS-MAX-PARTITIONS                     PIC 9(2) VALUE 10.
004300   05  WS-BOUND-NO                           PIC 9(2).
004400   05  WS-BOUND-ACCNO                        PIC X(10).
004500   05  WS-BOUND-FOUND-FLAG                   PIC X(1).
004600       88  WS-BOUND-FOUND                    VALUE 'Y'.
004700       88  WS-BOUND-NOT-FOUND                VALUE 'N'.
004800   05  WS-BOUND-PARM-NAME.
004900     10  FILLER                              PIC X(11)
005000         VALUE 'ACCNO-PART-'.
005100     10  WS-BOUND-PARM-NO                    PIC 9(2).
005200     10  FILLER                              PIC X(3)
005300         VALUE SPACES.
005400
005500 01  WS-COMMAREA.
005600 COPY CBANKD67.
005700
005800 01  WS-PARM-DATA.
005900 COPY CBANKD54.
006000
006100 LINKAGE SECTION.
006200 01  DFHCOMMAREA.
006300   05  LK-COMMAREA                           PIC X(1)
006400         OCCURS 1 TO 4096 TIMES
006500           DEPENDING ON WS-COMMAREA-LENGTH.
006600
006700 PROCEDURE DIVISION USING DFHCOMMAREA.
006800*****************************************************************
006900* Move the passed data to our area                              *
007000*****************************************************************
007100     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
007200     MOVE DFHCOMMAREA TO WS-COMMAREA.
007300
007400*****************************************************************
007500* Initialize our output area                                    *
007600*****************************************************************
007700     MOVE SPACES TO CD67O-DATA.
007800     MOVE 0 TO CD67O-PARTITION-COUNT.
007900     SET CD67O-RESP-OK TO TRUE.
008000
008100*****************************************************************
008200* How many partitions - none set (or fewer than two) means the  *
008300* job runs over the whole file in one step as it always has     *
008400*****************************************************************
008500     MOVE SPACES TO CD54-DATA.
008600     MOVE 'ACCNO-PARTS' TO CD54I-NAME.
008700     MOVE CD67I-AS-OF-DATE TO CD54I-AS-OF-DATE.
008800     CALL 'DBANK54P' USING WS-PARM-DATA.
008900     IF CD54O-NOT-FOUND OR
009000        CD54O-VALUE-NUM IS LESS THAN 2
009100        SET CD67O-RESP-NOT-PARTITIONED TO TRUE
009200        MOVE 'ACCNO-PARTS is not set for the date' TO
009300            CD67O-RESP-MSG
009400        GO TO DBANK67P-RETURN
009500     END-IF.
009600     IF CD54O-VALUE-NUM IS GREATER THAN WS-MAX-PARTITIONS
009700        SET CD67O-RESP-INVALID TO TRUE
009800        MOVE 'ACCNO-PARTS may not be more than 10' TO
009900            CD67O-RESP-MSG
010000        GO TO DBANK67P-RETURN
010100     END-IF.
010200     MOVE CD54O-VALUE-NUM TO CD67O-PARTITION-COUNT.
010300     IF CD67I-PARTITION-NO IS EQUAL TO 0
010400        GO TO DBANK67P-RETURN
010500     END-IF.
010600     IF CD67I-PARTITION-NO IS NOT NUMERIC OR
010700        CD67I-PARTITION-NO IS GREATER THAN CD67O-PARTITION-COUNT
010800        SET CD67O-RESP-INVALID TO TRUE
010900        MOVE 'Partition number is beyond ACCNO-PARTS' TO
011000            CD67O-RESP-MSG
011100        GO TO DBANK67P-RETURN
011200     END-IF.
011300
011400*****************************************************************
011500* The partition runs under its own name on run control, e.g.    *
011600* BB41P-03 for partition 3 of BBANK41P                          *
011700*****************************************************************
011800     MOVE CD67I-JOB-NAME(1:2) TO CD67O-PART-JOB-NAME(1:2).
011900     MOVE CD67I-JOB-NAME(6:3) TO CD67O-PART-JOB-NAME(3:3).
012000     MOVE '-' TO CD67O-PART-JOB-NAME(6:1).
012100     MOVE CD67I-PARTITION-NO TO CD67O-PART-JOB-NAME(7:2).
012200
012300*****************************************************************
012400* Lower bound - the previous partition's upper bound            *
012500*****************************************************************
012600     IF CD67I-PARTITION-NO IS EQUAL TO 1
012700        MOVE LOW-VALUES TO CD67O-AFTER-ACCNO
012800     ELSE
012900        COMPUTE WS-BOUND-NO = CD67I-PARTITION-NO - 1
013000        PERFORM GET-BOUND THRU
013100                GET-BOUND-EXIT
013200        IF WS-BOUND-NOT-FOUND
013300           GO TO DBANK67P-RETURN
013400        END-IF
013500        MOVE WS-BOUND-ACCNO TO CD67O-AFTER-ACCNO
013600     END-IF.
013700
013800*****************************************************************
013900* Upper bound - this partition's own, or the end of the file    *
014000*****************************************************************
014100     IF CD67I-PARTITION-NO IS EQUAL TO CD67O-PARTITION-COUNT
014200        MOVE HIGH-VALUES TO CD67O-TO-ACCNO
014300     ELSE
014400        MOVE CD67I-PARTITION-NO TO WS-BOUND-NO
014500        PERFORM GET-BOUND THRU
014600                GET-BOUND-EXIT
014700        IF WS-BOUND-NOT-FOUND
014800           GO TO DBANK67P-RETURN
014900        END-IF
015000        MOVE WS-BOUND-ACCNO TO CD67O-TO-ACCNO
015100     END-IF.
015200
015300* Bounds out of order would leave accounts in two partitions, or
015400* in none - each partition checking its own pair keeps them all
015500* in ascending order
015600     IF CD67O-TO-ACCNO IS NOT GREATER THAN CD67O-AFTER-ACCNO
015700        SET CD67O-RESP-INVALID TO TRUE
015800        MOVE 'ACCNO-PART bounds are not ascending' TO
015900            CD67O-RESP-MSG
016000     END-IF.
016100
016200 DBANK67P-RETURN.
016300*****************************************************************
016400* Move the result back to the callers area                      *
016500*****************************************************************
016600     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
016700
016800*****************************************************************
016900* Return to our caller                                          *
017000*****************************************************************
017100     GOBACK.
017200
017300*****************************************************************
017400* Read the upper bound of partition WS-BOUND-NO off BNKPARM     *
017500*****************************************************************
017600 GET-BOUND.
017700     SET WS-BOUND-FOUND TO TRUE.
017800     MOVE WS-BOUND-NO TO WS-BOUND-PARM-NO.
017900     MOVE SPACES TO CD54-DATA.
018000     MOVE WS-BOUND-PARM-NAME TO CD54I-NAME.
018100     MOVE CD67I-AS-OF-DATE TO CD54I-AS-OF-DATE.
018200     CALL 'DBANK54P' USING WS-PARM-DATA.
018300     IF CD54O-NOT-FOUND OR
018400        CD54O-VALUE(1:10) IS EQUAL TO SPACES
018500        SET WS-BOUND-NOT-FOUND TO TRUE
018600        SET CD67O-RESP-INVALID TO TRUE
018700        MOVE SPACES TO CD67O-RESP-MSG
018800        STRING WS-BOUND-PARM-NAME DELIMITED BY SPACE
018900               ' is not set' DELIMITED BY SIZE
019000          INTO CD67O-RESP-MSG
019100        GO TO GET-BOUND-EXIT
019200     END-IF.
019300     MOVE CD54O-VALUE(1:10) TO WS-BOUND-ACCNO.
019400 GET-BOUND-EXIT.
019500     EXIT.
019600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
