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
001200
001300*****************************************************************
001400* Program:     DBANK61P.CBL                                     *
001500* Function:    Diverted-mail writer for the print jobs          *
001600*              VSAM version                                     *
001700*                                                               *
001800* Called by BBANK40P, BBANK65P and BBANK67P in place of their   *
001900* own print WRITE for a customer flagged gone away. Each line   *
002000* goes on the BNKHMAIL held-mail register (CBANKVHM), routed    *
002100* to email when the caller passes an email address and held     *
002200* for the post otherwise; BBANKA1P later sends or releases it.  *
002300* The register stays open between calls, like DBANK51P's files, *
002400* so the caller opens it once ('O') and closes it once ('C');   *
002500* the first run ever creates it.                                *
002600*****************************************************************
002700
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.
003000     DBANK61P.
003100 DATE-WRITTEN.
003200     October 2026.
003300 DATE-COMPILED.
003400     Today.
003500
003600 ENVIRONMENT DIVISION.
003700
003800 INPUT-OUTPUT   SECTION.
003900   FILE-CONTROL.
004000     SELECT BNKHMAIL-FILE
004100            ASSIGN       TO BNKHMAIL
004200            ORGANIZATION IS INDEXED
004300            ACCESS MODE  IS RANDOM
004400            RECORD KEY   IS HML-REC-KEY
004500            FILE STATUS  IS WS-BNKHMAIL-STATUS.
004600
004700 DATA DIVISION.
004800
004900 FILE SECTION.
005000 FD  BNKHMAIL-FILE.
005100 01  BNKHMAIL-REC.
005200 COPY CBANKVHM.
005300
005400 WORKING-STORAGE SECTION.
005500 01  WS-MISC-STORAGE.
005600   05  WS-PROGRAM-ID                         PIC X(8)
005700       VALUE 'DBANK61P'.
005800   05  WS-COMMAREA-LENGTH                    PIC 9(5).
005900   05  WS-BNKHMAIL-STATUS                    PIC X(2).
006000   05  WS-REGISTER-OPEN-FLAG                 PIC X(1) VALUE 'N'.
006100       88  WS-REGISTER-IS-OPEN                VALUE 'Y'.
006200       88  WS-REGISTER-NOT-OPEN               VALUE 'N'.
006300   05  WS-LAST-DOC-KEY                       PIC X(31)
006400       VALUE SPACES.
006500   05  WS-THIS-DOC-KEY.
006600     10  WS-DOC-PID                          PIC X(5).
006700     10  WS-DOC-DATE                         PIC X(8).
006800     10  WS-DOC-SOURCE                       PIC X(8).
006900     10  WS-DOC-REF                          PIC X(10).
007000   05  WS-LINE-NO                            PIC 9(4) VALUE 0.
007100
007200 01  WS-COMMAREA.
007300 COPY CBANKD61.
007400
007500 LINKAGE SECTION.
007600 01  DFHCOMMAREA.
007700   05  LK-COMMAREA                           PIC X(1)
007800         OCCURS 1 TO 4096 TIMES
007900           DEPENDING ON WS-COMMAREA-LENGTH.
008000
008100 PROCEDURE DIVISION USING DFHCOMMAREA.
008200*****************************************************************
008300* Move the passed data to our area                              *
008400*****************************************************************
008500     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
008600     MOVE DFHCOMMAREA TO WS-COMMAREA.
008700
008800*****************************************************************
008900* Initialize our output area                                    *
009000*****************************************************************
009100     MOVE SPACES TO CD61O-DATA.
009200     SET CD61O-RESP-OK TO TRUE.
009300
009400     EVALUATE TRUE
009500       WHEN CD61-REQUESTED-OPEN
009600        PERFORM OPEN-REGISTER THRU
009700                OPEN-REGISTER-EXIT
009800       WHEN CD61-REQUESTED-WRITE
009900        PERFORM WRITE-LINE THRU
010000                WRITE-LINE-EXIT
010100       WHEN CD61-REQUESTED-CLOSE
010200        PERFORM CLOSE-REGISTER THRU
010300                CLOSE-REGISTER-EXIT
010400       WHEN OTHER
010500        SET CD61O-RESP-ERROR TO TRUE
010600        MOVE 'Unknown diverted-mail request' TO CD61O-RESP-MSG
010700     END-EVALUATE.
010800
010900*****************************************************************
011000* Move the result back to the callers area                      *
011100*****************************************************************
011200     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
011300
011400*****************************************************************
011500* Return to our caller                                          *
011600*****************************************************************
011700     GOBACK.
011800
011900*****************************************************************
012000* Open the register for the run, creating it the first time     *
012100*****************************************************************
012200 OPEN-REGISTER.
012300     IF WS-REGISTER-IS-OPEN
012400        GO TO OPEN-REGISTER-EXIT
012500     END-IF.
012600     OPEN I-O BNKHMAIL-FILE.
012700     IF WS-BNKHMAIL-STATUS IS EQUAL TO '35'
012800        OPEN OUTPUT BNKHMAIL-FILE
012900        CLOSE BNKHMAIL-FILE
013000        OPEN I-O BNKHMAIL-FILE
013100     END-IF.
013200     IF WS-BNKHMAIL-STATUS IS NOT EQUAL TO '00'
013300        SET CD61O-RESP-ERROR TO TRUE
013400        MOVE 'Held-mail register could not be opened' TO
013500            CD61O-RESP-MSG
013600        GO TO OPEN-REGISTER-EXIT
013700     END-IF.
013800     SET WS-REGISTER-IS-OPEN TO TRUE.
013900     MOVE SPACES TO WS-LAST-DOC-KEY.
014000     MOVE 0 TO WS-LINE-NO.
014100 OPEN-REGISTER-EXIT.
014200     EXIT.
014300
014400*****************************************************************
014500* Put one print line on the register, numbered within its       *
014600* document - a new customer, source or document reference       *
014700* starts the numbering again. A line already there from an      *
014800* earlier run of the same day is replaced.                      *
014900*****************************************************************
015000 WRITE-LINE.
015100     IF WS-REGISTER-NOT-OPEN
015200        SET CD61O-RESP-ERROR TO TRUE
015300        MOVE 'Held-mail register is not open' TO CD61O-RESP-MSG
015400        GO TO WRITE-LINE-EXIT
015500     END-IF.
015600     MOVE CD61I-PID TO WS-DOC-PID.
015700     MOVE CD61I-BUSINESS-DATE TO WS-DOC-DATE.
015800     MOVE CD61I-SOURCE-PGM TO WS-DOC-SOURCE.
015900     MOVE CD61I-DOC-REF TO WS-DOC-REF.
016000     IF WS-THIS-DOC-KEY IS EQUAL TO WS-LAST-DOC-KEY
016100        ADD 1 TO WS-LINE-NO
016200     ELSE
016300        MOVE WS-THIS-DOC-KEY TO WS-LAST-DOC-KEY
016400        MOVE 1 TO WS-LINE-NO
016500     END-IF.
016600     MOVE SPACES TO HML-RECORD.
016700     MOVE CD61I-PID TO HML-REC-PID.
016800     MOVE CD61I-BUSINESS-DATE TO HML-REC-HELD-DATE.
016900     MOVE CD61I-SOURCE-PGM TO HML-REC-SOURCE-PGM.
017000     MOVE CD61I-DOC-REF TO HML-REC-DOC-REF.
017100     MOVE WS-LINE-NO TO HML-REC-LINE-NO.
017200     MOVE CD61I-DOC-TYPE TO HML-REC-DOC-TYPE.
017300     IF CD61I-EMAIL IS EQUAL TO SPACES OR
017400        CD61I-EMAIL IS EQUAL TO LOW-VALUES
017500        SET HML-REC-ROUTE-HELD TO TRUE
017600        SET CD61O-ROUTE-HELD TO TRUE
017700     ELSE
017800        SET HML-REC-ROUTE-EMAIL TO TRUE
017900        SET CD61O-ROUTE-EMAIL TO TRUE
018000        MOVE CD61I-EMAIL TO HML-REC-EMAIL
018100     END-IF.
018200     SET HML-REC-STATUS-PENDING TO TRUE.
018300     MOVE CD61I-LINE TO HML-REC-LINE.
018400     WRITE BNKHMAIL-REC
018500          INVALID KEY
018600             REWRITE BNKHMAIL-REC
018700     END-WRITE.
018800     IF WS-BNKHMAIL-STATUS IS NOT EQUAL TO '00' AND
018900        WS-BNKHMAIL-STATUS IS NOT EQUAL TO '02'
019000        SET CD61O-RESP-ERROR TO TRUE
019100        MOVE 'Held-mail line not written' TO CD61O-RESP-MSG
019200     END-IF.
019300 WRITE-LINE-EXIT.
019400     EXIT.
019500
019600*****************************************************************
019700* Close the register at the end of the caller's run             *
019800*****************************************************************
019900 CLOSE-REGISTER.
020000     IF WS-REGISTER-IS-OPEN
020100        CLOSE BNKHMAIL-FILE
020200        SET WS-REGISTER-NOT-OPEN TO TRUE
020300     END-IF.
020400 CLOSE-REGISTER-EXIT.
020500     EXIT.
020600
020700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
