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
001300* Program:     BBANKA3P.CBL                                     *
001400* Layer:       Business logic                                   *
001500* Function:    Complaint and case log                           *
001600*                                                               *
001700* Validates the request shape before handing off to DBANK63P,   *
001800* the same split BBANKA0P and DBANK62P use. Opening, inquiring  *
001900* on, moving, assigning and noting a case go straight to the    *
002000* data module. A goodwill refund is never posted from here: the *
002100* case is inquired on first so a closed or unknown case is      *
002200* refused at once, then a DBANK24P goodwill adjustment is       *
002300* queued on BNKPEND through DBANK38P for a supervisor to        *
002400* approve. The approval posts the credit and DBANK24P records   *
002500* it on the case in the same unit of work.                      *
002600*****************************************************************
002700
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.
003000     BBANKA3P.
003100 DATE-WRITTEN.
003200     October 2026.
003300 DATE-COMPILED.
003400     Today.
003500
003600 ENVIRONMENT DIVISION.
003700
003800 DATA DIVISION.
003900 WORKING-STORAGE SECTION.
004000 01  WS-MISC-STORAGE.
004100   05  WS-PROGRAM-ID                         PIC X(8)
004200       VALUE 'BBANKA3P'.
004300   05  WS-COMMAREA-LENGTH                    PIC 9(5).
004400
004500 01  WS-CASE-DATA.
004600 COPY CBANKD63.
004700
004800 01  WS-REVERSAL-DATA.
004900 COPY CBANKD24.
005000
005100 01  WS-PEND-DATA.
005200 COPY CBANKD38.
005300
005400 COPY CABENDD.
005500
005600 LINKAGE SECTION.
005700 01  DFHCOMMAREA.
005800   05  LK-COMMAREA                           PIC X(1)
005900       OCCURS 1 TO 4096 TIMES
006000         DEPENDING ON WS-COMMAREA-LENGTH.
006100
006200 PROCEDURE DIVISION.
006300*****************************************************************
006400* Move the passed area to our area                              *
006500*****************************************************************
006600     MOVE LENGTH OF WS-CASE-DATA TO WS-COMMAREA-LENGTH.
006700     MOVE DFHCOMMAREA TO WS-CASE-DATA.
006800     SET CD63O-RESP-OK TO TRUE.
006900
007000*****************************************************************
007100* Validate the request before handing off to the data module    *
007200*****************************************************************
007300     IF NOT CD63-REQUESTED-OPEN AND
007400        NOT CD63-REQUESTED-INQUIRE AND
007500        NOT CD63-REQUESTED-STATUS AND
007600        NOT CD63-REQUESTED-ASSIGN AND
007700        NOT CD63-REQUESTED-NOTE AND
007800        NOT CD63-REQUESTED-REFUND
007900        SET CD63O-RESP-INVALID-INPUT TO TRUE
008000        MOVE 'Unknown request type' TO CD63O-RESP-MSG
008100        GO TO BBANKA3P-EXIT
008200     END-IF.
008300     IF NOT CD63-REQUESTED-OPEN
008400        IF CD63I-CASE-NO IS NOT NUMERIC OR
008500           CD63I-CASE-NO IS EQUAL TO ZERO
008600           SET CD63O-RESP-INVALID-INPUT TO TRUE
008700           MOVE 'Case number is required' TO CD63O-RESP-MSG
008800           GO TO BBANKA3P-EXIT
008900        END-IF
009000     END-IF.
009100     IF NOT CD63-REQUESTED-INQUIRE
009200        IF CD63I-UPDATE-BY IS EQUAL TO SPACES OR
009300           CD63I-UPDATE-BY IS EQUAL TO LOW-VALUES
009400           SET CD63O-RESP-INVALID-INPUT TO TRUE
009500           MOVE 'Requestor id is required' TO CD63O-RESP-MSG
009600           GO TO BBANKA3P-EXIT
009700        END-IF
009800     END-IF.
009900
010000*****************************************************************
010100* Everything but a goodwill refund goes straight to the data    *
010200* module, which does its own checks against the case            *
010300*****************************************************************
010400     IF NOT CD63-REQUESTED-REFUND
010500        EXEC CICS LINK PROGRAM('DBANK63P')
010600                       COMMAREA(WS-CASE-DATA)
010700                       LENGTH(LENGTH OF WS-CASE-DATA)
010800        END-EXEC
010900        GO TO BBANKA3P-EXIT
011000     END-IF.
011100
011200*****************************************************************
011300* A goodwill refund must be for a positive amount, on a case    *
011400* that exists and is not yet closed                             *
011500*****************************************************************
011600     IF CD63I-AMOUNT IS NOT NUMERIC OR
011700        CD63I-AMOUNT IS NOT GREATER THAN ZERO
011800        SET CD63O-RESP-INVALID-INPUT TO TRUE
011900        MOVE 'Refund amount must be greater than zero' TO
012000            CD63O-RESP-MSG
012100        GO TO BBANKA3P-EXIT
012200     END-IF.
012300     SET CD63-REQUESTED-INQUIRE TO TRUE.
012400     EXEC CICS LINK PROGRAM('DBANK63P')
012500                    COMMAREA(WS-CASE-DATA)
012600                    LENGTH(LENGTH OF WS-CASE-DATA)
012700     END-EXEC.
012800     SET CD63-REQUESTED-REFUND TO TRUE.
012900     IF NOT CD63O-RESP-OK
013000        GO TO BBANKA3P-EXIT
013100     END-IF.
013200     IF CD63O-STATUS IS EQUAL TO 'C'
013300        SET CD63O-RESP-CLOSED TO TRUE
013400        MOVE 'Case is closed' TO CD63O-RESP-MSG
013500        GO TO BBANKA3P-EXIT
013600     END-IF.
013700     PERFORM QUEUE-FOR-APPROVAL THRU
013800             QUEUE-FOR-APPROVAL-EXIT.
013900
014000 BBANKA3P-EXIT.
014100*****************************************************************
014200* Move the result back to the callers area                      *
014300*****************************************************************
014400     MOVE WS-CASE-DATA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
014500
014600*****************************************************************
014700* Return to our caller                                          *
014800*****************************************************************
014900     EXEC CICS RETURN
015000     END-EXEC.
015100     GOBACK.
015200
015300*****************************************************************
015400* Queue a DBANK24P goodwill adjustment on BNKPEND for a         *
015500* supervisor to approve. The credit goes to the account the     *
015600* case was opened on, not one named on the request, so a refund *
015700* cannot be steered elsewhere. The case header just inquired on *
015800* stays in the output area.                                     *
015900*****************************************************************
016000 QUEUE-FOR-APPROVAL.
016100     MOVE SPACES TO WS-REVERSAL-DATA.
016200     SET CD24I-GOODWILL TO TRUE.
016300     MOVE 'GWIL' TO CD24I-REASON-CODE.
016400     MOVE CD63O-CASE-NO TO CD24I-CASE-NO.
016500     MOVE CD63O-ACCNO TO CD24I-ACCNO.
016600     MOVE CD63I-AMOUNT TO CD24I-AMOUNT.
016700     MOVE CD63I-UPDATE-BY TO CD24I-UPDATE-BY.
016800     MOVE SPACES TO WS-PEND-DATA.
016900     SET CD38-REQUESTED-QUEUE TO TRUE.
017000     MOVE 'DBANK24P' TO CD38I-TARGET-PGM.
017100     MOVE WS-PROGRAM-ID TO CD38I-SOURCE-PGM.
017200     STRING 'GOODWILL CASE ' DELIMITED BY SIZE
017300            CD63O-CASE-NO DELIMITED BY SIZE
017400            ' ACC ' DELIMITED BY SIZE
017500            CD63O-ACCNO DELIMITED BY SIZE
017600        INTO CD38I-DESC.
017700     MOVE CD63I-UPDATE-BY TO CD38I-MAKER.
017800     MOVE WS-REVERSAL-DATA TO CD38I-REQ-DATA.
017900     EXEC CICS LINK PROGRAM('DBANK38P')
018000                    COMMAREA(WS-PEND-DATA)
018100                    LENGTH(LENGTH OF WS-PEND-DATA)
018200     END-EXEC.
018300     IF CD38O-RESP-OK
018400        MOVE 'Goodwill refund queued for approval' TO
018500            CD63O-RESP-MSG
018600     ELSE
018700        SET CD63O-RESP-POSTING-ERROR TO TRUE
018800        MOVE CD38O-RESP-MSG TO CD63O-RESP-MSG
018900     END-IF.
019000 QUEUE-FOR-APPROVAL-EXIT.
019100     EXIT.
019200
019300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
