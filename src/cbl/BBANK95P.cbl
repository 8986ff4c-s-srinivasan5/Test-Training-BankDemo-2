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
001300* Program:     BBANK95P.CBL                                     *
001400* Layer:       Business logic                                   *
001500* Function:    Online sweep instruction set-up/cancel           *
001600*                                                               *
001700* Validates the input before handing off to DBANK58P, the same  *
001800* way BBANK82P validates before handing off to DBANK48P. The    *
001900* sweep instructions are what the BBANK96P nightly batch moves  *
002000* money between a customer's accounts under, so set-up and      *
002100* cancellation are staff actions, restricted by SBANK00P's      *
002200* dispatch enforcement.                                         *
002300*****************************************************************
002400
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.
002700     BBANK95P.
002800 DATE-WRITTEN.
002900     October 2026.
003000 DATE-COMPILED.
003100     Today.
003200
003300 ENVIRONMENT DIVISION.
003400
003500 DATA DIVISION.
003600 WORKING-STORAGE SECTION.
003700 01  WS-MISC-STORAGE.
003800   05  WS-PROGRAM-ID                         PIC X(8)
003900       VALUE 'BBANK95P'.
004000   05  WS-COMMAREA-LENGTH                    PIC 9(5).
004100
004200 01  WS-SWEEP-DATA.
004300 COPY CBANKD58.
004400
004500 COPY CABENDD.
004600
004700 LINKAGE SECTION.
004800 01  DFHCOMMAREA.
004900   05  LK-COMMAREA                           PIC X(1)
005000       OCCURS 1 TO 4096 TIMES
005100         DEPENDING ON WS-COMMAREA-LENGTH.
005200
005300 PROCEDURE DIVISION.
005400*****************************************************************
005500* Move the passed area to our area                              *
005600*****************************************************************
005700     MOVE LENGTH OF WS-SWEEP-DATA TO WS-COMMAREA-LENGTH.
005800     MOVE DFHCOMMAREA TO WS-SWEEP-DATA.
005900     SET CD58O-RESP-OK TO TRUE.
006000
006100*****************************************************************
006200* Validate the request before handing off to the data module -  *
006300* the data module itself only knows how to read/write BNKSWP,   *
006400* not what a sensible sweep instruction looks like              *
006500*****************************************************************
006600     IF CD58I-COVERED-ACC IS EQUAL TO SPACES OR
006700        CD58I-COVERED-ACC IS EQUAL TO LOW-VALUES
006800        SET CD58O-RESP-ACC-NOTFOUND TO TRUE
006900        MOVE 'Covered account number is required' TO
007000            CD58O-RESP-MSG
007100        GO TO BBANK95P-EXIT
007200     END-IF.
007300     IF CD58-REQUESTED-SETUP OR CD58-REQUESTED-CANCEL
007400        IF CD58I-FUNDING-ACC IS EQUAL TO SPACES OR
007500           CD58I-FUNDING-ACC IS EQUAL TO LOW-VALUES
007600           SET CD58O-RESP-ACC-NOTFOUND TO TRUE
007700           MOVE 'Funding account number is required' TO
007800               CD58O-RESP-MSG
007900           GO TO BBANK95P-EXIT
008000        END-IF
008100        IF CD58I-UPDATE-BY IS EQUAL TO SPACES OR
008200           CD58I-UPDATE-BY IS EQUAL TO LOW-VALUES
008300           SET CD58O-RESP-INVALID-INPUT TO TRUE
008400           MOVE 'Requestor id is required' TO CD58O-RESP-MSG
008500           GO TO BBANK95P-EXIT
008600        END-IF
008700     END-IF.
008800     IF CD58-REQUESTED-SETUP
008900        IF CD58I-FUNDING-ACC IS EQUAL TO CD58I-COVERED-ACC
009000           SET CD58O-RESP-INVALID-INPUT TO TRUE
009100           MOVE 'An account cannot sweep to itself' TO
009200               CD58O-RESP-MSG
009300           GO TO BBANK95P-EXIT
009400        END-IF
009500        IF NOT CD58I-RULE-VALID
009600           SET CD58O-RESP-INVALID-INPUT TO TRUE
009700           MOVE 'Rule must be N, T or X' TO CD58O-RESP-MSG
009800           GO TO BBANK95P-EXIT
009900        END-IF
010000        IF CD58I-THRESHOLD IS NOT NUMERIC
010100           MOVE 0 TO CD58I-THRESHOLD
010200        END-IF
010300        IF CD58I-THRESHOLD IS LESS THAN ZERO
010400           SET CD58O-RESP-INVALID-INPUT TO TRUE
010500           MOVE 'Threshold cannot be negative' TO
010600               CD58O-RESP-MSG
010700           GO TO BBANK95P-EXIT
010800        END-IF
010900     END-IF.
011000
011100*****************************************************************
011200* Hand off to the data module to do the actual I/O              *
011300*****************************************************************
011400     EXEC CICS LINK PROGRAM('DBANK58P')
011500                    COMMAREA(WS-SWEEP-DATA)
011600                    LENGTH(LENGTH OF WS-SWEEP-DATA)
011700     END-EXEC.
011800
011900 BBANK95P-EXIT.
012000*****************************************************************
012100* Move the result back to the callers area                      *
012200*****************************************************************
012300     MOVE WS-SWEEP-DATA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
012400
012500*****************************************************************
012600* Return to our caller                                          *
012700*****************************************************************
012800     EXEC CICS RETURN
012900     END-EXEC.
013000     GOBACK.
013100
013200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
