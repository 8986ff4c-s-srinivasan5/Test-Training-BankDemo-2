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
001300* Program:     BBANKB0P.CBL                                     *
001400* Layer:       Business logic                                   *
001500* Function:    Bank draft issue, cancellation and replacement   *
001600*                                                               *
001700* Validates the input before handing off to DBANK64P, the same  *
001800* way BBANK34P validates before handing off to DBANK23P. The    *
001900* postings, draft-control account, BNKTLR cash totals, BNKDRFT  *
002000* register and the supervisor approval for a cancellation or    *
002100* replacement are all handled in DBANK64P.                      *
002200*****************************************************************
002300
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.
002600     BBANKB0P.
002700 DATE-WRITTEN.
002800     October 2026.
002900 DATE-COMPILED.
003000     Today.
003100
003200 ENVIRONMENT DIVISION.
003300
003400 DATA DIVISION.
003500 WORKING-STORAGE SECTION.
003600 01  WS-MISC-STORAGE.
003700   05  WS-PROGRAM-ID                         PIC X(8)
003800       VALUE 'BBANKB0P'.
003900   05  WS-COMMAREA-LENGTH                    PIC 9(5).
004000
004100 01  WS-DRAFT-DATA.
004200 COPY CBANKD64.
004300
004400 COPY CABENDD.
004500
004600 LINKAGE SECTION.
004700 01  DFHCOMMAREA.
004800   05  LK-COMMAREA                           PIC X(1)
004900       OCCURS 1 TO 4096 TIMES
005000         DEPENDING ON WS-COMMAREA-LENGTH.
005100
005200 PROCEDURE DIVISION.
005300*****************************************************************
005400* Move the passed area to our area                              *
005500*****************************************************************
005600     MOVE LENGTH OF WS-DRAFT-DATA TO WS-COMMAREA-LENGTH.
005700     MOVE DFHCOMMAREA TO WS-DRAFT-DATA.
005800     SET CD64O-RESP-OK TO TRUE.
005900
006000*****************************************************************
006100* Validate the request before handing off to the data module -  *
006200* the data module itself only knows how to move the money and   *
006300* keep the register, not what a sensible draft request looks    *
006400* like                                                          *
006500*****************************************************************
006600     IF CD64I-TELLER-ID IS EQUAL TO SPACES OR
006700        CD64I-TELLER-ID IS EQUAL TO LOW-VALUES
006800        SET CD64O-RESP-INVALID-INPUT TO TRUE
006900        MOVE 'Teller signon id is required' TO CD64O-RESP-MSG
007000        GO TO BBANKB0P-EXIT
007100     END-IF.
007200     IF NOT CD64-REQUESTED-INQUIRE AND
007300        NOT CD64-REQUESTED-ISSUE AND
007400        NOT CD64-REQUESTED-CANCEL AND
007500        NOT CD64-REQUESTED-REPLACE
007600        SET CD64O-RESP-INVALID-INPUT TO TRUE
007700        MOVE 'Unknown request type' TO CD64O-RESP-MSG
007800        GO TO BBANKB0P-EXIT
007900     END-IF.
008000     IF CD64-REQUESTED-ISSUE
008100        GO TO VALIDATE-ISSUE
008200     END-IF.
008300* Every other function names an existing draft
008400     IF CD64I-SERIAL IS EQUAL TO SPACES OR
008500        CD64I-SERIAL IS EQUAL TO LOW-VALUES OR
008600        CD64I-SERIAL IS NOT NUMERIC
008700        SET CD64O-RESP-INVALID-INPUT TO TRUE
008800        MOVE 'Draft serial must be six digits' TO
008900            CD64O-RESP-MSG
009000        GO TO BBANKB0P-EXIT
009100     END-IF.
009200     IF (CD64-REQUESTED-CANCEL OR
009300         CD64-REQUESTED-REPLACE) AND
009400        (CD64I-REASON IS EQUAL TO SPACES OR
009500         CD64I-REASON IS EQUAL TO LOW-VALUES)
009600        SET CD64O-RESP-INVALID-INPUT TO TRUE
009700        MOVE 'A reason is required' TO CD64O-RESP-MSG
009800        GO TO BBANKB0P-EXIT
009900     END-IF.
010000     GO TO LINK-DATA-MODULE.
010100
010200 VALIDATE-ISSUE.
010300     IF NOT CD64I-FUNDED-BY-ACCOUNT AND
010400        NOT CD64I-FUNDED-BY-CASH
010500        SET CD64O-RESP-INVALID-INPUT TO TRUE
010600        MOVE 'Funding must be account or cash' TO
010700            CD64O-RESP-MSG
010800        GO TO BBANKB0P-EXIT
010900     END-IF.
011000     IF CD64I-FUNDED-BY-ACCOUNT AND
011100        (CD64I-ACCNO IS EQUAL TO SPACES OR
011200         CD64I-ACCNO IS EQUAL TO LOW-VALUES)
011300        SET CD64O-RESP-ACC-NOTFOUND TO TRUE
011400        MOVE 'Account number is required' TO CD64O-RESP-MSG
011500        GO TO BBANKB0P-EXIT
011600     END-IF.
011700     IF CD64I-AMOUNT IS NOT NUMERIC OR
011800        CD64I-AMOUNT IS NOT GREATER THAN ZERO
011900        SET CD64O-RESP-INVALID-INPUT TO TRUE
012000        MOVE 'Draft amount must be greater than zero' TO
012100            CD64O-RESP-MSG
012200        GO TO BBANKB0P-EXIT
012300     END-IF.
012400     IF CD64I-PAYEE IS EQUAL TO SPACES OR
012500        CD64I-PAYEE IS EQUAL TO LOW-VALUES
012600        SET CD64O-RESP-INVALID-INPUT TO TRUE
012700        MOVE 'Payee name is required' TO CD64O-RESP-MSG
012800        GO TO BBANKB0P-EXIT
012900     END-IF.
013000
013100*****************************************************************
013200* Hand off to the data module to do the actual I/O              *
013300*****************************************************************
013400 LINK-DATA-MODULE.
013500     EXEC CICS LINK PROGRAM('DBANK64P')
013600                    COMMAREA(WS-DRAFT-DATA)
013700                    LENGTH(LENGTH OF WS-DRAFT-DATA)
013800     END-EXEC.
013900
014000 BBANKB0P-EXIT.
014100*****************************************************************
014200* Move the result back to the callers area                      *
014300*****************************************************************
014400     MOVE WS-DRAFT-DATA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
014500
014600*****************************************************************
014700* Return to our caller                                          *
014800*****************************************************************
014900     EXEC CICS RETURN
015000     END-EXEC.
015100     GOBACK.
015200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
