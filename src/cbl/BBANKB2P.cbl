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
001300* Program:     BBANKB2P.CBL                                     *
001400* Layer:       Business logic                                   *
001500* Function:    Branch vault cash movements and counts           *
001600*                                                               *
001700* Validates the input before handing off to DBANK65P, the same  *
001800* way BBANK34P validates before handing off to DBANK23P. The    *
001900* witness signon, the vault and drawer updates and the movement *
002000* journal are all handled in DBANK65P.                          *
002100*****************************************************************
002200
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.
002500     BBANKB2P.
002600 DATE-WRITTEN.
002700     October 2026.
002800 DATE-COMPILED.
002900     Today.
003000
003100 ENVIRONMENT DIVISION.
003200
003300 DATA DIVISION.
003400 WORKING-STORAGE SECTION.
003500 01  WS-MISC-STORAGE.
003600   05  WS-PROGRAM-ID                         PIC X(8)
003700       VALUE 'BBANKB2P'.
003800   05  WS-COMMAREA-LENGTH                    PIC 9(5).
003900   05  WS-LINE-SUB                           PIC S9(4) COMP.
004000
004100 01  WS-VAULT-DATA.
004200 COPY CBANKD65.
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
005600     MOVE LENGTH OF WS-VAULT-DATA TO WS-COMMAREA-LENGTH.
005700     MOVE DFHCOMMAREA TO WS-VAULT-DATA.
005800     SET CD65O-RESP-OK TO TRUE.
005900
006000*****************************************************************
006100* Validate the request before handing off to the data module -  *
006200* the data module itself only knows how to move the cash and    *
006300* keep the journal, not what a sensible vault request looks     *
006400* like                                                          *
006500*****************************************************************
006600     IF CD65I-TELLER-ID IS EQUAL TO SPACES OR
006700        CD65I-TELLER-ID IS EQUAL TO LOW-VALUES
006800        SET CD65O-RESP-INVALID-INPUT TO TRUE
006900        MOVE 'Teller signon id is required' TO CD65O-RESP-MSG
007000        GO TO BBANKB2P-EXIT
007100     END-IF.
007200     IF NOT CD65-REQUESTED-INQUIRE AND
007300        NOT CD65-REQUESTED-ISSUE AND
007400        NOT CD65-REQUESTED-RETURN AND
007500        NOT CD65-REQUESTED-DELIVERY AND
007600        NOT CD65-REQUESTED-SHIPMENT AND
007700        NOT CD65-REQUESTED-COUNT
007800        SET CD65O-RESP-INVALID-INPUT TO TRUE
007900        MOVE 'Unknown request type' TO CD65O-RESP-MSG
008000        GO TO BBANKB2P-EXIT
008100     END-IF.
008200     IF CD65-REQUESTED-INQUIRE
008300        GO TO LINK-DATA-MODULE
008400     END-IF.
008500* Every other function moves or counts cash in front of a
008600* witness, denomination by denomination
008700     IF CD65I-WITNESS-ID IS EQUAL TO SPACES OR
008800        CD65I-WITNESS-ID IS EQUAL TO LOW-VALUES
008900        SET CD65O-RESP-NOT-AUTHORIZED TO TRUE
009000        MOVE 'A witness must sign on for vault cash' TO
009100            CD65O-RESP-MSG
009200        GO TO BBANKB2P-EXIT
009300     END-IF.
009400     IF (CD65-REQUESTED-DELIVERY OR
009500         CD65-REQUESTED-SHIPMENT) AND
009600        (CD65I-REFERENCE IS EQUAL TO SPACES OR
009700         CD65I-REFERENCE IS EQUAL TO LOW-VALUES)
009800        SET CD65O-RESP-INVALID-INPUT TO TRUE
009900        MOVE 'Cash centre reference is required' TO
010000            CD65O-RESP-MSG
010100        GO TO BBANKB2P-EXIT
010200     END-IF.
010300     IF CD65I-LINE-COUNT IS NOT NUMERIC OR
010400        CD65I-LINE-COUNT IS EQUAL TO 0 OR
010500        CD65I-LINE-COUNT IS GREATER THAN 12
010600        SET CD65O-RESP-INVALID-INPUT TO TRUE
010700        MOVE 'Enter between 1 and 12 denominations' TO
010800            CD65O-RESP-MSG
010900        GO TO BBANKB2P-EXIT
011000     END-IF.
011100     PERFORM VALIDATE-LINE THRU
011200             VALIDATE-LINE-EXIT
011300        VARYING WS-LINE-SUB FROM 1 BY 1
011400        UNTIL WS-LINE-SUB > CD65I-LINE-COUNT
011500           OR NOT CD65O-RESP-OK.
011600     IF NOT CD65O-RESP-OK
011700        GO TO BBANKB2P-EXIT
011800     END-IF.
011900
012000*****************************************************************
012100* Hand off to the data module to do the actual I/O              *
012200*****************************************************************
012300 LINK-DATA-MODULE.
012400     EXEC CICS LINK PROGRAM('DBANK65P')
012500                    COMMAREA(WS-VAULT-DATA)
012600                    LENGTH(LENGTH OF WS-VAULT-DATA)
012700     END-EXEC.
012800
012900 BBANKB2P-EXIT.
013000*****************************************************************
013100* Move the result back to the callers area                      *
013200*****************************************************************
013300     MOVE WS-VAULT-DATA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
013400
013500*****************************************************************
013600* Return to our caller                                          *
013700*****************************************************************
013800     EXEC CICS RETURN
013900     END-EXEC.
014000     GOBACK.
014100
014200*****************************************************************
014300* Each line names a denomination and a number of pieces - a     *
014400* count may report none of a denomination, anything else must   *
014500* move at least one piece                                       *
014600*****************************************************************
014700 VALIDATE-LINE.
014800     IF CD65I-DENOM (WS-LINE-SUB) IS NOT NUMERIC OR
014900        CD65I-DENOM (WS-LINE-SUB) IS EQUAL TO 0
015000        SET CD65O-RESP-INVALID-INPUT TO TRUE
015100        MOVE 'Denomination must be greater than zero' TO
015200            CD65O-RESP-MSG
015300        GO TO VALIDATE-LINE-EXIT
015400     END-IF.
015500     IF CD65I-PIECES (WS-LINE-SUB) IS NOT NUMERIC
015600        SET CD65O-RESP-INVALID-INPUT TO TRUE
015700        MOVE 'Pieces must be numeric' TO CD65O-RESP-MSG
015800        GO TO VALIDATE-LINE-EXIT
015900     END-IF.
016000     IF CD65I-PIECES (WS-LINE-SUB) IS EQUAL TO 0 AND
016100        NOT CD65-REQUESTED-COUNT
016200        SET CD65O-RESP-INVALID-INPUT TO TRUE
016300        MOVE 'Pieces must be greater than zero' TO
016400            CD65O-RESP-MSG
016500     END-IF.
016600 VALIDATE-LINE-EXIT.
016700     EXIT.
016800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
