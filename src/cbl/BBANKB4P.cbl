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
001300* Program:     BBANKB4P.CBL                                     *
001400* Layer:       Business logic                                   *
001500* Function:    Self-service transfer and payment limit upkeep   *
001600*                                                               *
001700* Validates the input before handing off to DBANK66P, the same  *
001800* way BBANKB2P validates before handing off to DBANK65P. Limit  *
001900* profiles are set for one customer or as the default for a     *
002000* risk rating; a limit of zero leaves that measure unlimited.   *
002100* Every change is journaled to BNKMAUD by DBANK66P.             *
002200*****************************************************************
002300
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.
002600     BBANKB4P.
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
003800       VALUE 'BBANKB4P'.
003900   05  WS-COMMAREA-LENGTH                    PIC 9(5).
004000   05  WS-LIMIT-SUB                          PIC S9(4) COMP.
004100
004200 01  WS-LIMIT-DATA.
004300 COPY CBANKD66.
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
005700     MOVE LENGTH OF WS-LIMIT-DATA TO WS-COMMAREA-LENGTH.
005800     MOVE DFHCOMMAREA TO WS-LIMIT-DATA.
005900     SET CD66O-RESP-OK TO TRUE.
006000
006100*****************************************************************
006200* Validate the request before handing off to the data module -  *
006300* only inquiries and profile upkeep come through here, the      *
006400* checks themselves are made by the transfer and payment        *
006500* validators                                                    *
006600*****************************************************************
006700     IF NOT CD66-REQUESTED-INQUIRE AND
006800        NOT CD66-REQUESTED-SET AND
006900        NOT CD66-REQUESTED-DELETE
007000        SET CD66O-RESP-INVALID-INPUT TO TRUE
007100        MOVE 'Unknown request type' TO CD66O-RESP-MSG
007200        GO TO BBANKB4P-EXIT
007300     END-IF.
007400     IF NOT CD66I-PROFILE-CUSTOMER AND
007500        NOT CD66I-PROFILE-RISK-DEFAULT
007600        SET CD66O-RESP-INVALID-INPUT TO TRUE
007700        MOVE 'Profile kind must be C or R' TO
007800            CD66O-RESP-MSG
007900        GO TO BBANKB4P-EXIT
008000     END-IF.
008100     IF CD66I-PROFILE-RISK-DEFAULT
008200        IF CD66I-RISK-RATING IS NOT EQUAL TO 'S' AND
008300           CD66I-RISK-RATING IS NOT EQUAL TO 'H'
008400           SET CD66O-RESP-INVALID-INPUT TO TRUE
008500           MOVE 'Risk rating must be S or H' TO CD66O-RESP-MSG
008600           GO TO BBANKB4P-EXIT
008700        END-IF
008800     ELSE
008900        IF (CD66I-PID IS EQUAL TO SPACES OR
009000            CD66I-PID IS EQUAL TO LOW-VALUES) AND
009100           (CD66I-ACCNO IS EQUAL TO SPACES OR
009200            CD66I-ACCNO IS EQUAL TO LOW-VALUES)
009300           SET CD66O-RESP-INVALID-INPUT TO TRUE
009400           MOVE 'Customer id or account is required' TO
009500               CD66O-RESP-MSG
009600           GO TO BBANKB4P-EXIT
009700        END-IF
009800     END-IF.
009900     IF CD66-REQUESTED-INQUIRE
010000        GO TO LINK-DATA-MODULE
010100     END-IF.
010200* Setting and deleting work on a stored profile, by customer id
010300* or rating, and are journaled against the user making them
010400     IF CD66I-PROFILE-CUSTOMER AND
010500        (CD66I-PID IS EQUAL TO SPACES OR
010600         CD66I-PID IS EQUAL TO LOW-VALUES)
010700        SET CD66O-RESP-INVALID-INPUT TO TRUE
010800        MOVE 'Customer id is required' TO CD66O-RESP-MSG
010900        GO TO BBANKB4P-EXIT
011000     END-IF.
011100     IF CD66I-UPDATE-BY IS EQUAL TO SPACES OR
011200        CD66I-UPDATE-BY IS EQUAL TO LOW-VALUES
011300        SET CD66O-RESP-INVALID-INPUT TO TRUE
011400        MOVE 'Updating user id is required' TO CD66O-RESP-MSG
011500        GO TO BBANKB4P-EXIT
011600     END-IF.
011700     IF CD66-REQUESTED-DELETE
011800        GO TO LINK-DATA-MODULE
011900     END-IF.
012000     PERFORM VALIDATE-LIMIT THRU
012100             VALIDATE-LIMIT-EXIT
012200        VARYING WS-LIMIT-SUB FROM 1 BY 1
012300        UNTIL WS-LIMIT-SUB > 3
012400           OR NOT CD66O-RESP-OK.
012500     IF NOT CD66O-RESP-OK
012600        GO TO BBANKB4P-EXIT
012700     END-IF.
012800
012900*****************************************************************
013000* Hand off to the data module to do the actual I/O              *
013100*****************************************************************
013200 LINK-DATA-MODULE.
013300     EXEC CICS LINK PROGRAM('DBANK66P')
013400                    COMMAREA(WS-LIMIT-DATA)
013500                    LENGTH(LENGTH OF WS-LIMIT-DATA)
013600     END-EXEC.
013700
013800 BBANKB4P-EXIT.
013900*****************************************************************
014000* Move the result back to the callers area                      *
014100*****************************************************************
014200     MOVE WS-LIMIT-DATA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
014300
014400*****************************************************************
014500* Return to our caller                                          *
014600*****************************************************************
014700     EXEC CICS RETURN
014800     END-EXEC.
014900     GOBACK.
015000
015100*****************************************************************
015200* Each channel carries a daily value, a daily number of items   *
015300* and a single item value - all numeric, zero meaning no limit; *
015400* a single item may not be allowed more than the whole day      *
015500*****************************************************************
015600 VALIDATE-LIMIT.
015700     IF CD66I-DAY-VALUE (WS-LIMIT-SUB) IS NOT NUMERIC OR
015800        CD66I-DAY-COUNT (WS-LIMIT-SUB) IS NOT NUMERIC OR
015900        CD66I-ITEM-VALUE (WS-LIMIT-SUB) IS NOT NUMERIC
016000        SET CD66O-RESP-INVALID-INPUT TO TRUE
016100        MOVE 'Limits must be numeric' TO CD66O-RESP-MSG
016200        GO TO VALIDATE-LIMIT-EXIT
016300     END-IF.
016400     IF CD66I-DAY-VALUE (WS-LIMIT-SUB) IS GREATER THAN ZERO AND
016500        CD66I-ITEM-VALUE (WS-LIMIT-SUB) IS GREATER THAN
016600        CD66I-DAY-VALUE (WS-LIMIT-SUB)
016700        SET CD66O-RESP-INVALID-INPUT TO TRUE
016800        MOVE 'Item limit cannot exceed the daily limit' TO
016900            CD66O-RESP-MSG
017000     END-IF.
017100 VALIDATE-LIMIT-EXIT.
017200     EXIT.
017300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
