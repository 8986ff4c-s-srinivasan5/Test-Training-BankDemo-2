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
001300* Program:     BBANK86P.CBL                                     *
001400* Layer:       Business logic                                   *
001500* Function:    Online bad debt write-off and recovery           *
001600*                                                               *
001700* Validates the input before handing off to DBANK50P. A quote   *
001800* and a recovery go straight through; a write-off is quoted     *
001900* first, so any refusal comes back now, and then queued on      *
002000* BNKPEND the way BBANK81P queues an account close - it only    *
002100* posts once a supervisor approves it. Restricted by SBANK00P's *
002200* dispatch enforcement and refused while the batch window holds *
002300* the posting quiesce.                                          *
002400*****************************************************************
002500
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.
002800     BBANK86P.
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
004000       VALUE 'BBANK86P'.
004100   05  WS-COMMAREA-LENGTH                    PIC 9(5).
004200
004300 01  WS-WRITE-OFF-DATA.
004400 COPY CBANKD50.
004500
004600 01  WS-PEND-DATA.
004700 COPY CBANKD38.
004800
004900 COPY CABENDD.
005000
005100 LINKAGE SECTION.
005200 01  DFHCOMMAREA.
005300   05  LK-COMMAREA                           PIC X(1)
005400       OCCURS 1 TO 4096 TIMES
005500         DEPENDING ON WS-COMMAREA-LENGTH.
005600
005700 PROCEDURE DIVISION.
005800*****************************************************************
005900* Move the passed area to our area                              *
006000*****************************************************************
006100     MOVE LENGTH OF WS-WRITE-OFF-DATA TO WS-COMMAREA-LENGTH.
006200     MOVE DFHCOMMAREA TO WS-WRITE-OFF-DATA.
006300     SET CD50O-RESP-OK TO TRUE.
006400
006500*****************************************************************
006600* Validate the request before handing off to the data module    *
006700*****************************************************************
006800     IF NOT CD50-REQUESTED-QUOTE AND
006900        NOT CD50-REQUESTED-WRITE-OFF AND
007000        NOT CD50-REQUESTED-RECOVERY
007100        SET CD50O-RESP-INVALID-INPUT TO TRUE
007200        MOVE 'Unknown request type' TO CD50O-RESP-MSG
007300        GO TO BBANK86P-EXIT
007400     END-IF.
007500     IF CD50I-ACCNO IS EQUAL TO SPACES OR
007600        CD50I-ACCNO IS EQUAL TO LOW-VALUES
007700        SET CD50O-RESP-INVALID-INPUT TO TRUE
007800        MOVE 'Account number is required' TO CD50O-RESP-MSG
007900        GO TO BBANK86P-EXIT
008000     END-IF.
008100     IF CD50-REQUESTED-WRITE-OFF OR CD50-REQUESTED-RECOVERY
008200        IF CD50I-UPDATE-BY IS EQUAL TO SPACES OR
008300           CD50I-UPDATE-BY IS EQUAL TO LOW-VALUES
008400           SET CD50O-RESP-INVALID-INPUT TO TRUE
008500           MOVE 'Requestor id is required' TO CD50O-RESP-MSG
008600           GO TO BBANK86P-EXIT
008700        END-IF
008800     END-IF.
008900     IF CD50-REQUESTED-RECOVERY
009000        IF CD50I-SOURCE-ACCNO IS EQUAL TO SPACES OR
009100           CD50I-SOURCE-ACCNO IS EQUAL TO LOW-VALUES
009200           SET CD50O-RESP-INVALID-INPUT TO TRUE
009300           MOVE 'Paying account number is required' TO
009400               CD50O-RESP-MSG
009500           GO TO BBANK86P-EXIT
009600        END-IF
009700        IF CD50I-AMOUNT IS NOT NUMERIC
009800           MOVE 0 TO CD50I-AMOUNT
009900        END-IF
010000        IF CD50I-AMOUNT IS NOT GREATER THAN ZERO
010100           SET CD50O-RESP-INVALID-INPUT TO TRUE
010200           MOVE 'Recovery amount must be positive' TO
010300               CD50O-RESP-MSG
010400           GO TO BBANK86P-EXIT
010500        END-IF
010600     END-IF.
010700
010800*****************************************************************
010900* A quote or a recovery goes straight to the data module        *
011000*****************************************************************
011100     IF NOT CD50-REQUESTED-WRITE-OFF
011200        EXEC CICS LINK PROGRAM('DBANK50P')
011300                       COMMAREA(WS-WRITE-OFF-DATA)
011400                       LENGTH(LENGTH OF WS-WRITE-OFF-DATA)
011500        END-EXEC
011600        GO TO BBANK86P-EXIT
011700     END-IF.
011800
011900*****************************************************************
012000* A write-off is quoted first so any refusal comes back now     *
012100* rather than at approval time, then queued for a supervisor    *
012200*****************************************************************
012300     SET CD50-REQUESTED-QUOTE TO TRUE.
012400     EXEC CICS LINK PROGRAM('DBANK50P')
012500                    COMMAREA(WS-WRITE-OFF-DATA)
012600                    LENGTH(LENGTH OF WS-WRITE-OFF-DATA)
012700     END-EXEC.
012800     SET CD50-REQUESTED-WRITE-OFF TO TRUE.
012900     IF NOT CD50O-RESP-OK
013000        GO TO BBANK86P-EXIT
013100     END-IF.
013200     PERFORM QUEUE-FOR-APPROVAL THRU
013300             QUEUE-FOR-APPROVAL-EXIT.
013400
013500 BBANK86P-EXIT.
013600*****************************************************************
013700* Move the result back to the callers area                      *
013800*****************************************************************
013900     MOVE WS-WRITE-OFF-DATA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
014000
014100*****************************************************************
014200* Return to our caller                                          *
014300*****************************************************************
014400     EXEC CICS RETURN
014500     END-EXEC.
014600     GOBACK.
014700
014800*****************************************************************
014900* Queue the validated write-off on BNKPEND for a supervisor to  *
015000* approve - the stored image is this commarea, replayed through *
015100* DBANK50P as a write-off on approval. The quoted amount stays  *
015200* in the output area so the maker can see what will go.         *
015300*****************************************************************
015400 QUEUE-FOR-APPROVAL.
015500     MOVE SPACES TO WS-PEND-DATA.
015600     SET CD38-REQUESTED-QUEUE TO TRUE.
015700     MOVE 'DBANK50P' TO CD38I-TARGET-PGM.
015800     MOVE WS-PROGRAM-ID TO CD38I-SOURCE-PGM.
015900     STRING 'BAD DEBT WRITE-OFF ' DELIMITED BY SIZE
016000            CD50I-ACCNO DELIMITED BY SIZE
016100        INTO CD38I-DESC.
016200     MOVE CD50I-UPDATE-BY TO CD38I-MAKER.
016300     MOVE WS-WRITE-OFF-DATA TO CD38I-REQ-DATA.
016400     EXEC CICS LINK PROGRAM('DBANK38P')
016500                    COMMAREA(WS-PEND-DATA)
016600                    LENGTH(LENGTH OF WS-PEND-DATA)
016700     END-EXEC.
016800     IF CD38O-RESP-OK
016900        MOVE 'Write-off queued for supervisor approval' TO
017000            CD50O-RESP-MSG
017100     ELSE
017200        SET CD50O-RESP-POSTING-ERROR TO TRUE
017300        MOVE CD38O-RESP-MSG TO CD50O-RESP-MSG
017400     END-IF.
017500 QUEUE-FOR-APPROVAL-EXIT.
017600     EXIT.
017700
017800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
