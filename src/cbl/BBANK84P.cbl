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
001300* Program:     BBANK84P.CBL                                     *
001400* Layer:       Business logic                                   *
001500* Function:    Online loan settlement quote/payoff/prepayment   *
001600*                                                               *
001700* Validates the input before handing off to DBANK49P, the same  *
001800* way BBANK82P validates before handing off to DBANK48P. A      *
001900* quote is an inquiry; a payoff or prepayment moves money, so   *
002000* it is restricted by SBANK00P's dispatch enforcement and       *
002100* refused while the batch window holds the posting quiesce.     *
002200*****************************************************************
002300
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.
002600     BBANK84P.
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
003800       VALUE 'BBANK84P'.
003900   05  WS-COMMAREA-LENGTH                    PIC 9(5).
004000
004100 01  WS-SETTLEMENT-DATA.
004200 COPY CBANKD49.
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
005600     MOVE LENGTH OF WS-SETTLEMENT-DATA TO WS-COMMAREA-LENGTH.
005700     MOVE DFHCOMMAREA TO WS-SETTLEMENT-DATA.
005800     SET CD49O-RESP-OK TO TRUE.
005900
006000*****************************************************************
006100* Validate the request before handing off to the data module -  *
006200* a payoff must quote the validity date it was priced with, and *
006300* a prepayment must say how the schedule is to be re-amortized  *
006400*****************************************************************
006500     IF CD49I-ACCNO IS EQUAL TO SPACES OR
006600        CD49I-ACCNO IS EQUAL TO LOW-VALUES
006700        SET CD49O-RESP-NOTFOUND TO TRUE
006800        MOVE 'Loan account number is required' TO CD49O-RESP-MSG
006900        GO TO BBANK84P-EXIT
007000     END-IF.
007100     IF CD49-REQUESTED-SETTLE OR CD49-REQUESTED-PREPAY
007200        IF CD49I-UPDATE-BY IS EQUAL TO SPACES OR
007300           CD49I-UPDATE-BY IS EQUAL TO LOW-VALUES
007400           SET CD49O-RESP-INVALID-INPUT TO TRUE
007500           MOVE 'Requestor id is required' TO CD49O-RESP-MSG
007600           GO TO BBANK84P-EXIT
007700        END-IF
007800     END-IF.
007900     IF CD49-REQUESTED-SETTLE
008000        IF CD49I-VALID-UNTIL IS NOT NUMERIC
008100           SET CD49O-RESP-INVALID-INPUT TO TRUE
008200           MOVE 'Quote validity date is required' TO
008300               CD49O-RESP-MSG
008400           GO TO BBANK84P-EXIT
008500        END-IF
008600     END-IF.
008700     IF CD49-REQUESTED-PREPAY
008800        IF CD49I-PREPAY-AMOUNT IS NOT NUMERIC
008900           MOVE 0 TO CD49I-PREPAY-AMOUNT
009000        END-IF
009100        IF CD49I-PREPAY-AMOUNT IS NOT GREATER THAN ZERO
009200           SET CD49O-RESP-INVALID-INPUT TO TRUE
009300           MOVE 'Prepayment amount must be positive' TO
009400               CD49O-RESP-MSG
009500           GO TO BBANK84P-EXIT
009600        END-IF
009700        IF NOT CD49I-KEEP-TERM AND NOT CD49I-KEEP-INSTALMENT
009800           SET CD49O-RESP-INVALID-INPUT TO TRUE
009900           MOVE 'Hold the term (T) or the instalment (I)' TO
010000               CD49O-RESP-MSG
010100           GO TO BBANK84P-EXIT
010200        END-IF
010300     END-IF.
010400
010500*****************************************************************
010600* Hand off to the data module to do the actual I/O              *
010700*****************************************************************
010800     EXEC CICS LINK PROGRAM('DBANK49P')
010900                    COMMAREA(WS-SETTLEMENT-DATA)
011000                    LENGTH(LENGTH OF WS-SETTLEMENT-DATA)
011100     END-EXEC.
011200
011300 BBANK84P-EXIT.
011400*****************************************************************
011500* Move the result back to the callers area                      *
011600*****************************************************************
011700     MOVE WS-SETTLEMENT-DATA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
011800
011900*****************************************************************
012000* Return to our caller                                          *
012100*****************************************************************
012200     EXEC CICS RETURN
012300     END-EXEC.
012400     GOBACK.
012500
012600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
