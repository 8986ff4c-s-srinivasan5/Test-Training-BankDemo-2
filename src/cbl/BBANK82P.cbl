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
001300* Program:     BBANK82P.CBL                                     *
001400* Layer:       Business logic                                   *
001500* Function:    Online direct debit mandate set-up/cancel        *
001600*                                                               *
001700* Validates the input before handing off to DBANK48P, the same  *
001800* way BBANK17P validates before handing off to DBANK33P. The    *
001900* mandate register is what the BBANK83P collection batch pays   *
002000* direct debits against, so set-up and cancellation are staff   *
002100* actions, restricted by SBANK00P's dispatch enforcement.       *
002200*****************************************************************
002300
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.
002600     BBANK82P.
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
003800       VALUE 'BBANK82P'.
003900   05  WS-COMMAREA-LENGTH                    PIC 9(5).
004000
004100 01  WS-MANDATE-DATA.
004200 COPY CBANKD48.
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
005600     MOVE LENGTH OF WS-MANDATE-DATA TO WS-COMMAREA-LENGTH.
005700     MOVE DFHCOMMAREA TO WS-MANDATE-DATA.
005800     SET CD48O-RESP-OK TO TRUE.
005900
006000*****************************************************************
006100* Validate the request before handing off to the data module -  *
006200* the data module itself only knows how to read/write BNKDDM,   *
006300* not what a sensible mandate looks like                        *
006400*****************************************************************
006500     IF CD48I-ACCNO IS EQUAL TO SPACES OR
006600        CD48I-ACCNO IS EQUAL TO LOW-VALUES
006700        SET CD48O-RESP-ACC-NOTFOUND TO TRUE
006800        MOVE 'Account number is required' TO CD48O-RESP-MSG
006900        GO TO BBANK82P-EXIT
007000     END-IF.
007100     IF CD48-REQUESTED-SETUP OR CD48-REQUESTED-CANCEL
007200        IF CD48I-ORIG-REF IS EQUAL TO SPACES OR
007300           CD48I-ORIG-REF IS EQUAL TO LOW-VALUES
007400           SET CD48O-RESP-INVALID-INPUT TO TRUE
007500           MOVE 'Originator reference is required' TO
007600               CD48O-RESP-MSG
007700           GO TO BBANK82P-EXIT
007800        END-IF
007900        IF CD48I-UPDATE-BY IS EQUAL TO SPACES OR
008000           CD48I-UPDATE-BY IS EQUAL TO LOW-VALUES
008100           SET CD48O-RESP-INVALID-INPUT TO TRUE
008200           MOVE 'Requestor id is required' TO CD48O-RESP-MSG
008300           GO TO BBANK82P-EXIT
008400        END-IF
008500     END-IF.
008600     IF CD48-REQUESTED-SETUP
008700        IF CD48I-ORIG-ID IS EQUAL TO SPACES OR
008800           CD48I-ORIG-ID IS EQUAL TO LOW-VALUES
008900           SET CD48O-RESP-INVALID-INPUT TO TRUE
009000           MOVE 'Originator id is required' TO CD48O-RESP-MSG
009100           GO TO BBANK82P-EXIT
009200        END-IF
009300        IF CD48I-ORIG-NAME IS EQUAL TO SPACES
009400           SET CD48O-RESP-INVALID-INPUT TO TRUE
009500           MOVE 'Originator name is required' TO CD48O-RESP-MSG
009600           GO TO BBANK82P-EXIT
009700        END-IF
009800        IF CD48I-MAX-AMOUNT IS NOT NUMERIC
009900           MOVE 0 TO CD48I-MAX-AMOUNT
010000        END-IF
010100        IF CD48I-MAX-AMOUNT IS LESS THAN ZERO
010200           SET CD48O-RESP-INVALID-INPUT TO TRUE
010300           MOVE 'Maximum amount cannot be negative' TO
010400               CD48O-RESP-MSG
010500           GO TO BBANK82P-EXIT
010600        END-IF
010700     END-IF.
010800
010900*****************************************************************
011000* Hand off to the data module to do the actual I/O              *
011100*****************************************************************
011200     EXEC CICS LINK PROGRAM('DBANK48P')
011300                    COMMAREA(WS-MANDATE-DATA)
011400                    LENGTH(LENGTH OF WS-MANDATE-DATA)
011500     END-EXEC.
011600
011700 BBANK82P-EXIT.
011800*****************************************************************
011900* Move the result back to the callers area                      *
012000*****************************************************************
012100     MOVE WS-MANDATE-DATA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
012200
012300*****************************************************************
012400* Return to our caller                                          *
012500*****************************************************************
012600     EXEC CICS RETURN
012700     END-EXEC.
012800     GOBACK.
012900
013000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
