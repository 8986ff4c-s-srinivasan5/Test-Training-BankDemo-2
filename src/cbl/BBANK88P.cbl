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
001300* Program:     BBANK88P.CBL                                     *
001400* Layer:       Business logic                                   *
001500* Function:    Online review of the sanctions screening queue   *
001600*                                                               *
001700* Validates the input before handing off to DBANK56P, the same  *
001800* way BBANK36P validates the suspense queue review. Compliance  *
001900* staff browse the BNKSCRQ items raised by screening and clear  *
002000* each one as a false positive or confirm it as a true match;   *
002100* a disposal needs the reviewer's id and a note for the audit   *
002200* trail. Restricted to supervisors by SBANK00P's dispatch       *
002300* enforcement.                                                  *
002400*****************************************************************
002500
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.
002800     BBANK88P.
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
004000       VALUE 'BBANK88P'.
004100   05  WS-COMMAREA-LENGTH                    PIC 9(5).
004200
004300 01  WS-SCREENING-DATA.
004400 COPY CBANKD56.
004500
004600 COPY CABENDD.
004700
004800 LINKAGE SECTION.
004900 01  DFHCOMMAREA.
005000   05  LK-COMMAREA                           PIC X(1)
005100       OCCURS 1 TO 4096 TIMES
005200         DEPENDING ON WS-COMMAREA-LENGTH.
005300
005400 PROCEDURE DIVISION.
005500*****************************************************************
005600* Move the passed area to our area                              *
005700*****************************************************************
005800     MOVE LENGTH OF WS-SCREENING-DATA TO WS-COMMAREA-LENGTH.
005900     MOVE DFHCOMMAREA TO WS-SCREENING-DATA.
006000     SET CD56O-RESP-OK TO TRUE.
006100
006200*****************************************************************
006300* Validate the request before handing off to the data module.   *
006400* Screening itself is driven by the capture programs, not from  *
006500* here, so only a browse, clear or confirm is accepted.         *
006600*****************************************************************
006700     IF CD56-REQUESTED-SCREEN
006800        SET CD56O-RESP-INVALID-INPUT TO TRUE
006900        MOVE 'Unknown request type' TO CD56O-RESP-MSG
007000        GO TO BBANK88P-EXIT
007100     END-IF.
007200     IF CD56-REQUESTED-CLEAR OR
007300        CD56-REQUESTED-CONFIRM
007400        IF CD56I-REVIEW-ID IS EQUAL TO SPACES OR
007500           CD56I-REVIEW-ID IS EQUAL TO LOW-VALUES
007600           SET CD56O-RESP-INVALID-INPUT TO TRUE
007700           MOVE 'Review item id is required' TO
007800               CD56O-RESP-MSG
007900           GO TO BBANK88P-EXIT
008000        END-IF
008100        IF CD56I-UPDATE-BY IS EQUAL TO SPACES OR
008200           CD56I-UPDATE-BY IS EQUAL TO LOW-VALUES
008300           SET CD56O-RESP-INVALID-INPUT TO TRUE
008400           MOVE 'Reviewer id is required' TO CD56O-RESP-MSG
008500           GO TO BBANK88P-EXIT
008600        END-IF
008700        IF CD56I-NOTE IS EQUAL TO SPACES OR
008800           CD56I-NOTE IS EQUAL TO LOW-VALUES
008900           SET CD56O-RESP-INVALID-INPUT TO TRUE
009000           MOVE 'Review note is required' TO CD56O-RESP-MSG
009100           GO TO BBANK88P-EXIT
009200        END-IF
009300     END-IF.
009400
009500*****************************************************************
009600* Hand off to the data module to do the actual I/O              *
009700*****************************************************************
009800     EXEC CICS LINK PROGRAM('DBANK56P')
009900                    COMMAREA(WS-SCREENING-DATA)
010000                    LENGTH(LENGTH OF WS-SCREENING-DATA)
010100     END-EXEC.
010200
010300 BBANK88P-EXIT.
010400*****************************************************************
010500* Move the result back to the callers area                      *
010600*****************************************************************
010700     MOVE WS-SCREENING-DATA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
010800
010900*****************************************************************
011000* Return to our caller                                          *
011100*****************************************************************
011200     EXEC CICS RETURN
011300     END-EXEC.
011400     GOBACK.
011500
011600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
