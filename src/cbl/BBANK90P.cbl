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
001300* Program:     BBANK90P.CBL                                     *
001400* Layer:       Business logic                                   *
001500* Function:    Online list and end of signed-on sessions        *
001600*                                                               *
001700* Validates the input before handing off to DBANK57P. A         *
001800* supervisor browses the BNKSESS session registry and can end   *
001900* any other user's session - a teller who walked away, or a     *
002000* signon that should not be live - which sends that terminal    *
002100* back to signon on its next screen. Ending needs the           *
002200* supervisor's id for the audit trail, and a supervisor's own   *
002300* session cannot be ended from here. Restricted to supervisors  *
002400* by SBANK00P's dispatch enforcement.                           *
002500*****************************************************************
002600
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.
002900     BBANK90P.
003000 DATE-WRITTEN.
003100     October 2026.
003200 DATE-COMPILED.
003300     Today.
003400
003500 ENVIRONMENT DIVISION.
003600
003700 DATA DIVISION.
003800 WORKING-STORAGE SECTION.
003900 01  WS-MISC-STORAGE.
004000   05  WS-PROGRAM-ID                         PIC X(8)
004100       VALUE 'BBANK90P'.
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).
004300
004400 01  WS-SESSION-DATA.
004500 COPY CBANKD57.
004600
004700 COPY CABENDD.
004800
004900 LINKAGE SECTION.
005000 01  DFHCOMMAREA.
005100   05  LK-COMMAREA                           PIC X(1)
005200       OCCURS 1 TO 4096 TIMES
005300         DEPENDING ON WS-COMMAREA-LENGTH.
005400
005500 PROCEDURE DIVISION.
005600*****************************************************************
005700* Move the passed area to our area                              *
005800*****************************************************************
005900     MOVE LENGTH OF WS-SESSION-DATA TO WS-COMMAREA-LENGTH.
006000     MOVE DFHCOMMAREA TO WS-SESSION-DATA.
006100     SET CD57O-RESP-OK TO TRUE.
006200
006300*****************************************************************
006400* Validate the request before handing off to the data module    *
006500*****************************************************************
006600     IF CD57-REQUESTED-KILL
006700        IF CD57I-USERID IS EQUAL TO SPACES OR
006800           CD57I-USERID IS EQUAL TO LOW-VALUES
006900           SET CD57O-RESP-INVALID-INPUT TO TRUE
007000           MOVE 'User id is required' TO CD57O-RESP-MSG
007100           GO TO BBANK90P-EXIT
007200        END-IF
007300        IF CD57I-UPDATE-BY IS EQUAL TO SPACES OR
007400           CD57I-UPDATE-BY IS EQUAL TO LOW-VALUES
007500           SET CD57O-RESP-INVALID-INPUT TO TRUE
007600           MOVE 'Supervisor id is required' TO CD57O-RESP-MSG
007700           GO TO BBANK90P-EXIT
007800        END-IF
007900        IF CD57I-USERID IS EQUAL TO CD57I-UPDATE-BY
008000           SET CD57O-RESP-INVALID-INPUT TO TRUE
008100           MOVE 'Sign off to end your own session' TO
008200               CD57O-RESP-MSG
008300           GO TO BBANK90P-EXIT
008400        END-IF
008500     END-IF.
008600
008700*****************************************************************
008800* Hand off to the data module to do the actual I/O              *
008900*****************************************************************
009000     EXEC CICS LINK PROGRAM('DBANK57P')
009100                    COMMAREA(WS-SESSION-DATA)
009200                    LENGTH(LENGTH OF WS-SESSION-DATA)
009300     END-EXEC.
009400
009500 BBANK90P-EXIT.
009600*****************************************************************
009700* Move the result back to the callers area                      *
009800*****************************************************************
009900     MOVE WS-SESSION-DATA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
010000
010100*****************************************************************
010200* Return to our caller                                          *
010300*****************************************************************
010400     EXEC CICS RETURN
010500     END-EXEC.
010600     GOBACK.
010700
010800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
