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
001300* Program:     BBANKA0P.CBL                                     *
001400* Layer:       Business logic                                   *
001500* Function:    Record a customer's death (bereavement)          *
001600*                                                               *
001700* Validates the request shape before handing off to DBANK62P,   *
001800* the same split BBANK81P and DBANK47P use. A quote goes        *
001900* straight to the data module; a record is first quoted there   *
002000* so a refusal (unknown customer, already recorded, dates out   *
002100* of order) is reported to the member of staff at once, and     *
002200* only then queued on BNKPEND through DBANK38P for a supervisor *
002300* to approve. The approval replays the record through DBANK62P, *
002400* which repeats every check before it updates anything.         *
002500*****************************************************************
002600
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.
002900     BBANKA0P.
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
004100       VALUE 'BBANKA0P'.
004200   05  WS-COMMAREA-LENGTH                    PIC 9(5).
004300
004400 01  WS-DEATH-DATA.
004500 COPY CBANKD62.
004600
004700 01  WS-PEND-DATA.
004800 COPY CBANKD38.
004900
005000 COPY CABENDD.
005100
005200 LINKAGE SECTION.
005300 01  DFHCOMMAREA.
005400   05  LK-COMMAREA                           PIC X(1)
005500       OCCURS 1 TO 4096 TIMES
005600         DEPENDING ON WS-COMMAREA-LENGTH.
005700
005800 PROCEDURE DIVISION.
005900*****************************************************************
006000* Move the passed area to our area                              *
006100*****************************************************************
006200     MOVE LENGTH OF WS-DEATH-DATA TO WS-COMMAREA-LENGTH.
006300     MOVE DFHCOMMAREA TO WS-DEATH-DATA.
006400     SET CD62O-RESP-OK TO TRUE.
006500
006600*****************************************************************
006700* Validate the request before handing off to the data module    *
006800*****************************************************************
006900     IF NOT CD62-REQUESTED-QUOTE AND
007000        NOT CD62-REQUESTED-RECORD
007100        SET CD62O-RESP-INVALID-INPUT TO TRUE
007200        MOVE 'Unknown request type' TO CD62O-RESP-MSG
007300        GO TO BBANKA0P-EXIT
007400     END-IF.
007500     IF CD62I-PID IS EQUAL TO SPACES OR
007600        CD62I-PID IS EQUAL TO LOW-VALUES
007700        SET CD62O-RESP-INVALID-INPUT TO TRUE
007800        MOVE 'Customer id is required' TO CD62O-RESP-MSG
007900        GO TO BBANKA0P-EXIT
008000     END-IF.
008100     IF CD62I-DEATH-DATE IS NOT NUMERIC
008200        SET CD62O-RESP-INVALID-INPUT TO TRUE
008300        MOVE 'Date of death is required (YYYYMMDD)' TO
008400            CD62O-RESP-MSG
008500        GO TO BBANKA0P-EXIT
008600     END-IF.
008700     IF CD62-REQUESTED-RECORD
008800        IF CD62I-UPDATE-BY IS EQUAL TO SPACES OR
008900           CD62I-UPDATE-BY IS EQUAL TO LOW-VALUES
009000           SET CD62O-RESP-INVALID-INPUT TO TRUE
009100           MOVE 'Requestor id is required' TO CD62O-RESP-MSG
009200           GO TO BBANKA0P-EXIT
009300        END-IF
009400     END-IF.
009500
009600*****************************************************************
009700* A quote goes straight to the data module                      *
009800*****************************************************************
009900     IF CD62-REQUESTED-QUOTE
010000        EXEC CICS LINK PROGRAM('DBANK62P')
010100                       COMMAREA(WS-DEATH-DATA)
010200                       LENGTH(LENGTH OF WS-DEATH-DATA)
010300        END-EXEC
010400        GO TO BBANKA0P-EXIT
010500     END-IF.
010600
010700*****************************************************************
010800* A record is quoted first so any refusal comes back now rather *
010900* than at approval time, then queued for a supervisor           *
011000*****************************************************************
011100     SET CD62-REQUESTED-QUOTE TO TRUE.
011200     EXEC CICS LINK PROGRAM('DBANK62P')
011300                    COMMAREA(WS-DEATH-DATA)
011400                    LENGTH(LENGTH OF WS-DEATH-DATA)
011500     END-EXEC.
011600     SET CD62-REQUESTED-RECORD TO TRUE.
011700     IF NOT CD62O-RESP-OK
011800        GO TO BBANKA0P-EXIT
011900     END-IF.
012000     PERFORM QUEUE-FOR-APPROVAL THRU
012100             QUEUE-FOR-APPROVAL-EXIT.
012200
012300 BBANKA0P-EXIT.
012400*****************************************************************
012500* Move the result back to the callers area                      *
012600*****************************************************************
012700     MOVE WS-DEATH-DATA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
012800
012900*****************************************************************
013000* Return to our caller                                          *
013100*****************************************************************
013200     EXEC CICS RETURN
013300     END-EXEC.
013400     GOBACK.
013500
013600*****************************************************************
013700* Queue the validated record on BNKPEND for a supervisor to     *
013800* approve - the stored image is this commarea, replayed through *
013900* DBANK62P as a record on approval. The quoted effect stays in  *
014000* the output area so staff can explain it to the family.        *
014100*****************************************************************
014200 QUEUE-FOR-APPROVAL.
014300     MOVE SPACES TO WS-PEND-DATA.
014400     SET CD38-REQUESTED-QUEUE TO TRUE.
014500     MOVE 'DBANK62P' TO CD38I-TARGET-PGM.
014600     MOVE WS-PROGRAM-ID TO CD38I-SOURCE-PGM.
014700     STRING 'BEREAVEMENT ' DELIMITED BY SIZE
014800            CD62I-PID DELIMITED BY SIZE
014900            ' DIED ' DELIMITED BY SIZE
015000            CD62I-DEATH-DATE DELIMITED BY SIZE
015100        INTO CD38I-DESC.
015200     MOVE CD62I-UPDATE-BY TO CD38I-MAKER.
015300     MOVE WS-DEATH-DATA TO CD38I-REQ-DATA.
015400     EXEC CICS LINK PROGRAM('DBANK38P')
015500                    COMMAREA(WS-PEND-DATA)
015600                    LENGTH(LENGTH OF WS-PEND-DATA)
015700     END-EXEC.
015800     IF CD38O-RESP-OK
015900        MOVE 'Bereavement queued for approval' TO
016000            CD62O-RESP-MSG
016100     ELSE
016200        SET CD62O-RESP-POSTING-ERROR TO TRUE
016300        MOVE CD38O-RESP-MSG TO CD62O-RESP-MSG
016400     END-IF.
016500 QUEUE-FOR-APPROVAL-EXIT.
016600     EXIT.
016700
016800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
