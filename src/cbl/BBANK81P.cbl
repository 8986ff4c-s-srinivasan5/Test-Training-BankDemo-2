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
001300* Program:     BBANK81P.CBL                                     *
001400* Layer:       Business logic                                   *
001500* Function:    Online account closure with final settlement     *
001600*                                                               *
001700* Validates the request shape before handing off to DBANK47P,   *
001800* the same split BBANK39P and DBANK28P use. A quote goes        *
001900* straight to the data module; a close is first quoted there so *
002000* a refusal (holds, standing orders, pending payments, loan     *
002100* instalments, linked accounts, an immature term deposit or an  *
002200* overdrawn settlement) is reported to the teller at once, and  *
002300* only then queued on BNKPEND through DBANK38P for a supervisor *
002400* to approve. The approval replays the close through DBANK47P,  *
002500* which repeats every check before it posts anything.           *
002600*****************************************************************
002700
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.
003000     BBANK81P.
003100 DATE-WRITTEN.
003200     October 2026.
003300 DATE-COMPILED.
003400     Today.
003500
003600 ENVIRONMENT DIVISION.
003700
003800 DATA DIVISION.
003900 WORKING-STORAGE SECTION.
004000 01  WS-MISC-STORAGE.
004100   05  WS-PROGRAM-ID                         PIC X(8)
004200       VALUE 'BBANK81P'.
004300   05  WS-COMMAREA-LENGTH                    PIC 9(5).
004400
004500 01  WS-CLOSE-DATA.
004600 COPY CBANKD47.
004700
004800 01  WS-PEND-DATA.
004900 COPY CBANKD38.
005000
005100 COPY CABENDD.
005200
005300 LINKAGE SECTION.
005400 01  DFHCOMMAREA.
005500   05  LK-COMMAREA                           PIC X(1)
005600       OCCURS 1 TO 4096 TIMES
005700         DEPENDING ON WS-COMMAREA-LENGTH.
005800
005900 PROCEDURE DIVISION.
006000*****************************************************************
006100* Move the passed area to our area                              *
006200*****************************************************************
006300     MOVE LENGTH OF WS-CLOSE-DATA TO WS-COMMAREA-LENGTH.
006400     MOVE DFHCOMMAREA TO WS-CLOSE-DATA.
006500     SET CD47O-RESP-OK TO TRUE.
006600
006700*****************************************************************
006800* Validate the request before handing off to the data module    *
006900*****************************************************************
007000     IF NOT CD47-REQUESTED-QUOTE AND
007100        NOT CD47-REQUESTED-CLOSE
007200        SET CD47O-RESP-INVALID-INPUT TO TRUE
007300        MOVE 'Unknown request type' TO CD47O-RESP-MSG
007400        GO TO BBANK81P-EXIT
007500     END-IF.
007600     IF CD47I-ACCNO IS EQUAL TO SPACES OR
007700        CD47I-ACCNO IS EQUAL TO LOW-VALUES
007800        SET CD47O-RESP-INVALID-INPUT TO TRUE
007900        MOVE 'Account number is required' TO CD47O-RESP-MSG
008000        GO TO BBANK81P-EXIT
008100     END-IF.
008200     IF NOT CD47I-PAYOUT-INTERNAL AND
008300        NOT CD47I-PAYOUT-EXTERNAL AND
008400        NOT CD47I-PAYOUT-NONE
008500        SET CD47O-RESP-PAYOUT-INVALID TO TRUE
008600        MOVE 'Payout must be I (internal) or E (external)' TO
008700            CD47O-RESP-MSG
008800        GO TO BBANK81P-EXIT
008900     END-IF.
009000     IF CD47-REQUESTED-CLOSE
009100        IF CD47I-UPDATE-BY IS EQUAL TO SPACES OR
009200           CD47I-UPDATE-BY IS EQUAL TO LOW-VALUES
009300           SET CD47O-RESP-INVALID-INPUT TO TRUE
009400           MOVE 'Requestor id is required' TO CD47O-RESP-MSG
009500           GO TO BBANK81P-EXIT
009600        END-IF
009700     END-IF.
009800
009900*****************************************************************
010000* A quote goes straight to the data module                      *
010100*****************************************************************
010200     IF CD47-REQUESTED-QUOTE
010300        EXEC CICS LINK PROGRAM('DBANK47P')
010400                       COMMAREA(WS-CLOSE-DATA)
010500                       LENGTH(LENGTH OF WS-CLOSE-DATA)
010600        END-EXEC
010700        GO TO BBANK81P-EXIT
010800     END-IF.
010900
011000*****************************************************************
011100* A close is quoted first so any refusal comes back now rather  *
011200* than at approval time, then queued for a supervisor           *
011300*****************************************************************
011400     SET CD47-REQUESTED-QUOTE TO TRUE.
011500     EXEC CICS LINK PROGRAM('DBANK47P')
011600                    COMMAREA(WS-CLOSE-DATA)
011700                    LENGTH(LENGTH OF WS-CLOSE-DATA)
011800     END-EXEC.
011900     SET CD47-REQUESTED-CLOSE TO TRUE.
012000     IF NOT CD47O-RESP-OK
012100        GO TO BBANK81P-EXIT
012200     END-IF.
012300     PERFORM QUEUE-FOR-APPROVAL THRU
012400             QUEUE-FOR-APPROVAL-EXIT.
012500
012600 BBANK81P-EXIT.
012700*****************************************************************
012800* Move the result back to the callers area                      *
012900*****************************************************************
013000     MOVE WS-CLOSE-DATA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
013100
013200*****************************************************************
013300* Return to our caller                                          *
013400*****************************************************************
013500     EXEC CICS RETURN
013600     END-EXEC.
013700     GOBACK.
013800
013900*****************************************************************
014000* Queue the validated close on BNKPEND for a supervisor to      *
014100* approve - the stored image is this commarea, replayed through *
014200* DBANK47P as a close on approval. The quoted settlement stays  *
014300* in the output area so the teller can show it to the customer. *
014400*****************************************************************
014500 QUEUE-FOR-APPROVAL.
014600     MOVE SPACES TO WS-PEND-DATA.
014700     SET CD38-REQUESTED-QUEUE TO TRUE.
014800     MOVE 'DBANK47P' TO CD38I-TARGET-PGM.
014900     MOVE WS-PROGRAM-ID TO CD38I-SOURCE-PGM.
015000     STRING 'ACCOUNT CLOSE ' DELIMITED BY SIZE
015100            CD47I-ACCNO DELIMITED BY SIZE
015200        INTO CD38I-DESC.
015300     MOVE CD47I-UPDATE-BY TO CD38I-MAKER.
015400     MOVE WS-CLOSE-DATA TO CD38I-REQ-DATA.
015500     EXEC CICS LINK PROGRAM('DBANK38P')
015600                    COMMAREA(WS-PEND-DATA)
015700                    LENGTH(LENGTH OF WS-PEND-DATA)
015800     END-EXEC.
015900     IF CD38O-RESP-OK
016000        MOVE 'Close queued for supervisor approval' TO
016100            CD47O-RESP-MSG
016200     ELSE
016300        SET CD47O-RESP-POSTING-ERROR TO TRUE
016400        MOVE CD38O-RESP-MSG TO CD47O-RESP-MSG
016500     END-IF.
016600 QUEUE-FOR-APPROVAL-EXIT.
016700     EXIT.
016800
016900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
