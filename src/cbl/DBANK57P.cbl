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
001300* Program:     DBANK57P.CBL                                     *
001400* Function:    Online signon session registry                   *
001500*              VSAM version                                     *
001600*                                                               *
001700* Serves the BBANK90P supervisor view of the BNKSESS session    *
001800* registry: browse the signed-on sessions with the time each    *
001900* has been idle, and end one. An ended session is marked        *
002000* rather than deleted, so SBANK00P can tell the terminal why    *
002100* it has been returned to signon when it next sends a screen;   *
002200* the ending is recorded on the BNKAUDT signon trail.           *
002300*****************************************************************
002400
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.
002700     DBANK57P.
002800 DATE-WRITTEN.
002900     October 2026.
003000 DATE-COMPILED.
003100     Today.
003200
003300 ENVIRONMENT DIVISION.
003400
003500 DATA DIVISION.
003600
003700 WORKING-STORAGE SECTION.
003800 01  WS-MISC-STORAGE.
003900   05  WS-PROGRAM-ID                         PIC X(8)
004000       VALUE 'DBANK57P'.
004100   05  WS-COMMAREA-LENGTH                    PIC 9(5).
004200   05  WS-RESP                               PIC S9(8) COMP.
004300   05  WS-BROWSE-RESP                        PIC S9(8) COMP.
004400   05  WS-NOW-ABSTIME                        PIC S9(15) COMP-3.
004500   05  WS-IDLE-MS                            PIC S9(15) COMP-3.
004600   05  WS-IDLE-LIMIT-MS                      PIC S9(15) COMP-3.
004700   05  WS-IDLE-MINS                          PIC S9(9) COMP-3.
004800   05  WS-TASKN-DISPLAY                      PIC 9(7).
004900   05  WS-BROWSE-KEY                         PIC X(8).
005000
005100 01  WS-BNKSESS-REC.
005200 COPY CBANKVSS.
005300
005400 01  WS-BNKAUDT-REC.
005500 COPY CBANKVAU.
005600
005700 01  WS-COMMAREA.
005800 COPY CBANKD57.
005900
006000 COPY CABENDD.
006100
006200 LINKAGE SECTION.
006300 01  DFHCOMMAREA.
006400   05  LK-COMMAREA                           PIC X(1)
006500       OCCURS 1 TO 4096 TIMES
006600         DEPENDING ON WS-COMMAREA-LENGTH.
006700
006800 PROCEDURE DIVISION.
006900*****************************************************************
007000* Move the passed data to our area                              *
007100*****************************************************************
007200     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
007300     MOVE DFHCOMMAREA TO WS-COMMAREA.
007400
007500*****************************************************************
007600* Initialize our output area                                    *
007700*****************************************************************
007800     MOVE SPACES TO CD57O-DATA.
007900     SET CD57O-RESP-OK TO TRUE.
008000     MOVE 0 TO CD57O-ITEM-COUNT.
008100     EXEC CICS ASKTIME
008200               ABSTIME(WS-NOW-ABSTIME)
008300     END-EXEC.
008400
008500*****************************************************************
008600* Check what is required                                        *
008700*****************************************************************
008800     EVALUATE TRUE
008900       WHEN CD57-REQUESTED-KILL
009000        PERFORM KILL-SESSION THRU
009100                KILL-SESSION-EXIT
009200       WHEN OTHER
009300        PERFORM BROWSE-SESSIONS THRU
009400                BROWSE-SESSIONS-EXIT
009500     END-EVALUATE.
009600
009700*****************************************************************
009800* Move the result back to the callers area                      *
009900*****************************************************************
010000     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
010100
010200*****************************************************************
010300* Return to our caller                                          *
010400*****************************************************************
010500     EXEC CICS RETURN
010600     END-EXEC.
010700     GOBACK.
010800
010900*****************************************************************
011000* Return up to 10 sessions starting at CD57I-START-USERID       *
011100*****************************************************************
011200 BROWSE-SESSIONS.
011300     MOVE CD57I-START-USERID TO WS-BROWSE-KEY.
011400     EXEC CICS STARTBR FILE('BNKSESS')
011500                       RIDFLD(WS-BROWSE-KEY)
011600                       GTEQ
011700                       RESP(WS-BROWSE-RESP)
011800     END-EXEC.
011900     IF WS-BROWSE-RESP IS EQUAL TO DFHRESP(NORMAL)
012000        PERFORM BUILD-SESSION-ITEM
012100           UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
012200                 OR CD57O-ITEM-COUNT IS GREATER THAN OR EQUAL
012300                       TO 10
012400        EXEC CICS ENDBR FILE('BNKSESS')
012500        END-EXEC
012600     END-IF.
012700     IF CD57O-ITEM-COUNT IS EQUAL TO 0
012800        SET CD57O-RESP-NOTFOUND TO TRUE
012900        MOVE 'No signed-on sessions found' TO CD57O-RESP-MSG
013000     END-IF.
013100 BROWSE-SESSIONS-EXIT.
013200     EXIT.
013300
013400*****************************************************************
013500* Read the next session during the browse and add it to the     *
013600* output table, with the whole minutes since its last activity  *
013700*****************************************************************
013800 BUILD-SESSION-ITEM.
013900     EXEC CICS READNEXT FILE('BNKSESS')
014000                        INTO(WS-BNKSESS-REC)
014100                        LENGTH(LENGTH OF WS-BNKSESS-REC)
014200                        RIDFLD(WS-BROWSE-KEY)
014300                        RESP(WS-BROWSE-RESP)
014400     END-EXEC.
014500     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
014600        GO TO BUILD-SESSION-ITEM-EXIT
014700     END-IF.
014800     ADD 1 TO CD57O-ITEM-COUNT.
014900     MOVE SES-REC-USERID TO
015000         CD57O-ITEM-USERID(CD57O-ITEM-COUNT).
015100     MOVE SES-REC-TERMID TO
015200         CD57O-ITEM-TERMID(CD57O-ITEM-COUNT).
015300     MOVE SES-REC-ENV TO
015400         CD57O-ITEM-ENV(CD57O-ITEM-COUNT).
015500     MOVE SES-REC-ROLE TO
015600         CD57O-ITEM-ROLE(CD57O-ITEM-COUNT).
015700     MOVE SES-REC-SIGNON-TS TO
015800         CD57O-ITEM-SIGNON-TS(CD57O-ITEM-COUNT).
015900     MOVE SES-REC-LAST-TS TO
016000         CD57O-ITEM-LAST-TS(CD57O-ITEM-COUNT).
016100     COMPUTE WS-IDLE-MS = WS-NOW-ABSTIME - SES-REC-LAST-ABSTIME.
016200     IF WS-IDLE-MS IS LESS THAN 0
016300        MOVE 0 TO WS-IDLE-MS
016400     END-IF.
016500     COMPUTE WS-IDLE-MINS = WS-IDLE-MS / 60000.
016600     IF WS-IDLE-MINS IS GREATER THAN 99999
016700        MOVE 99999 TO WS-IDLE-MINS
016800     END-IF.
016900     MOVE WS-IDLE-MINS TO
017000         CD57O-ITEM-IDLE-MINS(CD57O-ITEM-COUNT).
017100     MOVE SES-REC-STATUS TO
017200         CD57O-ITEM-STATUS(CD57O-ITEM-COUNT).
017300     IF SES-REC-STATUS-ACTIVE AND
017400        SES-REC-IDLE-MINS IS GREATER THAN 0
017500        COMPUTE WS-IDLE-LIMIT-MS = SES-REC-IDLE-MINS * 60000
017600        IF WS-IDLE-MS IS GREATER THAN WS-IDLE-LIMIT-MS
017700           SET CD57O-ITEM-TIMED-OUT(CD57O-ITEM-COUNT) TO TRUE
017800        END-IF
017900     END-IF.
018000 BUILD-SESSION-ITEM-EXIT.
018100     EXIT.
018200
018300*****************************************************************
018400* End the session of CD57I-USERID. The record is marked, not    *
018500* deleted, so SBANK00P can tell that terminal why it has been   *
018600* returned to signon; a fresh signon replaces it.               *
018700*****************************************************************
018800 KILL-SESSION.
018900     MOVE CD57I-USERID TO SES-REC-USERID.
019000     EXEC CICS READ FILE('BNKSESS')
019100                    INTO(WS-BNKSESS-REC)
019200                    LENGTH(LENGTH OF WS-BNKSESS-REC)
019300                    RIDFLD(SES-REC-USERID)
019400                    UPDATE
019500                    RESP(WS-RESP)
019600     END-EXEC.
019700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
019800        SET CD57O-RESP-NOTFOUND TO TRUE
019900        MOVE 'User has no signed-on session' TO CD57O-RESP-MSG
020000        GO TO KILL-SESSION-EXIT
020100     END-IF.
020200     IF SES-REC-STATUS-KILLED
020300        EXEC CICS UNLOCK FILE('BNKSESS')
020400        END-EXEC
020500        SET CD57O-RESP-INVALID-STATUS TO TRUE
020600        MOVE 'Session has already been ended' TO CD57O-RESP-MSG
020700        GO TO KILL-SESSION-EXIT
020800     END-IF.
020900     SET SES-REC-STATUS-KILLED TO TRUE.
021000     MOVE CD57I-UPDATE-BY TO SES-REC-KILLED-BY.
021100     EXEC CICS REWRITE FILE('BNKSESS')
021200                       FROM(WS-BNKSESS-REC)
021300                       LENGTH(LENGTH OF WS-BNKSESS-REC)
021400                       RESP(WS-RESP)
021500     END-EXEC.
021600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
021700        SET CD57O-RESP-ERROR TO TRUE
021800        MOVE 'Error updating session registry' TO CD57O-RESP-MSG
021900        GO TO KILL-SESSION-EXIT
022000     END-IF.
022100     PERFORM WRITE-KILL-AUDIT THRU
022200             WRITE-KILL-AUDIT-EXIT.
022300     MOVE 'Session ended - terminal returns to signon' TO
022400         CD57O-RESP-MSG.
022500 KILL-SESSION-EXIT.
022600     EXIT.
022700
022800*****************************************************************
022900* Record the ended session on the BNKAUDT trail against the     *
023000* user and terminal it belonged to, keyed the same way BBANK10P *
023100* keys its signon audit records                                 *
023200*****************************************************************
023300 WRITE-KILL-AUDIT.
023400     MOVE LOW-VALUES TO BAU-RECORD.
023500     EXEC CICS FORMATTIME
023600               ABSTIME(WS-NOW-ABSTIME)
023700               YYYYMMDD(BAU-REC-TIMESTAMP(1:8))
023800               TIME(BAU-REC-TIMESTAMP(9:8))
023900     END-EXEC.
024000     MOVE EIBTASKN TO WS-TASKN-DISPLAY.
024100     MOVE WS-TASKN-DISPLAY TO BAU-REC-TIMESTAMP(17:7).
024200     MOVE SES-REC-USERID TO BAU-REC-USERID.
024300     MOVE SES-REC-USERID TO BAU-REC-MAPPED-USERID.
024400     MOVE SES-REC-TERMID TO BAU-REC-TERMID.
024500     SET BAU-REC-RESULT-FAILURE TO TRUE.
024600     MOVE SPACES TO BAU-REC-REASON.
024700     STRING 'SESSION ENDED BY ' DELIMITED BY SIZE
024800            CD57I-UPDATE-BY DELIMITED BY SIZE
024900       INTO BAU-REC-REASON.
025000     EXEC CICS WRITE FILE('BNKAUDT')
025100               FROM(WS-BNKAUDT-REC)
025200               LENGTH(LENGTH OF WS-BNKAUDT-REC)
025300               RIDFLD(BAU-REC-TIMESTAMP)
025400               RESP(WS-RESP)
025500     END-EXEC.
025600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
025700        DISPLAY 'DBANK57P - AUDIT WRITE FAILED: '
025800                BAU-REC-TIMESTAMP
025900     END-IF.
026000 WRITE-KILL-AUDIT-EXIT.
026100     EXIT.
026200
026300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
