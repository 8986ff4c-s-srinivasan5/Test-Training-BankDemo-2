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
001200
001300*****************************************************************
001400* Program:     DBANK60P.CBL                                     *
001500* Function:    Posting event interface for online postings      *
001600*              VSAM version                                     *
001700*                                                               *
001800* Raises one BNKPEVT posting event for the BNKTXN posting an    *
001900* online data module has just written - LINKed to, so the event *
002000* belongs to the same unit of work as the posting and a         *
002100* rollback removes both. The next number comes from the         *
002200* sequence zero control record, read for update so concurrent   *
002300* postings queue behind each other and the numbers stay         *
002400* gap-free. An event that cannot be written abends the task     *
002500* with code PEVT: backing out the posting is the only way to    *
002600* keep BNKTXN and the interface in step.                        *
002700*****************************************************************
002800
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.
003100     DBANK60P.
003200 DATE-WRITTEN.
003300     October 2026.
003400 DATE-COMPILED.
003500     Today.
003600
003700 ENVIRONMENT DIVISION.
003800
003900 DATA DIVISION.
004000
004100 WORKING-STORAGE SECTION.
004200 01  WS-MISC-STORAGE.
004300   05  WS-PROGRAM-ID                         PIC X(8)
004400       VALUE 'DBANK60P'.
004500   05  WS-COMMAREA-LENGTH                    PIC 9(5).
004600   05  WS-RESP                               PIC S9(8) COMP.
004700   05  WS-ABSTIME                            PIC S9(15) COMP-3.
004800   05  WS-RAISED-TS                          PIC X(16).
004900   05  WS-NEXT-SEQ-NO                        PIC 9(12).
005000   05  WS-CONTROL-KEY                        PIC 9(12).
005100
005200 01  WS-BNKPEVT-REC.
005300 COPY CBANKVPE.
005400
005500 01  WS-BNKTXN-REC.
005600 COPY CBANKVTX.
005700
005800 COPY CBANKTXD.
005900
006000 01  WS-COMMAREA.
006100 COPY CBANKD59.
006200
006300 COPY CABENDD.
006400
006500 LINKAGE SECTION.
006600 01  DFHCOMMAREA.
006700   05  LK-COMMAREA                           PIC X(1)
006800       OCCURS 1 TO 4096 TIMES
006900         DEPENDING ON WS-COMMAREA-LENGTH.
007000
007100 PROCEDURE DIVISION.
007200*****************************************************************
007300* Move the passed data to our area                              *
007400*****************************************************************
007500     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
007600     MOVE DFHCOMMAREA TO WS-COMMAREA.
007700
007800*****************************************************************
007900* Initialize our output area                                    *
008000*****************************************************************
008100     MOVE SPACES TO CD59O-DATA.
008200     SET CD59O-RESP-OK TO TRUE.
008300     MOVE 0 TO CD59O-SEQ-NO.
008400     EXEC CICS ASKTIME
008500               ABSTIME(WS-ABSTIME)
008600     END-EXEC.
008700     EXEC CICS FORMATTIME
008800               ABSTIME(WS-ABSTIME)
008900               YYYYMMDD(WS-RAISED-TS(1:8))
009000               TIME(WS-RAISED-TS(9:8))
009100     END-EXEC.
009200     MOVE CD59I-POSTING TO WS-BNKTXN-REC.
009300
009400     PERFORM RAISE-EVENT THRU
009500             RAISE-EVENT-EXIT.
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
011000* Take the next sequence number from the control record under   *
011100* update, move the control record on and write the event under  *
011200* the number taken - both are backed out together if the task   *
011300* does not complete                                             *
011400*****************************************************************
011500 RAISE-EVENT.
011600     MOVE 0 TO WS-CONTROL-KEY.
011700     EXEC CICS READ FILE('BNKPEVT')
011800                    INTO(WS-BNKPEVT-REC)
011900                    LENGTH(LENGTH OF WS-BNKPEVT-REC)
012000                    RIDFLD(WS-CONTROL-KEY)
012100                    UPDATE
012200                    RESP(WS-RESP)
012300     END-EXEC.
012400     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
012500        PERFORM CREATE-CONTROL THRU
012600                CREATE-CONTROL-EXIT
012700     END-IF.
012800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
012900        MOVE 'Posting event control unavailable' TO
013000            CD59O-RESP-MSG
013100        GO TO RAISE-EVENT-FAILED
013200     END-IF.
013300     COMPUTE WS-NEXT-SEQ-NO = PEV-CTL-LAST-SEQ-NO + 1.
013400     MOVE WS-NEXT-SEQ-NO TO PEV-CTL-LAST-SEQ-NO.
013500     MOVE WS-RAISED-TS TO PEV-CTL-UPDATED-TS.
013600     EXEC CICS REWRITE FILE('BNKPEVT')
013700                       FROM(WS-BNKPEVT-REC)
013800                       LENGTH(LENGTH OF WS-BNKPEVT-REC)
013900                       RESP(WS-RESP)
014000     END-EXEC.
014100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
014200        MOVE 'Posting event control not updated' TO
014300            CD59O-RESP-MSG
014400        GO TO RAISE-EVENT-FAILED
014500     END-IF.
014600     PERFORM BUILD-EVENT THRU
014700             BUILD-EVENT-EXIT.
014800     EXEC CICS WRITE FILE('BNKPEVT')
014900               FROM(WS-BNKPEVT-REC)
015000               LENGTH(LENGTH OF WS-BNKPEVT-REC)
015100               RIDFLD(PEV-REC-SEQ-NO)
015200               RESP(WS-RESP)
015300     END-EXEC.
015400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
015500        MOVE 'Posting event sequence already used' TO
015600            CD59O-RESP-MSG
015700        GO TO RAISE-EVENT-FAILED
015800     END-IF.
015900     MOVE WS-NEXT-SEQ-NO TO CD59O-SEQ-NO.
016000     GO TO RAISE-EVENT-EXIT.
016100 RAISE-EVENT-FAILED.
016200     SET CD59O-RESP-ERROR TO TRUE.
016300     MOVE WS-PROGRAM-ID TO ABEND-CULPRIT.
016400     MOVE 'PEVT' TO ABEND-CODE.
016500     MOVE CD59O-RESP-MSG TO ABEND-REASON.
016600     EXEC CICS ABEND
016700               ABCODE(ABEND-CODE)
016800     END-EXEC.
016900 RAISE-EVENT-EXIT.
017000     EXIT.
017100
017200*****************************************************************
017300* First event ever raised - put the control record on file,     *
017400* numbering from one, and read it back for update               *
017500*****************************************************************
017600 CREATE-CONTROL.
017700     MOVE SPACES TO PEV-RECORD.
017800     MOVE 0 TO PEV-REC-SEQ-NO.
017900     SET PEV-REC-VERSION-CURRENT TO TRUE.
018000     MOVE 0 TO PEV-CTL-LAST-SEQ-NO.
018100     MOVE 0 TO PEV-CTL-PURGED-TO-SEQ.
018200     MOVE WS-RAISED-TS TO PEV-CTL-UPDATED-TS.
018300     EXEC CICS WRITE FILE('BNKPEVT')
018400               FROM(WS-BNKPEVT-REC)
018500               LENGTH(LENGTH OF WS-BNKPEVT-REC)
018600               RIDFLD(PEV-REC-SEQ-NO)
018700               RESP(WS-RESP)
018800     END-EXEC.
018900     MOVE 0 TO WS-CONTROL-KEY.
019000     EXEC CICS READ FILE('BNKPEVT')
019100                    INTO(WS-BNKPEVT-REC)
019200                    LENGTH(LENGTH OF WS-BNKPEVT-REC)
019300                    RIDFLD(WS-CONTROL-KEY)
019400                    UPDATE
019500                    RESP(WS-RESP)
019600     END-EXEC.
019700 CREATE-CONTROL-EXIT.
019800     EXIT.
019900
020000*****************************************************************
020100* Fill the event from the posting - description and reference   *
020200* decoded from the type-specific payload exactly as the         *
020300* statement prints them, the post date falling back to the      *
020400* timestamp date for postings that predate the field            *
020500*****************************************************************
020600 BUILD-EVENT.
020700     MOVE SPACES TO PEV-RECORD.
020800     MOVE WS-NEXT-SEQ-NO TO PEV-REC-SEQ-NO.
020900     SET PEV-REC-VERSION-CURRENT TO TRUE.
021000     MOVE BTX-REC-TIMESTAMP TO PEV-REC-TXN-TIMESTAMP.
021100     MOVE BTX-REC-ACCNO TO PEV-REC-ACCNO.
021200     MOVE BTX-REC-PID TO PEV-REC-PID.
021300     MOVE BTX-REC-TYPE TO PEV-REC-TXN-TYPE.
021400     MOVE BTX-REC-AMOUNT TO PEV-REC-AMOUNT.
021500     MOVE BTX-REC-CURRENCY TO PEV-REC-CURRENCY.
021600     IF BTX-REC-POST-DATE IS EQUAL TO SPACES OR
021700        BTX-REC-POST-DATE IS EQUAL TO LOW-VALUES
021800        MOVE BTX-REC-TIMESTAMP(1:8) TO PEV-REC-POST-DATE
021900     ELSE
022000        MOVE BTX-REC-POST-DATE TO PEV-REC-POST-DATE
022100     END-IF.
022200     EVALUATE BTX-REC-TYPE
022300       WHEN '1'
022400         MOVE BTX-REC-DATA-OLD TO TXN-DATA-OLD
022500         MOVE TXN-T1-OLD-DESC TO PEV-REC-DESC
022600       WHEN '2'
022700         MOVE BTX-REC-DATA-OLD TO TXN-DATA-NEW
022800         MOVE TXN-T2-NEW-DESC TO PEV-REC-DESC
022900         MOVE TXN-T2-NEW-REF TO PEV-REC-REF
023000       WHEN '3'
023100         MOVE BTX-REC-DATA-OLD TO TXN-DATA-REV
023200         IF TXN-T3-ORIG-TIMESTAMP IS EQUAL TO SPACES
023220            MOVE 'GOODWILL CASE ' TO PEV-REC-DESC(1:14)
023240            MOVE TXN-T3-CASE-NO TO PEV-REC-DESC(15:8)
023260         ELSE
023280            MOVE 'REVERSAL OF ' TO PEV-REC-DESC(1:12)
023300            MOVE TXN-T3-ORIG-TIMESTAMP(1:16) TO
023320                PEV-REC-DESC(13:16)
023340         END-IF
023400         MOVE TXN-T3-REASON-CODE TO PEV-REC-REF
023500       WHEN '4'
023600         MOVE BTX-REC-DATA-OLD TO TXN-DATA-WOFF
023700         MOVE TXN-T4-DESC TO PEV-REC-DESC
023800         MOVE TXN-T4-REF TO PEV-REC-REF
023900       WHEN OTHER
024000         MOVE 'UNRECOGNISED POSTING TYPE' TO PEV-REC-DESC
024100     END-EVALUATE.
024200     MOVE CD59I-SOURCE-PGM TO PEV-REC-SOURCE-PGM.
024300     MOVE WS-RAISED-TS TO PEV-REC-RAISED-TS.
024400 BUILD-EVENT-EXIT.
024500     EXIT.
024600
024700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
