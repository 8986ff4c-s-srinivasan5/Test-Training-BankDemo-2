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
001400* Program:     DBANK59P.CBL                                     *
001500* Function:    Posting event interface for batch jobs           *
001600*              VSAM version                                     *
001700*                                                               *
001800* Raises one BNKPEVT posting event for the BNKTXN posting a     *
001900* batch job has just written - the batch counterpart of         *
002000* DBANK60P. The event takes the next number from the sequence   *
002100* zero control record, which is only moved on once the event    *
002200* is on file, so the numbers stay gap-free. Jobs running side   *
002250* by side can both take the same number; the one whose write    *
002300* finds it already used reads the control record again and      *
002350* tries the next number, a bounded number of times. Each call   *
002400* opens and closes BNKPEVT itself, like DBANK53P, so callers    *
002450* need no file handling; first time through the file and its    *
002500* control record are created.                                   *
002600*****************************************************************
002700
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.
003000     DBANK59P.
003100 DATE-WRITTEN.
003200     October 2026.
003300 DATE-COMPILED.
003400     Today.
003500
003600 ENVIRONMENT DIVISION.
003700
003800 INPUT-OUTPUT   SECTION.
003900   FILE-CONTROL.
004000     SELECT BNKPEVT-FILE
004100            ASSIGN       TO BNKPEVT
004200            ORGANIZATION IS INDEXED
004300            ACCESS MODE  IS RANDOM
004400            RECORD KEY   IS PEV-REC-SEQ-NO
004500            FILE STATUS  IS WS-BNKPEVT-STATUS.
004600
004700 DATA DIVISION.
004800
004900 FILE SECTION.
005000 FD  BNKPEVT-FILE.
005100 01  BNKPEVT-REC.
005200 COPY CBANKVPE.
005300
005400 WORKING-STORAGE SECTION.
005500 01  WS-MISC-STORAGE.
005600   05  WS-PROGRAM-ID                         PIC X(8)
005700       VALUE 'DBANK59P'.
005800   05  WS-COMMAREA-LENGTH                    PIC 9(5).
005900   05  WS-BNKPEVT-STATUS                     PIC X(2).
006000   05  WS-TODAY-DATE                         PIC 9(8).
006100   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
006200                                              PIC X(8).
006300   05  WS-NOW-TIME                           PIC 9(8).
006400   05  WS-NOW-TIME-X REDEFINES WS-NOW-TIME    PIC X(8).
006500   05  WS-RAISED-TS                          PIC X(16).
006600   05  WS-NEXT-SEQ-NO                        PIC 9(12).
006700   05  WS-WRITE-ATTEMPTS                     PIC 9(2).
006720   05  WS-MAX-ATTEMPTS                       PIC 9(2) VALUE 10.
006740   05  WS-EVENT-WRITTEN-FLAG                 PIC X(1).
006760       88  WS-EVENT-WRITTEN                  VALUE 'Y'.
006780       88  WS-EVENT-NOT-WRITTEN              VALUE 'N'.
006800
006900 01  WS-BNKTXN-REC.
007000 COPY CBANKVTX.
007100
007200 COPY CBANKTXD.
007300
007400 01  WS-COMMAREA.
007500 COPY CBANKD59.
007600
007700 LINKAGE SECTION.
007800 01  DFHCOMMAREA.
007900   05  LK-COMMAREA                           PIC X(1)
008000         OCCURS 1 TO 4096 TIMES
008100           DEPENDING ON WS-COMMAREA-LENGTH.
008200
008300 PROCEDURE DIVISION USING DFHCOMMAREA.
008400*****************************************************************
008500* Move the passed data to our area                              *
008600*****************************************************************
008700     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
008800     MOVE DFHCOMMAREA TO WS-COMMAREA.
008900
009000*****************************************************************
009100* Initialize our output area                                    *
009200*****************************************************************
009300     MOVE SPACES TO CD59O-DATA.
009400     SET CD59O-RESP-OK TO TRUE.
009500     MOVE 0 TO CD59O-SEQ-NO.
009600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
009700     ACCEPT WS-NOW-TIME FROM TIME.
009800     MOVE WS-TODAY-DATE-X TO WS-RAISED-TS(1:8).
009900     MOVE WS-NOW-TIME-X TO WS-RAISED-TS(9:8).
010000     MOVE CD59I-POSTING TO WS-BNKTXN-REC.
010100
010200     PERFORM RAISE-EVENT THRU
010300             RAISE-EVENT-EXIT.
010400
010500*****************************************************************
010600* Move the result back to the callers area                      *
010700*****************************************************************
010800     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
010900
011000*****************************************************************
011100* Return to our caller                                          *
011200*****************************************************************
011300     GOBACK.
011400
011500*****************************************************************
011600* Take the next sequence number from the control record, write  *
011650* the event under it and only then move the control record on - *
011700* never backwards, should a concurrent caller have moved it     *
011750* further meanwhile                                             *
011800*****************************************************************
011900 RAISE-EVENT.
012000     OPEN I-O BNKPEVT-FILE.
012100     IF WS-BNKPEVT-STATUS IS EQUAL TO '35'
012200        OPEN OUTPUT BNKPEVT-FILE
012300        CLOSE BNKPEVT-FILE
012400        OPEN I-O BNKPEVT-FILE
012500     END-IF.
012600     IF WS-BNKPEVT-STATUS IS NOT EQUAL TO '00'
012700        SET CD59O-RESP-ERROR TO TRUE
012800        MOVE 'Posting event file could not be opened' TO
012900            CD59O-RESP-MSG
013000        GO TO RAISE-EVENT-EXIT
013100     END-IF.
013200     MOVE 0 TO WS-WRITE-ATTEMPTS.
013250     MOVE 0 TO WS-NEXT-SEQ-NO.
013300     SET WS-EVENT-NOT-WRITTEN TO TRUE.
013350     PERFORM WRITE-EVENT THRU
013400             WRITE-EVENT-EXIT
013450        UNTIL WS-EVENT-WRITTEN
013500           OR CD59O-RESP-ERROR
013550           OR WS-WRITE-ATTEMPTS IS NOT LESS THAN WS-MAX-ATTEMPTS.
013600     IF CD59O-RESP-ERROR
013650        GO TO RAISE-EVENT-CLOSE
013700     END-IF.
013750     IF WS-EVENT-NOT-WRITTEN
013800        SET CD59O-RESP-ERROR TO TRUE
013850        MOVE 'Posting event sequence kept colliding' TO
013900            CD59O-RESP-MSG
013950        GO TO RAISE-EVENT-CLOSE
014000     END-IF.
014050     MOVE 0 TO PEV-REC-SEQ-NO.
014100     READ BNKPEVT-FILE
014150          INVALID KEY
014200             SET CD59O-RESP-ERROR TO TRUE
014250             MOVE 'Posting event control not updated' TO
014300                 CD59O-RESP-MSG
014350     END-READ.
014400     IF CD59O-RESP-ERROR
014450        GO TO RAISE-EVENT-CLOSE
014500     END-IF.
014550     IF PEV-CTL-LAST-SEQ-NO IS LESS THAN WS-NEXT-SEQ-NO
014600        MOVE WS-NEXT-SEQ-NO TO PEV-CTL-LAST-SEQ-NO
014650        MOVE WS-RAISED-TS TO PEV-CTL-UPDATED-TS
014700        REWRITE BNKPEVT-REC
014750             INVALID KEY
014800                SET CD59O-RESP-ERROR TO TRUE
014850                MOVE 'Posting event control not updated' TO
014900                    CD59O-RESP-MSG
014950        END-REWRITE
015000     END-IF.
015050     MOVE WS-NEXT-SEQ-NO TO CD59O-SEQ-NO.
016400 RAISE-EVENT-CLOSE.
016500     CLOSE BNKPEVT-FILE.
016600 RAISE-EVENT-EXIT.
016700     EXIT.
016702*****************************************************************
016704* One attempt at putting the event on file - read the control   *
016706* record afresh (the read for update holds it against the other *
016708* callers until it is rewritten or released) and take the next  *
016710* number, or the one after the number that has just collided    *
016712* if the control record has not yet caught up with it           *
016714*****************************************************************
016716 WRITE-EVENT.
016718     ADD 1 TO WS-WRITE-ATTEMPTS.
016720     MOVE 0 TO PEV-REC-SEQ-NO.
016722     READ BNKPEVT-FILE
016724          INVALID KEY
016726             PERFORM CREATE-CONTROL THRU
016728                     CREATE-CONTROL-EXIT
016730     END-READ.
016732     IF CD59O-RESP-ERROR
016734        GO TO WRITE-EVENT-EXIT
016736     END-IF.
016738     IF PEV-CTL-LAST-SEQ-NO IS NOT LESS THAN WS-NEXT-SEQ-NO
016740        COMPUTE WS-NEXT-SEQ-NO = PEV-CTL-LAST-SEQ-NO + 1
016742     ELSE
016744        ADD 1 TO WS-NEXT-SEQ-NO
016746     END-IF.
016748     PERFORM BUILD-EVENT THRU
016750             BUILD-EVENT-EXIT.
016752     WRITE BNKPEVT-REC
016754          INVALID KEY CONTINUE
016756     END-WRITE.
016758     IF WS-BNKPEVT-STATUS IS EQUAL TO '00'
016760        SET WS-EVENT-WRITTEN TO TRUE
016762        GO TO WRITE-EVENT-EXIT
016764     END-IF.
016766     IF WS-BNKPEVT-STATUS IS NOT EQUAL TO '22'
016768        SET CD59O-RESP-ERROR TO TRUE
016770        MOVE 'Posting event could not be written' TO
016772            CD59O-RESP-MSG
016774     END-IF.
016776 WRITE-EVENT-EXIT.
016778     EXIT.
016800
016900*****************************************************************
017000* First event ever raised - put the control record on file,     *
017100* numbering from one                                            *
017200*****************************************************************
017300 CREATE-CONTROL.
017400     MOVE SPACES TO PEV-RECORD.
017500     MOVE 0 TO PEV-REC-SEQ-NO.
017600     SET PEV-REC-VERSION-CURRENT TO TRUE.
017700     MOVE 0 TO PEV-CTL-LAST-SEQ-NO.
017800     MOVE 0 TO PEV-CTL-PURGED-TO-SEQ.
017900     MOVE WS-RAISED-TS TO PEV-CTL-UPDATED-TS.
018000     WRITE BNKPEVT-REC
018100          INVALID KEY
018200             SET CD59O-RESP-ERROR TO TRUE
018300             MOVE 'Posting event control not created' TO
018400                 CD59O-RESP-MSG
018500     END-WRITE.
018600 CREATE-CONTROL-EXIT.
018700     EXIT.
018800
018900*****************************************************************
019000* Fill the event from the posting - description and reference   *
019100* decoded from the type-specific payload exactly as the         *
019200* statement prints them, the post date falling back to the      *
019300* timestamp date for postings that predate the field            *
019400*****************************************************************
019500 BUILD-EVENT.
019600     MOVE SPACES TO PEV-RECORD.
019700     MOVE WS-NEXT-SEQ-NO TO PEV-REC-SEQ-NO.
019800     SET PEV-REC-VERSION-CURRENT TO TRUE.
019900     MOVE BTX-REC-TIMESTAMP TO PEV-REC-TXN-TIMESTAMP.
020000     MOVE BTX-REC-ACCNO TO PEV-REC-ACCNO.
020100     MOVE BTX-REC-PID TO PEV-REC-PID.
020200     MOVE BTX-REC-TYPE TO PEV-REC-TXN-TYPE.
020300     MOVE BTX-REC-AMOUNT TO PEV-REC-AMOUNT.
020400     MOVE BTX-REC-CURRENCY TO PEV-REC-CURRENCY.
020500     IF BTX-REC-POST-DATE IS EQUAL TO SPACES OR
020600        BTX-REC-POST-DATE IS EQUAL TO LOW-VALUES
020700        MOVE BTX-REC-TIMESTAMP(1:8) TO PEV-REC-POST-DATE
020800     ELSE
020900        MOVE BTX-REC-POST-DATE TO PEV-REC-POST-DATE
021000     END-IF.
021100     EVALUATE BTX-REC-TYPE
021200       WHEN '1'
021300         MOVE BTX-REC-DATA-OLD TO TXN-DATA-OLD
021400         MOVE TXN-T1-OLD-DESC TO PEV-REC-DESC
021500       WHEN '2'
021600         MOVE BTX-REC-DATA-OLD TO TXN-DATA-NEW
021700         MOVE TXN-T2-NEW-DESC TO PEV-REC-DESC
021800         MOVE TXN-T2-NEW-REF TO PEV-REC-REF
021900       WHEN '3'
022000         MOVE BTX-REC-DATA-OLD TO TXN-DATA-REV
022100         IF TXN-T3-ORIG-TIMESTAMP IS EQUAL TO SPACES
022120            MOVE 'GOODWILL CASE ' TO PEV-REC-DESC(1:14)
022140            MOVE TXN-T3-CASE-NO TO PEV-REC-DESC(15:8)
022160         ELSE
022180            MOVE 'REVERSAL OF ' TO PEV-REC-DESC(1:12)
022200            MOVE TXN-T3-ORIG-TIMESTAMP(1:16) TO
022220                PEV-REC-DESC(13:16)
022240         END-IF
022300         MOVE TXN-T3-REASON-CODE TO PEV-REC-REF
022400       WHEN '4'
022500         MOVE BTX-REC-DATA-OLD TO TXN-DATA-WOFF
022600         MOVE TXN-T4-DESC TO PEV-REC-DESC
022700         MOVE TXN-T4-REF TO PEV-REC-REF
022800       WHEN OTHER
022900         MOVE 'UNRECOGNISED POSTING TYPE' TO PEV-REC-DESC
023000     END-EVALUATE.
023100     MOVE CD59I-SOURCE-PGM TO PEV-REC-SOURCE-PGM.
023200     MOVE WS-RAISED-TS TO PEV-REC-RAISED-TS.
023300 BUILD-EVENT-EXIT.
023400     EXIT.
023500
023600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
