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
001300* Program:     BBANK97P.CBL                                     *
001400* Function:    Posting event delivery to downstream systems     *
001500*                                                               *
001600* Hands the BNKPEVT posting events (CBANKVPE) to each consumer  *
001700* registered on BNKPEVA. Every event above the consumer's last  *
001800* sent sequence is written to the PEVOUT file behind its 8-byte *
001900* consumer id, in sequence order and without gaps - delivery to *
002000* a consumer stops at the first missing number and picks up     *
002100* from there on the next run. The PEVCTLIN control cards are    *
002200* applied first:                                                *
002300*   S subscribe   - register a consumer from the given sequence *
002400*                   (zero = only events raised from now on)     *
002500*   A acknowledge - the consumer has everything up to and       *
002600*                   including the given sequence                *
002700*   R resend      - send again from the given sequence (zero =  *
002800*                   from the first unacknowledged event)        *
002900*   X remove      - the consumer no longer takes events         *
003000* Events every consumer has acknowledged are purged once their  *
003100* post date is more than PEV-RETAIN-DAYS behind the business    *
003200* date, so a downstream outage is recovered by a resend rather  *
003300* than lost. The job posts nothing and can be run as often as   *
003400* the consumers want, intraday as well as in the nightly        *
003500* schedule. The PEVRPT register shows each card, each delivery  *
003600* and the sequence position.                                    *
003700*****************************************************************
003800
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID.
004100     BBANK97P.
004200 DATE-WRITTEN.
004300     October 2026.
004400 DATE-COMPILED.
004500     Today.
004600
004700 ENVIRONMENT DIVISION.
004800
004900 INPUT-OUTPUT   SECTION.
005000   FILE-CONTROL.
005100     SELECT OPTIONAL PEVCTL-FILE
005200            ASSIGN       TO PEVCTLIN
005300            ORGANIZATION IS LINE SEQUENTIAL
005400            FILE STATUS  IS WS-PEVCTL-STATUS.
005500
005600     SELECT BNKPEVA-FILE
005700            ASSIGN       TO BNKPEVA
005800            ORGANIZATION IS INDEXED
005900            ACCESS MODE  IS DYNAMIC
006000            RECORD KEY   IS PEA-REC-CONSUMER
006100            FILE STATUS  IS WS-BNKPEVA-STATUS.
006200
006300     SELECT BNKPEVT-FILE
006400            ASSIGN       TO BNKPEVT
006500            ORGANIZATION IS INDEXED
006600            ACCESS MODE  IS DYNAMIC
006700            RECORD KEY   IS PEV-REC-SEQ-NO
006800            FILE STATUS  IS WS-BNKPEVT-STATUS.
006900
007000     SELECT PEVOUT-FILE
007100            ASSIGN       TO PEVOUT
007200            ORGANIZATION IS LINE SEQUENTIAL
007300            FILE STATUS  IS WS-PEVOUT-STATUS.
007400
007500     SELECT PEVRPT-FILE
007600            ASSIGN       TO PEVRPT
007700            ORGANIZATION IS LINE SEQUENTIAL
007800            FILE STATUS  IS WS-PEVRPT-STATUS.
007900
008000 DATA DIVISION.
008100
008200 FILE SECTION.
008300 FD  PEVCTL-FILE.
008400 01  PEVCTL-REC.
008500   05  CTL-ACTION                            PIC X(1).
008600       88  CTL-SUBSCRIBE                      VALUE 'S'.
008700       88  CTL-ACKNOWLEDGE                    VALUE 'A'.
008800       88  CTL-RESEND                         VALUE 'R'.
008900       88  CTL-REMOVE                         VALUE 'X'.
009000   05  CTL-CONSUMER                          PIC X(8).
009100   05  CTL-SEQ-NO                            PIC 9(12).
009200   05  FILLER                                PIC X(59).
009300
009400 FD  BNKPEVA-FILE.
009500 01  BNKPEVA-REC.
009600 COPY CBANKVPA.
009700
009800 FD  BNKPEVT-FILE.
009900 01  BNKPEVT-REC.
010000 COPY CBANKVPE.
010100
010200 FD  PEVOUT-FILE.
010300 01  PEVOUT-REC.
010400   05  PVO-CONSUMER                          PIC X(8).
010500   05  PVO-EVENT                             PIC X(174).
010600
010700 FD  PEVRPT-FILE.
010800 01  PEVRPT-LINE                              PIC X(100).
010900
011000 WORKING-STORAGE SECTION.
011100 01  WS-MISC-STORAGE.
011200   05  WS-PROGRAM-ID                         PIC X(8)
011300       VALUE 'BBANK97P'.
011400   05  WS-PEVCTL-STATUS                      PIC X(2).
011500   05  WS-BNKPEVA-STATUS                     PIC X(2).
011600   05  WS-BNKPEVT-STATUS                     PIC X(2).
011700   05  WS-PEVOUT-STATUS                      PIC X(2).
011800   05  WS-PEVRPT-STATUS                      PIC X(2).
011900   05  WS-MORE-CARDS                         PIC X(1).
012000       88  WS-MORE-CARDS-EXIST                VALUE 'Y'.
012100       88  WS-NO-MORE-CARDS                  VALUE 'N'.
012200   05  WS-MORE-CONSUMERS                     PIC X(1).
012300       88  WS-MORE-CONSUMERS-EXIST            VALUE 'Y'.
012400       88  WS-NO-MORE-CONSUMERS              VALUE 'N'.
012500   05  WS-MORE-EVENTS                        PIC X(1).
012600       88  WS-MORE-EVENTS-EXIST               VALUE 'Y'.
012700       88  WS-NO-MORE-EVENTS                 VALUE 'N'.
012800   05  WS-CONSUMER-FOUND-FLAG                PIC X(1).
012900       88  WS-CONSUMER-FOUND                  VALUE 'Y'.
013000       88  WS-CONSUMER-NOT-FOUND              VALUE 'N'.
013100   05  WS-ANY-CONSUMER-FLAG                  PIC X(1) VALUE 'N'.
013200       88  WS-CONSUMERS-REGISTERED            VALUE 'Y'.
013300   05  WS-TODAY-DATE                         PIC 9(8).
013400   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
013500                                              PIC X(8).
013600   05  WS-NOW-TIME                           PIC 9(8).
013700   05  WS-NOW-TIME-X REDEFINES WS-NOW-TIME    PIC X(8).
013800   05  WS-RUN-TS                             PIC X(16).
013900   05  WS-BUSINESS-DATE                      PIC X(8).
014000   05  WS-BUSINESS-DATE-N REDEFINES WS-BUSINESS-DATE
014100                                              PIC 9(8).
014200   05  WS-BUSINESS-INT                       PIC S9(9).
014300   05  WS-RETAIN-DAYS                        PIC 9(5) VALUE 30.
014400   05  WS-CUTOFF-DATE-N                      PIC 9(8).
014500   05  WS-CUTOFF-DATE REDEFINES WS-CUTOFF-DATE-N
014600                                              PIC X(8).
014700
014800* Where the event sequence stands
014900 01  WS-SEQUENCE-WORK.
015000   05  WS-HIGH-WATER-SEQ                     PIC 9(12) VALUE 0.
015100   05  WS-PURGED-TO-SEQ                      PIC 9(12) VALUE 0.
015200   05  WS-PURGE-LIMIT-SEQ                    PIC 9(12) VALUE 0.
015300   05  WS-MIN-ACK-SEQ                        PIC 9(12) VALUE 0.
015400   05  WS-CARD-SEQ                           PIC 9(12).
015500   05  WS-NEXT-SEQ                           PIC 9(12).
015600   05  WS-FIRST-SENT-SEQ                     PIC 9(12).
015700   05  WS-CONSUMER-SENT                      PIC 9(9).
015800   05  WS-UNACKED                            PIC 9(12).
015900
016000 01  WS-RUN-COUNTS.
016100   05  WS-CARDS-READ                         PIC 9(7) VALUE 0.
016200   05  WS-CARDS-REJECTED                     PIC 9(7) VALUE 0.
016300   05  WS-CONSUMER-COUNT                     PIC 9(7) VALUE 0.
016400   05  WS-EVENTS-SENT                        PIC 9(9) VALUE 0.
016500   05  WS-EVENTS-PURGED                      PIC 9(9) VALUE 0.
016600
016700 01  WS-REPORT-HEADING.
016800   05  FILLER                                PIC X(40) VALUE
016900       'POSTING EVENT DELIVERY - BUSINESS DATE '.
017000   05  WS-HDG-DATE                           PIC X(8).
017100   05  FILLER                                PIC X(6) VALUE
017200       '  RUN '.
017300   05  WS-HDG-RUN-TS                         PIC X(16).
017400   05  FILLER                                PIC X(30) VALUE
017500       SPACES.
017600
017700 01  WS-SECTION-HEADING.
017800   05  WS-SECTION-TITLE                      PIC X(60).
017900   05  FILLER                                PIC X(40) VALUE
018000       SPACES.
018100
018200 01  WS-CARD-LINE.
018300   05  FILLER                                PIC X(2) VALUE
018400       SPACES.
018500   05  WS-CRD-ACTION                         PIC X(1).
018600   05  FILLER                                PIC X(2) VALUE
018700       SPACES.
018800   05  WS-CRD-CONSUMER                       PIC X(8).
018900   05  FILLER                                PIC X(2) VALUE
019000       SPACES.
019100   05  WS-CRD-SEQ                            PIC X(12).
019200   05  FILLER                                PIC X(2) VALUE
019300       SPACES.
019400   05  WS-CRD-RESULT                         PIC X(8).
019500   05  FILLER                                PIC X(2) VALUE
019600       SPACES.
019700   05  WS-CRD-TEXT                           PIC X(50).
019800   05  FILLER                                PIC X(11) VALUE
019900       SPACES.
020000
020100 01  WS-DELIVERY-HEADING.
020200   05  FILLER                                PIC X(40) VALUE
020300       '  CONSUMER    FIRST SENT     LAST SENT  '.
020400   05  FILLER                                PIC X(40) VALUE
020500       '   EVENTS   LAST ACKED     UNACKED      '.
020600   05  FILLER                                PIC X(20) VALUE
020700       SPACES.
020800
020900 01  WS-DELIVERY-LINE.
021000   05  FILLER                                PIC X(2) VALUE
021100       SPACES.
021200   05  WS-DLV-CONSUMER                       PIC X(8).
021300   05  FILLER                                PIC X(2) VALUE
021400       SPACES.
021500   05  WS-DLV-FIRST-SEQ                      PIC Z(11)9.
021600   05  FILLER                                PIC X(2) VALUE
021700       SPACES.
021800   05  WS-DLV-LAST-SEQ                       PIC Z(11)9.
021900   05  FILLER                                PIC X(2) VALUE
022000       SPACES.
022100   05  WS-DLV-COUNT                          PIC Z(8)9.
022200   05  FILLER                                PIC X(2) VALUE
022300       SPACES.
022400   05  WS-DLV-ACK-SEQ                        PIC Z(11)9.
022500   05  FILLER                                PIC X(2) VALUE
022600       SPACES.
022700   05  WS-DLV-UNACKED                        PIC Z(9)9.
022800   05  FILLER                                PIC X(25) VALUE
022900       SPACES.
023000
023100 01  WS-TOTAL-LINE.
023200   05  FILLER                                PIC X(2) VALUE
023300       SPACES.
023400   05  WS-TOT-LABEL                          PIC X(40).
023500   05  WS-TOT-VALUE                          PIC Z(11)9.
023600   05  FILLER                                PIC X(46) VALUE
023700       SPACES.
023800
023900 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
024000     88  WS-RUN-ALLOWED                     VALUE 'Y'.
024100     88  WS-RUN-REFUSED                     VALUE 'N'.
024200
024300 01  WS-RUNC-DATA.
024400 COPY CBANKD53.
024500
024600 01  WS-PARM-DATA.
024700 COPY CBANKD54.
024800
024900 PROCEDURE DIVISION.
025000*****************************************************************
025100* Main line of control                                          *
025200*****************************************************************
025300     PERFORM CHECK-RUN-CONTROL THRU
025400             CHECK-RUN-CONTROL-EXIT.
025500     IF WS-RUN-ALLOWED
025600        PERFORM INITIALIZE-RUN THRU
025700                INITIALIZE-RUN-EXIT
025800        PERFORM APPLY-CONTROL-CARDS THRU
025900                APPLY-CONTROL-CARDS-EXIT
026000        PERFORM DELIVER-EVENTS THRU
026100                DELIVER-EVENTS-EXIT
026200        PERFORM PURGE-EVENTS THRU
026300                PURGE-EVENTS-EXIT
026400        PERFORM TERMINATE-RUN THRU
026500                TERMINATE-RUN-EXIT
026600     END-IF.
026700     GOBACK.
026800
026900*****************************************************************
027000* Register this run with run control before anything is         *
027100* opened. Delivery only moves each consumer's position forward, *
027200* so a rerun is harmless and this is not a posting job          *
027300*****************************************************************
027400 CHECK-RUN-CONTROL.
027500     MOVE SPACES TO CD53-DATA.
027600     SET CD53-REQUESTED-START TO TRUE.
027700     MOVE 'BBANK97P' TO CD53I-JOB-NAME.
027800     CALL 'DBANK53P' USING WS-RUNC-DATA.
027900     IF NOT CD53O-RESP-OK
028000        SET WS-RUN-REFUSED TO TRUE
028100        DISPLAY 'BBANK97P - RUN REFUSED BY RUN CONTROL: '
028200                CD53O-RESP-MSG
028300     END-IF.
028400 CHECK-RUN-CONTROL-EXIT.
028500     EXIT.
028600
028700*****************************************************************
028800* Resolve the business date and the retention period, open the  *
028900* event and consumer files (creating them on the first run) and *
029000* find out how far the event sequence has got                   *
029100*****************************************************************
029200 INITIALIZE-RUN.
029300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
029400     ACCEPT WS-NOW-TIME FROM TIME.
029500     MOVE WS-TODAY-DATE-X TO WS-RUN-TS(1:8).
029600     MOVE WS-NOW-TIME-X TO WS-RUN-TS(9:8).
029700     MOVE CD53O-BUSINESS-DATE TO WS-BUSINESS-DATE.
029800     IF WS-BUSINESS-DATE IS EQUAL TO SPACES OR
029900        WS-BUSINESS-DATE IS EQUAL TO LOW-VALUES
030000        MOVE WS-TODAY-DATE-X TO WS-BUSINESS-DATE
030100     END-IF.
030200     MOVE SPACES TO CD54-DATA.
030300     MOVE 'PEV-RETAIN-DAYS' TO CD54I-NAME.
030400     MOVE WS-BUSINESS-DATE TO CD54I-AS-OF-DATE.
030500     CALL 'DBANK54P' USING WS-PARM-DATA.
030600     IF CD54O-FOUND AND CD54O-VALUE-NUM IS GREATER THAN 0
030700        MOVE CD54O-VALUE-NUM TO WS-RETAIN-DAYS
030800     END-IF.
030900     COMPUTE WS-BUSINESS-INT =
031000             FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-N).
031100     COMPUTE WS-CUTOFF-DATE-N =
031200             FUNCTION DATE-OF-INTEGER(WS-BUSINESS-INT -
031300                                      WS-RETAIN-DAYS).
031400     OPEN I-O BNKPEVA-FILE.
031500     IF WS-BNKPEVA-STATUS IS EQUAL TO '35'
031600        OPEN OUTPUT BNKPEVA-FILE
031700        CLOSE BNKPEVA-FILE
031800        OPEN I-O BNKPEVA-FILE
031900     END-IF.
032000     OPEN I-O BNKPEVT-FILE.
032100     IF WS-BNKPEVT-STATUS IS EQUAL TO '35'
032200        OPEN OUTPUT BNKPEVT-FILE
032300        CLOSE BNKPEVT-FILE
032400        OPEN I-O BNKPEVT-FILE
032500     END-IF.
032600     PERFORM READ-EVENT-CONTROL THRU
032700             READ-EVENT-CONTROL-EXIT.
032800     MOVE PEV-CTL-LAST-SEQ-NO TO WS-HIGH-WATER-SEQ.
032900     MOVE PEV-CTL-PURGED-TO-SEQ TO WS-PURGED-TO-SEQ.
033000     OPEN OUTPUT PEVOUT-FILE.
033100     OPEN OUTPUT PEVRPT-FILE.
033200     MOVE WS-BUSINESS-DATE TO WS-HDG-DATE.
033300     MOVE WS-RUN-TS TO WS-HDG-RUN-TS.
033400     WRITE PEVRPT-LINE FROM WS-REPORT-HEADING.
033500 INITIALIZE-RUN-EXIT.
033600     EXIT.
033700
033800*****************************************************************
033900* Read the control record (sequence zero), writing an empty one *
034000* if no event has ever been raised                              *
034100*****************************************************************
034200 READ-EVENT-CONTROL.
034300     MOVE 0 TO PEV-REC-SEQ-NO.
034400     READ BNKPEVT-FILE
034500          INVALID KEY
034600             MOVE SPACES TO PEV-RECORD
034700             MOVE 0 TO PEV-REC-SEQ-NO
034800             SET PEV-REC-VERSION-CURRENT TO TRUE
034900             MOVE 0 TO PEV-CTL-LAST-SEQ-NO
035000             MOVE 0 TO PEV-CTL-PURGED-TO-SEQ
035100             MOVE WS-RUN-TS TO PEV-CTL-UPDATED-TS
035200             WRITE PEV-RECORD
035300     END-READ.
035400 READ-EVENT-CONTROL-EXIT.
035500     EXIT.
035600
035700*****************************************************************
035800* Apply the subscribe, acknowledge, resend and remove cards.    *
035900* No cards is the normal case                                   *
036000*****************************************************************
036100 APPLY-CONTROL-CARDS.
036200     OPEN INPUT PEVCTL-FILE.
036300     IF WS-PEVCTL-STATUS IS NOT EQUAL TO '00'
036400        IF WS-PEVCTL-STATUS IS EQUAL TO '05'
036500           CLOSE PEVCTL-FILE
036600        END-IF
036700        GO TO APPLY-CONTROL-CARDS-EXIT
036800     END-IF.
036900     MOVE SPACES TO PEVRPT-LINE.
037000     WRITE PEVRPT-LINE.
037100     MOVE 'CONTROL CARDS' TO WS-SECTION-TITLE.
037200     WRITE PEVRPT-LINE FROM WS-SECTION-HEADING.
037300     SET WS-MORE-CARDS-EXIST TO TRUE.
037400     PERFORM APPLY-ONE-CARD THRU
037500             APPLY-ONE-CARD-EXIT
037600        UNTIL WS-NO-MORE-CARDS.
037700     CLOSE PEVCTL-FILE.
037800 APPLY-CONTROL-CARDS-EXIT.
037900     EXIT.
038000
038100 APPLY-ONE-CARD.
038200     READ PEVCTL-FILE
038300          AT END SET WS-NO-MORE-CARDS TO TRUE
038400     END-READ.
038500     IF WS-NO-MORE-CARDS
038600        GO TO APPLY-ONE-CARD-EXIT
038700     END-IF.
038800     ADD 1 TO WS-CARDS-READ.
038900     MOVE SPACES TO WS-CRD-RESULT.
039000     MOVE SPACES TO WS-CRD-TEXT.
039100     MOVE CTL-ACTION TO WS-CRD-ACTION.
039200     MOVE CTL-CONSUMER TO WS-CRD-CONSUMER.
039300     MOVE CTL-SEQ-NO TO WS-CRD-SEQ.
039400     IF CTL-CONSUMER IS EQUAL TO SPACES
039500        MOVE 'NO CONSUMER ID ON THE CARD' TO WS-CRD-TEXT
039600        GO TO APPLY-ONE-CARD-REJECT
039700     END-IF.
039800     IF CTL-SEQ-NO IS NOT NUMERIC
039900        MOVE 'SEQUENCE IS NOT NUMERIC' TO WS-CRD-TEXT
040000        GO TO APPLY-ONE-CARD-REJECT
040100     END-IF.
040200     MOVE CTL-SEQ-NO TO WS-CARD-SEQ.
040300     MOVE CTL-CONSUMER TO PEA-REC-CONSUMER.
040400     SET WS-CONSUMER-FOUND TO TRUE.
040500     READ BNKPEVA-FILE
040600          INVALID KEY SET WS-CONSUMER-NOT-FOUND TO TRUE
040700     END-READ.
040800     IF CTL-SUBSCRIBE
040900        PERFORM SUBSCRIBE-CONSUMER THRU
041000                SUBSCRIBE-CONSUMER-EXIT
041100        GO TO APPLY-ONE-CARD-RESULT
041200     END-IF.
041300     IF NOT CTL-ACKNOWLEDGE AND NOT CTL-RESEND AND NOT CTL-REMOVE
041400        MOVE 'UNKNOWN ACTION - USE S, A, R OR X' TO WS-CRD-TEXT
041500        GO TO APPLY-ONE-CARD-REJECT
041600     END-IF.
041700     IF WS-CONSUMER-NOT-FOUND
041800        MOVE 'CONSUMER IS NOT REGISTERED' TO WS-CRD-TEXT
041900        GO TO APPLY-ONE-CARD-REJECT
042000     END-IF.
042100     IF CTL-ACKNOWLEDGE
042200        PERFORM ACKNOWLEDGE-EVENTS THRU
042300                ACKNOWLEDGE-EVENTS-EXIT
042400     END-IF.
042500     IF CTL-RESEND
042600        PERFORM RESEND-EVENTS THRU
042700                RESEND-EVENTS-EXIT
042800     END-IF.
042900     IF CTL-REMOVE
043000        DELETE BNKPEVA-FILE RECORD
043100        MOVE 'ACCEPTED' TO WS-CRD-RESULT
043200        MOVE 'CONSUMER REMOVED' TO WS-CRD-TEXT
043300     END-IF.
043400
043500 APPLY-ONE-CARD-RESULT.
043600     IF WS-CRD-RESULT IS EQUAL TO 'REJECTED'
043700        ADD 1 TO WS-CARDS-REJECTED
043800     END-IF.
043900     WRITE PEVRPT-LINE FROM WS-CARD-LINE.
044000     GO TO APPLY-ONE-CARD-EXIT.
044100
044200 APPLY-ONE-CARD-REJECT.
044300     MOVE 'REJECTED' TO WS-CRD-RESULT.
044400     ADD 1 TO WS-CARDS-REJECTED.
044500     WRITE PEVRPT-LINE FROM WS-CARD-LINE.
044600 APPLY-ONE-CARD-EXIT.
044700     EXIT.
044800
044900*****************************************************************
045000* Register a new consumer. It starts at the given sequence, or  *
045100* just above the high-water mark when none is given, and can    *
045200* only start on an event that has not been purged               *
045300*****************************************************************
045400 SUBSCRIBE-CONSUMER.
045500     MOVE 'REJECTED' TO WS-CRD-RESULT.
045600     IF WS-CONSUMER-FOUND
045700        MOVE 'CONSUMER IS ALREADY REGISTERED' TO WS-CRD-TEXT
045800        GO TO SUBSCRIBE-CONSUMER-EXIT
045900     END-IF.
046000     IF WS-CARD-SEQ IS EQUAL TO 0
046100        COMPUTE WS-CARD-SEQ = WS-HIGH-WATER-SEQ + 1
046200     END-IF.
046300     IF WS-CARD-SEQ IS NOT GREATER THAN WS-PURGED-TO-SEQ
046400        MOVE 'START SEQUENCE HAS ALREADY BEEN PURGED'
046500          TO WS-CRD-TEXT
046600        GO TO SUBSCRIBE-CONSUMER-EXIT
046700     END-IF.
046800     IF WS-CARD-SEQ IS GREATER THAN WS-HIGH-WATER-SEQ + 1
046900        MOVE 'START SEQUENCE IS BEYOND THE HIGH-WATER MARK'
047000          TO WS-CRD-TEXT
047100        GO TO SUBSCRIBE-CONSUMER-EXIT
047200     END-IF.
047300     MOVE SPACES TO PEA-RECORD.
047400     MOVE CTL-CONSUMER TO PEA-REC-CONSUMER.
047500     COMPUTE PEA-REC-LAST-SENT-SEQ = WS-CARD-SEQ - 1.
047600     MOVE PEA-REC-LAST-SENT-SEQ TO PEA-REC-LAST-ACK-SEQ.
047700     MOVE WS-BUSINESS-DATE TO PEA-REC-REGISTERED-DATE.
047800     WRITE PEA-RECORD
047900          INVALID KEY
048000             MOVE 'CONSUMER COULD NOT BE REGISTERED'
048100               TO WS-CRD-TEXT
048200             GO TO SUBSCRIBE-CONSUMER-EXIT
048300     END-WRITE.
048400     MOVE 'ACCEPTED' TO WS-CRD-RESULT.
048500     MOVE WS-CARD-SEQ TO WS-CRD-SEQ.
048600     MOVE 'CONSUMER REGISTERED FROM THIS SEQUENCE' TO WS-CRD-TEXT.
048700 SUBSCRIBE-CONSUMER-EXIT.
048800     EXIT.
048900
049000*****************************************************************
049100* Record the consumer's acknowledgement. It can only confirm    *
049200* what it has been sent, and never moves backwards - an older   *
049300* acknowledgement arriving late changes nothing                 *
049400*****************************************************************
049500 ACKNOWLEDGE-EVENTS.
049600     IF WS-CARD-SEQ IS GREATER THAN PEA-REC-LAST-SENT-SEQ
049700        MOVE 'REJECTED' TO WS-CRD-RESULT
049800        MOVE 'ACKNOWLEDGES EVENTS NOT YET SENT' TO WS-CRD-TEXT
049900        GO TO ACKNOWLEDGE-EVENTS-EXIT
050000     END-IF.
050100     MOVE 'ACCEPTED' TO WS-CRD-RESULT.
050200     IF WS-CARD-SEQ IS NOT GREATER THAN PEA-REC-LAST-ACK-SEQ
050300        MOVE 'ALREADY ACKNOWLEDGED - NO CHANGE' TO WS-CRD-TEXT
050400        GO TO ACKNOWLEDGE-EVENTS-EXIT
050500     END-IF.
050600     MOVE WS-CARD-SEQ TO PEA-REC-LAST-ACK-SEQ.
050700     MOVE WS-BUSINESS-DATE TO PEA-REC-LAST-ACK-DATE.
050800     REWRITE PEA-RECORD.
050900     MOVE 'ACKNOWLEDGED UP TO THIS SEQUENCE' TO WS-CRD-TEXT.
051000 ACKNOWLEDGE-EVENTS-EXIT.
051100     EXIT.
051200
051300*****************************************************************
051400* Wind the consumer back so delivery sends again from the given *
051500* sequence (zero = the first unacknowledged event). Anything    *
051600* from there on is no longer treated as acknowledged            *
051700*****************************************************************
051800 RESEND-EVENTS.
051900     MOVE 'REJECTED' TO WS-CRD-RESULT.
052000     IF WS-CARD-SEQ IS EQUAL TO 0
052100        COMPUTE WS-CARD-SEQ = PEA-REC-LAST-ACK-SEQ + 1
052200     END-IF.
052300     IF WS-CARD-SEQ IS NOT GREATER THAN WS-PURGED-TO-SEQ
052400        MOVE 'EVENTS FROM THIS SEQUENCE HAVE BEEN PURGED'
052500          TO WS-CRD-TEXT
052600        GO TO RESEND-EVENTS-EXIT
052700     END-IF.
052800     IF WS-CARD-SEQ IS GREATER THAN PEA-REC-LAST-SENT-SEQ + 1
052900        MOVE 'RESEND IS BEYOND WHAT HAS BEEN SENT' TO WS-CRD-TEXT
053000        GO TO RESEND-EVENTS-EXIT
053100     END-IF.
053200     COMPUTE PEA-REC-LAST-SENT-SEQ = WS-CARD-SEQ - 1.
053300     IF PEA-REC-LAST-ACK-SEQ IS GREATER THAN PEA-REC-LAST-SENT-SEQ
053400        MOVE PEA-REC-LAST-SENT-SEQ TO PEA-REC-LAST-ACK-SEQ
053500     END-IF.
053600     REWRITE PEA-RECORD.
053700     MOVE 'ACCEPTED' TO WS-CRD-RESULT.
053800     MOVE WS-CARD-SEQ TO WS-CRD-SEQ.
053900     MOVE 'WILL BE RESENT FROM THIS SEQUENCE' TO WS-CRD-TEXT.
054000 RESEND-EVENTS-EXIT.
054100     EXIT.
054200
054300*****************************************************************
054400* Send each consumer everything above its last sent sequence    *
054500* and note the lowest acknowledgement, which bounds the purge   *
054600*****************************************************************
054700 DELIVER-EVENTS.
054800     MOVE SPACES TO PEVRPT-LINE.
054900     WRITE PEVRPT-LINE.
055000     MOVE 'DELIVERY' TO WS-SECTION-TITLE.
055100     WRITE PEVRPT-LINE FROM WS-SECTION-HEADING.
055200     WRITE PEVRPT-LINE FROM WS-DELIVERY-HEADING.
055300     MOVE WS-HIGH-WATER-SEQ TO WS-MIN-ACK-SEQ.
055400     SET WS-MORE-CONSUMERS-EXIST TO TRUE.
055500     MOVE LOW-VALUES TO PEA-REC-CONSUMER.
055600     START BNKPEVA-FILE KEY IS GREATER THAN PEA-REC-CONSUMER
055700          INVALID KEY SET WS-NO-MORE-CONSUMERS TO TRUE
055800     END-START.
055900     PERFORM DELIVER-TO-CONSUMER THRU
056000             DELIVER-TO-CONSUMER-EXIT
056100        UNTIL WS-NO-MORE-CONSUMERS.
056200 DELIVER-EVENTS-EXIT.
056300     EXIT.
056400
056500 DELIVER-TO-CONSUMER.
056600     READ BNKPEVA-FILE NEXT RECORD
056700          AT END SET WS-NO-MORE-CONSUMERS TO TRUE
056800     END-READ.
056900     IF WS-NO-MORE-CONSUMERS
057000        GO TO DELIVER-TO-CONSUMER-EXIT
057100     END-IF.
057200     ADD 1 TO WS-CONSUMER-COUNT.
057300     SET WS-CONSUMERS-REGISTERED TO TRUE.
057400     MOVE 0 TO WS-CONSUMER-SENT.
057500     COMPUTE WS-FIRST-SENT-SEQ = PEA-REC-LAST-SENT-SEQ + 1.
057600     MOVE WS-FIRST-SENT-SEQ TO WS-NEXT-SEQ.
057700     SET WS-MORE-EVENTS-EXIST TO TRUE.
057800     MOVE PEA-REC-LAST-SENT-SEQ TO PEV-REC-SEQ-NO.
057900     START BNKPEVT-FILE KEY IS GREATER THAN PEV-REC-SEQ-NO
058000          INVALID KEY SET WS-NO-MORE-EVENTS TO TRUE
058100     END-START.
058200     PERFORM SEND-ONE-EVENT THRU
058300             SEND-ONE-EVENT-EXIT
058400        UNTIL WS-NO-MORE-EVENTS.
058500     IF WS-CONSUMER-SENT IS GREATER THAN 0
058600        MOVE WS-BUSINESS-DATE TO PEA-REC-LAST-SENT-DATE
058700        REWRITE PEA-RECORD
058800     END-IF.
058900     IF PEA-REC-LAST-ACK-SEQ IS LESS THAN WS-MIN-ACK-SEQ
059000        MOVE PEA-REC-LAST-ACK-SEQ TO WS-MIN-ACK-SEQ
059100     END-IF.
059200     MOVE PEA-REC-CONSUMER TO WS-DLV-CONSUMER.
059300     MOVE WS-FIRST-SENT-SEQ TO WS-DLV-FIRST-SEQ.
059400     MOVE PEA-REC-LAST-SENT-SEQ TO WS-DLV-LAST-SEQ.
059500     IF WS-CONSUMER-SENT IS EQUAL TO 0
059600        MOVE 0 TO WS-DLV-FIRST-SEQ
059700     END-IF.
059800     MOVE WS-CONSUMER-SENT TO WS-DLV-COUNT.
059900     MOVE PEA-REC-LAST-ACK-SEQ TO WS-DLV-ACK-SEQ.
060000     COMPUTE WS-UNACKED = PEA-REC-LAST-SENT-SEQ -
060100                          PEA-REC-LAST-ACK-SEQ.
060200     MOVE WS-UNACKED TO WS-DLV-UNACKED.
060300     WRITE PEVRPT-LINE FROM WS-DELIVERY-LINE.
060400 DELIVER-TO-CONSUMER-EXIT.
060500     EXIT.
060600
060700*****************************************************************
060800* Send the next event if it is the one the consumer expects -   *
060900* a missing number (an online posting still in flight) ends     *
061000* this consumer's delivery until the next run                   *
061100*****************************************************************
061200 SEND-ONE-EVENT.
061300     READ BNKPEVT-FILE NEXT RECORD
061400          AT END SET WS-NO-MORE-EVENTS TO TRUE
061500     END-READ.
061600     IF WS-NO-MORE-EVENTS
061700        GO TO SEND-ONE-EVENT-EXIT
061800     END-IF.
061900     IF PEV-REC-SEQ-NO IS NOT EQUAL TO WS-NEXT-SEQ
062000        SET WS-NO-MORE-EVENTS TO TRUE
062100        GO TO SEND-ONE-EVENT-EXIT
062200     END-IF.
062300     MOVE PEA-REC-CONSUMER TO PVO-CONSUMER.
062400     MOVE PEV-RECORD TO PVO-EVENT.
062500     WRITE PEVOUT-REC.
062600     MOVE PEV-REC-SEQ-NO TO PEA-REC-LAST-SENT-SEQ.
062700     ADD 1 TO WS-NEXT-SEQ.
062800     ADD 1 TO WS-CONSUMER-SENT.
062900     ADD 1 TO WS-EVENTS-SENT.
063000 SEND-ONE-EVENT-EXIT.
063100     EXIT.
063200
063300*****************************************************************
063400* Delete, oldest first, the events every consumer has           *
063500* acknowledged whose post date is past the retention period,    *
063600* then move the purge point on the control record               *
063700*****************************************************************
063800 PURGE-EVENTS.
063900     IF WS-CONSUMERS-REGISTERED
064000        MOVE WS-MIN-ACK-SEQ TO WS-PURGE-LIMIT-SEQ
064100     ELSE
064200        MOVE WS-HIGH-WATER-SEQ TO WS-PURGE-LIMIT-SEQ
064300     END-IF.
064400     SET WS-MORE-EVENTS-EXIST TO TRUE.
064500     MOVE WS-PURGED-TO-SEQ TO PEV-REC-SEQ-NO.
064600     START BNKPEVT-FILE KEY IS GREATER THAN PEV-REC-SEQ-NO
064700          INVALID KEY SET WS-NO-MORE-EVENTS TO TRUE
064800     END-START.
064900     PERFORM PURGE-ONE-EVENT THRU
065000             PURGE-ONE-EVENT-EXIT
065100        UNTIL WS-NO-MORE-EVENTS.
065200     IF WS-EVENTS-PURGED IS GREATER THAN 0
065300        PERFORM READ-EVENT-CONTROL THRU
065400                READ-EVENT-CONTROL-EXIT
065500        MOVE WS-PURGED-TO-SEQ TO PEV-CTL-PURGED-TO-SEQ
065600        MOVE WS-RUN-TS TO PEV-CTL-UPDATED-TS
065700        REWRITE PEV-RECORD
065800     END-IF.
065900 PURGE-EVENTS-EXIT.
066000     EXIT.
066100
066200 PURGE-ONE-EVENT.
066300     READ BNKPEVT-FILE NEXT RECORD
066400          AT END SET WS-NO-MORE-EVENTS TO TRUE
066500     END-READ.
066600     IF WS-NO-MORE-EVENTS
066700        GO TO PURGE-ONE-EVENT-EXIT
066800     END-IF.
066900     IF PEV-REC-SEQ-NO IS GREATER THAN WS-PURGE-LIMIT-SEQ OR
067000        PEV-REC-POST-DATE IS NOT LESS THAN WS-CUTOFF-DATE
067100        SET WS-NO-MORE-EVENTS TO TRUE
067200        GO TO PURGE-ONE-EVENT-EXIT
067300     END-IF.
067400     DELETE BNKPEVT-FILE RECORD.
067500     MOVE PEV-REC-SEQ-NO TO WS-PURGED-TO-SEQ.
067600     ADD 1 TO WS-EVENTS-PURGED.
067700 PURGE-ONE-EVENT-EXIT.
067800     EXIT.
067900
068000*****************************************************************
068100* Print where the sequence stands and close down                *
068200*****************************************************************
068300 TERMINATE-RUN.
068400     MOVE SPACES TO PEVRPT-LINE.
068500     WRITE PEVRPT-LINE.
068600     MOVE 'SEQUENCE POSITION' TO WS-SECTION-TITLE.
068700     WRITE PEVRPT-LINE FROM WS-SECTION-HEADING.
068800     MOVE 'HIGH-WATER SEQUENCE AT START OF RUN' TO WS-TOT-LABEL.
068900     MOVE WS-HIGH-WATER-SEQ TO WS-TOT-VALUE.
069000     WRITE PEVRPT-LINE FROM WS-TOTAL-LINE.
069100     MOVE 'PURGED UP TO SEQUENCE' TO WS-TOT-LABEL.
069200     MOVE WS-PURGED-TO-SEQ TO WS-TOT-VALUE.
069300     WRITE PEVRPT-LINE FROM WS-TOTAL-LINE.
069400     MOVE 'CONTROL CARDS READ' TO WS-TOT-LABEL.
069500     MOVE WS-CARDS-READ TO WS-TOT-VALUE.
069600     WRITE PEVRPT-LINE FROM WS-TOTAL-LINE.
069700     MOVE 'CONTROL CARDS REJECTED' TO WS-TOT-LABEL.
069800     MOVE WS-CARDS-REJECTED TO WS-TOT-VALUE.
069900     WRITE PEVRPT-LINE FROM WS-TOTAL-LINE.
070000     MOVE 'CONSUMERS REGISTERED' TO WS-TOT-LABEL.
070100     MOVE WS-CONSUMER-COUNT TO WS-TOT-VALUE.
070200     WRITE PEVRPT-LINE FROM WS-TOTAL-LINE.
070300     MOVE 'EVENTS DELIVERED' TO WS-TOT-LABEL.
070400     MOVE WS-EVENTS-SENT TO WS-TOT-VALUE.
070500     WRITE PEVRPT-LINE FROM WS-TOTAL-LINE.
070600     MOVE 'EVENTS PURGED' TO WS-TOT-LABEL.
070700     MOVE WS-EVENTS-PURGED TO WS-TOT-VALUE.
070800     WRITE PEVRPT-LINE FROM WS-TOTAL-LINE.
070900     CLOSE BNKPEVA-FILE.
071000     CLOSE BNKPEVT-FILE.
071100     CLOSE PEVOUT-FILE.
071200     CLOSE PEVRPT-FILE.
071300     SET CD53-REQUESTED-END TO TRUE.
071400     MOVE 'BBANK97P' TO CD53I-JOB-NAME.
071500     CALL 'DBANK53P' USING WS-RUNC-DATA.
071600 TERMINATE-RUN-EXIT.
071700     EXIT.
071800
071900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
