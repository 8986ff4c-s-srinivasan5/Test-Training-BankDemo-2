002200* entirely. Every event processed is marked sent so a rerun     *
002300* cannot notify anyone twice; events for customers no longer    *
002400* on file are marked sent too, but counted separately.          *
002420* A customer flagged gone away is never sent a letter: the      *
002440* notification is emailed when there is an address on file and  *
002460* otherwise held on the BNKHMAIL register through DBANK61P.     *
002500*****************************************************************
002600
002700 IDENTIFICATION DIVISION.
009000   05  WS-LETTER-COUNT                       PIC 9(7) VALUE 0.
009100   05  WS-SUPPRESSED-COUNT                   PIC 9(7) VALUE 0.
009200   05  WS-UNMATCHED-COUNT                    PIC 9(7) VALUE 0.
009210   05  WS-HELD-COUNT                         PIC 9(7) VALUE 0.
009220   05  WS-HELD-LETTER-NO                     PIC 9(10) VALUE 0.
009230   05  WS-TODAY-DATE                         PIC 9(8).
009240   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
009250                                              PIC X(8).
009260   05  WS-BUSINESS-DATE                      PIC X(8).
009270   05  WS-DIVERSION-FLAG                     PIC X(1) VALUE 'N'.
009280       88  WS-DIVERSION-AVAILABLE             VALUE 'Y'.
009290       88  WS-DIVERSION-UNAVAILABLE           VALUE 'N'.
009300
009400 01  WS-EMAIL-LINE.
009500   05  FILLER                                PIC X(6) VALUE
013800   05  FILLER                                PIC X(12) VALUE
013900       'NO CUSTOMER:'.
014000   05  WS-TRL-UNMATCHED-COUNT                PIC ZZZZZZ9.
014100   05  FILLER                                PIC X(2) VALUE
014110       SPACES.
014120   05  FILLER                                PIC X(6) VALUE
014130       'HELD: '.
014140   05  WS-TRL-HELD-COUNT                     PIC ZZZZZZ9.
014150   05  FILLER                                PIC X(9) VALUE
014200       SPACES.
014300
014400 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
014700
014800 01  WS-RUNC-DATA.
014900 COPY CBANKD53.
014920
014940 01  WS-MAIL-DATA.
014960 COPY CBANKD61.
015000
015100 PROCEDURE DIVISION.
015200*****************************************************************
019100     OPEN I-O    BNKEVNT-FILE.
019200     OPEN INPUT  BNKCUST-FILE.
019300     OPEN OUTPUT NOTIF-FILE.
019305     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
019310     MOVE CD53O-BUSINESS-DATE TO WS-BUSINESS-DATE.
019315     IF WS-BUSINESS-DATE IS EQUAL TO SPACES OR
019320        WS-BUSINESS-DATE IS EQUAL TO LOW-VALUES
019325        MOVE WS-TODAY-DATE-X TO WS-BUSINESS-DATE
019330     END-IF.
019335     MOVE SPACES TO CD61-DATA.
019340     SET CD61-REQUESTED-OPEN TO TRUE.
019345     CALL 'DBANK61P' USING WS-MAIL-DATA.
019350     IF CD61O-RESP-OK
019355        SET WS-DIVERSION-AVAILABLE TO TRUE
019360     ELSE
019365        DISPLAY 'BBANK65P - GONE-AWAY LETTERS PRINTED: '
019370                CD61O-RESP-MSG
019375     END-IF.
019400     SET WS-MORE-EVENTS-EXIST TO TRUE.
019500     MOVE LOW-VALUES TO EVT-REC-TIMESTAMP.
019600     START BNKEVNT-FILE KEY IS NOT LESS THAN EVT-REC-TIMESTAMP
022900     EXIT.
023000
023100*****************************************************************
023150* Write the extract lines for one event in the channel the      *
023200* customer asked for - email when they chose it and have an     *
023250* address on file, nothing at all when they opted out, a        *
023300* letter otherwise. A letter to a customer whose post is        *
023350* coming back goes by email after all if there is an address,   *
023400* or is held on the register if not.                            *
023450*****************************************************************
023700 FORMAT-NOTIFICATION.
023800     EVALUATE TRUE
023900       WHEN BCS-REC-ALERT-NONE
024000         ADD 1 TO WS-SUPPRESSED-COUNT
024100       WHEN (BCS-REC-ALERT-BY-EMAIL OR
024150             BCS-REC-MAIL-GONE-AWAY) AND
024200            BCS-REC-EMAIL IS NOT EQUAL TO SPACES
024300         MOVE BCS-REC-EMAIL TO WS-EML-ADDRESS
024400         MOVE EVT-REC-DETAIL(1:53) TO WS-EML-DETAIL
024500         WRITE NOTIF-LINE FROM WS-EMAIL-LINE
024600         ADD 1 TO WS-EMAIL-COUNT
024620       WHEN BCS-REC-MAIL-GONE-AWAY AND WS-DIVERSION-AVAILABLE
024640         PERFORM HOLD-LETTER THRU
024660                 HOLD-LETTER-EXIT
024700       WHEN OTHER
024800         MOVE BCS-REC-NAME TO WS-LTR-NAME
024900         MOVE BCS-REC-ADDR1 TO WS-LTR-ADDR1
025500     END-EVALUATE.
025600 FORMAT-NOTIFICATION-EXIT.
025700     EXIT.
025702
025704*****************************************************************
025706* Put the letter on the held-mail register instead of the       *
025708* extract, as a document of its own                             *
025710*****************************************************************
025712 HOLD-LETTER.
025714     ADD 1 TO WS-HELD-LETTER-NO.
025716     MOVE BCS-REC-PID TO CD61I-PID.
025718     MOVE SPACES TO CD61I-EMAIL.
025720     MOVE WS-BUSINESS-DATE TO CD61I-BUSINESS-DATE.
025722     MOVE WS-PROGRAM-ID TO CD61I-SOURCE-PGM.
025724     SET CD61I-DOC-LETTER TO TRUE.
025726     MOVE WS-HELD-LETTER-NO TO CD61I-DOC-REF.
025728     SET CD61-REQUESTED-WRITE TO TRUE.
025730     MOVE BCS-REC-NAME TO WS-LTR-NAME.
025732     MOVE BCS-REC-ADDR1 TO WS-LTR-ADDR1.
025734     MOVE BCS-REC-POST-CODE TO WS-LTR-POST-CODE.
025736     MOVE WS-LETTER-LINE-1 TO CD61I-LINE.
025738     CALL 'DBANK61P' USING WS-MAIL-DATA.
025740     MOVE EVT-REC-DETAIL TO WS-LTR-DETAIL.
025742     MOVE WS-LETTER-LINE-2 TO CD61I-LINE.
025744     CALL 'DBANK61P' USING WS-MAIL-DATA.
025746     IF CD61O-RESP-OK
025748        ADD 1 TO WS-HELD-COUNT
025750     ELSE
025752        DISPLAY 'BBANK65P - LETTER NOT HELD: ' BCS-REC-PID
025754                ' ' CD61O-RESP-MSG
025756     END-IF.
025758 HOLD-LETTER-EXIT.
025760     EXIT.
025800
025900*****************************************************************
026000* Print the run trailer, close everything down and mark the     *
026500     MOVE WS-LETTER-COUNT TO WS-TRL-LETTER-COUNT.
026600     MOVE WS-SUPPRESSED-COUNT TO WS-TRL-SUPPRESSED-COUNT.
026700     MOVE WS-UNMATCHED-COUNT TO WS-TRL-UNMATCHED-COUNT.
026750     MOVE WS-HELD-COUNT TO WS-TRL-HELD-COUNT.
026800     WRITE NOTIF-LINE FROM WS-NOTIF-TRAILER-LINE.
026900     CLOSE BNKEVNT-FILE.
027000     CLOSE BNKCUST-FILE.
027100     CLOSE NOTIF-FILE.
027120     SET CD61-REQUESTED-CLOSE TO TRUE.
027140     CALL 'DBANK61P' USING WS-MAIL-DATA.
027200     SET CD53-REQUESTED-END TO TRUE.
027300     MOVE 'BBANK65P' TO CD53I-JOB-NAME.
027400     CALL 'DBANK53P' USING WS-RUNC-DATA.
