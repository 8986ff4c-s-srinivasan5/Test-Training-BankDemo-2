002050* BNKACC itself is still accessed directly, but only at random   *
002060* by account number, to REWRITE the last-statement fields once   *
002070* DBANK51P has told us the account is done.                      *
002075*                                                               *
002080* The statement of a customer flagged gone away is not printed: *
002085* its lines go to DBANK61P, which emails it or holds it on the  *
002090* BNKHMAIL register until the address is put right.             *
002100*****************************************************************
002200
002300 IDENTIFICATION DIVISION.
010200   05  WS-OPENING-BAL                        PIC S9(9)V99.
010300   05  WS-CLOSING-BAL                        PIC S9(9)V99.
010400   05  WS-NET-MOVEMENT                       PIC S9(9)V99.
010410   05  WS-DIVERTED-COUNT                     PIC 9(7) VALUE 0.
010420   05  WS-OUT-LINE                           PIC X(80).
010430   05  WS-DIVERSION-FLAG                     PIC X(1) VALUE 'N'.
010440       88  WS-DIVERSION-AVAILABLE             VALUE 'Y'.
010450       88  WS-DIVERSION-UNAVAILABLE           VALUE 'N'.
010460   05  WS-STMT-ROUTE-FLAG                    PIC X(1).
010470       88  WS-STMT-DIVERTED                   VALUE 'D'.
010480       88  WS-STMT-PRINTED                    VALUE 'P'.
010500
010600 01  WS-REPORT-LINES.
010700   05  WS-HDR-LINE.
014000     10  FILLER                              PIC X(24)
014100         VALUE 'STATEMENTS PRODUCED:   '.
014200     10  WS-TRAILER-COUNT                    PIC ZZZZZZ9.
014220     10  FILLER                             PIC X(4) VALUE SPACES.
014240     10  FILLER                              PIC X(10)
014260         VALUE 'DIVERTED: '.
014280     10  WS-TRAILER-DIVERTED                 PIC ZZZZZZ9.
014300     10  FILLER                            PIC X(28) VALUE SPACES.
014400

014420 01  WS-COMMAREA.
014464 01  WS-RUNC-DATA.
014465 COPY CBANKD53.

014475 01  WS-MAIL-DATA.
014485 COPY CBANKD61.

014500 PROCEDURE DIVISION.
014600*****************************************************************
014700* Main line of control                                          *
016370     END-IF.
016400     OPEN I-O    BNKACC-FILE.
016700     OPEN OUTPUT STMT-FILE.
016710     MOVE SPACES TO CD61-DATA.
016720     SET CD61-REQUESTED-OPEN TO TRUE.
016730     CALL 'DBANK61P' USING WS-MAIL-DATA.
016740     IF CD61O-RESP-OK
016750        SET WS-DIVERSION-AVAILABLE TO TRUE
016760     ELSE
016770        DISPLAY 'BBANK40P - GONE-AWAY STATEMENTS PRINTED: '
016780                CD61O-RESP-MSG
016790     END-IF.
016800     SET WS-MORE-ACCOUNTS-EXIST TO TRUE.
016810     MOVE SPACES TO WS-COMMAREA.
016820     SET IO-REQUEST-FUNCTION-OPEN TO TRUE.
018710     MOVE CD51O-ACC-NO TO WS-TARGET-ACCNO.
018800     MOVE CD51O-NAME TO WS-HDR-NAME.
018900     MOVE CD51O-ACC-CURRENCY TO WS-HDR-CURRENCY.
018905* A customer whose post is coming back gets the statement
018910* emailed or held on the register instead of printed
018915     IF CD51O-MAIL-GONE-AWAY AND WS-DIVERSION-AVAILABLE
018920        SET WS-STMT-DIVERTED TO TRUE
018925        ADD 1 TO WS-DIVERTED-COUNT
018930        MOVE CD51O-PID TO CD61I-PID
018935        MOVE CD51O-EMAIL TO CD61I-EMAIL
018940        MOVE WS-BUSINESS-DATE TO CD61I-BUSINESS-DATE
018945        MOVE WS-PROGRAM-ID TO CD61I-SOURCE-PGM
018950        SET CD61I-DOC-STATEMENT TO TRUE
018955        MOVE CD51O-ACC-NO TO CD61I-DOC-REF
018960     ELSE
018965        SET WS-STMT-PRINTED TO TRUE
018970     END-IF.
019000     MOVE WS-HDR-LINE TO WS-OUT-LINE.
019020     PERFORM WRITE-STATEMENT-LINE THRU
019040             WRITE-STATEMENT-LINE-EXIT.
019100     MOVE WS-OPENING-BAL TO WS-OPEN-BAL-OUT.
019200     MOVE WS-OPEN-LINE TO WS-OUT-LINE.
019220     PERFORM WRITE-STATEMENT-LINE THRU
019240             WRITE-STATEMENT-LINE-EXIT.
019300*
019310* Browse this account's activity via DBANK52P instead of BNKTXN
019320* directly, sharing WS-COMMAREA's CD51/CD52 areas the way
020700*
020800     MOVE WS-CLOSING-BAL TO WS-CLOSE-BAL-OUT.
020900     MOVE WS-TXN-COUNT TO WS-CLOSE-TXN-COUNT.
021000     MOVE WS-CLOSE-LINE TO WS-OUT-LINE.
021050     PERFORM WRITE-STATEMENT-LINE THRU
021100             WRITE-STATEMENT-LINE-EXIT.
021150     MOVE SPACES TO WS-OUT-LINE.
021200     PERFORM WRITE-STATEMENT-LINE THRU
021250             WRITE-STATEMENT-LINE-EXIT.
021300     ADD 1 TO WS-ACCOUNT-COUNT.
021400*
021500* Record that this account has now been statemented as of today
024100        MOVE CD52O-TYPE TO WS-DET-TYPE
024200        MOVE CD52O-AMOUNT TO WS-DET-AMOUNT
024900        MOVE CD52O-DESC TO WS-DET-DESC
025100        MOVE WS-DETAIL-LINE TO WS-OUT-LINE
025150        PERFORM WRITE-STATEMENT-LINE THRU
025200                WRITE-STATEMENT-LINE-EXIT
025300     END-IF.
025350     PERFORM GET-NEXT-TXN.
025400 PROCESS-ACCOUNT-TXN-EXIT.
025500     EXIT.

025505*****************************************************************
025510* Print one statement line, or hand it to DBANK61P when this    *
025515* statement is being diverted                                   *
025520*****************************************************************
025525 WRITE-STATEMENT-LINE.
025530     IF WS-STMT-PRINTED
025535        WRITE STMT-LINE FROM WS-OUT-LINE
025540        GO TO WRITE-STATEMENT-LINE-EXIT
025545     END-IF.
025550     SET CD61-REQUESTED-WRITE TO TRUE.
025555     MOVE WS-OUT-LINE TO CD61I-LINE.
025560     CALL 'DBANK61P' USING WS-MAIL-DATA.
025565     IF NOT CD61O-RESP-OK
025570        DISPLAY 'BBANK40P - STATEMENT LINE NOT DIVERTED: '
025575                CD61I-DOC-REF ' ' CD61O-RESP-MSG
025580     END-IF.
025585 WRITE-STATEMENT-LINE-EXIT.
025590     EXIT.
025600
025700*****************************************************************
025800* Print the run trailer and close everything down               *
025900*****************************************************************
026000 TERMINATE-RUN.
026100     MOVE WS-ACCOUNT-COUNT TO WS-TRAILER-COUNT.
026150     MOVE WS-DIVERTED-COUNT TO WS-TRAILER-DIVERTED.
026200     WRITE STMT-LINE FROM WS-TRAILER-LINE.
026210     SET IO-REQUEST-FUNCTION-CLOSE TO TRUE.
026220     CALL 'DBANK51P' USING WS-COMMAREA.
026300     CLOSE BNKACC-FILE.
026400     SET CD61-REQUESTED-CLOSE TO TRUE.
026500     CALL 'DBANK61P' USING WS-MAIL-DATA.
026600     CLOSE STMT-FILE.
026601     SET CD53-REQUESTED-END TO TRUE.
026602     MOVE 'BBANK40P' TO CD53I-JOB-NAME.
