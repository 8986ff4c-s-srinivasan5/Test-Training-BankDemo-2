002600* defaults to the year before the business date - the normal    *
002700* year-end case; setting the parameter reproduces any year a    *
002800* customer has lost the certificate for.                        *
002820* A customer flagged gone away is not posted a summary: it is   *
002840* emailed or held on the BNKHMAIL register through DBANK61P.    *
002900*****************************************************************
003000
003100 IDENTIFICATION DIVISION.
010210   05  WS-TAX-GRAND-TOTAL                    PIC S9(13)V99
010220                                              VALUE 0.
010230   05  WS-NET-AMOUNT                         PIC S9(11)V99.
010235   05  WS-DIVERTED-COUNT                     PIC 9(7) VALUE 0.
010240   05  WS-OUT-LINE                           PIC X(80).
010245   05  WS-DIVERSION-FLAG                     PIC X(1) VALUE 'N'.
010250       88  WS-DIVERSION-AVAILABLE             VALUE 'Y'.
010255       88  WS-DIVERSION-UNAVAILABLE           VALUE 'N'.
010260   05  WS-STMT-ROUTE-FLAG                    PIC X(1).
010265       88  WS-STMT-DIVERTED                   VALUE 'D'.
010270       88  WS-STMT-PRINTED                    VALUE 'P'.
010300
010400 01  WS-PID-TABLE-AREA.
010500   05  WS-PID-COUNT                          PIC 9(4) VALUE 0.
016570   05  WS-CTL-OVERFLOW-COUNT                 PIC ZZZZZZ9.
016580   05  FILLER                                PIC X(52) VALUE
016590       SPACES.
016591
016592 01  WS-CTL-DIVERTED-LINE.
016593   05  FILLER                                PIC X(31) VALUE
016594       'STATEMENTS DIVERTED (GONE AWAY)'.
016595   05  FILLER                                PIC X(2) VALUE
016596       ': '.
016597   05  WS-CTL-DIVERTED-COUNT                 PIC ZZZZZZ9.
016598   05  FILLER                                PIC X(50) VALUE
016599       SPACES.
016600
016700 01  WS-COMMAREA.
016800 COPY CIOFUNCS.
017500 01  WS-RUNC-DATA.
017600 COPY CBANKD53.
017700
017720 01  WS-MAIL-DATA.
017740 COPY CBANKD61.
017760
017800 01  WS-PARM-DATA.
017900 COPY CBANKD54.
018000
024000     OPEN INPUT  BNKCUST-FILE.
024100     OPEN OUTPUT TAXSTMT-FILE.
024200     OPEN OUTPUT TAXCTL-FILE.
024210     MOVE SPACES TO CD61-DATA.
024220     SET CD61-REQUESTED-OPEN TO TRUE.
024230     CALL 'DBANK61P' USING WS-MAIL-DATA.
024240     IF CD61O-RESP-OK
024250        SET WS-DIVERSION-AVAILABLE TO TRUE
024260     ELSE
024270        DISPLAY 'BBANK67P - GONE-AWAY STATEMENTS PRINTED: '
024280                CD61O-RESP-MSG
024290     END-IF.
024300     SET WS-MORE-RECORDS-EXIST TO TRUE.
024410* The value-date mode serves exactly the reporting year,
024420* wherever the capture timestamps fell and whether the
032100        GO TO PRINT-ONE-STATEMENT-EXIT
032200     END-IF.
032300     ADD 1 TO WS-STATEMENT-COUNT.
032305* A customer whose post is coming back gets the summary
032310* emailed or held on the register instead of printed
032315     IF BCS-REC-MAIL-GONE-AWAY AND WS-DIVERSION-AVAILABLE
032320        SET WS-STMT-DIVERTED TO TRUE
032325        ADD 1 TO WS-DIVERTED-COUNT
032330        MOVE BCS-REC-PID TO CD61I-PID
032335        MOVE BCS-REC-EMAIL TO CD61I-EMAIL
032340        MOVE WS-BUSINESS-DATE TO CD61I-BUSINESS-DATE
032345        MOVE WS-PROGRAM-ID TO CD61I-SOURCE-PGM
032350        SET CD61I-DOC-TAX-SUMMARY TO TRUE
032355        MOVE SPACES TO CD61I-DOC-REF
032360        STRING 'TAXSUM' DELIMITED BY SIZE
032365               WS-REPORT-YEAR-X DELIMITED BY SIZE
032370           INTO CD61I-DOC-REF
032375     ELSE
032380        SET WS-STMT-PRINTED TO TRUE
032385     END-IF.
032400     MOVE WS-REPORT-YEAR-X TO WS-HDR-YEAR.
032500     MOVE WS-PID-ID (WS-PID-IDX) TO WS-HDR-PID.
032600     MOVE WS-STMT-HEADER-LINE TO WS-OUT-LINE.
032620     PERFORM WRITE-TAX-LINE THRU
032640             WRITE-TAX-LINE-EXIT.
032700     MOVE BCS-REC-NAME TO WS-NAM-NAME.
032800     MOVE WS-STMT-NAME-LINE TO WS-OUT-LINE.
032820     PERFORM WRITE-TAX-LINE THRU
032840             WRITE-TAX-LINE-EXIT.
032900     MOVE BCS-REC-ADDR1 TO WS-ADR-ADDR1.
033000     MOVE BCS-REC-POST-CODE TO WS-ADR-POST-CODE.
033100     MOVE WS-STMT-ADDR-LINE TO WS-OUT-LINE.
033120     PERFORM WRITE-TAX-LINE THRU
033140             WRITE-TAX-LINE-EXIT.
033200     MOVE WS-PID-INTEREST (WS-PID-IDX) TO WS-TOT-INTEREST.
033300     MOVE WS-STMT-TOTAL-LINE TO WS-OUT-LINE.
033302     PERFORM WRITE-TAX-LINE THRU
033304             WRITE-TAX-LINE-EXIT.
033310     MOVE WS-PID-TAX (WS-PID-IDX) TO WS-TOT-TAX.
033320     MOVE WS-STMT-TAX-LINE TO WS-OUT-LINE.
033322     PERFORM WRITE-TAX-LINE THRU
033324             WRITE-TAX-LINE-EXIT.
033330     COMPUTE WS-NET-AMOUNT =
033340             WS-PID-INTEREST (WS-PID-IDX) -
033350             WS-PID-TAX (WS-PID-IDX).
033360     MOVE WS-NET-AMOUNT TO WS-TOT-NET.
033370     MOVE WS-STMT-NET-LINE TO WS-OUT-LINE.
033380     PERFORM WRITE-TAX-LINE THRU
033390             WRITE-TAX-LINE-EXIT.
033400     MOVE SPACES TO WS-OUT-LINE.
033450     PERFORM WRITE-TAX-LINE THRU
033500             WRITE-TAX-LINE-EXIT.
033600 PRINT-ONE-STATEMENT-EXIT.
033700     EXIT.
033800
033805*****************************************************************
033810* Print one summary line, or hand it to DBANK61P when this      *
033815* customer's summary is being diverted                          *
033820*****************************************************************
033825 WRITE-TAX-LINE.
033830     IF WS-STMT-PRINTED
033835        WRITE TAXSTMT-LINE FROM WS-OUT-LINE
033840        GO TO WRITE-TAX-LINE-EXIT
033845     END-IF.
033850     SET CD61-REQUESTED-WRITE TO TRUE.
033855     MOVE WS-OUT-LINE TO CD61I-LINE.
033860     CALL 'DBANK61P' USING WS-MAIL-DATA.
033865     IF NOT CD61O-RESP-OK
033870        DISPLAY 'BBANK67P - SUMMARY LINE NOT DIVERTED: '
033875                CD61I-PID ' ' CD61O-RESP-MSG
033880     END-IF.
033885 WRITE-TAX-LINE-EXIT.
033890     EXIT.
033895
033900*****************************************************************
034000* Write the grand-total control report, close everything down   *
034100* and mark the run complete                                     *
034840        DISPLAY 'BBANK67P - CUSTOMER TABLE FULL, POSTINGS '
034850                'DROPPED: ' WS-OVERFLOW-COUNT
034860     END-IF.
034865     IF WS-DIVERTED-COUNT IS GREATER THAN 0
034870        MOVE WS-DIVERTED-COUNT TO WS-CTL-DIVERTED-COUNT
034875        WRITE TAXCTL-LINE FROM WS-CTL-DIVERTED-LINE
034880     END-IF.
034900     SET IO-REQUEST-FUNCTION-CLOSE TO TRUE.
035000     CALL 'DBANK52P' USING WS-COMMAREA.
035100     CLOSE BNKCUST-FILE.
035120     SET CD61-REQUESTED-CLOSE TO TRUE.
035140     CALL 'DBANK61P' USING WS-MAIL-DATA.
035200     CLOSE TAXSTMT-FILE.
035300     CLOSE TAXCTL-FILE.
035400     SET CD53-REQUESTED-END TO TRUE.
