003500* mark written here on every paid serial makes a second        *
003600* presentment of the same serial bounce as a duplicate. Those  *
003700* returns ride the same RETOUT/RETRPT path as the NSF ones.    *
003710*                                                               *
003720* Items presented on the draft-control account (BNKPARM         *
003730* DRAFT-CTL-ACC) are the bank's own drafts, issued through      *
003740* DBANK64P. Each is judged against the BNKDRFT outstanding-     *
003750* draft register instead of the cheque controls - an unknown    *
003760* serial, one already paid, a cancelled or replaced (stopped)   *
003770* draft, or a different amount is returned - and a good one is  *
003780* paid off the control account with no funds test and marked    *
003790* paid on the register.                                         *
003800*****************************************************************
003900
004000 IDENTIFICATION DIVISION.
009200            ALTERNATE KEY IS HLD-REC-ALTKEY1 WITH DUPLICATES
009300            FILE STATUS  IS WS-BNKHOLD-STATUS.
009400
009410     SELECT OPTIONAL BNKDRFT-FILE
009420            ASSIGN       TO BNKDRFT
009430            ORGANIZATION IS INDEXED
009440            ACCESS MODE  IS RANDOM
009450            RECORD KEY   IS DFT-REC-SERIAL
009460            FILE STATUS  IS WS-BNKDRFT-STATUS.
009470
009500     SELECT RETOUT-FILE
009600            ASSIGN       TO RETOUT
009700            ORGANIZATION IS LINE SEQUENTIAL
013200 01  BNKHOLD-REC.
013300 COPY CBANKVHD.
013400
013420 FD  BNKDRFT-FILE.
013440 01  BNKDRFT-REC.
013460 COPY CBANKVDF.
013480
013500 FD  RETOUT-FILE.
013600 01  RETOUT-REC.
013700   05  RET-ACCNO                             PIC X(10).
015200   05  WS-BNKTXN-STATUS                      PIC X(2).
015300   05  WS-BNKHOLD-STATUS                     PIC X(2).
015400   05  WS-BNKCHQC-STATUS                     PIC X(2).
015450   05  WS-BNKDRFT-STATUS                     PIC X(2).
015500   05  WS-BNKTXNV-STATUS                     PIC X(2).
015600   05  WS-RETOUT-STATUS                      PIC X(2).
015700   05  WS-RETRPT-STATUS                      PIC X(2).
019400                                              VALUE 0.
019500   05  WS-RETURNED-TOTAL                     PIC S9(11)V99
019600                                              VALUE 0.
019610   05  WS-DRAFT-CTL-ACC                      PIC X(10) VALUE
019620       SPACES.
019630   05  WS-DRAFT-REG-FLAG                     PIC X(1).
019640       88  WS-DRAFT-REG-IN-FORCE              VALUE 'Y'.
019650       88  WS-DRAFT-REG-NOT-AVAILABLE         VALUE 'N'.
019660   05  WS-DRAFT-ITEM-FLAG                    PIC X(1).
019670       88  WS-DRAFT-ITEM                      VALUE 'Y'.
019680       88  WS-CUSTOMER-CHEQUE                 VALUE 'N'.
019700
019800 01  WS-RETURN-DETAIL-LINE.
019900   05  FILLER                                PIC X(4) VALUE
024200
024300 01  WS-RUNC-DATA.
024400 COPY CBANKD53.
024420
024440 01  WS-PEVT-DATA.
024460 COPY CBANKD59.
024470
024480 01  WS-PARM-DATA.
024490 COPY CBANKD54.
024500
024600 PROCEDURE DIVISION.
024700*****************************************************************
030500     ELSE
030600        SET WS-CHQCTL-NOT-AVAILABLE TO TRUE
030700     END-IF.
030705* Our own drafts are presented on the draft-control account
030710* and proved against the outstanding-draft register
030715     MOVE SPACES TO CD54-DATA.
030720     MOVE 'DRAFT-CTL-ACC' TO CD54I-NAME.
030725     MOVE WS-BUSINESS-DATE TO CD54I-AS-OF-DATE.
030730     CALL 'DBANK54P' USING WS-PARM-DATA.
030735     IF CD54O-FOUND
030740        MOVE CD54O-VALUE(1:10) TO WS-DRAFT-CTL-ACC
030745     END-IF.
030750     OPEN I-O    BNKDRFT-FILE.
030755     IF WS-BNKDRFT-STATUS IS EQUAL TO '00' OR
030760        WS-BNKDRFT-STATUS IS EQUAL TO '05'
030765        SET WS-DRAFT-REG-IN-FORCE TO TRUE
030770     ELSE
030775        SET WS-DRAFT-REG-NOT-AVAILABLE TO TRUE
030780     END-IF.
030800     OPEN OUTPUT RETOUT-FILE.
030900     OPEN OUTPUT RETRPT-FILE.
031000     SET WS-MORE-ITEMS-EXIST TO TRUE.
033100        BAC-REC-OD-LIMIT IS NOT NUMERIC
033200        MOVE 0 TO BAC-REC-OD-LIMIT
033300     END-IF.
033400     SET WS-CUSTOMER-CHEQUE TO TRUE.
033420     IF WS-DRAFT-CTL-ACC IS NOT EQUAL TO SPACES AND
033440        CHQ-ACCNO IS EQUAL TO WS-DRAFT-CTL-ACC
033460        SET WS-DRAFT-ITEM TO TRUE
033480     END-IF.
033500     IF WS-ACCOUNT-FOUND AND WS-DRAFT-ITEM
033520        PERFORM CHECK-DRAFT-REGISTER THRU
033540                CHECK-DRAFT-REGISTER-EXIT
033560     END-IF.
033580     IF WS-ACCOUNT-FOUND AND WS-CUSTOMER-CHEQUE
033600        PERFORM SUM-ACTIVE-HOLDS THRU
033620                SUM-ACTIVE-HOLDS-EXIT
033640        PERFORM CHECK-CHEQUE-CONTROL THRU
033660                CHECK-CHEQUE-CONTROL-EXIT
033680     END-IF.
034000     EVALUATE TRUE
034100       WHEN WS-ACCOUNT-NOT-FOUND
034200         MOVE 'ACCOUNT NOT FOUND' TO WS-RETURN-REASON
034600         MOVE 'ACCOUNT CLOSED' TO WS-RETURN-REASON
034700         PERFORM RETURN-ITEM THRU
034800                 RETURN-ITEM-EXIT
034900       WHEN BAC-REC-STATUS-DORMANT AND WS-CUSTOMER-CHEQUE
035000         MOVE 'ACCOUNT DORMANT' TO WS-RETURN-REASON
035100         PERFORM RETURN-ITEM THRU
035200                 RETURN-ITEM-EXIT
035400         MOVE WS-CHQ-CTL-REASON TO WS-RETURN-REASON
035500         PERFORM RETURN-ITEM THRU
035600                 RETURN-ITEM-EXIT
035610* Our own draft is paid off the control account - there is
035620* no funds test on the bank's own paper
035630       WHEN WS-DRAFT-ITEM
035640         PERFORM PAY-ITEM THRU
035650                 PAY-ITEM-EXIT
035700       WHEN BAC-REC-BALANCE + BAC-REC-OD-LIMIT
035800            - WS-ACTIVE-HOLDS IS LESS THAN CHQ-AMOUNT
035900         MOVE 'INSUFFICIENT FUNDS' TO WS-RETURN-REASON
037800     REWRITE BNKACC-REC.
037900     PERFORM POST-CHEQUE-TXN THRU
038000             POST-CHEQUE-TXN-EXIT.
038100     IF WS-DRAFT-ITEM
038120        PERFORM MARK-DRAFT-PAID THRU
038140                MARK-DRAFT-PAID-EXIT
038160     ELSE
038180        PERFORM WRITE-PAID-MARK THRU
038200                WRITE-PAID-MARK-EXIT
038220     END-IF.
038300     ADD 1 TO WS-PAID-COUNT.
038400     ADD CHQ-AMOUNT TO WS-PAID-TOTAL.
038500 PAY-ITEM-EXIT.
040300     COMPUTE BTX-REC-AMOUNT = 0 - CHQ-AMOUNT.
040400     MOVE BAC-REC-CURRENCY TO BTX-REC-CURRENCY.
040500     MOVE SPACES TO WS-BTX-NEW-REC.
040600     IF WS-DRAFT-ITEM
040620        MOVE 'BANK DRAFT PAID' TO WS-BTX-NEW-DESC
040640     ELSE
040660        MOVE 'CHEQUE PAID' TO WS-BTX-NEW-DESC
040680     END-IF.
040700     MOVE CHQ-SERIAL TO WS-BTX-NEW-REF(1:6).
040800     MOVE WS-BTX-NEW-REC TO BTX-REC-DATA-OLD.
040900     IF CHQ-PRESENT-DATE IS NUMERIC AND
041900     END-WRITE.
042000     PERFORM WRITE-VALUE-DATE-XREF THRU
042100             WRITE-VALUE-DATE-XREF-EXIT.
042120     PERFORM WRITE-POSTING-EVENT THRU
042140             WRITE-POSTING-EVENT-EXIT.
042200 POST-CHEQUE-TXN-EXIT.
042300     EXIT.
042400
055400 WRITE-PAID-MARK-EXIT.
055500     EXIT.
055600
055601*****************************************************************
055602* Judge one of our own drafts against the outstanding-draft     *
055603* register: it must be on file, still outstanding and for the   *
055604* amount it was issued for. A serial already paid is a second   *
055605* presentment; a cancelled draft, or one replaced after being   *
055606* reported lost, has been stopped. Leaves the return reason in  *
055607* WS-CHQ-CTL-REASON, spaces when the draft can be paid. Without *
055608* the register no draft can be proved, so every one goes back.  *
055609*****************************************************************
055610 CHECK-DRAFT-REGISTER.
055611     MOVE SPACES TO WS-CHQ-CTL-REASON.
055612     IF WS-DRAFT-REG-NOT-AVAILABLE
055613        MOVE 'DRAFT REGISTER UNAVAILABLE' TO WS-CHQ-CTL-REASON
055614        GO TO CHECK-DRAFT-REGISTER-EXIT
055615     END-IF.
055616     MOVE CHQ-SERIAL TO DFT-REC-SERIAL.
055617     READ BNKDRFT-FILE
055618          INVALID KEY CONTINUE
055619     END-READ.
055620     IF WS-BNKDRFT-STATUS IS NOT EQUAL TO '00' OR
055621        NOT DFT-REC-TYPE-DRAFT
055622        MOVE 'UNKNOWN DRAFT SERIAL' TO WS-CHQ-CTL-REASON
055623        GO TO CHECK-DRAFT-REGISTER-EXIT
055624     END-IF.
055625     EVALUATE TRUE
055626       WHEN DFT-REC-STATUS-PAID
055627         MOVE 'DUPLICATE PRESENTMENT' TO WS-CHQ-CTL-REASON
055628       WHEN DFT-REC-STATUS-CANCELLED
055629         MOVE 'DRAFT CANCELLED' TO WS-CHQ-CTL-REASON
055630       WHEN DFT-REC-STATUS-REPLACED
055631         MOVE 'DRAFT STOPPED - REPLACED' TO WS-CHQ-CTL-REASON
055632       WHEN NOT DFT-REC-STATUS-ISSUED
055633         MOVE 'UNKNOWN DRAFT SERIAL' TO WS-CHQ-CTL-REASON
055634       WHEN DFT-REC-AMOUNT IS NOT EQUAL TO CHQ-AMOUNT
055635         MOVE 'DRAFT AMOUNT MISMATCH' TO WS-CHQ-CTL-REASON
055636     END-EVALUATE.
055637 CHECK-DRAFT-REGISTER-EXIT.
055638     EXIT.
055639
055640*****************************************************************
055641* Mark the draft just paid on the register, so a second         *
055642* presentment of the same serial bounces                        *
055643*****************************************************************
055644 MARK-DRAFT-PAID.
055645     SET DFT-REC-STATUS-PAID TO TRUE.
055646     MOVE WS-BUSINESS-DATE TO DFT-REC-SETTLED-DATE.
055647     MOVE WS-PROGRAM-ID TO DFT-REC-SETTLED-BY.
055648     REWRITE BNKDRFT-REC
055649         INVALID KEY
055650            DISPLAY 'BBANK58P - DRAFT NOT MARKED PAID: '
055651                    DFT-REC-SERIAL
055652     END-REWRITE.
055653 MARK-DRAFT-PAID-EXIT.
055654     EXIT.
055655
055700*****************************************************************
055800* Total the account's active funds holds - status active and   *
055900* expiry blank or still ahead of the business date - via the   *
061300     CLOSE BNKACC-FILE.
061400     CLOSE BNKTXN-FILE.
061500     CLOSE BNKHOLD-FILE.
061550     CLOSE BNKDRFT-FILE.
061600     CLOSE BNKTXNV-FILE.
061700     CLOSE RETOUT-FILE.
061800     CLOSE RETRPT-FILE.
063600     END-WRITE.
063700 WRITE-VALUE-DATE-XREF-EXIT.
063800     EXIT.
063802
063804*****************************************************************
063806* Raise the posting event for the posting just written, so the  *
063808* downstream systems see it through the BNKPEVT interface       *
063810*****************************************************************
063812 WRITE-POSTING-EVENT.
063814     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' AND
063816        WS-BNKTXN-STATUS IS NOT EQUAL TO '02'
063818        GO TO WRITE-POSTING-EVENT-EXIT
063820     END-IF.
063822     MOVE SPACES TO CD59-DATA.
063824     MOVE BTX-RECORD TO CD59I-POSTING.
063826     MOVE 'BBANK58P' TO CD59I-SOURCE-PGM.
063828     CALL 'DBANK59P' USING WS-PEVT-DATA.
063830     IF NOT CD59O-RESP-OK
063832        DISPLAY 'BBANK58P - POSTING EVENT NOT RAISED: '
063834                BTX-REC-TIMESTAMP ' ' CD59O-RESP-MSG
063835        PERFORM ABEND-RUN THRU
063836                ABEND-RUN-EXIT
063837     END-IF.
063838 WRITE-POSTING-EVENT-EXIT.
063840     EXIT.
063900
064000*****************************************************************
064100* A posting is on file that its event could not follow - stop   *
064200* the step here rather than go on posting without events, and   *
064300* record the abend with run control so the step may be rerun    *
064400*****************************************************************
064500 ABEND-RUN.
064600     DISPLAY 'BBANK58P - STEP ABENDED, POSTING EVENT NOT RAISED'.
064700     MOVE SPACES TO CD53-DATA.
064800     SET CD53-REQUESTED-ABEND TO TRUE.
064900     MOVE 'BBANK58P' TO CD53I-JOB-NAME.
065000     CALL 'DBANK53P' USING WS-RUNC-DATA.
065100     MOVE 16 TO RETURN-CODE.
065200     STOP RUN.
065300 ABEND-RUN-EXIT.
065400     EXIT.
065500
065600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
