002500* balance. A payment that cannot be executed is queued to      *
002600* BNKSUSP and stays pending, so every later run retries it     *
002700* until staff cancel or it pays. The WHRPT register reports    *
002800* the night's releases. A pre-funded item - an account         *
002810* closure's residual payout, debited at closure - goes onto     *
002820* WHOUTCLR and BNKREMIT without any further debit.              *
002830* Every external item is screened against the sanctions         *
002840* watchlist through DBANK55P before it goes onto WHOUTCLR. A    *
002850* possible match is still debited and marked paid, but its      *
002860* clearing record waits on the BNKSCRQ review item and its      *
002870* BNKREMIT row is written 'H' held. Each run starts by taking   *
002880* back the items it held that a supervisor has since cleared    *
002890* (sent under the business date) or confirmed (marked blocked). *
002891* An item of a corporate bulk payment file (BBANKA7P) has no    *
002892* debit of its own: the first due item reached debits the whole *
002893* file once, as one BULK PAYMENT posting noted on BNKBULK, or   *
002894* queues the file to BNKSUSP once when the account cannot fund  *
002895* it. An internal item whose destination is no longer usable is *
002896* credited back to the debit account and cancelled.             *
002900*****************************************************************
003000
003100 IDENTIFICATION DIVISION.
009200            RECORD KEY   IS RMT-REC-KEY
009300            FILE STATUS  IS WS-BNKREMIT-STATUS.
009400
009410     SELECT BNKBULK-FILE
009420            ASSIGN       TO BNKBULK
009430            ORGANIZATION IS INDEXED
009440            ACCESS MODE  IS RANDOM
009450            RECORD KEY   IS BLK-REC-KEY
009460            FILE STATUS  IS WS-BNKBULK-STATUS.
009470
009500     SELECT WHCLR-FILE
009600            ASSIGN       TO WHOUTCLR
009700            ORGANIZATION IS LINE SEQUENTIAL
013200 FD  BNKREMIT-FILE.
013300 01  BNKREMIT-REC.
013400 COPY CBANKVRM.
013420
013440 FD  BNKBULK-FILE.
013460 01  BNKBULK-REC.
013480 COPY CBANKVBU.
013500
013600 FD  WHCLR-FILE.
013700 01  WHCLR-LINE                               PIC X(90).
018300   05  WS-HOLD-BROWSE-FLAG                   PIC X(1).
018400       88  WS-HOLDS-FOUND                     VALUE 'Y'.
018500       88  WS-NO-HOLDS-FOUND                  VALUE 'N'.
018505   05  WS-HELD-COUNT                         PIC 9(7) VALUE 0.
018510   05  WS-RELEASED-COUNT                     PIC 9(7) VALUE 0.
018515   05  WS-BLOCKED-COUNT                      PIC 9(7) VALUE 0.
018520   05  WS-SCREEN-RESUME-ID                   PIC X(26).
018525   05  WS-SCREEN-HOLD-FLAG                   PIC X(1).
018530       88  WS-PAYMENT-HELD                    VALUE 'Y'.
018535       88  WS-PAYMENT-NOT-HELD                VALUE 'N'.
018540   05  WS-MORE-SCREENED-FLAG                 PIC X(1).
018545       88  WS-MORE-SCREENED-ITEMS             VALUE 'Y'.
018550       88  WS-NO-MORE-SCREENED-ITEMS          VALUE 'N'.
018555   05  WS-REMIT-FOUND-FLAG                   PIC X(1).
018560       88  WS-REMIT-FOUND                     VALUE 'Y'.
018565       88  WS-REMIT-NOT-FOUND                 VALUE 'N'.
018566   05  WS-BNKBULK-STATUS                     PIC X(2).
018567   05  WS-TXN-DESC                           PIC X(30).
018568   05  WS-TXN-REF                            PIC X(12).
018569   05  WS-BULK-DEBIT-COUNT                   PIC 9(7) VALUE 0.
018570   05  WS-RETURNED-COUNT                     PIC 9(7) VALUE 0.
018571   05  WS-BULK-TOTAL                         PIC S9(9)V99.
018572   05  WS-BULK-FAIL-REASON                   PIC X(30).
018573   05  WS-BULK-KEY                           VALUE SPACES.
018574     10  WS-BULK-FROM-ACC                    PIC X(10).
018575     10  WS-BULK-FILE-REF                    PIC X(12).
018576   05  WS-BULK-STATE-FLAG                    PIC X(1).
018577       88  WS-BULK-DEBITED                    VALUE 'Y'.
018578       88  WS-BULK-NOT-DEBITED                VALUE 'N'.
018579   05  WS-BULK-ITEM-FLAG                     PIC X(1).
018580       88  WS-BULK-ITEM-PAID                  VALUE 'P'.
018581       88  WS-BULK-ITEM-RETURNED              VALUE 'R'.
018582   05  WS-MORE-BULK-FLAG                     PIC X(1).
018583       88  WS-MORE-BULK-ITEMS                 VALUE 'Y'.
018584       88  WS-NO-MORE-BULK-ITEMS              VALUE 'N'.
018585   05  WS-SAVED-FWP-REC                      PIC X(160).
018600
018700 01  WS-BTX-NEW-REC.
018800   05  WS-BTX-NEW-DESC                       PIC X(30).
020100   05  WS-CLR-CURRENCY                       PIC X(3).
020200   05  FILLER                                PIC X(2) VALUE
020300       SPACES.
020305
020310 01  WS-HELD-CLEARING-ITEM.
020315   05  WS-HELD-CLR-TYPE                      PIC X(2).
020320   05  WS-HELD-CLR-PAYMENT-NO                PIC X(10).
020325   05  WS-HELD-CLR-VALUE-DATE                PIC X(8).
020330   05  WS-HELD-CLR-EXT-BANK                  PIC X(8).
020335   05  WS-HELD-CLR-EXT-ACCNO                 PIC X(16).
020340   05  WS-HELD-CLR-EXT-NAME                  PIC X(30).
020345   05  WS-HELD-CLR-AMOUNT                    PIC 9(9)V99.
020350   05  WS-HELD-CLR-CURRENCY                  PIC X(3).
020355   05  FILLER                                PIC X(2).
020400
020500 01  WS-WHRPT-DETAIL-LINE.
020600   05  FILLER                                PIC X(2) VALUE
023400   05  WS-TRL-FAILED-COUNT                   PIC ZZZZZZ9.
023500   05  FILLER                                PIC X(26) VALUE
023600       SPACES.
023602
023604 01  WS-WHRPT-SCREEN-LINE.
023606   05  FILLER                                PIC X(2) VALUE
023608       SPACES.
023610   05  WS-SCR-PAYMENT-NO                     PIC X(10).
023612   05  FILLER                                PIC X(2) VALUE
023614       SPACES.
023616   05  WS-SCR-RESULT                         PIC X(24).
023618   05  FILLER                                PIC X(2) VALUE
023620       SPACES.
023622   05  WS-SCR-REVIEW-ID                      PIC X(26).
023624   05  FILLER                                PIC X(14) VALUE
023626       SPACES.
023628
023630 01  WS-WHRPT-SCREEN-TRAILER.
023632   05  FILLER                                PIC X(20) VALUE
023634       'HELD FOR SCREENING: '.
023636   05  WS-TRL-HELD-COUNT                     PIC ZZZZZZ9.
023638   05  FILLER                                PIC X(2) VALUE
023640       SPACES.
023642   05  FILLER                                PIC X(10) VALUE
023644       'RELEASED: '.
023646   05  WS-TRL-RELEASED-COUNT                 PIC ZZZZZZ9.
023648   05  FILLER                                PIC X(2) VALUE
023650       SPACES.
023652   05  FILLER                                PIC X(9) VALUE
023654       'BLOCKED: '.
023656   05  WS-TRL-BLOCKED-COUNT                  PIC ZZZZZZ9.
023658   05  FILLER                                PIC X(16) VALUE
023660       SPACES.
023662
023664 01  WS-WHRPT-BULK-TRAILER.
023666   05  FILLER                                PIC X(20) VALUE
023668       'BULK FILES DEBITED: '.
023670   05  WS-TRL-BULK-COUNT                     PIC ZZZZZZ9.
023672   05  FILLER                                PIC X(2) VALUE
023674       SPACES.
023676   05  FILLER                                PIC X(16) VALUE
023678       'ITEMS RETURNED: '.
023680   05  WS-TRL-RETURNED-COUNT                 PIC ZZZZZZ9.
023682   05  FILLER                                PIC X(28) VALUE
023684       SPACES.
023700
023800 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
023900     88  WS-RUN-ALLOWED                     VALUE 'Y'.
024100
024200 01  WS-RUNC-DATA.
024300 COPY CBANKD53.
024302
024304 01  WS-PEVT-DATA.
024306 COPY CBANKD59.
024310
024320 01  WS-SCREEN-DATA.
024330 COPY CBANKD55.
024400
024500 PROCEDURE DIVISION.
024600*****************************************************************
029100        MOVE WS-TODAY-DATE-X TO WS-BUSINESS-DATE
029200     END-IF.
029300     OPEN I-O   BNKFWPY-FILE.
029350     OPEN I-O   BNKBULK-FILE.
029400     OPEN I-O   BNKACC-FILE.
029500     OPEN I-O   BNKTXN-FILE.
029600     OPEN I-O   BNKTXNV-FILE.
029900     OPEN I-O   BNKREMIT-FILE.
030000     OPEN OUTPUT WHCLR-FILE.
030100     OPEN OUTPUT WHRPT-FILE.
030110     PERFORM RELEASE-SCREENED-ITEMS THRU
030120             RELEASE-SCREENED-ITEMS-EXIT.
030200     SET WS-MORE-ITEMS-EXIST TO TRUE.
030300     MOVE LOW-VALUES TO FWP-REC-PAYMENT-NO.
030400     START BNKFWPY-FILE KEY GREATER THAN FWP-REC-PAYMENT-NO
033600 RELEASE-PAYMENT.
033700     SET WS-RELEASE-OK TO TRUE.
033800     MOVE SPACES TO WS-FAIL-REASON.
033805     SET WS-PAYMENT-NOT-HELD TO TRUE.
033810* A pre-funded item (an account closure's residual payout) was
033820* debited when it was created and its from account is closed
033830* by design - it only goes onto the outbound clearing file
033840     IF FWP-REC-FUNDED
033850        PERFORM WRITE-OUTBOUND-ITEM THRU
033860                WRITE-OUTBOUND-ITEM-EXIT
033870        GO TO RELEASE-PAYMENT-MARK-PAID
033880     END-IF.
033881* A bulk file item is paid away without a debit of its own
033882     IF FWP-REC-BULK
033883        PERFORM DEBIT-BULK-FILE THRU
033884                DEBIT-BULK-FILE-EXIT
033885        IF WS-BULK-NOT-DEBITED
033886           MOVE WS-BULK-FAIL-REASON TO WS-FAIL-REASON
033887           SET WS-RELEASE-FAILED TO TRUE
033888           GO TO RELEASE-PAYMENT-REPORT
033889        END-IF
033890        PERFORM PAY-BULK-ITEM THRU
033891                PAY-BULK-ITEM-EXIT
033892        IF WS-BULK-ITEM-RETURNED
033893           GO TO RELEASE-PAYMENT-REPORT
033894        END-IF
033895        GO TO RELEASE-PAYMENT-MARK-PAID
033896     END-IF.
033900* Validate the from account and its available balance
034000     MOVE FWP-REC-FROM-ACC TO BAC-REC-ACCNO.
034100     SET WS-ACCOUNT-FOUND TO TRUE.
039700     MOVE FWP-REC-FROM-ACC TO WS-TXN-ACCNO.
039800     MOVE WS-FROM-PID TO WS-TXN-PID.
039900     MOVE WS-FROM-CCY TO WS-TXN-CURRENCY.
039920     MOVE 'WAREHOUSED PAYMENT' TO WS-TXN-DESC.
039940     MOVE FWP-REC-PAYMENT-NO TO WS-TXN-REF.
040000     PERFORM POST-WAREHOUSE-TXN THRU
040100             POST-WAREHOUSE-TXN-EXIT.
040200     IF FWP-REC-DEST-INTERNAL
041000        MOVE FWP-REC-TO-ACC TO WS-TXN-ACCNO
041100        MOVE BAC-REC-PID TO WS-TXN-PID
041200        MOVE BAC-REC-CURRENCY TO WS-TXN-CURRENCY
041220        MOVE 'WAREHOUSED PAYMENT' TO WS-TXN-DESC
041240        MOVE FWP-REC-PAYMENT-NO TO WS-TXN-REF
041300        PERFORM POST-WAREHOUSE-TXN THRU
041400                POST-WAREHOUSE-TXN-EXIT
041500     ELSE
041600        PERFORM WRITE-OUTBOUND-ITEM THRU
041700                WRITE-OUTBOUND-ITEM-EXIT
041800     END-IF.
041850 RELEASE-PAYMENT-MARK-PAID.
041900     SET FWP-REC-STATUS-PAID TO TRUE.
042000     MOVE WS-BUSINESS-DATE TO FWP-REC-PAID-DATE.
042100     REWRITE BNKFWPY-REC.
042500     MOVE FWP-REC-FROM-ACC TO WS-DET-FROM-ACC.
042600     MOVE FWP-REC-AMOUNT TO WS-DET-AMOUNT.
042700     IF WS-RELEASE-OK
042800        IF WS-PAYMENT-HELD
042810           ADD 1 TO WS-HELD-COUNT
042820           MOVE 'PAID - HELD FOR SCREENING' TO WS-DET-RESULT
042830        ELSE
042840           IF FWP-REC-STATUS-CANCELLED
042842              MOVE WS-FAIL-REASON TO WS-DET-RESULT
042844           ELSE
042846              MOVE 'PAID' TO WS-DET-RESULT
042848           END-IF
042850        END-IF
042900     ELSE
043000        ADD 1 TO WS-FAILED-COUNT
043100        MOVE WS-FAIL-REASON TO WS-DET-RESULT
043200* A bulk file that could not be debited was queued once already
043220        IF NOT FWP-REC-BULK
043240           PERFORM WRITE-RELEASE-EXCEPTION THRU
043260                   WRITE-RELEASE-EXCEPTION-EXIT
043280        END-IF
043400     END-IF.
043500     WRITE WHRPT-LINE FROM WS-WHRPT-DETAIL-LINE.
043600 RELEASE-PAYMENT-EXIT.
044800     MOVE FWP-REC-EXT-NAME TO WS-CLR-EXT-NAME.
044900     MOVE FWP-REC-AMOUNT TO WS-CLR-AMOUNT.
045000     MOVE FWP-REC-CURRENCY TO WS-CLR-CURRENCY.
045100     PERFORM SCREEN-OUTBOUND-ITEM THRU
045110             SCREEN-OUTBOUND-ITEM-EXIT.
045120     IF WS-PAYMENT-NOT-HELD
045130        WRITE WHCLR-LINE FROM WS-WHCLR-DETAIL
045140     END-IF.
045200     MOVE LOW-VALUES TO RMT-RECORD.
045300     MOVE FWP-REC-PAYMENT-NO TO RMT-REC-ORDER-NO.
045400     MOVE WS-BUSINESS-DATE TO RMT-REC-VALUE-DATE.
045800     MOVE FWP-REC-EXT-NAME TO RMT-REC-EXT-NAME.
045900     MOVE FWP-REC-AMOUNT TO RMT-REC-AMOUNT.
046000     MOVE FWP-REC-CURRENCY TO RMT-REC-CURRENCY.
046100     IF WS-PAYMENT-HELD
046110        SET RMT-REC-STATUS-HELD TO TRUE
046120     ELSE
046130        SET RMT-REC-STATUS-SENT TO TRUE
046140     END-IF.
046200     MOVE SPACES TO RMT-REC-RETURN-REASON.
046300     MOVE SPACES TO RMT-REC-RETURN-DATE.
046400     MOVE WS-PROGRAM-ID TO RMT-REC-SOURCE-PGM.
055300     MOVE WS-TXN-AMOUNT TO BTX-REC-AMOUNT.
055400     MOVE WS-TXN-CURRENCY TO BTX-REC-CURRENCY.
055500     MOVE SPACES TO WS-BTX-NEW-REC.
055600     MOVE WS-TXN-DESC TO WS-BTX-NEW-DESC.
055700     MOVE WS-TXN-REF TO WS-BTX-NEW-REF.
055800     MOVE WS-BTX-NEW-REC TO BTX-REC-DATA-OLD.
055900     MOVE WS-BUSINESS-DATE TO BTX-REC-POST-DATE.
056000     WRITE BTX-RECORD
056400     END-WRITE.
056500     PERFORM WRITE-VALUE-DATE-XREF THRU
056600             WRITE-VALUE-DATE-XREF-EXIT.
056620     PERFORM WRITE-POSTING-EVENT THRU
056640             WRITE-POSTING-EVENT-EXIT.
056700 POST-WAREHOUSE-TXN-EXIT.
056800     EXIT.
056900
057600     MOVE WS-PAID-COUNT TO WS-TRL-PAID-COUNT.
057700     MOVE WS-FAILED-COUNT TO WS-TRL-FAILED-COUNT.
057800     WRITE WHRPT-LINE FROM WS-WHRPT-TRAILER-LINE.
057810     MOVE WS-HELD-COUNT TO WS-TRL-HELD-COUNT.
057820     MOVE WS-RELEASED-COUNT TO WS-TRL-RELEASED-COUNT.
057830     MOVE WS-BLOCKED-COUNT TO WS-TRL-BLOCKED-COUNT.
057840     WRITE WHRPT-LINE FROM WS-WHRPT-SCREEN-TRAILER.
057850     MOVE WS-BULK-DEBIT-COUNT TO WS-TRL-BULK-COUNT.
057860     MOVE WS-RETURNED-COUNT TO WS-TRL-RETURNED-COUNT.
057870     WRITE WHRPT-LINE FROM WS-WHRPT-BULK-TRAILER.
057900     CLOSE BNKFWPY-FILE.
058000     CLOSE BNKACC-FILE.
058100     CLOSE BNKTXN-FILE.
058300     CLOSE BNKSUSP-FILE.
058400     CLOSE BNKHOLD-FILE.
058500     CLOSE BNKREMIT-FILE.
058550     CLOSE BNKBULK-FILE.
058600     CLOSE WHCLR-FILE.
058700     CLOSE WHRPT-FILE.
058800     SET CD53-REQUESTED-END TO TRUE.
060500     END-WRITE.
060600 WRITE-VALUE-DATE-XREF-EXIT.
060700     EXIT.
060702
060704*****************************************************************
060706* Raise the posting event for the posting just written, so the  *
060708* downstream systems see it through the BNKPEVT interface       *
060710*****************************************************************
060712 WRITE-POSTING-EVENT.
060714     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' AND
060716        WS-BNKTXN-STATUS IS NOT EQUAL TO '02'
060718        GO TO WRITE-POSTING-EVENT-EXIT
060720     END-IF.
060722     MOVE SPACES TO CD59-DATA.
060724     MOVE BTX-RECORD TO CD59I-POSTING.
060726     MOVE 'BBANK73P' TO CD59I-SOURCE-PGM.
060728     CALL 'DBANK59P' USING WS-PEVT-DATA.
060730     IF NOT CD59O-RESP-OK
060732        DISPLAY 'BBANK73P - POSTING EVENT NOT RAISED: '
060734                BTX-REC-TIMESTAMP ' ' CD59O-RESP-MSG
060735        PERFORM ABEND-RUN THRU
060736                ABEND-RUN-EXIT
060737     END-IF.
060738 WRITE-POSTING-EVENT-EXIT.
060740     EXIT.
060800
060900*****************************************************************
061000* Screen an outbound item's beneficiary against the sanctions   *
061100* watchlist before its clearing record is written. A possible   *
061200* match is held - DBANK55P keeps the clearing record on the     *
061300* BNKSCRQ review item and hands it back on a later run once a   *
061400* supervisor has cleared or confirmed it. Screening that cannot *
061500* run (no list loaded yet) lets the payment go.                 *
061600*****************************************************************
061700 SCREEN-OUTBOUND-ITEM.
061800     SET WS-PAYMENT-NOT-HELD TO TRUE.
061900     MOVE SPACES TO CD55-DATA.
062000     SET CD55-REQUESTED-SCREEN TO TRUE.
062100     MOVE FWP-REC-EXT-NAME TO CD55I-NAME.
062200     SET CD55I-SUBJECT-WAREHOUSE TO TRUE.
062300     MOVE FWP-REC-PAYMENT-NO TO CD55I-REF.
062400     MOVE WS-PROGRAM-ID TO CD55I-SOURCE-PGM.
062500     MOVE WS-BUSINESS-DATE TO CD55I-AS-OF-DATE.
062600     MOVE FWP-REC-FROM-ACC TO CD55I-FROM-ACC.
062700     MOVE FWP-REC-AMOUNT TO CD55I-AMOUNT.
062800     MOVE FWP-REC-CURRENCY TO CD55I-CURRENCY.
062900     MOVE WS-WHCLR-DETAIL TO CD55I-HOLD-IMAGE.
063000     CALL 'DBANK55P' USING WS-SCREEN-DATA.
063100     IF CD55O-RESP-OK AND CD55O-POSSIBLE-MATCH
063200        SET WS-PAYMENT-HELD TO TRUE
063300     END-IF.
063400 SCREEN-OUTBOUND-ITEM-EXIT.
063500     EXIT.
063600
063700*****************************************************************
063800* Put back into the clearing stream the external items this job *
063900* held on earlier runs whose sanctions review has finished. A   *
064000* cleared item goes onto WHOUTCLR under the business date and   *
064100* its BNKREMIT row moves to that date as sent; a confirmed      *
064200* match is marked blocked and never leaves - its funds stay     *
064300* debited for the investigating team to deal with.              *
064400*****************************************************************
064500 RELEASE-SCREENED-ITEMS.
064600     MOVE SPACES TO WS-SCREEN-RESUME-ID.
064700     SET WS-MORE-SCREENED-ITEMS TO TRUE.
064800     PERFORM RELEASE-ONE-SCREENED-ITEM THRU
064900             RELEASE-ONE-SCREENED-ITEM-EXIT
065000        UNTIL WS-NO-MORE-SCREENED-ITEMS.
065100 RELEASE-SCREENED-ITEMS-EXIT.
065200     EXIT.
065300
065400 RELEASE-ONE-SCREENED-ITEM.
065500     MOVE SPACES TO CD55-DATA.
065600     SET CD55-REQUESTED-NEXT-ACTIONED TO TRUE.
065700     MOVE WS-PROGRAM-ID TO CD55I-SOURCE-PGM.
065800     MOVE WS-SCREEN-RESUME-ID TO CD55I-RESUME-ID.
065900     CALL 'DBANK55P' USING WS-SCREEN-DATA.
066000     IF NOT CD55O-RESP-OK
066100        SET WS-NO-MORE-SCREENED-ITEMS TO TRUE
066200        GO TO RELEASE-ONE-SCREENED-ITEM-EXIT
066300     END-IF.
066400     MOVE CD55O-REVIEW-ID TO WS-SCREEN-RESUME-ID.
066500     MOVE CD55O-HOLD-IMAGE TO WS-HELD-CLEARING-ITEM.
066600     MOVE WS-HELD-CLR-PAYMENT-NO TO RMT-REC-ORDER-NO.
066700     MOVE WS-HELD-CLR-VALUE-DATE TO RMT-REC-VALUE-DATE.
066800     SET WS-REMIT-FOUND TO TRUE.
066900     READ BNKREMIT-FILE
067000          INVALID KEY SET WS-REMIT-NOT-FOUND TO TRUE
067100     END-READ.
067200     MOVE WS-HELD-CLR-PAYMENT-NO TO WS-SCR-PAYMENT-NO.
067300     MOVE CD55O-REVIEW-ID TO WS-SCR-REVIEW-ID.
067400     IF CD55O-ITEM-BLOCKED
067500        IF WS-REMIT-FOUND
067600           SET RMT-REC-STATUS-BLOCKED TO TRUE
067700           MOVE WS-BUSINESS-DATE TO RMT-REC-RETURN-DATE
067800           REWRITE BNKREMIT-REC
067900        END-IF
068000        MOVE 'BLOCKED AFTER REVIEW' TO WS-SCR-RESULT
068100        WRITE WHRPT-LINE FROM WS-WHRPT-SCREEN-LINE
068200        ADD 1 TO WS-BLOCKED-COUNT
068300        GO TO RELEASE-ONE-SCREENED-ITEM-EXIT
068400     END-IF.
068500* Cleared - the item goes out now, so the register row moves to
068600* the business date a partner's answer will quote
068700     MOVE WS-BUSINESS-DATE TO WS-HELD-CLR-VALUE-DATE.
068800     WRITE WHCLR-LINE FROM WS-HELD-CLEARING-ITEM.
068900     IF WS-REMIT-NOT-FOUND
069000        DISPLAY 'BBANK73P - NO REMIT ROW FOR RELEASED ITEM: '
069100                WS-HELD-CLR-PAYMENT-NO
069200     ELSE
069300        IF RMT-REC-VALUE-DATE IS EQUAL TO WS-BUSINESS-DATE
069400           SET RMT-REC-STATUS-SENT TO TRUE
069500           REWRITE BNKREMIT-REC
069600        ELSE
069700           DELETE BNKREMIT-FILE RECORD
069800           MOVE WS-BUSINESS-DATE TO RMT-REC-VALUE-DATE
069900           SET RMT-REC-STATUS-SENT TO TRUE
070000           WRITE BNKREMIT-REC
070100                INVALID KEY
070200                   DISPLAY 'BBANK73P - DUPLICATE REMIT KEY: '
070300                           RMT-REC-KEY
070400           END-WRITE
070500        END-IF
070600     END-IF.
070700     MOVE 'RELEASED AFTER REVIEW' TO WS-SCR-RESULT.
070800     WRITE WHRPT-LINE FROM WS-WHRPT-SCREEN-LINE.
070900     ADD 1 TO WS-RELEASED-COUNT.
071000 RELEASE-ONE-SCREENED-ITEM-EXIT.
071100     EXIT.
071200
071300*****************************************************************
071400* Debit a corporate bulk payment file once, as a single BULK    *
071500* PAYMENT posting, for all of its items due and still pending.  *
071600* The first due item of the file reached does it; the others    *
071700* follow it in payment number order and find the file already   *
071800* dealt with this run. A file already debited on an earlier run *
071900* (a rerun) is not debited again. A file the account cannot     *
072000* fund stays undebited with its items pending, and is queued to *
072100* BNKSUSP once for the whole file                               *
072200*****************************************************************
072300 DEBIT-BULK-FILE.
072400     IF FWP-REC-FROM-ACC IS EQUAL TO WS-BULK-FROM-ACC AND
072500        FWP-REC-BULK-REF IS EQUAL TO WS-BULK-FILE-REF
072600        GO TO DEBIT-BULK-FILE-EXIT
072700     END-IF.
072800     MOVE FWP-REC-FROM-ACC TO WS-BULK-FROM-ACC.
072900     MOVE FWP-REC-BULK-REF TO WS-BULK-FILE-REF.
073000     SET WS-BULK-NOT-DEBITED TO TRUE.
073100     MOVE SPACES TO WS-BULK-FAIL-REASON.
073200     MOVE 0 TO WS-BULK-TOTAL.
073300     MOVE WS-BULK-KEY TO BLK-REC-KEY.
073400     READ BNKBULK-FILE
073500          INVALID KEY
073600             MOVE 'BULK FILE NOT REGISTERED' TO
073650                 WS-BULK-FAIL-REASON
073700     END-READ.
073800     IF WS-BULK-FAIL-REASON IS NOT EQUAL TO SPACES
073900        PERFORM WRITE-BULK-EXCEPTION THRU
074000                WRITE-BULK-EXCEPTION-EXIT
074100        GO TO DEBIT-BULK-FILE-EXIT
074200     END-IF.
074300     IF BLK-REC-STATUS-DEBITED
074400        SET WS-BULK-DEBITED TO TRUE
074500        GO TO DEBIT-BULK-FILE-EXIT
074600     END-IF.
074700     IF NOT BLK-REC-STATUS-LOADED
074800        MOVE 'BULK FILE NOT LOADED' TO WS-BULK-FAIL-REASON
074900        PERFORM WRITE-BULK-EXCEPTION THRU
075000                WRITE-BULK-EXCEPTION-EXIT
075100        GO TO DEBIT-BULK-FILE-EXIT
075200     END-IF.
075300     PERFORM SUM-BULK-ITEMS THRU
075400             SUM-BULK-ITEMS-EXIT.
075500* Validate the debit account and its available balance
075600     MOVE FWP-REC-FROM-ACC TO BAC-REC-ACCNO.
075700     SET WS-ACCOUNT-FOUND TO TRUE.
075800     READ BNKACC-FILE
075900          INVALID KEY SET WS-ACCOUNT-NOT-FOUND TO TRUE
076000     END-READ.
076100     IF WS-ACCOUNT-NOT-FOUND
076200        MOVE 'FROM ACCOUNT NOT FOUND' TO WS-BULK-FAIL-REASON
076300     ELSE
076400        IF BAC-REC-STATUS-CLOSED OR BAC-REC-STATUS-DORMANT
076500           MOVE 'FROM ACCOUNT UNUSABLE' TO WS-BULK-FAIL-REASON
076600        END-IF
076700     END-IF.
076800     IF WS-BULK-FAIL-REASON IS NOT EQUAL TO SPACES
076900        PERFORM WRITE-BULK-EXCEPTION THRU
077000                WRITE-BULK-EXCEPTION-EXIT
077100        GO TO DEBIT-BULK-FILE-EXIT
077200     END-IF.
077300     IF BAC-REC-OD-LIMIT IS NOT NUMERIC
077400        MOVE 0 TO BAC-REC-OD-LIMIT
077500     END-IF.
077600     PERFORM SUM-ACTIVE-HOLDS THRU
077700             SUM-ACTIVE-HOLDS-EXIT.
077800     IF BAC-REC-BALANCE + BAC-REC-OD-LIMIT
077900        - WS-ACTIVE-HOLDS IS LESS THAN WS-BULK-TOTAL
078000        MOVE 'INSUFFICIENT AVAILABLE FUNDS' TO WS-BULK-FAIL-REASON
078100        PERFORM WRITE-BULK-EXCEPTION THRU
078200                WRITE-BULK-EXCEPTION-EXIT
078300        GO TO DEBIT-BULK-FILE-EXIT
078400     END-IF.
078500* Debit the file as one posting and record it on the register
078600     SUBTRACT WS-BULK-TOTAL FROM BAC-REC-BALANCE.
078700     REWRITE BNKACC-REC.
078800     COMPUTE WS-TXN-AMOUNT = 0 - WS-BULK-TOTAL.
078900     MOVE FWP-REC-FROM-ACC TO WS-TXN-ACCNO.
079000     MOVE BAC-REC-PID TO WS-TXN-PID.
079100     MOVE BAC-REC-CURRENCY TO WS-TXN-CURRENCY.
079200     MOVE 'BULK PAYMENT' TO WS-TXN-DESC.
079300     MOVE FWP-REC-BULK-REF TO WS-TXN-REF.
079400     PERFORM POST-WAREHOUSE-TXN THRU
079500             POST-WAREHOUSE-TXN-EXIT.
079600     SET BLK-REC-STATUS-DEBITED TO TRUE.
079700     MOVE WS-BUSINESS-DATE TO BLK-REC-DEBIT-DATE.
079800     MOVE WS-BULK-TOTAL TO BLK-REC-DEBIT-AMOUNT.
079900     MOVE BTX-REC-TIMESTAMP TO BLK-REC-DEBIT-TS.
080000     REWRITE BNKBULK-REC
080100          INVALID KEY
080200             DISPLAY 'BBANK73P - BULK FILE NOT UPDATED: '
080300                     BLK-REC-KEY
080400     END-REWRITE.
080500     SET WS-BULK-DEBITED TO TRUE.
080600     ADD 1 TO WS-BULK-DEBIT-COUNT.
080700 DEBIT-BULK-FILE-EXIT.
080800     EXIT.
080900
081000*****************************************************************
081100* Total the file's items that are due and still pending, from   *
081200* its first to its last payment number, then put the warehouse  *
081300* scan back on the item being released                          *
081400*****************************************************************
081500 SUM-BULK-ITEMS.
081600     MOVE BNKFWPY-REC TO WS-SAVED-FWP-REC.
081700     MOVE BLK-REC-FIRST-PAYMENT-NO TO FWP-REC-PAYMENT-NO.
081800     SET WS-MORE-BULK-ITEMS TO TRUE.
081900     START BNKFWPY-FILE KEY NOT LESS THAN FWP-REC-PAYMENT-NO
082000          INVALID KEY SET WS-NO-MORE-BULK-ITEMS TO TRUE
082100     END-START.
082200     PERFORM SUM-ONE-BULK-ITEM THRU
082300             SUM-ONE-BULK-ITEM-EXIT
082400        UNTIL WS-NO-MORE-BULK-ITEMS.
082500     MOVE WS-SAVED-FWP-REC TO BNKFWPY-REC.
082600     START BNKFWPY-FILE KEY IS EQUAL TO FWP-REC-PAYMENT-NO
082700          INVALID KEY
082800             DISPLAY 'BBANK73P - WAREHOUSE SCAN NOT RESTORED: '
082900                     FWP-REC-PAYMENT-NO
083000     END-START.
083100     READ BNKFWPY-FILE NEXT RECORD
083200          AT END SET WS-NO-MORE-ITEMS TO TRUE
083300     END-READ.
083400 SUM-BULK-ITEMS-EXIT.
083500     EXIT.
083600
083700 SUM-ONE-BULK-ITEM.
083800     READ BNKFWPY-FILE NEXT RECORD
083900          AT END SET WS-NO-MORE-BULK-ITEMS TO TRUE
084000     END-READ.
084100     IF WS-NO-MORE-BULK-ITEMS
084200        GO TO SUM-ONE-BULK-ITEM-EXIT
084300     END-IF.
084400     IF FWP-REC-PAYMENT-NO IS GREATER THAN BLK-REC-LAST-PAYMENT-NO
084500        SET WS-NO-MORE-BULK-ITEMS TO TRUE
084600        GO TO SUM-ONE-BULK-ITEM-EXIT
084700     END-IF.
084800     IF FWP-REC-BULK AND
084900        FWP-REC-FROM-ACC IS EQUAL TO WS-BULK-FROM-ACC AND
085000        FWP-REC-BULK-REF IS EQUAL TO WS-BULK-FILE-REF AND
085100        FWP-REC-STATUS-PENDING AND
085200        FWP-REC-VALUE-DATE IS NOT GREATER THAN WS-BUSINESS-DATE
085300        ADD FWP-REC-AMOUNT TO WS-BULK-TOTAL
085400     END-IF.
085500 SUM-ONE-BULK-ITEM-EXIT.
085600     EXIT.
085700
085800*****************************************************************
085900* Pay one item of a debited bulk file away. An external item    *
086000* goes onto the outbound clearing file; an internal one is      *
086100* credited to its destination, or - the destination no longer   *
086200* usable - credited back to the debit account and cancelled,    *
086300* since the file's debit has already taken its amount           *
086400*****************************************************************
086500 PAY-BULK-ITEM.
086600     SET WS-BULK-ITEM-PAID TO TRUE.
086700     IF FWP-REC-DEST-EXTERNAL
086800        PERFORM WRITE-OUTBOUND-ITEM THRU
086900                WRITE-OUTBOUND-ITEM-EXIT
087000        GO TO PAY-BULK-ITEM-EXIT
087100     END-IF.
087200     MOVE FWP-REC-TO-ACC TO BAC-REC-ACCNO.
087300     SET WS-ACCOUNT-FOUND TO TRUE.
087400     READ BNKACC-FILE
087500          INVALID KEY SET WS-ACCOUNT-NOT-FOUND TO TRUE
087600     END-READ.
087700     IF WS-ACCOUNT-NOT-FOUND OR BAC-REC-STATUS-CLOSED OR
087800        BAC-REC-STATUS-WRITTEN-OFF
087900        MOVE 'RETURNED - TO ACC UNUSABLE' TO WS-FAIL-REASON
088000        PERFORM RETURN-BULK-ITEM THRU
088100                RETURN-BULK-ITEM-EXIT
088200        GO TO PAY-BULK-ITEM-EXIT
088300     END-IF.
088400     IF BAC-REC-CURRENCY IS NOT EQUAL TO FWP-REC-CURRENCY
088500        MOVE 'RETURNED - TO ACC CCY MISMATCH' TO WS-FAIL-REASON
088600        PERFORM RETURN-BULK-ITEM THRU
088700                RETURN-BULK-ITEM-EXIT
088800        GO TO PAY-BULK-ITEM-EXIT
088900     END-IF.
089000     ADD FWP-REC-AMOUNT TO BAC-REC-BALANCE.
089100     REWRITE BNKACC-REC.
089200     MOVE FWP-REC-AMOUNT TO WS-TXN-AMOUNT.
089300     MOVE FWP-REC-TO-ACC TO WS-TXN-ACCNO.
089400     MOVE BAC-REC-PID TO WS-TXN-PID.
089500     MOVE BAC-REC-CURRENCY TO WS-TXN-CURRENCY.
089600     IF FWP-REC-DESC IS EQUAL TO SPACES OR
089700        FWP-REC-DESC IS EQUAL TO LOW-VALUES
089800        MOVE 'BULK PAYMENT' TO WS-TXN-DESC
089900     ELSE
090000        MOVE FWP-REC-DESC TO WS-TXN-DESC
090100     END-IF.
090200     MOVE FWP-REC-PAYMENT-NO TO WS-TXN-REF.
090300     PERFORM POST-WAREHOUSE-TXN THRU
090400             POST-WAREHOUSE-TXN-EXIT.
090500 PAY-BULK-ITEM-EXIT.
090600     EXIT.
090700
090800 RETURN-BULK-ITEM.
090900     MOVE FWP-REC-FROM-ACC TO BAC-REC-ACCNO.
091000     READ BNKACC-FILE
091100          INVALID KEY SET WS-ACCOUNT-NOT-FOUND TO TRUE
091200     END-READ.
091300     ADD FWP-REC-AMOUNT TO BAC-REC-BALANCE.
091400     REWRITE BNKACC-REC.
091500     MOVE FWP-REC-AMOUNT TO WS-TXN-AMOUNT.
091600     MOVE FWP-REC-FROM-ACC TO WS-TXN-ACCNO.
091700     MOVE BAC-REC-PID TO WS-TXN-PID.
091800     MOVE BAC-REC-CURRENCY TO WS-TXN-CURRENCY.
091900     MOVE 'BULK PAYMENT RETURNED' TO WS-TXN-DESC.
092000     MOVE FWP-REC-PAYMENT-NO TO WS-TXN-REF.
092100     PERFORM POST-WAREHOUSE-TXN THRU
092200             POST-WAREHOUSE-TXN-EXIT.
092300     SET FWP-REC-STATUS-CANCELLED TO TRUE.
092400     MOVE WS-BUSINESS-DATE TO FWP-REC-PAID-DATE.
092500     REWRITE BNKFWPY-REC.
092600     SET WS-BULK-ITEM-RETURNED TO TRUE.
092700     ADD 1 TO WS-RETURNED-COUNT.
092800 RETURN-BULK-ITEM-EXIT.
092900     EXIT.
093000
093100*****************************************************************
093200* Queue a bulk file that could not be debited to the suspense   *
093300* queue once, for its total, under the first due item reached   *
093400*****************************************************************
093500 WRITE-BULK-EXCEPTION.
093600     ADD 1 TO WS-SEQUENCE-NO.
093700     MOVE LOW-VALUES TO SUS-RECORD.
093800     MOVE WS-TODAY-DATE-X TO SUS-REC-ID(1:8).
093900     MOVE WS-NOW-TIME-X TO SUS-REC-ID(9:8).
094000     MOVE WS-SEQUENCE-NO TO SUS-REC-ID(17:6).
094100     MOVE WS-PROGRAM-ID TO SUS-REC-SOURCE-PGM.
094200     MOVE FWP-REC-PAYMENT-NO TO SUS-REC-ORDER-NO.
094300     MOVE FWP-REC-FROM-ACC TO SUS-REC-FROM-ACC.
094400     MOVE SPACES TO SUS-REC-TO-ACC.
094500     MOVE WS-BULK-TOTAL TO SUS-REC-AMOUNT.
094600     MOVE FWP-REC-CURRENCY TO SUS-REC-CURRENCY.
094700     MOVE WS-BULK-FAIL-REASON TO SUS-REC-REASON.
094800     SET SUS-REC-STATUS-PENDING TO TRUE.
094900     MOVE WS-BUSINESS-DATE TO SUS-REC-STATUS-DATE.
095000     MOVE FWP-REC-BULK-REF TO SUS-REC-ANNOTATION.
095100     MOVE SPACES TO SUS-REC-CANCEL-REASON.
095200     WRITE BNKSUSP-REC
095300          INVALID KEY
095400             DISPLAY 'BBANK73P - DUPLICATE SUSPENSE ID: '
095500                     SUS-REC-ID
095600     END-WRITE.
095700 WRITE-BULK-EXCEPTION-EXIT.
095800     EXIT.
095900
096000*****************************************************************
096100* A posting is on file that its event could not follow - stop   *
096200* the step here rather than go on posting without events, and   *
096300* record the abend with run control so the step may be rerun    *
096400*****************************************************************
096500 ABEND-RUN.
096600     DISPLAY 'BBANK73P - STEP ABENDED, POSTING EVENT NOT RAISED'.
096700     MOVE SPACES TO CD53-DATA.
096800     SET CD53-REQUESTED-ABEND TO TRUE.
096900     MOVE 'BBANK73P' TO CD53I-JOB-NAME.
097000     CALL 'DBANK53P' USING WS-RUNC-DATA.
097100     MOVE 16 TO RETURN-CODE.
097200     STOP RUN.
097300 ABEND-RUN-EXIT.
097400     EXIT.
097500
097600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
