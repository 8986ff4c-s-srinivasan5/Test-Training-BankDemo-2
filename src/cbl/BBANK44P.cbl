004200* clearing file in a fixed interchange layout, addressed to     *
004300* the order's external bank/account/beneficiary, and listed on  *
004400* the REMITOUT remittance register.                              *
004410*                                                               *
004420* An external order's beneficiary is screened against the       *
004430* sanctions watchlist through DBANK55P before its clearing      *
004440* record is written. A possible match is still debited but is   *
004450* held - the clearing record waits on its BNKSCRQ review item   *
004460* and its BNKREMIT row is written 'H'. Each run first asks      *
004470* DBANK55P for the items it held that a supervisor has since    *
004480* cleared (sent on OUTCLR under the business date) or confirmed *
004490* (marked blocked and kept back). Both appear on REMITOUT.      *
004500*****************************************************************
004600
004700 IDENTIFICATION DIVISION.
026400   05  WS-RATE-DATE-X REDEFINES WS-RATE-DATE  PIC X(8).
026500   05  WS-RATE-AGE-DAYS                      PIC S9(5).
026600   05  WS-MAX-RATE-AGE-DAYS                  PIC 9(3) VALUE 7.
026605   05  WS-HELD-COUNT                         PIC 9(7) VALUE 0.
026610   05  WS-RELEASED-COUNT                     PIC 9(7) VALUE 0.
026615   05  WS-BLOCKED-COUNT                      PIC 9(7) VALUE 0.
026620   05  WS-SCREEN-RESUME-ID                   PIC X(26).
026625   05  WS-SCREEN-HOLD-FLAG                   PIC X(1).
026630       88  WS-PAYMENT-HELD                    VALUE 'Y'.
026635       88  WS-PAYMENT-NOT-HELD                VALUE 'N'.
026640   05  WS-MORE-SCREENED-FLAG                 PIC X(1).
026645       88  WS-MORE-SCREENED-ITEMS             VALUE 'Y'.
026650       88  WS-NO-MORE-SCREENED-ITEMS          VALUE 'N'.
026655   05  WS-REMIT-FOUND-FLAG                   PIC X(1).
026660       88  WS-REMIT-FOUND                     VALUE 'Y'.
026665       88  WS-REMIT-NOT-FOUND                 VALUE 'N'.
026700
026800 01  WS-DUE-DATE-FIELDS.
026900   05  WS-DUE-YYYY                           PIC 9(4).
036100   05  WS-CLR-CURRENCY                       PIC X(3).
036200   05  FILLER                                PIC X(2) VALUE
036300       SPACES.
036305
036310 01  WS-HELD-CLEARING-ITEM.
036315   05  WS-HELD-CLR-TYPE                      PIC X(2).
036320   05  WS-HELD-CLR-ORDER-NO                  PIC X(10).
036325   05  WS-HELD-CLR-VALUE-DATE                PIC X(8).
036330   05  WS-HELD-CLR-EXT-BANK                  PIC X(8).
036335   05  WS-HELD-CLR-EXT-ACCNO                 PIC X(16).
036340   05  WS-HELD-CLR-EXT-NAME                  PIC X(30).
036345   05  WS-HELD-CLR-AMOUNT                    PIC 9(9)V99.
036350   05  WS-HELD-CLR-CURRENCY                  PIC X(3).
036355   05  FILLER                                PIC X(2).
036400
036500 01  WS-REMIT-DETAIL-LINE.
036600   05  FILLER                                PIC X(4) VALUE
038700   05  WS-TRL-EXTERNAL-COUNT                 PIC ZZZZZZ9.
038800   05  FILLER                                PIC X(63) VALUE
038900       SPACES.
038902
038904 01  WS-REMIT-SCREEN-LINE.
038906   05  FILLER                                PIC X(4) VALUE
038908       SPACES.
038910   05  WS-SCR-ORDER-NO                       PIC X(10).
038912   05  FILLER                                PIC X(2) VALUE
038914       SPACES.
038916   05  WS-SCR-RESULT                         PIC X(24).
038918   05  FILLER                                PIC X(2) VALUE
038920       SPACES.
038922   05  WS-SCR-REVIEW-ID                      PIC X(26).
038924   05  FILLER                                PIC X(22) VALUE
038926       SPACES.
038928
038930 01  WS-REMIT-SCREEN-TRAILER.
038932   05  FILLER                                PIC X(20) VALUE
038934       'HELD FOR SCREENING: '.
038936   05  WS-TRL-HELD-COUNT                     PIC ZZZZZZ9.
038938   05  FILLER                                PIC X(2) VALUE
038940       SPACES.
038942   05  FILLER                                PIC X(10) VALUE
038944       'RELEASED: '.
038946   05  WS-TRL-RELEASED-COUNT                 PIC ZZZZZZ9.
038948   05  FILLER                                PIC X(2) VALUE
038950       SPACES.
038952   05  FILLER                                PIC X(9) VALUE
038954       'BLOCKED: '.
038956   05  WS-TRL-BLOCKED-COUNT                  PIC ZZZZZZ9.
038958   05  FILLER                                PIC X(26) VALUE
038960       SPACES.
039000
039100 01  WS-RUNC-DATA.
039200 COPY CBANKD53.
039220
039240 01  WS-PEVT-DATA.
039260 COPY CBANKD59.
039300
039400 01  WS-PARM-DATA.
039500 COPY CBANKD54.
039510
039520 01  WS-SCREEN-DATA.
039530 COPY CBANKD55.
039600
039700 PROCEDURE DIVISION.
039800*****************************************************************
047700     OPEN OUTPUT REMIT-FILE.
047800     PERFORM RETRY-RELEASED-ITEMS THRU
047900             RETRY-RELEASED-ITEMS-EXIT.
047910     PERFORM RELEASE-SCREENED-ITEMS THRU
047920             RELEASE-SCREENED-ITEMS-EXIT.
048000     SET WS-MORE-ORDERS-EXIST TO TRUE.
048100     MOVE LOW-VALUES TO SOR-REC-ORDER-NO.
048200     START BNKSORD-FILE KEY NOT LESS THAN SOR-REC-ORDER-NO
073300     MOVE SOR-REC-EXT-NAME TO WS-CLR-EXT-NAME.
073400     MOVE SOR-REC-AMOUNT TO WS-CLR-AMOUNT.
073500     MOVE SOR-REC-CURRENCY TO WS-CLR-CURRENCY.
073600     PERFORM SCREEN-EXTERNAL-ORDER THRU
073610             SCREEN-EXTERNAL-ORDER-EXIT.
073620     IF WS-PAYMENT-NOT-HELD
073630        WRITE OUTCLR-LINE FROM WS-OUTCLR-DETAIL
073640     END-IF.
073700* The machine-readable register row is what the BBANK72P
073800* returns batch matches a partner's later answer against
073900     MOVE LOW-VALUES TO RMT-RECORD.
074500     MOVE SOR-REC-EXT-NAME TO RMT-REC-EXT-NAME.
074600     MOVE SOR-REC-AMOUNT TO RMT-REC-AMOUNT.
074700     MOVE SOR-REC-CURRENCY TO RMT-REC-CURRENCY.
074800     IF WS-PAYMENT-HELD
074810        SET RMT-REC-STATUS-HELD TO TRUE
074820     ELSE
074830        SET RMT-REC-STATUS-SENT TO TRUE
074840     END-IF.
074900     MOVE SPACES TO RMT-REC-RETURN-REASON.
075000     MOVE SPACES TO RMT-REC-RETURN-DATE.
075100     MOVE WS-PROGRAM-ID TO RMT-REC-SOURCE-PGM.
075400             DISPLAY 'BBANK44P - DUPLICATE REMIT KEY: '
075500                     RMT-REC-KEY
075600     END-WRITE.
075605* A held item is listed for the review instead of on the
075610* register proper - it is not on OUTCLR yet
075615     IF WS-PAYMENT-HELD
075620        MOVE SOR-REC-ORDER-NO TO WS-SCR-ORDER-NO
075625        MOVE 'HELD FOR SANCTIONS CHECK' TO WS-SCR-RESULT
075630        MOVE CD55O-REVIEW-ID TO WS-SCR-REVIEW-ID
075635        WRITE REMIT-LINE FROM WS-REMIT-SCREEN-LINE
075640        ADD 1 TO WS-HELD-COUNT
075645        GO TO PAY-EXTERNAL-ORDER-ADVANCE
075650     END-IF.
075700     MOVE SOR-REC-ORDER-NO TO WS-REM-ORDER-NO.
075800     MOVE SOR-REC-EXT-BANK TO WS-REM-EXT-BANK.
075900     MOVE SOR-REC-EXT-ACCNO TO WS-REM-EXT-ACCNO.
076100     MOVE SOR-REC-AMOUNT TO WS-REM-AMOUNT.
076200     WRITE REMIT-LINE FROM WS-REMIT-DETAIL-LINE.
076300     ADD 1 TO WS-EXTERNAL-COUNT.
076350 PAY-EXTERNAL-ORDER-ADVANCE.
076400     PERFORM ADVANCE-DUE-DATE THRU
076500             ADVANCE-DUE-DATE-EXIT.
076600     MOVE WS-BUSINESS-DATE TO SOR-REC-LAST-PAID-DTE.
090600     END-WRITE.
090700     PERFORM WRITE-VALUE-DATE-XREF THRU
090800             WRITE-VALUE-DATE-XREF-EXIT.
090820     PERFORM WRITE-POSTING-EVENT THRU
090840             WRITE-POSTING-EVENT-EXIT.
090900 POST-SORD-TXN-EXIT.
091000     EXIT.
091100
109300     WRITE SORD-LINE FROM WS-SORD-RETRY-LINE.
109400     MOVE WS-EXTERNAL-COUNT TO WS-TRL-EXTERNAL-COUNT.
109500     WRITE REMIT-LINE FROM WS-REMIT-TRAILER-LINE.
109510     MOVE WS-HELD-COUNT TO WS-TRL-HELD-COUNT.
109520     MOVE WS-RELEASED-COUNT TO WS-TRL-RELEASED-COUNT.
109530     MOVE WS-BLOCKED-COUNT TO WS-TRL-BLOCKED-COUNT.
109540     WRITE REMIT-LINE FROM WS-REMIT-SCREEN-TRAILER.
109600     CLOSE BNKSORD-FILE.
109700     CLOSE BNKACC-FILE.
109800     CLOSE BNKTXN-FILE.
118300     END-WRITE.
118400 WRITE-VALUE-DATE-XREF-EXIT.
118500     EXIT.
118502
118504*****************************************************************
118506* Raise the posting event for the posting just written, so the  *
118508* downstream systems see it through the BNKPEVT interface       *
118510*****************************************************************
118512 WRITE-POSTING-EVENT.
118514     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' AND
118516        WS-BNKTXN-STATUS IS NOT EQUAL TO '02'
118518        GO TO WRITE-POSTING-EVENT-EXIT
118520     END-IF.
118522     MOVE SPACES TO CD59-DATA.
118524     MOVE BTX-RECORD TO CD59I-POSTING.
118526     MOVE 'BBANK44P' TO CD59I-SOURCE-PGM.
118528     CALL 'DBANK59P' USING WS-PEVT-DATA.
118530     IF NOT CD59O-RESP-OK
118532        DISPLAY 'BBANK44P - POSTING EVENT NOT RAISED: '
118534                BTX-REC-TIMESTAMP ' ' CD59O-RESP-MSG
118535        PERFORM ABEND-RUN THRU
118536                ABEND-RUN-EXIT
118537     END-IF.
118538 WRITE-POSTING-EVENT-EXIT.
118540     EXIT.
118600
118700*****************************************************************
118800* Screen an external order's beneficiary against the sanctions  *
118900* watchlist before its clearing record is written. A possible   *
119000* match is held - DBANK55P keeps the clearing record on the     *
119100* BNKSCRQ review item and hands it back on a later run once a   *
119200* supervisor has cleared or confirmed it. Screening that cannot *
119300* run (no list loaded yet) lets the payment go.                 *
119400*****************************************************************
119500 SCREEN-EXTERNAL-ORDER.
119600     SET WS-PAYMENT-NOT-HELD TO TRUE.
119700     MOVE SPACES TO CD55-DATA.
119800     SET CD55-REQUESTED-SCREEN TO TRUE.
119900     MOVE SOR-REC-EXT-NAME TO CD55I-NAME.
120000     SET CD55I-SUBJECT-SORD TO TRUE.
120100     MOVE SOR-REC-ORDER-NO TO CD55I-REF.
120200     MOVE WS-PROGRAM-ID TO CD55I-SOURCE-PGM.
120300     MOVE WS-BUSINESS-DATE TO CD55I-AS-OF-DATE.
120400     MOVE SOR-REC-FROM-ACC TO CD55I-FROM-ACC.
120500     MOVE SOR-REC-AMOUNT TO CD55I-AMOUNT.
120600     MOVE SOR-REC-CURRENCY TO CD55I-CURRENCY.
120700     MOVE WS-OUTCLR-DETAIL TO CD55I-HOLD-IMAGE.
120800     CALL 'DBANK55P' USING WS-SCREEN-DATA.
120900     IF CD55O-RESP-OK AND CD55O-POSSIBLE-MATCH
121000        SET WS-PAYMENT-HELD TO TRUE
121100     END-IF.
121200 SCREEN-EXTERNAL-ORDER-EXIT.
121300     EXIT.
121400
121500*****************************************************************
121600* Put back into the clearing stream the external items this job *
121700* held on earlier runs whose sanctions review has finished. A   *
121800* cleared item goes onto OUTCLR under the business date and its *
121900* BNKREMIT row moves to that date as sent; a confirmed match is *
122000* marked blocked and never leaves - its funds stay debited for  *
122100* the investigating team to deal with.                          *
122200*****************************************************************
122300 RELEASE-SCREENED-ITEMS.
122400     MOVE SPACES TO WS-SCREEN-RESUME-ID.
122500     SET WS-MORE-SCREENED-ITEMS TO TRUE.
122600     PERFORM RELEASE-ONE-SCREENED-ITEM THRU
122700             RELEASE-ONE-SCREENED-ITEM-EXIT
122800        UNTIL WS-NO-MORE-SCREENED-ITEMS.
122900 RELEASE-SCREENED-ITEMS-EXIT.
123000     EXIT.
123100
123200 RELEASE-ONE-SCREENED-ITEM.
123300     MOVE SPACES TO CD55-DATA.
123400     SET CD55-REQUESTED-NEXT-ACTIONED TO TRUE.
123500     MOVE WS-PROGRAM-ID TO CD55I-SOURCE-PGM.
123600     MOVE WS-SCREEN-RESUME-ID TO CD55I-RESUME-ID.
123700     CALL 'DBANK55P' USING WS-SCREEN-DATA.
123800     IF NOT CD55O-RESP-OK
123900        SET WS-NO-MORE-SCREENED-ITEMS TO TRUE
124000        GO TO RELEASE-ONE-SCREENED-ITEM-EXIT
124100     END-IF.
124200     MOVE CD55O-REVIEW-ID TO WS-SCREEN-RESUME-ID.
124300     MOVE CD55O-HOLD-IMAGE TO WS-HELD-CLEARING-ITEM.
124400     MOVE WS-HELD-CLR-ORDER-NO TO RMT-REC-ORDER-NO.
124500     MOVE WS-HELD-CLR-VALUE-DATE TO RMT-REC-VALUE-DATE.
124600     SET WS-REMIT-FOUND TO TRUE.
124700     READ BNKREMIT-FILE
124800          INVALID KEY SET WS-REMIT-NOT-FOUND TO TRUE
124900     END-READ.
125000     MOVE WS-HELD-CLR-ORDER-NO TO WS-SCR-ORDER-NO.
125100     MOVE CD55O-REVIEW-ID TO WS-SCR-REVIEW-ID.
125200     IF CD55O-ITEM-BLOCKED
125300        IF WS-REMIT-FOUND
125400           SET RMT-REC-STATUS-BLOCKED TO TRUE
125500           MOVE WS-BUSINESS-DATE TO RMT-REC-RETURN-DATE
125600           REWRITE BNKREMIT-REC
125700        END-IF
125800        MOVE 'BLOCKED AFTER REVIEW' TO WS-SCR-RESULT
125900        WRITE REMIT-LINE FROM WS-REMIT-SCREEN-LINE
126000        ADD 1 TO WS-BLOCKED-COUNT
126100        GO TO RELEASE-ONE-SCREENED-ITEM-EXIT
126200     END-IF.
126300* Cleared - the item goes out now, so the register row moves to
126400* the business date a partner's answer will quote
126500     MOVE WS-BUSINESS-DATE TO WS-HELD-CLR-VALUE-DATE.
126600     WRITE OUTCLR-LINE FROM WS-HELD-CLEARING-ITEM.
126700     IF WS-REMIT-NOT-FOUND
126800        DISPLAY 'BBANK44P - NO REMIT ROW FOR RELEASED ITEM: '
126900                WS-HELD-CLR-ORDER-NO
127000     ELSE
127100        IF RMT-REC-VALUE-DATE IS EQUAL TO WS-BUSINESS-DATE
127200           SET RMT-REC-STATUS-SENT TO TRUE
127300           REWRITE BNKREMIT-REC
127400        ELSE
127500           DELETE BNKREMIT-FILE RECORD
127600           MOVE WS-BUSINESS-DATE TO RMT-REC-VALUE-DATE
127700           SET RMT-REC-STATUS-SENT TO TRUE
127800           WRITE BNKREMIT-REC
127900                INVALID KEY
128000                   DISPLAY 'BBANK44P - DUPLICATE REMIT KEY: '
128100                           RMT-REC-KEY
128200           END-WRITE
128300        END-IF
128400     END-IF.
128500     MOVE 'RELEASED AFTER REVIEW' TO WS-SCR-RESULT.
128600     WRITE REMIT-LINE FROM WS-REMIT-SCREEN-LINE.
128700     ADD 1 TO WS-RELEASED-COUNT.
128800     ADD 1 TO WS-EXTERNAL-COUNT.
128900 RELEASE-ONE-SCREENED-ITEM-EXIT.
129000     EXIT.
129100
129200*****************************************************************
129300* A posting is on file that its event could not follow - stop   *
129400* the step here rather than go on posting without events, and   *
129500* record the abend with run control so the step may be rerun    *
129600*****************************************************************
129700 ABEND-RUN.
129800     DISPLAY 'BBANK44P - STEP ABENDED, POSTING EVENT NOT RAISED'.
129900     MOVE SPACES TO CD53-DATA.
130000     SET CD53-REQUESTED-ABEND TO TRUE.
130100     MOVE 'BBANK44P' TO CD53I-JOB-NAME.
130200     CALL 'DBANK53P' USING WS-RUNC-DATA.
130300     MOVE 16 TO RETURN-CODE.
130400     STOP RUN.
130500 ABEND-RUN-EXIT.
130600     EXIT.
130700
130800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
