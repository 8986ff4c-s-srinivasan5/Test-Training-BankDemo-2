
014401 01  WS-PARM-DATA.
014402 COPY CBANKD54.
014422
014442 01  WS-PEVT-DATA.
014462 COPY CBANKD59.
014500
014600 PROCEDURE DIVISION.
014700*****************************************************************
031700     WRITE DORMRPT-LINE FROM WS-DORM-DETAIL-LINE.
031800 SET-ACCOUNT-DORMANT-EXIT.
031900     EXIT.
031901
031902*****************************************************************
031903* Capitalize the carried accrued interest mid-cycle: the same  *
031904* gross/withholding arithmetic BBANK75P applies monthly - the  *
031905* gross posting, a linked withholding debit on credit          *
031906* interest, the net onto the balance, the carried field        *
031907* zeroed. The BNKTXN browse of FIND-LAST-ACTIVITY is finished  *
031908* by the time this runs, so the random writes are safe.        *
031909*****************************************************************
031910 CAPITALIZE-CARRIED.
031911     MOVE BAC-REC-ACCRUED-INT TO WS-GROSS-AMOUNT.
031912     MOVE 0 TO WS-WTAX-AMOUNT.
031913     IF WS-GROSS-AMOUNT IS GREATER THAN 0
031914        PERFORM RESOLVE-WTAX-RATE THRU
031915                RESOLVE-WTAX-RATE-EXIT
031916        COMPUTE WS-WTAX-AMOUNT ROUNDED =
031917                WS-GROSS-AMOUNT * WS-WTAX-RATE / 100
031918     END-IF.
031919     ADD WS-GROSS-AMOUNT TO BAC-REC-BALANCE.
031920     SUBTRACT WS-WTAX-AMOUNT FROM BAC-REC-BALANCE.
031921     MOVE 0 TO BAC-REC-ACCRUED-INT.
031922     MOVE WS-GROSS-AMOUNT TO WS-CAP-AMOUNT.
031923     IF WS-GROSS-AMOUNT IS LESS THAN 0
031924        MOVE 'OVERDRAFT INT CAPITALIZED' TO WS-CAP-DESC
031925     ELSE
031926        MOVE 'INTEREST CAPITALIZED' TO WS-CAP-DESC
031927     END-IF.
031928     PERFORM POST-CAP-TXN THRU
031929             POST-CAP-TXN-EXIT.
031930     IF WS-WTAX-AMOUNT IS NOT EQUAL TO 0
031931        COMPUTE WS-CAP-AMOUNT = 0 - WS-WTAX-AMOUNT
031932        MOVE 'WITHHOLDING TAX' TO WS-CAP-DESC
031933        PERFORM POST-CAP-TXN THRU
031934                POST-CAP-TXN-EXIT
031935     END-IF.
031936 CAPITALIZE-CARRIED-EXIT.
031937     EXIT.
031938
031939*****************************************************************
031940* Resolve the withholding rate for the account's customer      *
031941*****************************************************************
031942 RESOLVE-WTAX-RATE.
031943     MOVE WS-WTAX-STD-RATE TO WS-WTAX-RATE.
031944     MOVE BAC-REC-PID TO BCS-REC-PID.
031945     SET WS-CUSTOMER-FOUND TO TRUE.
031946     READ BNKCUST-FILE
031947          INVALID KEY SET WS-CUSTOMER-NOT-FOUND TO TRUE
031948     END-READ.
031949     IF WS-CUSTOMER-FOUND
031950        EVALUATE TRUE
031951          WHEN BCS-REC-TAX-EXEMPT
031952            MOVE 0 TO WS-WTAX-RATE
031953          WHEN BCS-REC-TAX-REDUCED
031954            MOVE WS-WTAX-RED-RATE TO WS-WTAX-RATE
031955          WHEN OTHER
031956            MOVE WS-WTAX-STD-RATE TO WS-WTAX-RATE
031957        END-EVALUATE
031958     END-IF.
031959 RESOLVE-WTAX-RATE-EXIT.
031960     EXIT.
031961
031962*****************************************************************
031963* Post one capitalization movement to the transaction history  *
031964* file, using the newer (type '2') posting format              *
031965*****************************************************************
031966 POST-CAP-TXN.
031967     ADD 1 TO WS-SEQUENCE-NO.
031968     MOVE LOW-VALUES TO BTX-RECORD.
031969     MOVE WS-TODAY-DATE-X TO BTX-REC-TIMESTAMP(1:8).
031970     MOVE WS-NOW-TIME-X TO BTX-REC-TIMESTAMP(9:8).
031971     MOVE WS-SEQUENCE-NO TO BTX-REC-TIMESTAMP(17:6).
031972     MOVE 'DM61' TO BTX-REC-TIMESTAMP(23:4).
031973     MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.
031974     MOVE BAC-REC-PID TO BTX-REC-PID.
031975     MOVE '2' TO BTX-REC-TYPE.
031976     MOVE WS-CAP-AMOUNT TO BTX-REC-AMOUNT.
031977     MOVE BAC-REC-CURRENCY TO BTX-REC-CURRENCY.
031978     MOVE SPACES TO WS-BTX-NEW-REC.
031979     MOVE WS-CAP-DESC TO WS-BTX-NEW-DESC.
031980     MOVE WS-BTX-NEW-REC TO BTX-REC-DATA-OLD.
031981     MOVE WS-BUSINESS-DATE TO BTX-REC-POST-DATE.
031982     WRITE BTX-RECORD
031983          INVALID KEY
031984             DISPLAY 'BBANK61P - DUPLICATE TIMESTAMP ON WRITE: '
031985                     BTX-REC-TIMESTAMP
031986     END-WRITE.
031987     PERFORM WRITE-VALUE-DATE-XREF THRU
031988             WRITE-VALUE-DATE-XREF-EXIT.
031989     PERFORM WRITE-POSTING-EVENT THRU
031990             WRITE-POSTING-EVENT-EXIT.
031991 POST-CAP-TXN-EXIT.
031992     EXIT.
032000
032100*****************************************************************
032200* Print the run trailer, close everything down and mark the     *
033400     CALL 'DBANK53P' USING WS-RUNC-DATA.
033500 TERMINATE-RUN-EXIT.
033600     EXIT.
033602
033604*****************************************************************
033606* Raise the posting event for the posting just written, so the  *
033608* downstream systems see it through the BNKPEVT interface       *
033610*****************************************************************
033612 WRITE-POSTING-EVENT.
033614     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' AND
033616        WS-BNKTXN-STATUS IS NOT EQUAL TO '02'
033618        GO TO WRITE-POSTING-EVENT-EXIT
033620     END-IF.
033622     MOVE SPACES TO CD59-DATA.
033624     MOVE BTX-RECORD TO CD59I-POSTING.
033626     MOVE 'BBANK61P' TO CD59I-SOURCE-PGM.
033628     CALL 'DBANK59P' USING WS-PEVT-DATA.
033630     IF NOT CD59O-RESP-OK
033632        DISPLAY 'BBANK61P - POSTING EVENT NOT RAISED: '
033634                BTX-REC-TIMESTAMP ' ' CD59O-RESP-MSG
033635        PERFORM ABEND-RUN THRU
033636                ABEND-RUN-EXIT
033637     END-IF.
033638 WRITE-POSTING-EVENT-EXIT.
033640     EXIT.
033700
033703
033707*****************************************************************
033785 WRITE-VALUE-DATE-XREF-EXIT.
033792     EXIT.
033796
033800*****************************************************************
033900* A posting is on file that its event could not follow - stop   *
034000* the step here rather than go on posting without events, and   *
034100* record the abend with run control so the step may be rerun    *
034200*****************************************************************
034300 ABEND-RUN.
034400     DISPLAY 'BBANK61P - STEP ABENDED, POSTING EVENT NOT RAISED'.
034500     MOVE SPACES TO CD53-DATA.
034600     SET CD53-REQUESTED-ABEND TO TRUE.
034700     MOVE 'BBANK61P' TO CD53I-JOB-NAME.
034800     CALL 'DBANK53P' USING WS-RUNC-DATA.
034900     MOVE 16 TO RETURN-CODE.
035000     STOP RUN.
035100 ABEND-RUN-EXIT.
035200     EXIT.
035300
035400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
