027700
027800 01  WS-RUNC-DATA.
027900 COPY CBANKD53.
027920
027940 01  WS-PEVT-DATA.
027960 COPY CBANKD59.
028000
028100 PROCEDURE DIVISION.
028200*****************************************************************
062100     END-WRITE.
062200     PERFORM WRITE-VALUE-DATE-XREF THRU
062300             WRITE-VALUE-DATE-XREF-EXIT.
062320     PERFORM WRITE-POSTING-EVENT THRU
062340             WRITE-POSTING-EVENT-EXIT.
062400 POST-LOAN-TXN-EXIT.
062500     EXIT.
062600
066300     END-WRITE.
066400 WRITE-VALUE-DATE-XREF-EXIT.
066500     EXIT.
066502
066504*****************************************************************
066506* Raise the posting event for the posting just written, so the  *
066508* downstream systems see it through the BNKPEVT interface       *
066510*****************************************************************
066512 WRITE-POSTING-EVENT.
066514     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' AND
066516        WS-BNKTXN-STATUS IS NOT EQUAL TO '02'
066518        GO TO WRITE-POSTING-EVENT-EXIT
066520     END-IF.
066522     MOVE SPACES TO CD59-DATA.
066524     MOVE BTX-RECORD TO CD59I-POSTING.
066526     MOVE 'BBANK70P' TO CD59I-SOURCE-PGM.
066528     CALL 'DBANK59P' USING WS-PEVT-DATA.
066530     IF NOT CD59O-RESP-OK
066532        DISPLAY 'BBANK70P - POSTING EVENT NOT RAISED: '
066534                BTX-REC-TIMESTAMP ' ' CD59O-RESP-MSG
066535        PERFORM ABEND-RUN THRU
066536                ABEND-RUN-EXIT
066537     END-IF.
066538 WRITE-POSTING-EVENT-EXIT.
066540     EXIT.
066600
066700*****************************************************************
066800* A posting is on file that its event could not follow - stop   *
066900* the step here rather than go on posting without events, and   *
067000* record the abend with run control so the step may be rerun    *
067100*****************************************************************
067200 ABEND-RUN.
067300     DISPLAY 'BBANK70P - STEP ABENDED, POSTING EVENT NOT RAISED'.
067400     MOVE SPACES TO CD53-DATA.
067500     SET CD53-REQUESTED-ABEND TO TRUE.
067600     MOVE 'BBANK70P' TO CD53I-JOB-NAME.
067700     CALL 'DBANK53P' USING WS-RUNC-DATA.
067800     MOVE 16 TO RETURN-CODE.
067900     STOP RUN.
068000 ABEND-RUN-EXIT.
068100     EXIT.
068200
068300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
