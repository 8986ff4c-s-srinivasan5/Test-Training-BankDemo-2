017200
017300 01  WS-RUNC-DATA.
017400 COPY CBANKD53.
017420
017440 01  WS-PEVT-DATA.
017460 COPY CBANKD59.
017500
017600 01  WS-PARM-DATA.
017700 COPY CBANKD54.
037100     END-WRITE.
037200     PERFORM WRITE-VALUE-DATE-XREF THRU
037300             WRITE-VALUE-DATE-XREF-EXIT.
037320     PERFORM WRITE-POSTING-EVENT THRU
037340             WRITE-POSTING-EVENT-EXIT.
037400 POST-CAP-TXN-EXIT.
037500     EXIT.
037600
040600     END-WRITE.
040700 WRITE-VALUE-DATE-XREF-EXIT.
040800     EXIT.
040802
040804*****************************************************************
040806* Raise the posting event for the posting just written, so the  *
040808* downstream systems see it through the BNKPEVT interface       *
040810*****************************************************************
040812 WRITE-POSTING-EVENT.
040814     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' AND
040816        WS-BNKTXN-STATUS IS NOT EQUAL TO '02'
040818        GO TO WRITE-POSTING-EVENT-EXIT
040820     END-IF.
040822     MOVE SPACES TO CD59-DATA.
040824     MOVE BTX-RECORD TO CD59I-POSTING.
040826     MOVE 'BBANK75P' TO CD59I-SOURCE-PGM.
040828     CALL 'DBANK59P' USING WS-PEVT-DATA.
040830     IF NOT CD59O-RESP-OK
040832        DISPLAY 'BBANK75P - POSTING EVENT NOT RAISED: '
040834                BTX-REC-TIMESTAMP ' ' CD59O-RESP-MSG
040835        PERFORM ABEND-RUN THRU
040836                ABEND-RUN-EXIT
040837     END-IF.
040838 WRITE-POSTING-EVENT-EXIT.
040840     EXIT.
040900
041000*****************************************************************
041100* A posting is on file that its event could not follow - stop   *
041200* the step here rather than go on posting without events, and   *
041300* record the abend with run control so the step may be rerun    *
041400*****************************************************************
041500 ABEND-RUN.
041600     DISPLAY 'BBANK75P - STEP ABENDED, POSTING EVENT NOT RAISED'.
041700     MOVE SPACES TO CD53-DATA.
041800     SET CD53-REQUESTED-ABEND TO TRUE.
041900     MOVE 'BBANK75P' TO CD53I-JOB-NAME.
042000     CALL 'DBANK53P' USING WS-RUNC-DATA.
042100     MOVE 16 TO RETURN-CODE.
042200     STOP RUN.
042300 ABEND-RUN-EXIT.
042400     EXIT.
042500
042600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
