023400
023500 01  WS-RUNC-DATA.
023600 COPY CBANKD53.
023620
023640 01  WS-PEVT-DATA.
023660 COPY CBANKD59.
023700
023800 PROCEDURE DIVISION.
023900*****************************************************************
041800     END-WRITE.
041900     PERFORM WRITE-VALUE-DATE-XREF THRU
042000             WRITE-VALUE-DATE-XREF-EXIT.
042020     PERFORM WRITE-POSTING-EVENT THRU
042040             WRITE-POSTING-EVENT-EXIT.
042100 POST-RECREDIT-TXN-EXIT.
042200     EXIT.
042300
054900     END-WRITE.
055000 WRITE-VALUE-DATE-XREF-EXIT.
055100     EXIT.
055102
055104*****************************************************************
055106* Raise the posting event for the posting just written, so the  *
055108* downstream systems see it through the BNKPEVT interface       *
055110*****************************************************************
055112 WRITE-POSTING-EVENT.
055114     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' AND
055116        WS-BNKTXN-STATUS IS NOT EQUAL TO '02'
055118        GO TO WRITE-POSTING-EVENT-EXIT
055120     END-IF.
055122     MOVE SPACES TO CD59-DATA.
055124     MOVE BTX-RECORD TO CD59I-POSTING.
055126     MOVE 'BBANK72P' TO CD59I-SOURCE-PGM.
055128     CALL 'DBANK59P' USING WS-PEVT-DATA.
055130     IF NOT CD59O-RESP-OK
055132        DISPLAY 'BBANK72P - POSTING EVENT NOT RAISED: '
055134                BTX-REC-TIMESTAMP ' ' CD59O-RESP-MSG
055135        PERFORM ABEND-RUN THRU
055136                ABEND-RUN-EXIT
055137     END-IF.
055138 WRITE-POSTING-EVENT-EXIT.
055140     EXIT.
055200
055300*****************************************************************
055400* A posting is on file that its event could not follow - stop   *
055500* the step here rather than go on posting without events, and   *
055600* record the abend with run control so the step may be rerun    *
055700*****************************************************************
055800 ABEND-RUN.
055900     DISPLAY 'BBANK72P - STEP ABENDED, POSTING EVENT NOT RAISED'.
056000     MOVE SPACES TO CD53-DATA.
056100     SET CD53-REQUESTED-ABEND TO TRUE.
056200     MOVE 'BBANK72P' TO CD53I-JOB-NAME.
056300     CALL 'DBANK53P' USING WS-RUNC-DATA.
056400     MOVE 16 TO RETURN-CODE.
056500     STOP RUN.
056600 ABEND-RUN-EXIT.
056700     EXIT.
056800
056900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
