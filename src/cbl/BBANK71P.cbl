021600
021700 01  WS-RUNC-DATA.
021800 COPY CBANKD53.
021820
021840 01  WS-PEVT-DATA.
021860 COPY CBANKD59.
021900
022000 PROCEDURE DIVISION.
022100*****************************************************************
035000     END-WRITE.
035100     PERFORM WRITE-VALUE-DATE-XREF THRU
035200             WRITE-VALUE-DATE-XREF-EXIT.
035220     PERFORM WRITE-POSTING-EVENT THRU
035240             WRITE-POSTING-EVENT-EXIT.
035300     ADD 1 TO WS-POSTED-COUNT.
035400     ADD INC-AMOUNT TO WS-POSTED-TOTAL.
035500     MOVE INC-REFERENCE TO WS-DET-REFERENCE.
044300     END-WRITE.
044400 WRITE-VALUE-DATE-XREF-EXIT.
044500     EXIT.
044502
044504*****************************************************************
044506* Raise the posting event for the posting just written, so the  *
044508* downstream systems see it through the BNKPEVT interface       *
044510*****************************************************************
044512 WRITE-POSTING-EVENT.
044514     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' AND
044516        WS-BNKTXN-STATUS IS NOT EQUAL TO '02'
044518        GO TO WRITE-POSTING-EVENT-EXIT
044520     END-IF.
044522     MOVE SPACES TO CD59-DATA.
044524     MOVE BTX-RECORD TO CD59I-POSTING.
044526     MOVE 'BBANK71P' TO CD59I-SOURCE-PGM.
044528     CALL 'DBANK59P' USING WS-PEVT-DATA.
044530     IF NOT CD59O-RESP-OK
044532        DISPLAY 'BBANK71P - POSTING EVENT NOT RAISED: '
044534                BTX-REC-TIMESTAMP ' ' CD59O-RESP-MSG
044535        PERFORM ABEND-RUN THRU
044536                ABEND-RUN-EXIT
044537     END-IF.
044538 WRITE-POSTING-EVENT-EXIT.
044540     EXIT.
044600
044700*****************************************************************
044800* A posting is on file that its event could not follow - stop   *
044900* the step here rather than go on posting without events, and   *
045000* record the abend with run control so the step may be rerun    *
045100*****************************************************************
045200 ABEND-RUN.
045300     DISPLAY 'BBANK71P - STEP ABENDED, POSTING EVENT NOT RAISED'.
045400     MOVE SPACES TO CD53-DATA.
045500     SET CD53-REQUESTED-ABEND TO TRUE.
045600     MOVE 'BBANK71P' TO CD53I-JOB-NAME.
045700     CALL 'DBANK53P' USING WS-RUNC-DATA.
045800     MOVE 16 TO RETURN-CODE.
045900     STOP RUN.
046000 ABEND-RUN-EXIT.
046100     EXIT.
046200
046300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
