024200
024300 01  WS-RUNC-DATA.
024400 COPY CBANKD53.
024402
024404 01  WS-PEVT-DATA.
024406 COPY CBANKD59.
024410
024420 01  WS-PARM-DATA.
024430 COPY CBANKD54.
055600     END-WRITE.
055700     PERFORM WRITE-VALUE-DATE-XREF THRU
055800             WRITE-VALUE-DATE-XREF-EXIT.
055820     PERFORM WRITE-POSTING-EVENT THRU
055840             WRITE-POSTING-EVENT-EXIT.
055900 POST-MATURITY-TXN-EXIT.
056000     EXIT.
056100
067800     END-WRITE.
067900 WRITE-VALUE-DATE-XREF-EXIT.
068000     EXIT.
068002
068004*****************************************************************
068006* Raise the posting event for the posting just written, so the  *
068008* downstream systems see it through the BNKPEVT interface       *
068010*****************************************************************
068012 WRITE-POSTING-EVENT.
068014     IF WS-BNKTXN-STATUS IS NOT EQUAL TO '00' AND
068016        WS-BNKTXN-STATUS IS NOT EQUAL TO '02'
068018        GO TO WRITE-POSTING-EVENT-EXIT
068020     END-IF.
068022     MOVE SPACES TO CD59-DATA.
068024     MOVE BTX-RECORD TO CD59I-POSTING.
068026     MOVE 'BBANK69P' TO CD59I-SOURCE-PGM.
068028     CALL 'DBANK59P' USING WS-PEVT-DATA.
068030     IF NOT CD59O-RESP-OK
068032        DISPLAY 'BBANK69P - POSTING EVENT NOT RAISED: '
068034                BTX-REC-TIMESTAMP ' ' CD59O-RESP-MSG
068035        PERFORM ABEND-RUN THRU
068036                ABEND-RUN-EXIT
068037     END-IF.
068038 WRITE-POSTING-EVENT-EXIT.
068040     EXIT.
068100
068200*****************************************************************
068300* A posting is on file that its event could not follow - stop   *
068400* the step here rather than go on posting without events, and   *
068500* record the abend with run control so the step may be rerun    *
068600*****************************************************************
068700 ABEND-RUN.
068800     DISPLAY 'BBANK69P - STEP ABENDED, POSTING EVENT NOT RAISED'.
068900     MOVE SPACES TO CD53-DATA.
069000     SET CD53-REQUESTED-ABEND TO TRUE.
069100     MOVE 'BBANK69P' TO CD53I-JOB-NAME.
069200     CALL 'DBANK53P' USING WS-RUNC-DATA.
069300     MOVE 16 TO RETURN-CODE.
069400     STOP RUN.
069500 ABEND-RUN-EXIT.
069600     EXIT.
069700
069800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
