011400 COPY CBANKD21.
011500
011600 COPY CABENDD.
011620
011640 01  WS-PEVT-DATA.
011660 COPY CBANKD59.
011700
011800 LINKAGE SECTION.
011900 01  DFHCOMMAREA.
048700     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
048800        PERFORM WRITE-VALUE-DATE-XREF THRU
048900                WRITE-VALUE-DATE-XREF-EXIT
048920        PERFORM WRITE-POSTING-EVENT THRU
048940                WRITE-POSTING-EVENT-EXIT
049000     END-IF.
049100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
049200        SET CD21O-RESP-DEPOSIT-ERROR TO TRUE
066300     END-EXEC.
066400 WRITE-VALUE-DATE-XREF-EXIT.
066500     EXIT.
066505
066510*****************************************************************
066515* Raise the posting event for the posting just written. The     *
066520* event goes in the same unit of work as the posting itself     *
066525*****************************************************************
066530 WRITE-POSTING-EVENT.
066535     MOVE SPACES TO CD59-DATA.
066540     MOVE WS-BNKTXN-REC TO CD59I-POSTING.
066545     MOVE 'DBANK21P' TO CD59I-SOURCE-PGM.
066550     EXEC CICS LINK PROGRAM('DBANK60P')
066555                    COMMAREA(WS-PEVT-DATA)
066560                    LENGTH(LENGTH OF WS-PEVT-DATA)
066565     END-EXEC.
066570 WRITE-POSTING-EVENT-EXIT.
066575     EXIT.
066600
066700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
