013300 COPY CBANKD34.
013400
013500 COPY CABENDD.
013520
013540 01  WS-PEVT-DATA.
013560 COPY CBANKD59.
013600
013700 LINKAGE SECTION.
013800 01  DFHCOMMAREA.
058500     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
058600        PERFORM WRITE-VALUE-DATE-XREF THRU
058700                WRITE-VALUE-DATE-XREF-EXIT
058720        PERFORM WRITE-POSTING-EVENT THRU
058740                WRITE-POSTING-EVENT-EXIT
058800     END-IF.
058900     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
059000        SET CD34O-RESP-ERROR TO TRUE
067100     END-EXEC.
067200 WRITE-VALUE-DATE-XREF-EXIT.
067300     EXIT.
067305
067310*****************************************************************
067315* Raise the posting event for the posting just written. The     *
067320* event goes in the same unit of work as the posting itself     *
067325*****************************************************************
067330 WRITE-POSTING-EVENT.
067335     MOVE SPACES TO CD59-DATA.
067340     MOVE WS-BNKTXN-REC TO CD59I-POSTING.
067345     MOVE 'DBANK34P' TO CD59I-SOURCE-PGM.
067350     EXEC CICS LINK PROGRAM('DBANK60P')
067355                    COMMAREA(WS-PEVT-DATA)
067360                    LENGTH(LENGTH OF WS-PEVT-DATA)
067365     END-EXEC.
067370 WRITE-POSTING-EVENT-EXIT.
067375     EXIT.
067400
067500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
