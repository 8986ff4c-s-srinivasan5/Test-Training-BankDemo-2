007600 COPY CBANKD35.
007700
007800 COPY CABENDD.
007820
007840 01  WS-PEVT-DATA.
007860 COPY CBANKD59.
007900
008000 LINKAGE SECTION.
008100 01  DFHCOMMAREA.
030500     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
030600        PERFORM WRITE-VALUE-DATE-XREF THRU
030700                WRITE-VALUE-DATE-XREF-EXIT
030720        PERFORM WRITE-POSTING-EVENT THRU
030740                WRITE-POSTING-EVENT-EXIT
030800     END-IF.
030900 CHARGE-STOP-FEE-EXIT.
031000     EXIT.
043800     END-EXEC.
043900 WRITE-VALUE-DATE-XREF-EXIT.
044000     EXIT.
044005
044010*****************************************************************
044015* Raise the posting event for the posting just written. The     *
044020* event goes in the same unit of work as the posting itself     *
044025*****************************************************************
044030 WRITE-POSTING-EVENT.
044035     MOVE SPACES TO CD59-DATA.
044040     MOVE WS-BNKTXN-REC TO CD59I-POSTING.
044045     MOVE 'DBANK35P' TO CD59I-SOURCE-PGM.
044050     EXEC CICS LINK PROGRAM('DBANK60P')
044055                    COMMAREA(WS-PEVT-DATA)
044060                    LENGTH(LENGTH OF WS-PEVT-DATA)
044065     END-EXEC.
044070 WRITE-POSTING-EVENT-EXIT.
044075     EXIT.
044100
044200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
