003000* rate - shown to the customer for confirmation before         *
003100* anything posts, each leg posted in its own currency with     *
003200* the applied rate in the posting description - and refuse     *
003300* only when the pair is missing or the rate is stale. A         *
003350* quote-only request ('Q') is checked, and quoted between       *
003400* currencies, but never posted.                                 *
003450*****************************************************************
003500
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.
011700 COPY CBANKD22.
011800
011900 COPY CABENDD.
011920
011940 01  WS-PEVT-DATA.
011960 COPY CBANKD59.
012000
012100 LINKAGE SECTION.
012200 01  DFHCOMMAREA.
015500        PERFORM VALIDATE-TO-ACCOUNT THRU
015600                VALIDATE-TO-ACCOUNT-EXIT
015700     END-IF.
015800* A quote-only request stops here, checked but not posted
015850     IF CD22O-RESP-OK AND NOT CD22I-QUOTE-ONLY
015900        PERFORM APPLY-TRANSFER THRU
015950                APPLY-TRANSFER-EXIT
016000     END-IF.
016200
016300*****************************************************************
016400* Move the result back to the callers area                      *
055200     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
055300        PERFORM WRITE-VALUE-DATE-XREF THRU
055400                WRITE-VALUE-DATE-XREF-EXIT
055420        PERFORM WRITE-POSTING-EVENT THRU
055440                WRITE-POSTING-EVENT-EXIT
055500     END-IF.
055600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
055700        SET CD22O-RESP-POSTING-ERROR TO TRUE
067000     END-EXEC.
067100 WRITE-VALUE-DATE-XREF-EXIT.
067200     EXIT.
067205
067210*****************************************************************
067215* Raise the posting event for the posting just written. The     *
067220* event goes in the same unit of work as the posting itself     *
067225*****************************************************************
067230 WRITE-POSTING-EVENT.
067235     MOVE SPACES TO CD59-DATA.
067240     MOVE WS-BNKTXN-REC TO CD59I-POSTING.
067245     MOVE 'DBANK22P' TO CD59I-SOURCE-PGM.
067250     EXEC CICS LINK PROGRAM('DBANK60P')
067255                    COMMAREA(WS-PEVT-DATA)
067260                    LENGTH(LENGTH OF WS-PEVT-DATA)
067265     END-EXEC.
067270 WRITE-POSTING-EVENT-EXIT.
067275     EXIT.
067300
067400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
