001700* Validates the input before handing off to DBANK01P's 'W'/'U'/ *
001800* 'X' modes, the same way BBANK31P validates before handing off *
001900* to DBANK21P.                                                  *
001910* A created or updated name is then screened against the        *
001920* sanctions watchlist through DBANK56P.                         *
001940* An item of post returned undelivered is captured through the  *
001960* 'R' mode too; the customer then stays flagged gone away until *
001980* the address is next changed.                                  *
002000*****************************************************************

002100 IDENTIFICATION DIVISION.
004010 01  WS-PEND-DATA.
004020 COPY CBANKD38.

004030 01  WS-SCREENING-DATA.
004040 COPY CBANKD56.

004100 COPY CABENDD.

004300 LINKAGE SECTION.
006900        MOVE 'Customer name is required' TO CD01O-RESP-MSG
007000        GO TO BBANK32P-EXIT
007100     END-IF.
007101     IF CD01-REQUESTED-RETURNED-MAIL AND
007102        CD01I-RTS-SENT-DATE IS NOT EQUAL TO SPACES AND
007103        CD01I-RTS-SENT-DATE IS NOT EQUAL TO LOW-VALUES AND
007104        CD01I-RTS-SENT-DATE IS NOT NUMERIC
007105        SET CD01O-RESP-INVALID-INPUT TO TRUE
007106        MOVE 'Date sent must be YYYYMMDD' TO CD01O-RESP-MSG
007107        GO TO BBANK32P-EXIT
007108     END-IF.
007110     IF CD01-REQUESTED-UPDATE-DETAILS AND
007120        CD01I-NEW-ALERT-PREF IS NOT EQUAL TO SPACES AND
007130        CD01I-NEW-ALERT-PREF IS NOT EQUAL TO LOW-VALUES AND
007700                    COMMAREA(WS-CUST-DATA)
007800                    LENGTH(LENGTH OF WS-CUST-DATA)
007900     END-EXEC.
007910     IF CD01O-RESP-OK AND
007920        (CD01-REQUESTED-CREATE OR CD01-REQUESTED-UPDATE-DETAILS)
007930        PERFORM SCREEN-CUSTOMER-NAME THRU
007940                SCREEN-CUSTOMER-NAME-EXIT
007950     END-IF.

008100 BBANK32P-EXIT.
008200*****************************************************************
009281 QUEUE-FOR-APPROVAL-EXIT.
009282     EXIT.

009290*****************************************************************
009291* Screen the saved name against the sanctions watchlist. The    *
009292* customer is kept either way; a possible match is raised on    *
009293* the review queue for compliance and the operator is told.     *
009294*****************************************************************
009295 SCREEN-CUSTOMER-NAME.
009296     MOVE SPACES TO WS-SCREENING-DATA.
009297     SET CD56-REQUESTED-SCREEN TO TRUE.
009298     MOVE CD01O-PERSON-NAME TO CD56I-NAME.
009299     SET CD56I-SUBJECT-CUSTOMER TO TRUE.
009300     MOVE CD01O-PERSON-PID TO CD56I-REF.
009301     MOVE WS-PROGRAM-ID TO CD56I-SOURCE-PGM.
009302     EXEC CICS LINK PROGRAM('DBANK56P')
009303                    COMMAREA(WS-SCREENING-DATA)
009304                    LENGTH(LENGTH OF WS-SCREENING-DATA)
009305     END-EXEC.
009306     IF CD56O-RESP-OK AND CD56O-POSSIBLE-MATCH
009307        MOVE 'Saved - referred for sanctions review' TO
009308            CD01O-RESP-MSG
009309     END-IF.
009310 SCREEN-CUSTOMER-NAME-EXIT.
009311     EXIT.

009400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
