002700* selects a BNKPARM per-posting limit (TELLER-CASH-LIM /      *
002800* BACKOFF-CASH-LIM; supervisors are uncapped), and a breach   *
002900* is refused unless a supervisor signs on in-flight - id and  *
003000* password verified by SPSWD01P - whose approval goes on the  *
003100* posting payload, so the BBANK51P drawer report can flag     *
003200* overridden postings for the branch manager.                 *
003300*                                                             *
003400* A withdrawal is tested against the available balance - the    *
003450* ledger balance plus the negotiated overdraft limit minus      *
003500* the account's active BNKHOLD funds holds. A cheque deposit    *
003550* ('C') posts like a cash deposit but places an automatic hold  *
003600* for the amount with no expiry, and registers the cheque on    *
003650* BNKCHQD for the BBANKA8P outward presentment; the hold is     *
003700* released by BBANKA9P once clearing confirms the cheque. A     *
003750* cheque stays out of the BNKTLR cash totals - it is not drawer *
003800* cash.                                                         *
004100*****************************************************************
004200
004300 IDENTIFICATION DIVISION.
006700   05  WS-ACTIVE-HOLDS                       PIC S9(9)V99.
006800   05  WS-BROWSE-RESP                        PIC S9(8) COMP.
006900   05  WS-BROWSE-ACCNO                       PIC X(10).
007700   05  WS-PARM-BROWSE-KEY.
007800     10  WS-PARM-BROWSE-NAME                 PIC X(16).
007900     10  WS-PARM-BROWSE-DATE                 PIC X(8).
010800
010900 01  WS-BNKHOLD-REC.
011000 COPY CBANKVHD.
011020
011040 01  WS-BNKCHQD-REC.
011060 COPY CBANKVCD.
011100
011200 01  WS-BNKPARM-REC.
011300 COPY CBANKVPR.
011500 01  WS-BNKSECP-REC.
011600 COPY CBANKVSE.
011700
011800 01  WS-PSWD-DATA.
011900 COPY CPSWDD01.
012000
012100 COPY CBANKTXD.
012200
012400 COPY CBANKD23.
012500
012600 COPY CABENDD.
012620
012640 01  WS-PEVT-DATA.
012660 COPY CBANKD59.
012700
012800 LINKAGE SECTION.
012900 01  DFHCOMMAREA.
016200                UPDATE-TELLER-TOTALS-EXIT
016300     END-IF.
016400     IF CD23O-RESP-OK AND
016450        CD23-REQUESTED-CHQ-DEPOSIT
016500        PERFORM WRITE-CHEQUE-HOLD THRU
016550                WRITE-CHEQUE-HOLD-EXIT
016600        PERFORM WRITE-CHEQUE-REGISTER THRU
016650                WRITE-CHEQUE-REGISTER-EXIT
016700     END-IF.
016900
017000*****************************************************************
017100* Move the result back to the callers area                      *
031600     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
031700        PERFORM WRITE-VALUE-DATE-XREF THRU
031800                WRITE-VALUE-DATE-XREF-EXIT
031820        PERFORM WRITE-POSTING-EVENT THRU
031840                WRITE-POSTING-EVENT-EXIT
031900     END-IF.
032000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
032100        SET CD23O-RESP-POSTING-ERROR TO TRUE
037400        MOVE 0 TO TLR-REC-CASH-IN
037500        MOVE 0 TO TLR-REC-CASH-OUT
037600        MOVE 0 TO TLR-REC-TXN-COUNT
037610        MOVE 0 TO TLR-REC-FLOAT-ISSUED
037620        MOVE 0 TO TLR-REC-FLOAT-RETURNED
037700        PERFORM ADD-TO-TELLER-TOTALS THRU
037800                ADD-TO-TELLER-TOTALS-EXIT
037900        EXEC CICS WRITE FILE('BNKTLR')
048800     END-IF.
048900
049000*****************************************************************
049100* Place the automatic hold behind a cheque deposit. It carries  *
049200* no expiry: the funds stay held until BBANKA9P releases the    *
049300* hold on the clearing house's confirmation that the cheque     *
049400* was paid, or on its return unpaid                             *
049500*****************************************************************
049600 WRITE-CHEQUE-HOLD.
050300     MOVE EIBTASKN TO WS-TASKN-DISPLAY.
050400     MOVE LOW-VALUES TO HLD-RECORD.
050500     MOVE WS-POST-DATE TO HLD-REC-ID(1:8).
050900     MOVE CD23I-ACCNO TO HLD-REC-ACCNO.
051000     MOVE CD23I-AMOUNT TO HLD-REC-AMOUNT.
051100     MOVE 'UNCLEARED CHEQUE DEPOSIT' TO HLD-REC-REASON.
051200     MOVE SPACES TO HLD-REC-EXPIRY-DTE.
051300     SET HLD-REC-STATUS-ACTIVE TO TRUE.
051400     MOVE CD23I-TELLER-ID TO HLD-REC-PLACED-BY.
051500     MOVE WS-BUSINESS-DATE TO HLD-REC-PLACED-DATE.
052900     EXIT.
053000
053100*****************************************************************
053200* Register the cheque just deposited on BNKCHQD, waiting for the*
053300* nightly BBANKA8P run to present it. Without the register entry*
053400* the cheque would never be presented and its hold never        *
053500* released, so a failed write backs the whole deposit out.      *
053600*****************************************************************
053700 WRITE-CHEQUE-REGISTER.
053800     MOVE SPACES TO CQD-RECORD.
053900     MOVE WS-POST-DATE TO CQD-REC-ITEM-ID(1:8).
054000     MOVE WS-POST-TIME TO CQD-REC-ITEM-ID(9:8).
054100     MOVE WS-TASKN-DISPLAY TO CQD-REC-ITEM-ID(17:7).
054200     MOVE 'Q' TO CQD-REC-ITEM-ID(24:1).
054300     MOVE CD23I-ACCNO TO CQD-REC-ACCNO.
054400     MOVE CD23I-CHQ-DRAWEE-BANK TO CQD-REC-DRAWEE-BANK.
054500     MOVE CD23I-CHQ-DRAWER-ACCNO TO CQD-REC-DRAWER-ACCNO.
054600     MOVE CD23I-CHQ-SERIAL TO CQD-REC-SERIAL.
054700     MOVE CD23I-AMOUNT TO CQD-REC-AMOUNT.
054800     MOVE BAC-REC-CURRENCY TO CQD-REC-CURRENCY.
054900     SET CQD-REC-STATUS-DEPOSITED TO TRUE.
055000     MOVE CD23I-TELLER-ID TO CQD-REC-TELLER-ID.
055100     MOVE WS-BUSINESS-DATE TO CQD-REC-DEPOSIT-DATE.
055200     MOVE HLD-REC-ID TO CQD-REC-HOLD-ID.
055300     MOVE 0 TO CQD-REC-FEE.
055400     EXEC CICS WRITE FILE('BNKCHQD')
055500               FROM(WS-BNKCHQD-REC)
055600               LENGTH(LENGTH OF WS-BNKCHQD-REC)
055700               RIDFLD(CQD-REC-ITEM-ID)
055800               RESP(WS-RESP)
055900     END-EXEC.
056000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
056100        SET CD23O-RESP-POSTING-ERROR TO TRUE
056200        MOVE 'Cheque register write failed' TO CD23O-RESP-MSG
056300        EXEC CICS SYNCPOINT ROLLBACK
056400        END-EXEC
056500        MOVE 0 TO CD23O-NEW-BALANCE
056600        GO TO WRITE-CHEQUE-REGISTER-EXIT
056700     END-IF.
056800     MOVE CQD-REC-ITEM-ID TO CD23O-CHQ-ITEM-ID.
056900 WRITE-CHEQUE-REGISTER-EXIT.
057000     EXIT.
057100
057200*****************************************************************
057300* Fold one character of the parameter value into WS-PARM-NUM,   *
057400* stopping at the first space; anything else non-numeric        *
057500* zeroes the value                                              *
057600*****************************************************************
059800 CONVERT-ONE-DIGIT.
059900     IF PRM-REC-VALUE(WS-VALUE-SUB:1) IS EQUAL TO SPACE
060000        SET WS-NO-MORE-DIGITS TO TRUE
067000            CD23O-RESP-MSG
067100        GO TO CHECK-TELLER-LIMIT-EXIT
067200     END-IF.
067300* BNKPSWD holds only hashes, so the password is checked by
067350* SPSWD01P's verify function
067400     MOVE SPACES TO CPSWDD01-DATA.
067450     SET PSWD-VERIFY TO TRUE.
067500     MOVE CD23I-OVERRIDE-SUPERVISOR TO CPSWDD01I-USERID.
067550     MOVE CD23I-OVERRIDE-PSWD TO CPSWDD01I-PASSWORD.
067600     EXEC CICS LINK PROGRAM('SPSWD01P')
067650                    COMMAREA(CPSWDD01-DATA)
067700                    LENGTH(LENGTH OF CPSWDD01-DATA)
067750                    RESP(WS-RESP)
067800     END-EXEC.
067850     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
067900        CPSWDD01O-MESSAGE IS NOT EQUAL TO SPACES
067950        SET CD23O-RESP-LIMIT-EXCEEDED TO TRUE
068000        MOVE 'Supervisor signon not accepted' TO
068050            CD23O-RESP-MSG
068100        GO TO CHECK-TELLER-LIMIT-EXIT
068150     END-IF.
068700     MOVE CD23I-OVERRIDE-SUPERVISOR TO WS-OVERRIDE-BY.
068800 CHECK-TELLER-LIMIT-EXIT.
068900     EXIT.
073200     END-IF.
073300
073400*****************************************************************
073500* Convert the leading digits of the parameter value into the    *
073550* cash limit, the same way DBANK54P converts values for the     *
073600* batch jobs                                                    *
073700*****************************************************************
073800 CONVERT-LIMIT-VALUE.
073900     MOVE 0 TO WS-PARM-NUM.
076600     END-EXEC.
076700 WRITE-VALUE-DATE-XREF-EXIT.
076800     EXIT.
076805
076810*****************************************************************
076815* Raise the posting event for the posting just written. The     *
076820* event goes in the same unit of work as the posting itself     *
076825*****************************************************************
076830 WRITE-POSTING-EVENT.
076835     MOVE SPACES TO CD59-DATA.
076840     MOVE WS-BNKTXN-REC TO CD59I-POSTING.
076845     MOVE 'DBANK23P' TO CD59I-SOURCE-PGM.
076850     EXEC CICS LINK PROGRAM('DBANK60P')
076855                    COMMAREA(WS-PEVT-DATA)
076860                    LENGTH(LENGTH OF WS-PEVT-DATA)
076865     END-EXEC.
076870 WRITE-POSTING-EVENT-EXIT.
076875     EXIT.
076900
077000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
