005100   05  WS-MAU-ABSTIME                        PIC S9(15) COMP-3.
005200   05  WS-MAU-TASKN                          PIC 9(7).
005300   05  WS-MAU-RESP                           PIC S9(8) COMP.
005310   05  WS-NOW-ABSTIME                        PIC S9(15) COMP-3.
005320   05  WS-TODAY-DATE                         PIC X(8).
005330   05  WS-ADDRESS-CHANGE-FLAG                PIC X(1).
005340     88  WS-ADDRESS-CHANGED                  VALUE '1'.
005350     88  WS-ADDRESS-UNCHANGED                VALUE '0'.
005400
005500 01 WS-BNKCUST-REC.
005600 COPY CBANKVCS.
012000       WHEN CD01-REQUESTED-CLOSE
012100        PERFORM CLOSE-CUSTOMER THRU
012200                CLOSE-CUSTOMER-EXIT
012220       WHEN CD01-REQUESTED-RETURNED-MAIL
012240        PERFORM RECORD-RETURNED-MAIL THRU
012260                RECORD-RETURNED-MAIL-EXIT
012300       WHEN OTHER
012400        PERFORM LOOKUP-BY-PID THRU
012500                LOOKUP-BY-PID-EXIT
016400        MOVE BCS-REC-TAX-CERT-NO TO CD01O-PERSON-TAX-CERT
016500        PERFORM MOVE-KYC-TO-OUTPUT THRU
016600                MOVE-KYC-TO-OUTPUT-EXIT
016620        PERFORM MOVE-MAIL-TO-OUTPUT THRU
016640                MOVE-MAIL-TO-OUTPUT-EXIT
016660        MOVE BCS-REC-DECEASED-FLAG TO CD01O-PERSON-DECEASED-FLAG
016680        MOVE BCS-REC-DEATH-DATE TO CD01O-PERSON-DEATH-DATE
016700     ELSE
016800        MOVE 'Person not found' TO CD01O-PERSON-NAME
016900     END-IF.
027800        PERFORM APPLY-KYC-FIELDS THRU
027900                APPLY-KYC-FIELDS-EXIT
028000        SET BCS-REC-STATUS-ACTIVE TO TRUE
028020        SET BCS-REC-MAIL-DELIVERABLE TO TRUE
028040        MOVE 0 TO BCS-REC-RTS-COUNT
028100        EXEC CICS WRITE FILE('BNKCUST')
028200                  FROM(WS-BNKCUST-REC)
028300                  LENGTH(LENGTH OF WS-BNKCUST-REC)
031400        MOVE 'Person not found' TO CD01O-PERSON-NAME
031500     ELSE
031600        MOVE WS-BNKCUST-REC TO WS-MAU-BEFORE
031610        SET WS-ADDRESS-UNCHANGED TO TRUE
031620        IF CD01I-NEW-ADDR1 IS NOT EQUAL TO BCS-REC-ADDR1 OR
031630           CD01I-NEW-ADDR2 IS NOT EQUAL TO BCS-REC-ADDR2 OR
031640           CD01I-NEW-STATE IS NOT EQUAL TO BCS-REC-STATE OR
031650           CD01I-NEW-CNTRY IS NOT EQUAL TO BCS-REC-CNTRY OR
031660           CD01I-NEW-POST-CODE IS NOT EQUAL TO BCS-REC-POST-CODE
031670           SET WS-ADDRESS-CHANGED TO TRUE
031680        END-IF
031700        MOVE CD01I-NEW-ADDR1 TO BCS-REC-ADDR1
031800        MOVE CD01I-NEW-ADDR2 TO BCS-REC-ADDR2
031900        MOVE CD01I-NEW-STATE TO BCS-REC-STATE
033400        END-IF
033500        PERFORM APPLY-KYC-FIELDS THRU
033600                APPLY-KYC-FIELDS-EXIT
033605* A new postal address is taken as curing a gone-away flag -
033610* BBANKA1P releases whatever was held for the customer on its
033615* next run
033620        IF WS-ADDRESS-CHANGED
033625           PERFORM GET-TODAY-DATE THRU
033630                   GET-TODAY-DATE-EXIT
033635           MOVE WS-TODAY-DATE TO BCS-REC-ADDR-CHG-DATE
033640           IF BCS-REC-MAIL-GONE-AWAY
033645              SET BCS-REC-MAIL-DELIVERABLE TO TRUE
033650              MOVE 0 TO BCS-REC-RTS-COUNT
033655              MOVE SPACES TO BCS-REC-RTS-FIRST-DATE
033660              MOVE 'Address changed - returned mail cleared' TO
033665                  CD01O-RESP-MSG
033670           END-IF
033675        END-IF
033700        EXEC CICS REWRITE FILE('BNKCUST')
033800                          FROM(WS-BNKCUST-REC)
033900                          LENGTH(LENGTH OF WS-BNKCUST-REC)
034500        PERFORM WRITE-MAINT-AUDIT THRU
034600                WRITE-MAINT-AUDIT-EXIT
034700        MOVE BCS-REC-PID TO CD01O-PERSON-PID
034710        MOVE BCS-REC-NAME TO CD01O-PERSON-NAME
034800        MOVE BCS-REC-ADDR1 TO CD01O-PERSON-ADDR1
034900        MOVE BCS-REC-ADDR2 TO CD01O-PERSON-ADDR2
035000        MOVE BCS-REC-STATE TO CD01O-PERSON-STATE
035600        MOVE BCS-REC-TAX-CERT-NO TO CD01O-PERSON-TAX-CERT
035700        PERFORM MOVE-KYC-TO-OUTPUT THRU
035800                MOVE-KYC-TO-OUTPUT-EXIT
035820        PERFORM MOVE-MAIL-TO-OUTPUT THRU
035840                MOVE-MAIL-TO-OUTPUT-EXIT
035900     END-IF.
036000 UPDATE-DETAILS-EXIT.
036100     EXIT.
047800         CD01O-PERSON-KYC-REVIEW-DTE.
047900 MOVE-KYC-TO-OUTPUT-EXIT.
048000     EXIT.
048001
048002*****************************************************************
048003* Record an item of post returned undelivered: the customer is  *
048004* flagged gone away from the first return and every return is   *
048005* counted. An item posted before the address was last changed   *
048006* went to the old address and says nothing about the new one.   *
048007*****************************************************************
048008 RECORD-RETURNED-MAIL.
048009     MOVE CD01I-PERSON-PID TO WS-BNKCUST-RID.
048010     EXEC CICS READ FILE('BNKCUST')
048011                    INTO(WS-BNKCUST-REC)
048012                    LENGTH(LENGTH OF WS-BNKCUST-REC)
048013                    RIDFLD(WS-BNKCUST-RID)
048014                    UPDATE
048015                    RESP(WS-RESP)
048016     END-EXEC.
048017     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
048018        SET CD01O-RESP-NOTFOUND TO TRUE
048019        MOVE 'Person not found' TO CD01O-PERSON-NAME
048020        GO TO RECORD-RETURNED-MAIL-EXIT
048021     END-IF.
048022     IF CD01I-RTS-SENT-DATE IS NOT EQUAL TO SPACES AND
048023        CD01I-RTS-SENT-DATE IS NOT EQUAL TO LOW-VALUES AND
048024        BCS-REC-ADDR-CHG-DATE IS NOT EQUAL TO SPACES AND
048025        BCS-REC-ADDR-CHG-DATE IS NOT EQUAL TO LOW-VALUES AND
048026        CD01I-RTS-SENT-DATE IS LESS THAN BCS-REC-ADDR-CHG-DATE
048027        EXEC CICS UNLOCK FILE('BNKCUST')
048028        END-EXEC
048029        MOVE BCS-REC-PID TO CD01O-PERSON-PID
048030        MOVE BCS-REC-NAME TO CD01O-PERSON-NAME
048031        PERFORM MOVE-MAIL-TO-OUTPUT THRU
048032                MOVE-MAIL-TO-OUTPUT-EXIT
048033        MOVE 'Sent before address change - not counted' TO
048034            CD01O-RESP-MSG
048035        GO TO RECORD-RETURNED-MAIL-EXIT
048036     END-IF.
048037     MOVE WS-BNKCUST-REC TO WS-MAU-BEFORE.
048038     PERFORM GET-TODAY-DATE THRU
048039             GET-TODAY-DATE-EXIT.
048040     IF BCS-REC-RTS-COUNT IS NOT NUMERIC
048041        MOVE 0 TO BCS-REC-RTS-COUNT
048042     END-IF.
048043     IF BCS-REC-RTS-COUNT IS LESS THAN 999
048044        ADD 1 TO BCS-REC-RTS-COUNT
048045     END-IF.
048046     IF NOT BCS-REC-MAIL-GONE-AWAY
048047        SET BCS-REC-MAIL-GONE-AWAY TO TRUE
048048        MOVE WS-TODAY-DATE TO BCS-REC-RTS-FIRST-DATE
048049     END-IF.
048050     MOVE WS-TODAY-DATE TO BCS-REC-RTS-LAST-DATE.
048051     EXEC CICS REWRITE FILE('BNKCUST')
048052                       FROM(WS-BNKCUST-REC)
048053                       LENGTH(LENGTH OF WS-BNKCUST-REC)
048054                       RESP(WS-RESP)
048055     END-EXEC.
048056     MOVE WS-BNKCUST-REC TO WS-MAU-AFTER.
048057     PERFORM SET-CUST-AUDIT-FIELDS THRU
048058             SET-CUST-AUDIT-FIELDS-EXIT.
048059     PERFORM WRITE-MAINT-AUDIT THRU
048060             WRITE-MAINT-AUDIT-EXIT.
048061     MOVE BCS-REC-PID TO CD01O-PERSON-PID.
048062     MOVE BCS-REC-NAME TO CD01O-PERSON-NAME.
048063     PERFORM MOVE-MAIL-TO-OUTPUT THRU
048064             MOVE-MAIL-TO-OUTPUT-EXIT.
048065 RECORD-RETURNED-MAIL-EXIT.
048066     EXIT.
048067
048068 MOVE-MAIL-TO-OUTPUT.
048069     MOVE BCS-REC-MAIL-STATUS TO CD01O-PERSON-MAIL-STATUS.
048070     IF BCS-REC-RTS-COUNT IS NUMERIC
048071        MOVE BCS-REC-RTS-COUNT TO CD01O-PERSON-RTS-COUNT
048072     ELSE
048073        MOVE 0 TO CD01O-PERSON-RTS-COUNT
048074     END-IF.
048075     MOVE BCS-REC-RTS-FIRST-DATE TO CD01O-PERSON-RTS-FIRST-DATE.
048076     MOVE BCS-REC-RTS-LAST-DATE TO CD01O-PERSON-RTS-LAST-DATE.
048077 MOVE-MAIL-TO-OUTPUT-EXIT.
048078     EXIT.
048079
048080*****************************************************************
048081* Today's date from the CICS clock, as YYYYMMDD                 *
048082*****************************************************************
048083 GET-TODAY-DATE.
048084     EXEC CICS ASKTIME
048085               ABSTIME(WS-NOW-ABSTIME)
048086     END-EXEC.
048087     EXEC CICS FORMATTIME
048088               ABSTIME(WS-NOW-ABSTIME)
048089               YYYYMMDD(WS-TODAY-DATE)
048090     END-EXEC.
048091 GET-TODAY-DATE-EXIT.
048092     EXIT.
048100
048200*****************************************************************
048300* Common audit-field setup for every BNKCUST maintenance write  *
