002400* to the suspense GL line and flagged rather than dropped.      *
002500* The control report totals debits and credits per GL account   *
002600* and proves the two grand totals equal.                        *
002601*                                                               *
002602* The month's loan loss provision movement the BBANK85P         *
002603* month-end run writes to PROVGL (per account type and          *
002604* currency, stamped with its business date) books under kind    *
002605* 'V'. A type '4' bad debt write-off books under kind 'W'       *
002606* against the allowance and a WRITE-OFF RECOVERY debit under    *
002607* 'Y'; the recovery memo left on the written-off account moves  *
002608* no balance and books nothing.                                 *
002610*                                                               *
002620* Interest accrues daily in the ledger even though customers   *
002630* are paid monthly: after the posting scan, the ACCRGL          *
002690* branch, and the control report subtotals the day's movement  *
002691* by branch so finance can post the ledger by cost centre;     *
002692* unassigned (blank) branches report under '????'.             *
002693*                                                               *
002694* A product conversion (DBANK32P) reclasses the balance from    *
002695* the old type's mapping to the new one with a 'PRODUCT         *
002696* CONVERSION' pair booked under kind 'R'; those postings, and   *
002697* the interest settled at conversion, carry 'PRODCONV' and the  *
002698* type they belong to in their reference, which overrides the   *
002699* account's current type for the mapping lookup.                *
002700*****************************************************************
002800
002900 IDENTIFICATION DIVISION.
006030            ORGANIZATION IS LINE SEQUENTIAL
006040            FILE STATUS  IS WS-ACCRGL-STATUS.
006050
006051     SELECT OPTIONAL PROVGL-FILE
006052            ASSIGN       TO PROVGL
006053            ORGANIZATION IS LINE SEQUENTIAL
006054            FILE STATUS  IS WS-PROVGL-STATUS.
006055
006100     SELECT GLRPT-FILE
006200            ASSIGN       TO GLRPT
006300            ORGANIZATION IS LINE SEQUENTIAL
007950   05  ACR-REC-AMOUNT                        PIC S9(11)V99
007960       SIGN LEADING SEPARATE.
007970
007971 FD  PROVGL-FILE.
007972 01  PROVGL-REC.
007973   05  PVG-REC-DATE                          PIC X(8).
007974   05  PVG-REC-TYPE                          PIC X(3).
007975   05  PVG-REC-CCY                           PIC X(3).
007976   05  PVG-REC-AMOUNT                        PIC S9(11)V99
007977       SIGN LEADING SEPARATE.
007978
008000 FD  GLRPT-FILE.
008100 01  GLRPT-LINE                               PIC X(80).
008200
009030       88  WS-MORE-ACCRGL-EXIST               VALUE 'Y'.
009040       88  WS-NO-MORE-ACCRGL                  VALUE 'N'.
009050   05  WS-ACCRGL-COUNT                       PIC 9(5) VALUE 0.
009051   05  WS-PROVGL-STATUS                      PIC X(2).
009052   05  WS-MORE-PROVGL                        PIC X(1).
009053       88  WS-MORE-PROVGL-EXIST               VALUE 'Y'.
009054       88  WS-NO-MORE-PROVGL                  VALUE 'N'.
009055   05  WS-PROVGL-COUNT                       PIC 9(5) VALUE 0.
009100   05  WS-MORE-RECORDS                       PIC X(1) VALUE 'Y'.
009200       88  WS-MORE-RECORDS-EXIST              VALUE 'Y'.
009300       88  WS-NO-MORE-RECORDS                VALUE 'N'.
021700           UNTIL WS-NO-MORE-RECORDS
021710        PERFORM BOOK-ACCRUAL-MOVEMENT THRU
021720                BOOK-ACCRUAL-MOVEMENT-EXIT
021730        PERFORM BOOK-PROVISION-MOVEMENT THRU
021740                BOOK-PROVISION-MOVEMENT-EXIT
021800        PERFORM PRINT-CONTROL-REPORT THRU
021900                PRINT-CONTROL-REPORT-EXIT
022000        PERFORM TERMINATE-RUN THRU
029400     IF CD52O-POST-DATE IS NOT EQUAL TO WS-BUSINESS-DATE
029500        GO TO PROCESS-POSTING-NEXT
029600     END-IF.
029610* A recovery memo on a written-off account moves no balance -
029620* the money is booked off the paying account's debit
029630     IF CD52O-TYPE IS EQUAL TO '4' AND
029640        CD52O-DESC(1:17) IS EQUAL TO 'RECOVERY RECEIVED'
029650        GO TO PROCESS-POSTING-NEXT
029660     END-IF.
029700     ADD 1 TO WS-POSTING-COUNT.
029800     PERFORM CLASSIFY-POSTING THRU
029900             CLASSIFY-POSTING-EXIT.
031200*****************************************************************
031300 CLASSIFY-POSTING.
031400     EVALUATE TRUE
031410* A write-off clears the debt against the loan loss allowance;
031420* it is not a customer repayment whatever it is called
031430       WHEN CD52O-TYPE IS EQUAL TO '4'
031440         MOVE 'W' TO WS-POST-KIND
031500       WHEN CD52O-DESC(1:16) IS EQUAL TO 'INTEREST ACCRUAL'
031600         MOVE 'I' TO WS-POST-KIND
031610* Capitalization relieves the accrued-interest liability the
032220         MOVE 'L' TO WS-POST-KIND
032230       WHEN CD52O-DESC(1:11) IS EQUAL TO 'WITHHOLDING'
032240         MOVE 'T' TO WS-POST-KIND
032250       WHEN CD52O-DESC(1:18) IS EQUAL TO 'PRODUCT CONVERSION'
032260         MOVE 'R' TO WS-POST-KIND
032270       WHEN CD52O-DESC(1:18) IS EQUAL TO 'WRITE-OFF RECOVERY'
032280         MOVE 'Y' TO WS-POST-KIND
032300       WHEN OTHER
032400         MOVE 'O' TO WS-POST-KIND
032500     END-EVALUATE.
034230           MOVE BAC-REC-BRANCH TO WS-POSTING-BRANCH
034240        END-IF
034300        MOVE BAC-REC-TYPE TO GLM-REC-ACC-TYPE
034310* A product conversion's postings book under the type named in
034320* their reference - by tonight the account already carries the
034330* new type, but the interest settled and the balance moved out
034340* belong to the old one
034350        IF CD52O-REF(1:8) IS EQUAL TO 'PRODCONV'
034360           MOVE CD52O-REF(9:3) TO GLM-REC-ACC-TYPE
034370        END-IF
034400        MOVE WS-POST-KIND TO GLM-REC-POST-KIND
034500        SET WS-MAP-FOUND TO TRUE
034600        READ BNKGLMP-FILE
046300 TERMINATE-RUN-EXIT.
046400     EXIT.
046500
046501*****************************************************************
046502* Book the month's loan loss provision movement the BBANK85P    *
046503* month-end run summarized to PROVGL - one balanced entry per   *
046504* account type and currency, mapped through BNKGLMP kind 'V'.   *
046505* Only records stamped with tonight's business date are booked, *
046506* so last month's file is never booked twice; a missing or      *
046507* empty file books nothing.                                     *
046508*****************************************************************
046509 BOOK-PROVISION-MOVEMENT.
046510     OPEN INPUT PROVGL-FILE.
046511     IF WS-PROVGL-STATUS IS NOT EQUAL TO '00' AND
046512        WS-PROVGL-STATUS IS NOT EQUAL TO '05'
046513        GO TO BOOK-PROVISION-MOVEMENT-EXIT
046514     END-IF.
046515     SET WS-MORE-PROVGL-EXIST TO TRUE.
046516     READ PROVGL-FILE
046517          AT END SET WS-NO-MORE-PROVGL TO TRUE
046518     END-READ.
046519     PERFORM BOOK-ONE-PROVISION THRU
046520             BOOK-ONE-PROVISION-EXIT
046521        UNTIL WS-NO-MORE-PROVGL.
046522     CLOSE PROVGL-FILE.
046523 BOOK-PROVISION-MOVEMENT-EXIT.
046524     EXIT.
046525
046526 BOOK-ONE-PROVISION.
046527     IF PVG-REC-DATE IS NOT EQUAL TO WS-BUSINESS-DATE
046528        GO TO BOOK-ONE-PROVISION-NEXT
046529     END-IF.
046530     ADD 1 TO WS-PROVGL-COUNT.
046531     MOVE PVG-REC-TYPE TO GLM-REC-ACC-TYPE.
046532     MOVE 'V' TO GLM-REC-POST-KIND.
046533     SET WS-MAP-FOUND TO TRUE.
046534     READ BNKGLMP-FILE
046535          INVALID KEY SET WS-MAP-NOT-FOUND TO TRUE
046536     END-READ.
046537     IF WS-MAP-FOUND
046538        MOVE GLM-REC-DR-GL TO WS-DR-GL
046539        MOVE GLM-REC-CR-GL TO WS-CR-GL
046540     ELSE
046541        ADD 1 TO WS-UNMAPPED-COUNT
046542        MOVE WS-SUSPENSE-GL TO WS-DR-GL
046543        MOVE WS-SUSPENSE-GL TO WS-CR-GL
046544     END-IF.
046545     IF PVG-REC-AMOUNT IS LESS THAN 0
046546        COMPUTE WS-ABS-AMOUNT = 0 - PVG-REC-AMOUNT
046547        MOVE WS-DR-GL TO WS-GL-WORK-ACCOUNT
046548        MOVE WS-CR-GL TO WS-DR-GL
046549        MOVE WS-GL-WORK-ACCOUNT TO WS-CR-GL
046550     ELSE
046551        MOVE PVG-REC-AMOUNT TO WS-ABS-AMOUNT
046552     END-IF.
046553     MOVE WS-BUSINESS-DATE TO WS-EXT-DATE.
046554     MOVE '????' TO WS-POSTING-BRANCH.
046555     MOVE WS-POSTING-BRANCH TO WS-EXT-BRANCH.
046556     MOVE WS-DR-GL TO WS-EXT-GL-ACCOUNT.
046557     MOVE WS-ABS-AMOUNT TO WS-EXT-DR-AMOUNT.
046558     MOVE 0 TO WS-EXT-CR-AMOUNT.
046559     MOVE 'LOAN LOSS PROVN' TO WS-EXT-SOURCE.
046560     WRITE GLEXT-LINE FROM WS-GLEXT-DETAIL.
046561     MOVE WS-DR-GL TO WS-GL-WORK-ACCOUNT.
046562     MOVE WS-ABS-AMOUNT TO WS-GL-WORK-DR.
046563     MOVE 0 TO WS-GL-WORK-CR.
046564     PERFORM ADD-TO-GL-TOTALS THRU
046565             ADD-TO-GL-TOTALS-EXIT.
046566     MOVE WS-CR-GL TO WS-EXT-GL-ACCOUNT.
046567     MOVE 0 TO WS-EXT-DR-AMOUNT.
046568     MOVE WS-ABS-AMOUNT TO WS-EXT-CR-AMOUNT.
046569     WRITE GLEXT-LINE FROM WS-GLEXT-DETAIL.
046570     MOVE WS-CR-GL TO WS-GL-WORK-ACCOUNT.
046571     MOVE 0 TO WS-GL-WORK-DR.
046572     MOVE WS-ABS-AMOUNT TO WS-GL-WORK-CR.
046573     PERFORM ADD-TO-GL-TOTALS THRU
046574             ADD-TO-GL-TOTALS-EXIT.
046575     ADD WS-ABS-AMOUNT TO WS-TOTAL-DR.
046576     ADD WS-ABS-AMOUNT TO WS-TOTAL-CR.
046577     PERFORM ADD-TO-BRANCH-TOTALS THRU
046578            ADD-TO-BRANCH-TOTALS-EXIT.
046579 BOOK-ONE-PROVISION-NEXT.
046580     READ PROVGL-FILE
046581          AT END SET WS-NO-MORE-PROVGL TO TRUE
046582     END-READ.
046583 BOOK-ONE-PROVISION-EXIT.
046584     EXIT.
046585
046600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
