001600*              VSAM version                                     *
001700*                                                               *
001800* Validates signons against the BNKPSWD password store, ages    *
001850* passwords (an expired one, or one flagged by an               *
001900* administrator reset, makes the signon come back with          *
001950* CPSWDD01O-CHANGE-REQUIRED so BBANK10P routes the user to the  *
002000* change-password transaction), changes passwords with a        *
002050* reuse-history check over the last PSWD-HIST-DEPTH (default    *
002100* five, at most twelve), and performs the administrator reset   *
002150* that flags the next signon for a mandatory change. A user     *
002200* with no BNKPSWD record yet is enrolled on first signon with   *
002250* the password presented, so the pre-existing user population   *
002300* keeps signing on unchanged. PSWD-VERIFY checks a password     *
002350* without touching the record, for a supervisor override.       *
002400*                                                               *
002450* Only a salted one-way hash is ever stored: a random salt per  *
002500* record is mixed with the password through 100 rounds of three *
002550* interleaved modular accumulators (HASH-PASSWORD) and a        *
002600* password is checked by hashing what was entered. A record     *
002650* still in the original clear-text format is converted on its   *
002700* next good signon, change or reset, its clear-text history     *
002750* hashed into the new history as it goes.                       *
002800*****************************************************************
002900
003000 IDENTIFICATION DIVISION.
006100   05  WS-RECORD-FOUND-FLAG                  PIC X(1).
006200       88  WS-RECORD-FOUND                    VALUE 'Y'.
006300       88  WS-RECORD-NOT-FOUND               VALUE 'N'.
006305   05  WS-PASSWORD-CHECK-FLAG                PIC X(1).
006310       88  WS-PASSWORD-OK                     VALUE 'Y'.
006315       88  WS-PASSWORD-BAD                    VALUE 'N'.
006320   05  WS-HIST-DEPTH                         PIC 9(2) VALUE 5.
006325   05  WS-HIST-MAX                           PIC 9(2) VALUE 12.
006330   05  WS-NEW-HASH                           PIC X(24).
006335   05  WS-HASH-INPUT                         PIC X(8).
006340   05  WS-HASH-SOURCE                        PIC X(16).
006345   05  WS-HASH-WORK                          PIC 9(12).
006350   05  WS-HASH-QUOT                          PIC 9(12).
006355   05  WS-HASH-ROUND                         PIC 9(3).
006360   05  WS-HASH-SUB                           PIC 9(2).
006365   05  WS-SALT-WORK                          PIC 9(15).
006370   05  WS-SALT-NUM                           PIC 9(8).
006380   05  WS-PARM-WANTED                        PIC X(16).
006400
006410   05  WS-PARM-RESP                          PIC S9(8) COMP.
006420   05  WS-PARM-BROWSE-KEY                    PIC X(24).
006500 01  WS-BNKPSWD-REC.
006600 COPY CBANKVPW.
006700
006705 01  WS-HASH-LANES.
006710   05  WS-HASH-LANE                          PIC 9(8)
006715                                              OCCURS 3 TIMES.
006720 01  WS-HASH-RESULT REDEFINES WS-HASH-LANES  PIC X(24).
006725
006730 01  WS-HASH-BYTE-PAIR.
006735   05  WS-HASH-BYTE-HIGH                     PIC X(1) VALUE
006740       LOW-VALUES.
006745   05  WS-HASH-BYTE-LOW                      PIC X(1).
006750 01  WS-HASH-BYTE-VALUE REDEFINES WS-HASH-BYTE-PAIR
006755                                              PIC 9(4) COMP.
006800 01  WS-COMMAREA.
006900 COPY CPSWDD01.
007000
009700     END-EXEC.
009800     PERFORM GET-EXPIRY-PARM THRU
009810             GET-EXPIRY-PARM-EXIT.
009812     PERFORM GET-HISTORY-PARM THRU
009814             GET-HISTORY-PARM-EXIT.
009820
009900*****************************************************************
010000* Check what is required                                        *
010600       WHEN PSWD-ADMIN-RESET
010700        PERFORM ADMIN-RESET-PASSWORD THRU
010800                ADMIN-RESET-PASSWORD-EXIT
010820       WHEN PSWD-VERIFY
010840        PERFORM CHECK-PASSWORD-ONLY THRU
010860                CHECK-PASSWORD-ONLY-EXIT
010900       WHEN OTHER
011000        PERFORM VALIDATE-SIGNON THRU
011100                VALIDATE-SIGNON-EXIT
013600                ENROL-FIRST-SIGNON-EXIT
013700        GO TO VALIDATE-SIGNON-EXIT
013800     END-IF.
013900     IF PSW-REC-EXPIRED-UNCONVERTED
013920        MOVE 'Password expired - ask for a password reset' TO
013940            CPSWDD01O-MESSAGE
013960        GO TO VALIDATE-SIGNON-EXIT
013980     END-IF.
014000     PERFORM VERIFY-PASSWORD THRU
014020             VERIFY-PASSWORD-EXIT.
014040     IF WS-PASSWORD-BAD
014060        MOVE 'Password incorrect' TO CPSWDD01O-MESSAGE
014080        GO TO VALIDATE-SIGNON-EXIT
014100     END-IF.
014120* A record still in clear text is converted now that the
014140* password has been proved
014160     IF NOT PSW-REC-HASHED
014180        PERFORM CONVERT-ON-SIGNON THRU
014200                CONVERT-ON-SIGNON-EXIT
014220     END-IF.
014300     IF PSW-REC-CHANGE-FORCED
014400        SET CPSWDD01O-CHANGE-REQUIRED TO TRUE
014500        GO TO VALIDATE-SIGNON-EXIT
016800 ENROL-FIRST-SIGNON.
016900     MOVE LOW-VALUES TO PSW-RECORD.
017000     MOVE CPSWDD01I-USERID TO PSW-REC-USERID.
017100     PERFORM MAKE-PASSWORD-SALT THRU
017110             MAKE-PASSWORD-SALT-EXIT.
017120     MOVE CPSWDD01I-PASSWORD TO WS-HASH-INPUT.
017130     PERFORM HASH-PASSWORD THRU
017140             HASH-PASSWORD-EXIT.
017150     MOVE WS-HASH-RESULT TO PSW-REC-HASH.
017160     SET PSW-REC-HASHED TO TRUE.
017200     MOVE WS-TODAY-DATE-X TO PSW-REC-LAST-CHG-DATE.
017300     SET PSW-REC-CHANGE-NOT-FORCED TO TRUE.
017400     EXEC CICS WRITE FILE('BNKPSWD')
018200
018300*****************************************************************
018400* Change the password: the old one must verify, the new one     *
018450* must not be blank, the same, or any of the last               *
018500* PSWD-HIST-DEPTH                                               *
018600*****************************************************************
018700 CHANGE-PASSWORD.
018800     PERFORM READ-PASSWORD-RECORD-UPD THRU
019100        MOVE 'Password incorrect' TO CPSWDD01O-MESSAGE
019200        GO TO CHANGE-PASSWORD-EXIT
019300     END-IF.
019400     IF PSW-REC-EXPIRED-UNCONVERTED
019420        MOVE 'Password expired - ask for a password reset' TO
019440            CPSWDD01O-MESSAGE
019460        GO TO CHANGE-PASSWORD-EXIT
019480     END-IF.
019500     PERFORM VERIFY-PASSWORD THRU
019520             VERIFY-PASSWORD-EXIT.
019540     IF WS-PASSWORD-BAD
019560        MOVE 'Password incorrect' TO CPSWDD01O-MESSAGE
019580        GO TO CHANGE-PASSWORD-EXIT
019600     END-IF.
019800     IF CPSWDD01I-NEW-PASSWORD IS EQUAL TO SPACES OR
019900        CPSWDD01I-NEW-PASSWORD IS EQUAL TO LOW-VALUES
020000        MOVE 'New password is required' TO CPSWDD01O-MESSAGE
020100        GO TO CHANGE-PASSWORD-EXIT
020200     END-IF.
020300     IF NOT PSW-REC-HASHED
020310        PERFORM CONVERT-RECORD-TO-HASH THRU
020320                CONVERT-RECORD-TO-HASH-EXIT
020330     END-IF.
020340     MOVE CPSWDD01I-NEW-PASSWORD TO WS-HASH-INPUT.
020350     PERFORM HASH-PASSWORD THRU
020360             HASH-PASSWORD-EXIT.
020370     MOVE WS-HASH-RESULT TO WS-NEW-HASH.
020380     IF WS-NEW-HASH IS EQUAL TO PSW-REC-HASH
020400        MOVE 'New password must differ from the old one' TO
020500            CPSWDD01O-MESSAGE
020600        GO TO CHANGE-PASSWORD-EXIT
020900     PERFORM CHECK-REUSE-HISTORY THRU
021000             CHECK-REUSE-HISTORY-EXIT
021100        VARYING WS-HIST-SUB FROM 1 BY 1
021200        UNTIL WS-HIST-SUB > WS-HIST-DEPTH.
021300     IF WS-PSWD-REUSED
021400        MOVE 'New password was used too recently' TO
021500            CPSWDD01O-MESSAGE
021600        GO TO CHANGE-PASSWORD-EXIT
021700     END-IF.
021800* Push the old password's hash onto the history, newest first -
021850* the whole history is kept whatever the depth checked
021900     PERFORM SHIFT-HISTORY-DOWN THRU
021950             SHIFT-HISTORY-DOWN-EXIT
022000        VARYING WS-HIST-SUB FROM WS-HIST-MAX BY -1
022050        UNTIL WS-HIST-SUB < 2.
022100     MOVE PSW-REC-HASH TO PSW-REC-HASH-HISTORY (1).
022150     MOVE WS-NEW-HASH TO PSW-REC-HASH.
022500     MOVE WS-TODAY-DATE-X TO PSW-REC-LAST-CHG-DATE.
022600     SET PSW-REC-CHANGE-NOT-FORCED TO TRUE.
022700     EXEC CICS REWRITE FILE('BNKPSWD')
023300     EXIT.
023400
023500 CHECK-REUSE-HISTORY.
023600     IF WS-NEW-HASH IS EQUAL TO
023700           PSW-REC-HASH-HISTORY (WS-HIST-SUB)
023800        SET WS-PSWD-REUSED TO TRUE
023900     END-IF.
024000 CHECK-REUSE-HISTORY-EXIT.
024100     EXIT.
024200
024300 SHIFT-HISTORY-DOWN.
024400     MOVE PSW-REC-HASH-HISTORY (WS-HIST-SUB - 1) TO
024500         PSW-REC-HASH-HISTORY (WS-HIST-SUB).
024600 SHIFT-HISTORY-DOWN-EXIT.
024700     EXIT.
024800
026400     IF WS-RECORD-NOT-FOUND
026500        MOVE LOW-VALUES TO PSW-RECORD
026600        MOVE CPSWDD01I-USERID TO PSW-REC-USERID
026700        PERFORM MAKE-PASSWORD-SALT THRU
026710                MAKE-PASSWORD-SALT-EXIT
026720        MOVE CPSWDD01I-NEW-PASSWORD TO WS-HASH-INPUT
026730        PERFORM HASH-PASSWORD THRU
026740                HASH-PASSWORD-EXIT
026750        MOVE WS-HASH-RESULT TO PSW-REC-HASH
026760        SET PSW-REC-HASHED TO TRUE
026800        MOVE WS-TODAY-DATE-X TO PSW-REC-LAST-CHG-DATE
026900        SET PSW-REC-CHANGE-FORCED TO TRUE
027000        EXEC CICS WRITE FILE('BNKPSWD')
027400                  RESP(WS-RESP)
027500        END-EXEC
027600     ELSE
027700        IF NOT PSW-REC-HASHED
027710           PERFORM CONVERT-RECORD-TO-HASH THRU
027720                   CONVERT-RECORD-TO-HASH-EXIT
027730        END-IF
027740        MOVE CPSWDD01I-NEW-PASSWORD TO WS-HASH-INPUT
027750        PERFORM HASH-PASSWORD THRU
027760                HASH-PASSWORD-EXIT
027770        MOVE WS-HASH-RESULT TO PSW-REC-HASH
027800        MOVE WS-TODAY-DATE-X TO PSW-REC-LAST-CHG-DATE
027900        SET PSW-REC-CHANGE-FORCED TO TRUE
028000        EXEC CICS REWRITE FILE('BNKPSWD')
029100* intent                                                        *
029200*****************************************************************
029300 READ-PASSWORD-RECORD.
029400     MOVE LOW-VALUES TO WS-BNKPSWD-REC.
029450     MOVE CPSWDD01I-USERID TO PSW-REC-USERID.
029500     SET WS-RECORD-FOUND TO TRUE.
029600     EXEC CICS READ FILE('BNKPSWD')
029700                    INTO(WS-BNKPSWD-REC)
030700     EXIT.
030800
030900 READ-PASSWORD-RECORD-UPD.
031000     MOVE LOW-VALUES TO WS-BNKPSWD-REC.
031050     MOVE CPSWDD01I-USERID TO PSW-REC-USERID.
031100     SET WS-RECORD-FOUND TO TRUE.
031200     EXEC CICS READ FILE('BNKPSWD')
031300                    INTO(WS-BNKPSWD-REC)
032400     EXIT.
032500
032600*****************************************************************
032620* The expiry period is an operations decision - resolve the     *
032640* PSWD-EXPIRY-DAYS runtime parameter (latest effective date     *
032660* not after today), keeping the built-in default when the       *
032680* parameter has never been loaded                               *
032700*****************************************************************
032720 GET-EXPIRY-PARM.
032740     MOVE 'PSWD-EXPIRY-DAYS' TO WS-PARM-WANTED.
032760     PERFORM GET-PARM-VALUE THRU
032780             GET-PARM-VALUE-EXIT.
032800     IF WS-PARM-FOUND AND
032820        WS-PARM-NUM IS GREATER THAN 0
032840        MOVE WS-PARM-NUM TO WS-PSWD-EXPIRY-DAYS
032860     END-IF.
032880 GET-EXPIRY-PARM-EXIT.
032900     EXIT.
032920
032940*****************************************************************
032960* The number of earlier passwords a change may not reuse is the *
032980* PSWD-HIST-DEPTH parameter, no deeper than the history held    *
033000*****************************************************************
033020 GET-HISTORY-PARM.
033040     MOVE 'PSWD-HIST-DEPTH' TO WS-PARM-WANTED.
033060     PERFORM GET-PARM-VALUE THRU
033080             GET-PARM-VALUE-EXIT.
033100     IF WS-PARM-FOUND AND
033120        WS-PARM-NUM IS GREATER THAN 0
033140        IF WS-PARM-NUM IS GREATER THAN WS-HIST-MAX
033160           MOVE WS-HIST-MAX TO WS-HIST-DEPTH
033180        ELSE
033200           MOVE WS-PARM-NUM TO WS-HIST-DEPTH
033220        END-IF
033240     END-IF.
033260 GET-HISTORY-PARM-EXIT.
033280     EXIT.
033300
033320*****************************************************************
033340* Browse BNKPARM for the WS-PARM-WANTED row in effect today and *
033360* convert its value into WS-PARM-NUM                            *
033380*****************************************************************
033400 GET-PARM-VALUE.
033420     SET WS-PARM-NOT-FOUND TO TRUE.
033440     MOVE SPACES TO WS-PARM-VALUE.
033460     MOVE 0 TO WS-PARM-NUM.
033480     MOVE WS-PARM-WANTED TO WS-PARM-BROWSE-KEY(1:16).
033500     MOVE LOW-VALUES TO WS-PARM-BROWSE-KEY(17:8).
033520     EXEC CICS STARTBR FILE('BNKPARM')
033540                       RIDFLD(WS-PARM-BROWSE-KEY)
033560                       GTEQ
033580                       RESP(WS-PARM-RESP)
033600     END-EXEC.
033620     IF WS-PARM-RESP IS EQUAL TO DFHRESP(NORMAL)
033640        PERFORM SCAN-PARM-ROW
033660           UNTIL WS-PARM-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
033680        EXEC CICS ENDBR FILE('BNKPARM')
033700        END-EXEC
033720     END-IF.
033740     IF WS-PARM-FOUND
033760        PERFORM CONVERT-PARM-VALUE THRU
033780                CONVERT-PARM-VALUE-EXIT
033800     END-IF.
033820 GET-PARM-VALUE-EXIT.
033840     EXIT.
035700
035800 SCAN-PARM-ROW.
035900     EXEC CICS READNEXT FILE('BNKPARM')
036000                        INTO(WS-BNKPARM-REC)
036100                        LENGTH(LENGTH OF WS-BNKPARM-REC)
036300                        RESP(WS-PARM-RESP)
036400     END-EXEC.
036500     IF WS-PARM-RESP IS EQUAL TO DFHRESP(NORMAL)
036600        IF PRM-REC-NAME IS NOT EQUAL TO WS-PARM-WANTED
036700           MOVE DFHRESP(ENDFILE) TO WS-PARM-RESP
036800        ELSE
036900           IF PRM-REC-EFF-DATE IS NOT GREATER THAN
037800* Convert the leading digits of the value (up to the first      *
037900* space) into WS-PARM-NUM; a non-numeric value leaves zero      *
038000*****************************************************************
038100 CONVERT-PARM-VALUE.
038200     MOVE 0 TO WS-PARM-NUM.
038300     SET WS-STILL-DIGITS TO TRUE.
038400     PERFORM CONVERT-ONE-DIGIT THRU
038600        VARYING WS-VALUE-SUB FROM 1 BY 1
038700        UNTIL WS-VALUE-SUB > 16
038800           OR WS-NO-MORE-DIGITS.
038900 CONVERT-PARM-VALUE-EXIT.
039000     EXIT.
039100
039200 CONVERT-ONE-DIGIT.
040400 CONVERT-ONE-DIGIT-EXIT.
040500     EXIT.
040600
040700*****************************************************************
040800* Check the entered password against the record just read: a    *
040900* hashed record by hashing the entry with the record's salt, a  *
041000* record still in the original format by plain comparison       *
041100*****************************************************************
041200 VERIFY-PASSWORD.
041300     SET WS-PASSWORD-BAD TO TRUE.
041400     IF PSW-REC-HASHED
041500        MOVE CPSWDD01I-PASSWORD TO WS-HASH-INPUT
041600        PERFORM HASH-PASSWORD THRU
041700                HASH-PASSWORD-EXIT
041800        IF WS-HASH-RESULT IS EQUAL TO PSW-REC-HASH
041900           SET WS-PASSWORD-OK TO TRUE
042000        END-IF
042100     ELSE
042200        IF PSW-REC-CLEAR-TEXT AND
042300           CPSWDD01I-PASSWORD IS EQUAL TO PSW-REC-PASSWORD
042400           SET WS-PASSWORD-OK TO TRUE
042500        END-IF
042600     END-IF.
042700 VERIFY-PASSWORD-EXIT.
042800     EXIT.
042900
043000*****************************************************************
043100* Verify only - a second person's password (a supervisor        *
043200* override) is checked without enrolling, ageing or converting  *
043300*****************************************************************
043400 CHECK-PASSWORD-ONLY.
043500     PERFORM READ-PASSWORD-RECORD THRU
043600             READ-PASSWORD-RECORD-EXIT.
043700     IF WS-RECORD-NOT-FOUND OR
043800        PSW-REC-EXPIRED-UNCONVERTED
043900        MOVE 'Password incorrect' TO CPSWDD01O-MESSAGE
044000        GO TO CHECK-PASSWORD-ONLY-EXIT
044100     END-IF.
044200     PERFORM VERIFY-PASSWORD THRU
044300             VERIFY-PASSWORD-EXIT.
044400     IF WS-PASSWORD-BAD
044500        MOVE 'Password incorrect' TO CPSWDD01O-MESSAGE
044600     END-IF.
044700 CHECK-PASSWORD-ONLY-EXIT.
044800     EXIT.
044900
045000*****************************************************************
045100* Convert a clear-text record on a good signon - reread it for  *
045200* update, since the signon read was a plain one, and leave it   *
045300* alone if another task converted it in between                 *
045400*****************************************************************
045500 CONVERT-ON-SIGNON.
045600     PERFORM READ-PASSWORD-RECORD-UPD THRU
045700             READ-PASSWORD-RECORD-UPD-EXIT.
045800     IF WS-RECORD-NOT-FOUND
045900        GO TO CONVERT-ON-SIGNON-EXIT
046000     END-IF.
046100     IF NOT PSW-REC-CLEAR-TEXT
046200        EXEC CICS UNLOCK FILE('BNKPSWD')
046300        END-EXEC
046400        GO TO CONVERT-ON-SIGNON-EXIT
046500     END-IF.
046600     PERFORM CONVERT-RECORD-TO-HASH THRU
046700             CONVERT-RECORD-TO-HASH-EXIT.
046800     EXEC CICS REWRITE FILE('BNKPSWD')
046900                       FROM(WS-BNKPSWD-REC)
047000                       LENGTH(LENGTH OF WS-BNKPSWD-REC)
047100                       RESP(WS-RESP)
047200     END-EXEC.
047300 CONVERT-ON-SIGNON-EXIT.
047400     EXIT.
047500
047600*****************************************************************
047700* Turn the record in storage into the hashed format: a new      *
047800* salt, the current password and the clear-text history hashed  *
047900* under it, and every clear-text field blanked                  *
048000*****************************************************************
048100 CONVERT-RECORD-TO-HASH.
048200     PERFORM MAKE-PASSWORD-SALT THRU
048300             MAKE-PASSWORD-SALT-EXIT.
048400     MOVE LOW-VALUES TO PSW-REC-HASH.
048500     IF PSW-REC-PASSWORD IS NOT EQUAL TO SPACES AND
048600        PSW-REC-PASSWORD IS NOT EQUAL TO LOW-VALUES
048700        MOVE PSW-REC-PASSWORD TO WS-HASH-INPUT
048800        PERFORM HASH-PASSWORD THRU
048900                HASH-PASSWORD-EXIT
049000        MOVE WS-HASH-RESULT TO PSW-REC-HASH
049100     END-IF.
049200     MOVE SPACES TO PSW-REC-PASSWORD.
049300     PERFORM CONVERT-ONE-OLD-PASSWORD THRU
049400             CONVERT-ONE-OLD-PASSWORD-EXIT
049500        VARYING WS-HIST-SUB FROM 1 BY 1
049600        UNTIL WS-HIST-SUB > WS-HIST-MAX.
049700     SET PSW-REC-HASHED TO TRUE.
049800 CONVERT-RECORD-TO-HASH-EXIT.
049900     EXIT.
050000
050100 CONVERT-ONE-OLD-PASSWORD.
050200     MOVE LOW-VALUES TO PSW-REC-HASH-HISTORY (WS-HIST-SUB).
050300     IF WS-HIST-SUB IS GREATER THAN 5
050400        GO TO CONVERT-ONE-OLD-PASSWORD-EXIT
050500     END-IF.
050600     IF PSW-REC-OLD-PASSWORD (WS-HIST-SUB) IS NOT EQUAL TO SPACES
050700        AND PSW-REC-OLD-PASSWORD (WS-HIST-SUB) IS NOT EQUAL TO
050800            LOW-VALUES
050900        MOVE PSW-REC-OLD-PASSWORD (WS-HIST-SUB) TO WS-HASH-INPUT
051000        PERFORM HASH-PASSWORD THRU
051100                HASH-PASSWORD-EXIT
051200        MOVE WS-HASH-RESULT TO PSW-REC-HASH-HISTORY (WS-HIST-SUB)
051300     END-IF.
051400     MOVE SPACES TO PSW-REC-OLD-PASSWORD (WS-HIST-SUB).
051500 CONVERT-ONE-OLD-PASSWORD-EXIT.
051600     EXIT.
051700
051800*****************************************************************
051900* A fresh eight-digit salt for the record, from the clock and   *
052000* the task number so two enrolments in the same instant differ  *
052100*****************************************************************
052200 MAKE-PASSWORD-SALT.
052300     COMPUTE WS-SALT-WORK = WS-ABSTIME + (EIBTASKN * 7919).
052400     DIVIDE WS-SALT-WORK BY 99999989
052500         GIVING WS-HASH-QUOT REMAINDER WS-SALT-NUM.
052600     MOVE WS-SALT-NUM TO PSW-REC-SALT.
052700 MAKE-PASSWORD-SALT-EXIT.
052800     EXIT.
052900
053000*****************************************************************
053100* Hash WS-HASH-INPUT under PSW-REC-SALT into WS-HASH-RESULT.    *
053200* Salt and password are fed byte by byte, 100 times over, into  *
053300* three accumulators, each folding in the others and reduced    *
053400* modulo its own large prime, so the 24 result digits cannot be *
053500* run back to the password. Changing anything here makes every  *
053600* stored hash unverifiable.                                     *
053700*****************************************************************
053800 HASH-PASSWORD.
053900     MOVE PSW-REC-SALT TO WS-HASH-SOURCE(1:8).
054000     MOVE WS-HASH-INPUT TO WS-HASH-SOURCE(9:8).
054100     MOVE 31415926 TO WS-HASH-LANE (1).
054200     MOVE 27182818 TO WS-HASH-LANE (2).
054300     MOVE 14142135 TO WS-HASH-LANE (3).
054400     PERFORM HASH-ONE-ROUND THRU
054500             HASH-ONE-ROUND-EXIT
054600        VARYING WS-HASH-ROUND FROM 1 BY 1
054700        UNTIL WS-HASH-ROUND > 100.
054800 HASH-PASSWORD-EXIT.
054900     EXIT.
055000
055100 HASH-ONE-ROUND.
055200     PERFORM HASH-ONE-BYTE THRU
055300             HASH-ONE-BYTE-EXIT
055400        VARYING WS-HASH-SUB FROM 1 BY 1
055500        UNTIL WS-HASH-SUB > 16.
055600 HASH-ONE-ROUND-EXIT.
055700     EXIT.
055800
055900 HASH-ONE-BYTE.
056000     MOVE WS-HASH-SOURCE(WS-HASH-SUB:1) TO WS-HASH-BYTE-LOW.
056100     COMPUTE WS-HASH-WORK = (WS-HASH-LANE (1) * 131) +
056200             WS-HASH-BYTE-VALUE + WS-HASH-LANE (3) +
056250             WS-HASH-ROUND.
056300     DIVIDE WS-HASH-WORK BY 99999989
056400         GIVING WS-HASH-QUOT REMAINDER WS-HASH-LANE (1).
056500     COMPUTE WS-HASH-WORK = (WS-HASH-LANE (2) * 137) +
056600             WS-HASH-LANE (1) + WS-HASH-SUB.
056700     DIVIDE WS-HASH-WORK BY 99999971
056800         GIVING WS-HASH-QUOT REMAINDER WS-HASH-LANE (2).
056900     COMPUTE WS-HASH-WORK = (WS-HASH-LANE (3) * 139) +
057000             WS-HASH-LANE (2) + WS-HASH-BYTE-VALUE.
057100     DIVIDE WS-HASH-WORK BY 99999959
057200         GIVING WS-HASH-QUOT REMAINDER WS-HASH-LANE (3).
057300 HASH-ONE-BYTE-EXIT.
057400     EXIT.
057500
057600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
