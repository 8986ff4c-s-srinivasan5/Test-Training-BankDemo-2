002100* is journaled to BNKMAUD with before and after images the     *
002200* same way DBANK21P journals an account opening. BBANK16P      *
002300* validates the request shape before handing off here.         *
002310*                                                               *
002320* A product conversion changes BAC-REC-TYPE in place, keeping   *
002330* the account number, its history and its standing orders. The  *
002340* interest carried under the old type is capitalized first (net *
002350* of withholding, as BBANK75P pays it), the new type must share *
002360* the old one's product class, and the balance is reclassed in  *
002370* the ledger by a pair of postings BBANK54P books under the old *
002380* and new types - all in one unit of work.                      *
002400*****************************************************************
002500
002600 IDENTIFICATION DIVISION.
004400   05  WS-MAU-ABSTIME                        PIC S9(15) COMP-3.
004500   05  WS-MAU-TASKN                          PIC 9(7).
004600   05  WS-MAU-RESP                           PIC S9(8) COMP.
004602   05  WS-BROWSE-RESP                        PIC S9(8) COMP.
004604   05  WS-ABSTIME                            PIC S9(15) COMP-3.
004606   05  WS-POST-DATE                          PIC X(8).
004608   05  WS-POST-TIME                          PIC X(8).
004610   05  WS-TASKN-DISPLAY                      PIC 9(7).
004612   05  WS-BUSINESS-DATE                      PIC X(8).
004614   05  WS-OLD-TYPE                           PIC X(3).
004616   05  WS-NEW-CLASS                          PIC X(1).
004618   05  WS-OLD-CLASS                          PIC X(1).
004619   05  WS-TYPE-CLASS                         PIC X(1).
004620   05  WS-GROSS-INT                          PIC S9(9)V99.
004622   05  WS-WTAX-AMOUNT                        PIC S9(9)V99.
004624   05  WS-WTAX-RATE                          PIC S9(3)V9(4).
004626   05  WS-WTAX-STD-RATE                      PIC S9(3)V9(4).
004628   05  WS-WTAX-RED-RATE                      PIC S9(3)V9(4).
004630   05  WS-CONV-AMOUNT                        PIC S9(9)V99.
004632   05  WS-LEG-NO                             PIC 9(1).
004634   05  WS-LEG-AMOUNT                         PIC S9(9)V99.
004636   05  WS-LEG-DESC                           PIC X(30).
004638* Reference carried by every conversion posting, naming the
004640* account type BBANK54P books it under instead of the account's
004642* current type
004644   05  WS-CONV-REF.
004646     10  FILLER                              PIC X(8)
004648         VALUE 'PRODCONV'.
004650     10  WS-CONV-REF-TYPE                    PIC X(3).
004652     10  FILLER                              PIC X(1) VALUE SPACE.
004654   05  WS-PARM-BROWSE-KEY.
004656     10  WS-PARM-BROWSE-NAME                 PIC X(16).
004658     10  WS-PARM-BROWSE-DATE                 PIC X(8).
004660   05  WS-PARM-WANTED                        PIC X(16).
004662   05  WS-PARM-NUM                           PIC 9(9).
004664   05  WS-PARM-FLAG                          PIC X(1).
004666       88  WS-PARM-FOUND                      VALUE 'Y'.
004668       88  WS-PARM-NOT-FOUND                  VALUE 'N'.
004670   05  WS-VALUE-SUB                          PIC S9(4) COMP.
004672   05  WS-DIGIT-X                            PIC X(1).
004674   05  WS-DIGIT REDEFINES WS-DIGIT-X          PIC 9(1).
004676   05  WS-DIGITS-FLAG                        PIC X(1).
004678       88  WS-STILL-DIGITS                    VALUE 'Y'.
004680       88  WS-NO-MORE-DIGITS                  VALUE 'N'.
004700
004800 01  WS-BNKACC-REC.
004900 COPY CBANKVAC.
005000
005100 01  WS-BNKBRNCH-REC.
005200 COPY CBANKVBR.
005202
005204 01  WS-BNKATYP-REC.
005206 COPY CBANKVAT.
005208
005210 01  WS-BNKCUST-REC.
005212 COPY CBANKVCS.
005214
005216 01  WS-BNKRUNC-REC.
005218 COPY CBANKVRC.
005220
005222 01  WS-BNKPARM-REC.
005224 COPY CBANKVPR.
005226
005228 01  WS-BNKTXN-REC.
005230 COPY CBANKVTX.
005232
005234 01  WS-BNKTXNV-REC.
005236 COPY CBANKVVX.
005238
005240 01  WS-VDX-RESP                            PIC S9(8) COMP.
005242
005244 COPY CBANKTXD.
005300
005400 01  WS-MAINT-AUDIT-WORK.
005500   05  WS-MAU-FILE                           PIC X(8).
006600 COPY CBANKD32.
006700
006800 COPY CABENDD.
006820
006840 01  WS-PEVT-DATA.
006860 COPY CBANKD59.
006900
007000 LINKAGE SECTION.
007100 01  DFHCOMMAREA.
008500*****************************************************************
008600     MOVE SPACES TO CD32O-DATA.
008700     SET CD32O-RESP-OK TO TRUE.
008710     MOVE 0 TO CD32O-INT-SETTLED.
008720     MOVE 0 TO CD32O-WTAX.
008800
008900*****************************************************************
009000* Check what is required                                        *
009900       WHEN CD32-REQUESTED-SET-BRANCH
010000        PERFORM SET-BRANCH THRU
010100                SET-BRANCH-EXIT
010110       WHEN CD32-REQUESTED-CONVERT
010120        PERFORM CONVERT-TYPE THRU
010130                CONVERT-TYPE-EXIT
010200       WHEN OTHER
010300        SET CD32O-RESP-INVALID-INPUT TO TRUE
010400        MOVE 'Unknown request type' TO CD32O-RESP-MSG
030400 WRITE-MAINT-AUDIT-EXIT.
030500     EXIT.
030600
030700*****************************************************************
030800* Convert the account to another product. The interest carried  *
030900* under the old type is capitalized first, so the new type's    *
031000* rate only ever applies from the conversion onwards; the new   *
031100* type must belong to the same product class, since a deposit   *
031200* cannot become a loan or a term deposit by a change of code.   *
031300* Everything is posted in the one unit of work and rolled back  *
031400* together if any write fails.                                  *
031500*****************************************************************
031600 CONVERT-TYPE.
031700     MOVE CD32I-NEW-TYPE TO BAT-REC-TYPE.
031800     EXEC CICS READ FILE('BNKATYP')
031900                    INTO(WS-BNKATYP-REC)
032000                    LENGTH(LENGTH OF WS-BNKATYP-REC)
032100                    RIDFLD(BAT-REC-TYPE)
032200                    RESP(WS-RESP)
032300     END-EXEC.
032400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
032500        SET CD32O-RESP-TYPE-NOTFOUND TO TRUE
032600        MOVE 'New account type not found' TO CD32O-RESP-MSG
032700        GO TO CONVERT-TYPE-EXIT
032800     END-IF.
032900     PERFORM SET-PRODUCT-CLASS THRU
033000             SET-PRODUCT-CLASS-EXIT.
033100     MOVE WS-TYPE-CLASS TO WS-NEW-CLASS.
033200     EXEC CICS ASKTIME
033300               ABSTIME(WS-ABSTIME)
033400     END-EXEC.
033500     EXEC CICS FORMATTIME
033600               ABSTIME(WS-ABSTIME)
033700               YYYYMMDD(WS-POST-DATE)
033800               TIME(WS-POST-TIME)
033900     END-EXEC.
034000     MOVE WS-POST-DATE TO WS-BUSINESS-DATE.
034100     PERFORM GET-BUSINESS-DATE THRU
034200             GET-BUSINESS-DATE-EXIT.
034300     MOVE EIBTASKN TO WS-TASKN-DISPLAY.
034400     MOVE CD32I-ACCNO TO BAC-REC-ACCNO.
034500     EXEC CICS READ FILE('BNKACC')
034600                    INTO(WS-BNKACC-REC)
034700                    LENGTH(LENGTH OF WS-BNKACC-REC)
034800                    RIDFLD(BAC-REC-ACCNO)
034900                    UPDATE
035000                    RESP(WS-RESP)
035100     END-EXEC.
035200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
035300        SET CD32O-RESP-NOTFOUND TO TRUE
035400        MOVE 'Account not found' TO CD32O-RESP-MSG
035500        GO TO CONVERT-TYPE-EXIT
035600     END-IF.
035700     IF BAC-REC-STATUS-CLOSED
035800        SET CD32O-RESP-ACC-CLOSED TO TRUE
035900        MOVE 'Account is closed' TO CD32O-RESP-MSG
036000        GO TO CONVERT-TYPE-EXIT
036100     END-IF.
036200     IF BAC-REC-TYPE IS EQUAL TO CD32I-NEW-TYPE
036300        SET CD32O-RESP-INVALID-INPUT TO TRUE
036400        MOVE 'Account is already of that type' TO
036500            CD32O-RESP-MSG
036600        GO TO CONVERT-TYPE-EXIT
036700     END-IF.
036800     MOVE BAC-REC-TYPE TO WS-OLD-TYPE.
036900     MOVE BAC-REC-TYPE TO BAT-REC-TYPE.
037000     EXEC CICS READ FILE('BNKATYP')
037100                    INTO(WS-BNKATYP-REC)
037200                    LENGTH(LENGTH OF WS-BNKATYP-REC)
037300                    RIDFLD(BAT-REC-TYPE)
037400                    RESP(WS-RESP)
037500     END-EXEC.
037600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
037700        SET CD32O-RESP-TYPE-NOTFOUND TO TRUE
037800        MOVE 'Current account type not found' TO CD32O-RESP-MSG
037900        GO TO CONVERT-TYPE-EXIT
038000     END-IF.
038100     PERFORM SET-PRODUCT-CLASS THRU
038200             SET-PRODUCT-CLASS-EXIT.
038300     MOVE WS-TYPE-CLASS TO WS-OLD-CLASS.
038400     IF WS-OLD-CLASS IS NOT EQUAL TO WS-NEW-CLASS
038500        SET CD32O-RESP-TYPE-INCOMPATIBLE TO TRUE
038600        MOVE 'New type is a different product class' TO
038700            CD32O-RESP-MSG
038800        GO TO CONVERT-TYPE-EXIT
038900     END-IF.
039000     PERFORM SETTLE-ACCRUED-INTEREST THRU
039100             SETTLE-ACCRUED-INTEREST-EXIT.
039200     MOVE WS-BNKACC-REC TO WS-MAU-BEFORE.
039300     COMPUTE BAC-REC-BALANCE =
039400             BAC-REC-BALANCE + WS-GROSS-INT - WS-WTAX-AMOUNT.
039500     MOVE 0 TO BAC-REC-ACCRUED-INT.
039600     MOVE CD32I-NEW-TYPE TO BAC-REC-TYPE.
039700     MOVE BAC-REC-BALANCE TO WS-CONV-AMOUNT.
039800     EXEC CICS REWRITE FILE('BNKACC')
039900                       FROM(WS-BNKACC-REC)
040000                       LENGTH(LENGTH OF WS-BNKACC-REC)
040100                       RESP(WS-RESP)
040200     END-EXEC.
040300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
040400        SET CD32O-RESP-ERROR TO TRUE
040500        MOVE 'Error rewriting account' TO CD32O-RESP-MSG
040600        GO TO CONVERT-TYPE-EXIT
040700     END-IF.
040800     MOVE WS-BNKACC-REC TO WS-MAU-AFTER.
040900     PERFORM POST-CONVERSION-LEGS THRU
041000             POST-CONVERSION-LEGS-EXIT.
041100     IF NOT CD32O-RESP-OK
041200        GO TO CONVERT-TYPE-EXIT
041300     END-IF.
041400     MOVE 'BNKACC' TO WS-MAU-FILE.
041500     MOVE 'U' TO WS-MAU-FUNCTION.
041600     MOVE SPACES TO WS-MAU-KEY.
041700     MOVE BAC-REC-ACCNO TO WS-MAU-KEY(1:10).
041800     MOVE CD32I-UPDATE-BY TO WS-MAU-UPDATE-BY.
041900     PERFORM WRITE-MAINT-AUDIT THRU
042000             WRITE-MAINT-AUDIT-EXIT.
042100     PERFORM MOVE-ACCOUNT-TO-OUTPUT THRU
042200             MOVE-ACCOUNT-TO-OUTPUT-EXIT.
042300     MOVE WS-GROSS-INT TO CD32O-INT-SETTLED.
042400     MOVE WS-WTAX-AMOUNT TO CD32O-WTAX.
042500 CONVERT-TYPE-EXIT.
042600     EXIT.
042700
042800*****************************************************************
042900* Reduce the BNKATYP record just read to its product class -    *
043000* 'D' deposit, 'T' term deposit or 'L' loan                     *
043100*****************************************************************
043200 SET-PRODUCT-CLASS.
043300     EVALUATE TRUE
043400       WHEN BAT-REC-CLASS-TERM
043500         MOVE 'T' TO WS-TYPE-CLASS
043600       WHEN BAT-REC-CLASS-LOAN
043700         MOVE 'L' TO WS-TYPE-CLASS
043800       WHEN OTHER
043900         MOVE 'D' TO WS-TYPE-CLASS
044000     END-EVALUATE.
044100 SET-PRODUCT-CLASS-EXIT.
044200     EXIT.
044300
044400*****************************************************************
044500* Work out the settlement of the interest carried under the old *
044600* type, exactly as the BBANK75P monthly capitalization would    *
044700* pay it: credit interest net of withholding tax at the         *
044800* customer's BNKCUST tax status, overdraft interest in full     *
044900*****************************************************************
045000 SETTLE-ACCRUED-INTEREST.
045100     IF BAC-REC-ACCRUED-INT IS NOT NUMERIC
045200        MOVE 0 TO BAC-REC-ACCRUED-INT
045300     END-IF.
045400     MOVE BAC-REC-ACCRUED-INT TO WS-GROSS-INT.
045500     MOVE 0 TO WS-WTAX-AMOUNT.
045600     IF WS-GROSS-INT IS GREATER THAN 0
045700        PERFORM RESOLVE-WTAX-RATE THRU
045800                RESOLVE-WTAX-RATE-EXIT
045900        COMPUTE WS-WTAX-AMOUNT ROUNDED =
046000                WS-GROSS-INT * WS-WTAX-RATE / 100
046100     END-IF.
046200 SETTLE-ACCRUED-INTEREST-EXIT.
046300     EXIT.
046400
046500*****************************************************************
046600* Resolve the withholding rate for the account's customer the   *
046700* way BBANK75P does: exempt customers keep the gross, reduced   *
046800* and standard statuses take their BNKPARM rates (hundredths of *
046900* a percent), with the same built-in defaults                   *
047000*****************************************************************
047100 RESOLVE-WTAX-RATE.
047200     MOVE 20 TO WS-WTAX-STD-RATE.
047300     MOVE 10 TO WS-WTAX-RED-RATE.
047400     MOVE 'WTAX-STD-RATE' TO WS-PARM-WANTED.
047500     PERFORM GET-PARM-VALUE THRU
047600             GET-PARM-VALUE-EXIT.
047700     IF WS-PARM-FOUND
047800        COMPUTE WS-WTAX-STD-RATE = WS-PARM-NUM / 100
047900     END-IF.
048000     MOVE 'WTAX-RED-RATE' TO WS-PARM-WANTED.
048100     PERFORM GET-PARM-VALUE THRU
048200             GET-PARM-VALUE-EXIT.
048300     IF WS-PARM-FOUND
048400        COMPUTE WS-WTAX-RED-RATE = WS-PARM-NUM / 100
048500     END-IF.
048600     MOVE WS-WTAX-STD-RATE TO WS-WTAX-RATE.
048700     MOVE BAC-REC-PID TO BCS-REC-PID.
048800     EXEC CICS READ FILE('BNKCUST')
048900                    INTO(WS-BNKCUST-REC)
049000                    LENGTH(LENGTH OF WS-BNKCUST-REC)
049100                    RIDFLD(BCS-REC-PID)
049200                    RESP(WS-RESP)
049300     END-EXEC.
049400     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
049500        EVALUATE TRUE
049600          WHEN BCS-REC-TAX-EXEMPT
049700            MOVE 0 TO WS-WTAX-RATE
049800          WHEN BCS-REC-TAX-REDUCED
049900            MOVE WS-WTAX-RED-RATE TO WS-WTAX-RATE
050000          WHEN OTHER
050100            MOVE WS-WTAX-STD-RATE TO WS-WTAX-RATE
050200        END-EVALUATE
050300     END-IF.
050400 RESOLVE-WTAX-RATE-EXIT.
050500     EXIT.
050600
050700*****************************************************************
050800* Post the conversion to BNKTXN. The interest settlement legs   *
050900* and the balance leaving the old product carry the old type in *
051000* their reference, the balance arriving in the new product the  *
051100* new type, so BBANK54P books each leg to the right mapping     *
051200* even though the account already shows the new type tonight    *
051300*****************************************************************
051400 POST-CONVERSION-LEGS.
051500     MOVE WS-OLD-TYPE TO WS-CONV-REF-TYPE.
051600     IF WS-GROSS-INT IS NOT EQUAL TO 0
051700        MOVE 1 TO WS-LEG-NO
051800        MOVE WS-GROSS-INT TO WS-LEG-AMOUNT
051900        IF WS-GROSS-INT IS LESS THAN 0
052000           MOVE 'OVERDRAFT INT CAPITALIZED' TO WS-LEG-DESC
052100        ELSE
052200           MOVE 'INTEREST CAPITALIZED' TO WS-LEG-DESC
052300        END-IF
052400        PERFORM POST-CONVERSION-TXN THRU
052500                POST-CONVERSION-TXN-EXIT
052600        IF NOT CD32O-RESP-OK
052700           GO TO POST-CONVERSION-LEGS-EXIT
052800        END-IF
052900     END-IF.
053000     IF WS-WTAX-AMOUNT IS NOT EQUAL TO 0
053100        MOVE 2 TO WS-LEG-NO
053200        COMPUTE WS-LEG-AMOUNT = 0 - WS-WTAX-AMOUNT
053300        MOVE 'WITHHOLDING TAX' TO WS-LEG-DESC
053400        PERFORM POST-CONVERSION-TXN THRU
053500                POST-CONVERSION-TXN-EXIT
053600        IF NOT CD32O-RESP-OK
053700           GO TO POST-CONVERSION-LEGS-EXIT
053800        END-IF
053900     END-IF.
054000     IF WS-CONV-AMOUNT IS EQUAL TO 0
054100        GO TO POST-CONVERSION-LEGS-EXIT
054200     END-IF.
054300     MOVE 3 TO WS-LEG-NO.
054400     COMPUTE WS-LEG-AMOUNT = 0 - WS-CONV-AMOUNT.
054500     MOVE 'PRODUCT CONVERSION OUT' TO WS-LEG-DESC.
054600     PERFORM POST-CONVERSION-TXN THRU
054700             POST-CONVERSION-TXN-EXIT.
054800     IF NOT CD32O-RESP-OK
054900        GO TO POST-CONVERSION-LEGS-EXIT
055000     END-IF.
055100     MOVE CD32I-NEW-TYPE TO WS-CONV-REF-TYPE.
055200     MOVE 4 TO WS-LEG-NO.
055300     MOVE WS-CONV-AMOUNT TO WS-LEG-AMOUNT.
055400     MOVE 'PRODUCT CONVERSION IN' TO WS-LEG-DESC.
055500     PERFORM POST-CONVERSION-TXN THRU
055600             POST-CONVERSION-TXN-EXIT.
055700 POST-CONVERSION-LEGS-EXIT.
055800     EXIT.
055900
056000*****************************************************************
056100* Post one conversion leg to BNKTXN in the type '2' format,     *
056200* timestamped the way DBANK22P keys its postings with the leg   *
056300* number as the extra uniquifier; a failed write rolls the      *
056400* whole conversion back                                         *
056500*****************************************************************
056600 POST-CONVERSION-TXN.
056700     MOVE LOW-VALUES TO BTX-RECORD.
056800     MOVE WS-POST-DATE TO BTX-REC-TIMESTAMP(1:8).
056900     MOVE WS-POST-TIME TO BTX-REC-TIMESTAMP(9:8).
057000     MOVE WS-TASKN-DISPLAY TO BTX-REC-TIMESTAMP(17:7).
057100     MOVE WS-LEG-NO TO BTX-REC-TIMESTAMP(24:1).
057200     MOVE BAC-REC-ACCNO TO BTX-REC-ACCNO.
057300     MOVE BAC-REC-PID TO BTX-REC-PID.
057400     MOVE '2' TO BTX-REC-TYPE.
057500     MOVE WS-LEG-AMOUNT TO BTX-REC-AMOUNT.
057600     MOVE BAC-REC-CURRENCY TO BTX-REC-CURRENCY.
057700     MOVE SPACES TO TXN-DATA-NEW.
057800     MOVE WS-LEG-DESC TO TXN-T2-NEW-DESC.
057900     MOVE WS-CONV-REF TO TXN-T2-NEW-REF.
058000     MOVE TXN-DATA-NEW TO BTX-REC-DATA-OLD.
058100     MOVE WS-BUSINESS-DATE TO BTX-REC-POST-DATE.
058200     EXEC CICS WRITE FILE('BNKTXN')
058300               FROM(WS-BNKTXN-REC)
058400               LENGTH(LENGTH OF WS-BNKTXN-REC)
058500               RIDFLD(BTX-REC-TIMESTAMP)
058600               RESP(WS-RESP)
058700     END-EXEC.
058800     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
058900        PERFORM WRITE-VALUE-DATE-XREF THRU
059000                WRITE-VALUE-DATE-XREF-EXIT
059020        PERFORM WRITE-POSTING-EVENT THRU
059040                WRITE-POSTING-EVENT-EXIT
059100     ELSE
059200        SET CD32O-RESP-ERROR TO TRUE
059300        MOVE 'Conversion posting failed' TO CD32O-RESP-MSG
059400        EXEC CICS SYNCPOINT ROLLBACK
059500        END-EXEC
059600     END-IF.
059700 POST-CONVERSION-TXN-EXIT.
059800     EXIT.
059900
060000*****************************************************************
060100* Record the posting just written on the value-date             *
060200* cross-reference, so the date-driven jobs can find it by its   *
060300* business date                                                 *
060400*****************************************************************
060500 WRITE-VALUE-DATE-XREF.
060600     MOVE BTX-REC-POST-DATE TO VDX-REC-POST-DATE.
060700     MOVE BTX-REC-TIMESTAMP TO VDX-REC-TIMESTAMP.
060800     EXEC CICS WRITE FILE('BNKTXNV')
060900               FROM(WS-BNKTXNV-REC)
061000               LENGTH(LENGTH OF WS-BNKTXNV-REC)
061100               RIDFLD(VDX-REC-KEY)
061200               RESP(WS-VDX-RESP)
061300     END-EXEC.
061400 WRITE-VALUE-DATE-XREF-EXIT.
061500     EXIT.
061505
061510*****************************************************************
061515* Raise the posting event for the posting just written. The     *
061520* event goes in the same unit of work as the posting itself     *
061525*****************************************************************
061530 WRITE-POSTING-EVENT.
061535     MOVE SPACES TO CD59-DATA.
061540     MOVE WS-BNKTXN-REC TO CD59I-POSTING.
061545     MOVE 'DBANK32P' TO CD59I-SOURCE-PGM.
061550     EXEC CICS LINK PROGRAM('DBANK60P')
061555                    COMMAREA(WS-PEVT-DATA)
061560                    LENGTH(LENGTH OF WS-PEVT-DATA)
061565     END-EXEC.
061570 WRITE-POSTING-EVENT-EXIT.
061575     EXIT.
061600
061700*****************************************************************
061800* Pick up the current business date from the run-control        *
061900* '*CONTROL' record so the postings carry the banking day they  *
062000* belong to. If run control is not available the machine date   *
062100* stands in.                                                    *
062200*****************************************************************
062300 GET-BUSINESS-DATE.
062400     MOVE '*CONTROL' TO RNC-REC-JOB-NAME.
062500     MOVE '00000000' TO RNC-REC-RUN-DATE.
062600     EXEC CICS READ FILE('BNKRUNC')
062700                    INTO(WS-BNKRUNC-REC)
062800                    LENGTH(LENGTH OF WS-BNKRUNC-REC)
062900                    RIDFLD(RNC-REC-KEY)
063000                    RESP(WS-RESP)
063100     END-EXEC.
063200     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
063300        MOVE RNC-REC-BUSINESS-DATE TO WS-BUSINESS-DATE
063400     END-IF.
063500 GET-BUSINESS-DATE-EXIT.
063600     EXIT.
063700
063800*****************************************************************
063900* Resolve the numeric value of the WS-PARM-WANTED runtime       *
064000* parameter - the row with the latest effective date not after  *
064100* the business date. WS-PARM-FOUND is left off when no row      *
064200* applies.                                                      *
064300*****************************************************************
064400 GET-PARM-VALUE.
064500     SET WS-PARM-NOT-FOUND TO TRUE.
064600     MOVE 0 TO WS-PARM-NUM.
064700     MOVE WS-PARM-WANTED TO WS-PARM-BROWSE-NAME.
064800     MOVE '00000000' TO WS-PARM-BROWSE-DATE.
064900     EXEC CICS STARTBR FILE('BNKPARM')
065000                       RIDFLD(WS-PARM-BROWSE-KEY)
065100                       GTEQ
065200                       RESP(WS-BROWSE-RESP)
065300     END-EXEC.
065400     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
065500        GO TO GET-PARM-VALUE-EXIT
065600     END-IF.
065700     PERFORM SCAN-PARM-ROW
065800        UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL).
065900     EXEC CICS ENDBR FILE('BNKPARM')
066000     END-EXEC.
066100 GET-PARM-VALUE-EXIT.
066200     EXIT.
066300
066400 SCAN-PARM-ROW.
066500     EXEC CICS READNEXT FILE('BNKPARM')
066600                        INTO(WS-BNKPARM-REC)
066700                        LENGTH(LENGTH OF WS-BNKPARM-REC)
066800                        RIDFLD(WS-PARM-BROWSE-KEY)
066900                        RESP(WS-BROWSE-RESP)
067000     END-EXEC.
067100     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
067200        PRM-REC-NAME IS NOT EQUAL TO WS-PARM-WANTED
067300        MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
067400     ELSE
067500        IF PRM-REC-EFF-DATE IS NOT GREATER THAN
067600              WS-BUSINESS-DATE AND
067700           PRM-REC-VALUE(1:1) IS NUMERIC
067800           PERFORM CONVERT-PARM-VALUE THRU
067900                   CONVERT-PARM-VALUE-EXIT
068000        END-IF
068100     END-IF.
068200
068300 CONVERT-PARM-VALUE.
068400     MOVE 0 TO WS-PARM-NUM.
068500     SET WS-STILL-DIGITS TO TRUE.
068600     PERFORM CONVERT-ONE-DIGIT THRU
068700             CONVERT-ONE-DIGIT-EXIT
068800        VARYING WS-VALUE-SUB FROM 1 BY 1
068900        UNTIL WS-VALUE-SUB > 16
069000           OR WS-NO-MORE-DIGITS.
069100     SET WS-PARM-FOUND TO TRUE.
069200 CONVERT-PARM-VALUE-EXIT.
069300     EXIT.
069400
069500 CONVERT-ONE-DIGIT.
069600     IF PRM-REC-VALUE(WS-VALUE-SUB:1) IS EQUAL TO SPACE
069700        SET WS-NO-MORE-DIGITS TO TRUE
069800        GO TO CONVERT-ONE-DIGIT-EXIT
069900     END-IF.
070000     IF PRM-REC-VALUE(WS-VALUE-SUB:1) IS NUMERIC
070100        MOVE PRM-REC-VALUE(WS-VALUE-SUB:1) TO WS-DIGIT-X
070200        COMPUTE WS-PARM-NUM =
070300                (WS-PARM-NUM * 10) + WS-DIGIT
070400     ELSE
070500        SET WS-NO-MORE-DIGITS TO TRUE
070600     END-IF.
070700 CONVERT-ONE-DIGIT-EXIT.
070800     EXIT.
070900
071000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
