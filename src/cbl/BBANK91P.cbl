000100*****************************************************************
000200*                                                               *
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
000400*   This demonstration program is provided for use by users     *
000500*   of Micro Focus products and may be used, modified and       *
000600*   distributed as part of your application provided that       *
000700*   you properly acknowledge the copyright of Micro Focus       *
000800*   in this material.                                           *
000900*                                                               *
001000*****************************************************************
001100
001200*****************************************************************
001300* Program:     BBANK91P.CBL                                     *
001400* Function:    Depositor single customer view for the deposit   *
001500*              guarantee scheme                                 *
001600*                                                               *
001700* Run on demand. For every customer on BNKCUST, gathers the     *
001800* accounts they own - their own accounts through the            *
001900* BAC-REC-PID alternate index and the accounts they hold        *
002000* jointly through the BNKAXRF cross-reference, exactly as the   *
002100* BBANK49P household report does - and works out their share    *
002200* of each eligible balance:                                     *
002300*                                                               *
002400*  - eligible accounts are deposit and term accounts that are   *
002500*    open or dormant; loans, closed and written-off accounts    *
002600*    take no part                                               *
002700*  - the eligible amount is the credit balance plus any         *
002800*    interest accrued but not yet paid; an overdrawn balance    *
002900*    counts as nil, it is not set off against other deposits    *
003000*  - each amount is converted to base currency (BASE-CURRENCY   *
003100*    on BNKPARM) at the BNKFXRT rate; an account with no rate   *
003200*    is listed with a nil share and the depositor is marked     *
003300*    incomplete rather than silently valued at zero             *
003400*  - the base amount is split equally between the owners, the   *
003500*    account's primary holder and its joint holders on          *
003600*    BNKAXRF; authorized signatories own nothing and get no     *
003700*    share. Any odd cent of the split goes to the primary       *
003800*    holder so the shares always add back to the account.       *
003900*                                                               *
004000* The insured limit (SCV-INSURED-LIM on BNKPARM, whole units of *
004100* base currency) is then applied to the depositor's total, not  *
004200* account by account, and the SCVOUT file is written in the     *
004300* scheme's layout: a header, then per depositor one 'D' record  *
004400* carrying the BNKCUST identity fields with the eligible,       *
004500* insured and uninsured amounts followed by an 'A' record per   *
004600* eligible account, and a trailer with the file totals.         *
004700*                                                               *
004800* A second, independent pass over BNKACC then totals the book   *
004900* by category and prints the SCVRPT summary reconciling         *
005000* eligible deposits on BNKACC to the total on the SCV file. The *
005100* only expected difference is the share of accounts whose       *
005200* primary holder is missing from BNKCUST, which is shown on its *
005300* own line.                                                     *
005400*****************************************************************
005500
005600 IDENTIFICATION DIVISION.
005700 PROGRAM-ID.
005800     BBANK91P.
005900 DATE-WRITTEN.
006000     October 2026.
006100 DATE-COMPILED.
006200     Today.
006300
006400 ENVIRONMENT DIVISION.
006500
006600 INPUT-OUTPUT   SECTION.
006700   FILE-CONTROL.
006800     SELECT BNKCUST-FILE
006900            ASSIGN       TO BNKCUST
007000            ORGANIZATION IS INDEXED
007100            ACCESS MODE  IS DYNAMIC
007200            RECORD KEY   IS BCS-REC-PID
007300            FILE STATUS  IS WS-BNKCUST-STATUS.
007400
007500     SELECT BNKACC-FILE
007600            ASSIGN       TO BNKACC
007700            ORGANIZATION IS INDEXED
007800            ACCESS MODE  IS DYNAMIC
007900            RECORD KEY   IS BAC-REC-ACCNO
008000            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
008100            FILE STATUS  IS WS-BNKACC-STATUS.
008200
008300     SELECT BNKAXRF-FILE
008400            ASSIGN       TO BNKAXRF
008500            ORGANIZATION IS INDEXED
008600            ACCESS MODE  IS DYNAMIC
008700            RECORD KEY   IS XRF-REC-KEY
008800            ALTERNATE KEY IS XRF-REC-PID WITH DUPLICATES
008900            FILE STATUS  IS WS-BNKAXRF-STATUS.
009000
009100     SELECT BNKATYP-FILE
009200            ASSIGN       TO BNKATYP
009300            ORGANIZATION IS INDEXED
009400            ACCESS MODE  IS RANDOM
009500            RECORD KEY   IS BAT-REC-TYPE
009600            FILE STATUS  IS WS-BNKATYP-STATUS.
009700
009800     SELECT BNKFXRT-FILE
009900            ASSIGN       TO BNKFXRT
010000            ORGANIZATION IS INDEXED
010100            ACCESS MODE  IS RANDOM
010200            RECORD KEY   IS FXR-REC-PAIR
010300            FILE STATUS  IS WS-BNKFXRT-STATUS.
010400
010500     SELECT SCV-FILE
010600            ASSIGN       TO SCVOUT
010700            ORGANIZATION IS LINE SEQUENTIAL
010800            FILE STATUS  IS WS-SCV-STATUS.
010900
011000     SELECT SCVRPT-FILE
011100            ASSIGN       TO SCVRPT
011200            ORGANIZATION IS LINE SEQUENTIAL
011300            FILE STATUS  IS WS-SCVRPT-STATUS.
011400
011500 DATA DIVISION.
011600
011700 FILE SECTION.
011800 FD  BNKCUST-FILE.
011900 01  BNKCUST-REC.
012000 COPY CBANKVCS.
012100
012200 FD  BNKACC-FILE.
012300 01  BNKACC-REC.
012400 COPY CBANKVAC.
012500
012600 FD  BNKAXRF-FILE.
012700 01  BNKAXRF-REC.
012800 COPY CBANKVXR.
012900
013000 FD  BNKATYP-FILE.
013100 01  BNKATYP-REC.
013200 COPY CBANKVAT.
013300
013400 FD  BNKFXRT-FILE.
013500 01  BNKFXRT-REC.
013600 COPY CBANKVFX.
013700
013800*****************************************************************
013900* Single customer view file, in the scheme's layout: one 'H'    *
014000* header, a 'D' record per depositor each followed by its 'A'   *
014100* account records, and a 'T' trailer. Amounts are in base       *
014200* currency unless marked otherwise.                             *
014300*****************************************************************
014400 FD  SCV-FILE.
014500 01  SCV-HEADER-REC.
014600   05  SVH-REC-TYPE                          PIC X(1).
014700   05  SVH-FILE-ID                           PIC X(8).
014800   05  SVH-AS-OF-DATE                        PIC X(8).
014900   05  SVH-CURRENCY                          PIC X(3).
015000   05  SVH-INSURED-LIMIT                     PIC 9(9).
015100   05  SVH-CREATED-DATE                      PIC X(8).
015200 01  SCV-DEPOSITOR-REC.
015300   05  SVD-REC-TYPE                          PIC X(1).
015400   05  SVD-PID                               PIC X(5).
015500   05  SVD-NAME                              PIC X(30).
015600   05  SVD-ADDR1                             PIC X(30).
015700   05  SVD-ADDR2                             PIC X(30).
015800   05  SVD-STATE                             PIC X(20).
015900   05  SVD-CNTRY                             PIC X(20).
016000   05  SVD-POST-CODE                         PIC X(10).
016100   05  SVD-EMAIL                             PIC X(40).
016200   05  SVD-BIRTH-DATE                        PIC X(8).
016300   05  SVD-ID-DOC-TYPE                       PIC X(1).
016400   05  SVD-ID-DOC-NO                         PIC X(20).
016500   05  SVD-ID-DOC-EXPIRY                     PIC X(8).
016600   05  SVD-CUST-STATUS                       PIC X(1).
016700   05  SVD-ACCOUNT-COUNT                     PIC 9(3).
016800   05  SVD-CURRENCY                          PIC X(3).
016900   05  SVD-ELIGIBLE                          PIC S9(11)V99
017000       SIGN LEADING SEPARATE.
017100   05  SVD-INSURED                           PIC S9(11)V99
017200       SIGN LEADING SEPARATE.
017300   05  SVD-UNINSURED                         PIC S9(11)V99
017400       SIGN LEADING SEPARATE.
017500   05  SVD-INCOMPLETE                        PIC X(1).
017600 01  SCV-ACCOUNT-REC.
017700   05  SVA-REC-TYPE                          PIC X(1).
017800   05  SVA-PID                               PIC X(5).
017900   05  SVA-ACCNO                             PIC X(10).
018000   05  SVA-ACC-TYPE                          PIC X(3).
018100   05  SVA-ACC-STATUS                        PIC X(1).
018200   05  SVA-ROLE                              PIC X(1).
018300   05  SVA-HOLDERS                           PIC 9(3).
018400   05  SVA-ACC-CCY                           PIC X(3).
018500   05  SVA-ACC-AMOUNT                        PIC S9(9)V99
018600       SIGN LEADING SEPARATE.
018700   05  SVA-RATE                              PIC 9(5)V9(6).
018800   05  SVA-SHARE                             PIC S9(11)V99
018900       SIGN LEADING SEPARATE.
019000 01  SCV-TRAILER-REC.
019100   05  SVT-REC-TYPE                          PIC X(1).
019200   05  SVT-DEPOSITOR-COUNT                   PIC 9(7).
019300   05  SVT-ACCOUNT-COUNT                     PIC 9(7).
019400   05  SVT-ELIGIBLE                          PIC S9(13)V99
019500       SIGN LEADING SEPARATE.
019600   05  SVT-INSURED                           PIC S9(13)V99
019700       SIGN LEADING SEPARATE.
019800   05  SVT-UNINSURED                         PIC S9(13)V99
019900       SIGN LEADING SEPARATE.
020000
020100 FD  SCVRPT-FILE.
020200 01  SCVRPT-LINE                              PIC X(100).
020300
020400 WORKING-STORAGE SECTION.
020500 01  WS-MISC-STORAGE.
020600   05  WS-PROGRAM-ID                         PIC X(8)
020700       VALUE 'BBANK91P'.
020800   05  WS-BNKCUST-STATUS                     PIC X(2).
020900   05  WS-BNKACC-STATUS                      PIC X(2).
021000   05  WS-BNKAXRF-STATUS                     PIC X(2).
021100   05  WS-BNKATYP-STATUS                     PIC X(2).
021200   05  WS-BNKFXRT-STATUS                     PIC X(2).
021300   05  WS-SCV-STATUS                         PIC X(2).
021400   05  WS-SCVRPT-STATUS                      PIC X(2).
021500   05  WS-MORE-CUSTOMERS                     PIC X(1) VALUE 'Y'.
021600       88  WS-MORE-CUSTOMERS-EXIST           VALUE 'Y'.
021700       88  WS-NO-MORE-CUSTOMERS              VALUE 'N'.
021800   05  WS-MORE-ACCOUNTS                      PIC X(1) VALUE 'Y'.
021900       88  WS-MORE-ACCOUNTS-EXIST             VALUE 'Y'.
022000       88  WS-NO-MORE-ACCOUNTS               VALUE 'N'.
022100   05  WS-MORE-XREFS                         PIC X(1).
022200       88  WS-MORE-XREFS-EXIST                VALUE 'Y'.
022300       88  WS-NO-MORE-XREFS                  VALUE 'N'.
022400   05  WS-ACCOUNT-FOUND-FLAG                 PIC X(1).
022500       88  WS-ACCOUNT-FOUND                   VALUE 'Y'.
022600       88  WS-ACCOUNT-NOT-FOUND              VALUE 'N'.
022700   05  WS-CUST-FOUND-FLAG                    PIC X(1).
022800       88  WS-CUST-FOUND                      VALUE 'Y'.
022900       88  WS-CUST-NOT-FOUND                 VALUE 'N'.
023000   05  WS-RATE-FOUND-FLAG                    PIC X(1).
023100       88  WS-RATE-AVAILABLE                  VALUE 'Y'.
023200       88  WS-NO-RATE-AVAILABLE              VALUE 'N'.
023300   05  WS-ACCOUNT-CLASS                      PIC X(1).
023400       88  WS-CLASS-ELIGIBLE                  VALUE 'E'.
023500       88  WS-CLASS-LOAN                      VALUE 'L'.
023600       88  WS-CLASS-CLOSED                    VALUE 'C'.
023700   05  WS-CUST-INCOMPLETE                    PIC X(1).
023800       88  WS-CUST-IS-INCOMPLETE              VALUE 'Y'.
023900       88  WS-CUST-IS-COMPLETE                VALUE 'N'.
024000   05  WS-TODAY-DATE                         PIC 9(8).
024100   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
024200                                              PIC X(8).
024300   05  WS-BUSINESS-DATE                      PIC X(8).
024400   05  WS-BASE-CURRENCY                      PIC X(3)
024500       VALUE 'USD'.
024600   05  WS-INSURED-LIMIT                      PIC 9(9)
024700       VALUE 100000.
024800   05  WS-TARGET-PID                         PIC X(5).
024900   05  WS-XRF-ACCNO                          PIC X(10).
025000   05  WS-PRIMARY-PID                        PIC X(5).
025100   05  WS-OWNER-COUNT                        PIC 9(3).
025200   05  WS-APPLIED-RATE                       PIC S9(5)V9(6).
025300   05  WS-ACCRUED                            PIC S9(9)V99.
025400   05  WS-ELIG-NATIVE                        PIC S9(9)V99.
025500   05  WS-BASE-BALANCE                       PIC S9(11)V99.
025600   05  WS-BASE-ACCRUED                       PIC S9(11)V99.
025700   05  WS-ELIG-BASE                          PIC S9(11)V99.
025800   05  WS-SHARE                              PIC S9(11)V99.
025900   05  WS-CUST-ELIGIBLE                      PIC S9(13)V99.
026000   05  WS-CUST-INSURED                       PIC S9(13)V99.
026100   05  WS-CUST-ACCOUNTS                      PIC 9(3).
026200
026300* Accounts owned by the customer in hand - gathered first, so
026400* the BNKAXRF browse that counts each account's owners never
026500* disturbs the browse that found the account
026600 01  WS-HOLDING-TABLE-AREA.
026700   05  WS-HOLD-COUNT                         PIC 9(3).
026800   05  WS-HOLD-ENTRY OCCURS 100 TIMES
026900                     INDEXED BY WS-HOLD-IDX.
027000     10  WS-HOLD-ACCNO                       PIC X(10).
027100     10  WS-HOLD-TYPE                        PIC X(3).
027200     10  WS-HOLD-STATUS                      PIC X(1).
027300     10  WS-HOLD-ROLE                        PIC X(1).
027400     10  WS-HOLD-OWNERS                      PIC 9(3).
027500     10  WS-HOLD-CCY                         PIC X(3).
027600     10  WS-HOLD-AMOUNT                      PIC S9(9)V99.
027700     10  WS-HOLD-RATE                        PIC S9(5)V9(6).
027800     10  WS-HOLD-SHARE                       PIC S9(11)V99.
027900     10  WS-HOLD-ELIGIBLE-FLAG               PIC X(1).
028000         88  WS-HOLD-ELIGIBLE                 VALUE 'Y'.
028100         88  WS-HOLD-NOT-ELIGIBLE            VALUE 'N'.
028200
028300* SCV file totals
028400 01  WS-SCV-TOTALS.
028500   05  WS-DEPOSITOR-COUNT                    PIC 9(7) VALUE 0.
028600   05  WS-SCV-ACCOUNT-COUNT                  PIC 9(7) VALUE 0.
028700   05  WS-OVER-LIMIT-COUNT                   PIC 9(7) VALUE 0.
028800   05  WS-INCOMPLETE-COUNT                   PIC 9(7) VALUE 0.
028900   05  WS-UNLISTED-COUNT                     PIC 9(7) VALUE 0.
029000   05  WS-TOTAL-ELIGIBLE                     PIC S9(13)V99
029100       VALUE 0.
029200   05  WS-TOTAL-INSURED                      PIC S9(13)V99
029300       VALUE 0.
029400   05  WS-TOTAL-UNINSURED                    PIC S9(13)V99
029500       VALUE 0.
029600
029700* BNKACC book totals from the reconciliation pass, base currency
029800 01  WS-BOOK-TOTALS.
029900   05  WS-BOOK-COUNT                         PIC 9(7) VALUE 0.
030000   05  WS-BOOK-AMOUNT                        PIC S9(13)V99
030100       VALUE 0.
030200   05  WS-LOAN-COUNT                         PIC 9(7) VALUE 0.
030300   05  WS-LOAN-AMOUNT                        PIC S9(13)V99
030400       VALUE 0.
030500   05  WS-CLOSED-COUNT                       PIC 9(7) VALUE 0.
030600   05  WS-CLOSED-AMOUNT                      PIC S9(13)V99
030700       VALUE 0.
030800   05  WS-DEPOSIT-COUNT                      PIC 9(7) VALUE 0.
030900   05  WS-DEPOSIT-AMOUNT                     PIC S9(13)V99
031000       VALUE 0.
031100   05  WS-OVERDRAWN-COUNT                    PIC 9(7) VALUE 0.
031200   05  WS-OVERDRAWN-AMOUNT                   PIC S9(13)V99
031300       VALUE 0.
031400   05  WS-ACCRUED-COUNT                      PIC 9(7) VALUE 0.
031500   05  WS-ACCRUED-AMOUNT                     PIC S9(13)V99
031600       VALUE 0.
031700   05  WS-BOOK-ELIGIBLE                      PIC S9(13)V99
031800       VALUE 0.
031900   05  WS-ORPHAN-COUNT                       PIC 9(7) VALUE 0.
032000   05  WS-ORPHAN-AMOUNT                      PIC S9(13)V99
032100       VALUE 0.
032200   05  WS-UNRATED-COUNT                      PIC 9(7) VALUE 0.
032300   05  WS-DIFFERENCE                         PIC S9(13)V99
032400       VALUE 0.
032500   05  WS-UNEXPLAINED                        PIC S9(13)V99
032600       VALUE 0.
032700
032800 01  WS-RPT-HEADING.
032900   05  FILLER                                PIC X(36) VALUE
033000       'SINGLE CUSTOMER VIEW - BASE CCY '.
033100   05  WS-RPT-HDG-BASE                       PIC X(3).
033200   05  FILLER                                PIC X(8) VALUE
033300       ' - DATE '.
033400   05  WS-RPT-HDG-DATE                       PIC X(8).
033500   05  FILLER                                PIC X(17) VALUE
033600       ' - INSURED LIMIT '.
033700   05  WS-RPT-HDG-LIMIT                      PIC Z(8)9.
033800   05  FILLER                                PIC X(19) VALUE
033900       SPACES.
034000
034100 01  WS-RPT-SUBHEADING.
034200   05  FILLER                                PIC X(2) VALUE
034300       SPACES.
034400   05  WS-RPT-SUB-TEXT                       PIC X(40).
034500   05  FILLER                                PIC X(58) VALUE
034600       SPACES.
034700
034800 01  WS-EXCEPTION-LINE.
034900   05  FILLER                                PIC X(4) VALUE
035000       SPACES.
035100   05  WS-EXC-PID                            PIC X(5).
035200   05  FILLER                                PIC X(2) VALUE
035300       SPACES.
035400   05  WS-EXC-ACCNO                          PIC X(10).
035500   05  FILLER                                PIC X(2) VALUE
035600       SPACES.
035700   05  WS-EXC-CCY                            PIC X(3).
035800   05  FILLER                                PIC X(2) VALUE
035900       SPACES.
036000   05  WS-EXC-REASON                         PIC X(40).
036100   05  FILLER                                PIC X(32) VALUE
036200       SPACES.
036300
036400 01  WS-RCN-LINE.
036500   05  FILLER                                PIC X(4) VALUE
036600       SPACES.
036700   05  WS-RCN-LABEL                          PIC X(40).
036800   05  WS-RCN-COUNT                          PIC ZZZZZZ9.
036900   05  WS-RCN-COUNT-X REDEFINES WS-RCN-COUNT PIC X(7).
037000   05  FILLER                                PIC X(3) VALUE
037100       SPACES.
037200   05  WS-RCN-AMOUNT                         PIC -(13)9.99.
037300   05  WS-RCN-AMOUNT-X REDEFINES WS-RCN-AMOUNT
037400                                              PIC X(17).
037500   05  FILLER                                PIC X(29) VALUE
037600       SPACES.
037700
037800 01  WS-RCN-COUNT-WORK                       PIC 9(7).
037900 01  WS-RCN-AMOUNT-WORK                      PIC S9(13)V99.
038000
038100 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
038200     88  WS-RUN-ALLOWED                     VALUE 'Y'.
038300     88  WS-RUN-REFUSED                     VALUE 'N'.
038400
038500 01  WS-RUNC-DATA.
038600 COPY CBANKD53.
038700
038800 01  WS-PARM-DATA.
038900 COPY CBANKD54.
039000
039100 PROCEDURE DIVISION.
039200*****************************************************************
039300* Main line of control                                          *
039400*****************************************************************
039500     PERFORM CHECK-RUN-CONTROL THRU
039600             CHECK-RUN-CONTROL-EXIT.
039700     IF WS-RUN-ALLOWED
039800        PERFORM INITIALIZE-RUN THRU
039900                INITIALIZE-RUN-EXIT
040000        PERFORM PROCESS-CUSTOMER THRU
040100                PROCESS-CUSTOMER-EXIT
040200           UNTIL WS-NO-MORE-CUSTOMERS
040300        PERFORM WRITE-SCV-TRAILER THRU
040400                WRITE-SCV-TRAILER-EXIT
040500        PERFORM RECONCILE-BOOK THRU
040600                RECONCILE-BOOK-EXIT
040700        PERFORM PRINT-RECONCILIATION THRU
040800                PRINT-RECONCILIATION-EXIT
040900        PERFORM TERMINATE-RUN THRU
041000                TERMINATE-RUN-EXIT
041100     END-IF.
041200     GOBACK.
041300
041400*****************************************************************
041500* Register this run with run control before anything is         *
041600* opened - the file is produced on demand and posts nothing, so *
041700* it is not a posting job and may be rerun                      *
041800*****************************************************************
041900 CHECK-RUN-CONTROL.
042000     MOVE SPACES TO CD53-DATA.
042100     SET CD53-REQUESTED-START TO TRUE.
042200     MOVE 'BBANK91P' TO CD53I-JOB-NAME.
042300     CALL 'DBANK53P' USING WS-RUNC-DATA.
042400     IF NOT CD53O-RESP-OK
042500        SET WS-RUN-REFUSED TO TRUE
042600        DISPLAY 'BBANK91P - RUN REFUSED BY RUN CONTROL: '
042700                CD53O-RESP-MSG
042800     END-IF.
042900 CHECK-RUN-CONTROL-EXIT.
043000     EXIT.
043100
043200*****************************************************************
043300* Resolve the base currency and insured limit, open the files,  *
043400* write the SCV header and prime the customer scan              *
043500*****************************************************************
043600 INITIALIZE-RUN.
043700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
043800     MOVE CD53O-BUSINESS-DATE TO WS-BUSINESS-DATE.
043900     IF WS-BUSINESS-DATE IS EQUAL TO SPACES OR
044000        WS-BUSINESS-DATE IS EQUAL TO LOW-VALUES
044100        MOVE WS-TODAY-DATE-X TO WS-BUSINESS-DATE
044200     END-IF.
044300     MOVE SPACES TO CD54-DATA.
044400     MOVE 'BASE-CURRENCY' TO CD54I-NAME.
044500     MOVE WS-BUSINESS-DATE TO CD54I-AS-OF-DATE.
044600     CALL 'DBANK54P' USING WS-PARM-DATA.
044700     IF CD54O-FOUND
044800        MOVE CD54O-VALUE(1:3) TO WS-BASE-CURRENCY
044900     END-IF.
045000     MOVE SPACES TO CD54-DATA.
045100     MOVE 'SCV-INSURED-LIM' TO CD54I-NAME.
045200     MOVE WS-BUSINESS-DATE TO CD54I-AS-OF-DATE.
045300     CALL 'DBANK54P' USING WS-PARM-DATA.
045400     IF CD54O-FOUND
045500        MOVE CD54O-VALUE-NUM TO WS-INSURED-LIMIT
045600     END-IF.
045700     OPEN INPUT BNKCUST-FILE.
045800     OPEN INPUT BNKACC-FILE.
045900     OPEN INPUT BNKAXRF-FILE.
046000     OPEN INPUT BNKATYP-FILE.
046100     OPEN INPUT BNKFXRT-FILE.
046200     OPEN OUTPUT SCV-FILE.
046300     OPEN OUTPUT SCVRPT-FILE.
046400     MOVE WS-BASE-CURRENCY TO WS-RPT-HDG-BASE.
046500     MOVE WS-BUSINESS-DATE TO WS-RPT-HDG-DATE.
046600     MOVE WS-INSURED-LIMIT TO WS-RPT-HDG-LIMIT.
046700     WRITE SCVRPT-LINE FROM WS-RPT-HEADING.
046800     MOVE 'EXCEPTIONS' TO WS-RPT-SUB-TEXT.
046900     WRITE SCVRPT-LINE FROM WS-RPT-SUBHEADING.
047000     MOVE SPACES TO SCV-HEADER-REC.
047100     MOVE 'H' TO SVH-REC-TYPE.
047200     MOVE 'SCV' TO SVH-FILE-ID.
047300     MOVE WS-BUSINESS-DATE TO SVH-AS-OF-DATE.
047400     MOVE WS-BASE-CURRENCY TO SVH-CURRENCY.
047500     MOVE WS-INSURED-LIMIT TO SVH-INSURED-LIMIT.
047600     MOVE WS-TODAY-DATE-X TO SVH-CREATED-DATE.
047700     WRITE SCV-HEADER-REC.
047800     SET WS-MORE-CUSTOMERS-EXIST TO TRUE.
047900     READ BNKCUST-FILE NEXT RECORD
048000          AT END SET WS-NO-MORE-CUSTOMERS TO TRUE
048100     END-READ.
048200 INITIALIZE-RUN-EXIT.
048300     EXIT.
048400
048500*****************************************************************
048600* Gather the customer's accounts, value their share of each,    *
048700* and write the depositor to the SCV file if they own any       *
048800* eligible account at all                                       *
048900*****************************************************************
049000 PROCESS-CUSTOMER.
049100     MOVE BCS-REC-PID TO WS-TARGET-PID.
049200     MOVE 0 TO WS-HOLD-COUNT.
049300     SET WS-CUST-IS-COMPLETE TO TRUE.
049400     PERFORM COLLECT-OWN-ACCOUNTS THRU
049500             COLLECT-OWN-ACCOUNTS-EXIT.
049600     PERFORM COLLECT-HELD-ACCOUNTS THRU
049700             COLLECT-HELD-ACCOUNTS-EXIT.
049800     MOVE 0 TO WS-CUST-ELIGIBLE.
049900     MOVE 0 TO WS-CUST-ACCOUNTS.
050000     PERFORM VALUE-HOLDING THRU
050100             VALUE-HOLDING-EXIT
050200        VARYING WS-HOLD-IDX FROM 1 BY 1
050300        UNTIL WS-HOLD-IDX > WS-HOLD-COUNT.
050400     IF WS-CUST-ACCOUNTS IS GREATER THAN 0
050500        PERFORM WRITE-DEPOSITOR THRU
050600                WRITE-DEPOSITOR-EXIT
050700     END-IF.
050800     READ BNKCUST-FILE NEXT RECORD
050900          AT END SET WS-NO-MORE-CUSTOMERS TO TRUE
051000     END-READ.
051100 PROCESS-CUSTOMER-EXIT.
051200     EXIT.
051300
051400*****************************************************************
051500* The customer's own accounts, through the BAC-REC-PID index    *
051600*****************************************************************
051700 COLLECT-OWN-ACCOUNTS.
051800     SET WS-MORE-ACCOUNTS-EXIST TO TRUE.
051900     MOVE WS-TARGET-PID TO BAC-REC-PID.
052000     START BNKACC-FILE KEY IS EQUAL TO BAC-REC-PID
052100          INVALID KEY SET WS-NO-MORE-ACCOUNTS TO TRUE
052200     END-START.
052300     IF WS-MORE-ACCOUNTS-EXIST
052400        PERFORM COLLECT-ONE-OWN-ACCOUNT THRU
052500                COLLECT-ONE-OWN-ACCOUNT-EXIT
052600           UNTIL WS-BNKACC-STATUS IS NOT EQUAL TO '00'
052700              OR BAC-REC-PID IS NOT EQUAL TO WS-TARGET-PID
052800     END-IF.
052900 COLLECT-OWN-ACCOUNTS-EXIT.
053000     EXIT.
053100
053200 COLLECT-ONE-OWN-ACCOUNT.
053300     READ BNKACC-FILE NEXT RECORD.
053400     IF WS-BNKACC-STATUS IS EQUAL TO '02'
053500        MOVE '00' TO WS-BNKACC-STATUS
053600     END-IF.
053700     IF WS-BNKACC-STATUS IS EQUAL TO '00' AND
053800        BAC-REC-PID IS EQUAL TO WS-TARGET-PID
053900        MOVE BAC-REC-ACCNO TO WS-XRF-ACCNO
054000        PERFORM ADD-HOLDING THRU
054100                ADD-HOLDING-EXIT
054200     END-IF.
054300 COLLECT-ONE-OWN-ACCOUNT-EXIT.
054400     EXIT.
054500
054600*****************************************************************
054700* Accounts the customer owns through the cross-reference. Their *
054800* own primary rows are already in the table from the pass       *
054900* above; authorized signatories own nothing and are passed by   *
055000*****************************************************************
055100 COLLECT-HELD-ACCOUNTS.
055200     SET WS-MORE-XREFS-EXIST TO TRUE.
055300     MOVE WS-TARGET-PID TO XRF-REC-PID.
055400     START BNKAXRF-FILE KEY IS EQUAL TO XRF-REC-PID
055500          INVALID KEY SET WS-NO-MORE-XREFS TO TRUE
055600     END-START.
055700     IF WS-MORE-XREFS-EXIST
055800        PERFORM COLLECT-ONE-HELD-ACCOUNT THRU
055900                COLLECT-ONE-HELD-ACCOUNT-EXIT
056000           UNTIL WS-BNKAXRF-STATUS IS NOT EQUAL TO '00'
056100              OR XRF-REC-PID IS NOT EQUAL TO WS-TARGET-PID
056200     END-IF.
056300 COLLECT-HELD-ACCOUNTS-EXIT.
056400     EXIT.
056500
056600 COLLECT-ONE-HELD-ACCOUNT.
056700     READ BNKAXRF-FILE NEXT RECORD.
056800     IF WS-BNKAXRF-STATUS IS EQUAL TO '02'
056900        MOVE '00' TO WS-BNKAXRF-STATUS
057000     END-IF.
057100     IF WS-BNKAXRF-STATUS IS EQUAL TO '00' AND
057200        XRF-REC-PID IS EQUAL TO WS-TARGET-PID AND
057300        NOT XRF-REC-ROLE-AUTHORIZED
057400        MOVE XRF-REC-ACCNO TO WS-XRF-ACCNO
057500        SET WS-HOLD-IDX TO 1
057600        SEARCH WS-HOLD-ENTRY
057700           AT END
057800              PERFORM ADD-HOLDING THRU
057900                      ADD-HOLDING-EXIT
058000           WHEN WS-HOLD-IDX > WS-HOLD-COUNT
058100              PERFORM ADD-HOLDING THRU
058200                      ADD-HOLDING-EXIT
058300           WHEN WS-HOLD-ACCNO (WS-HOLD-IDX) IS EQUAL TO
058400                 WS-XRF-ACCNO
058500              CONTINUE
058600        END-SEARCH
058700     END-IF.
058800 COLLECT-ONE-HELD-ACCOUNT-EXIT.
058900     EXIT.
059000
059100*****************************************************************
059200* Add the account in WS-XRF-ACCNO to the holdings table. A      *
059300* customer with more holdings than the table can carry is       *
059400* marked incomplete and reported, never silently cut short      *
059500*****************************************************************
059600 ADD-HOLDING.
059700     IF WS-HOLD-COUNT IS NOT LESS THAN 100
059800        IF WS-CUST-IS-COMPLETE
059900           ADD 1 TO WS-UNLISTED-COUNT
060000        END-IF
060100        SET WS-CUST-IS-INCOMPLETE TO TRUE
060200        MOVE WS-TARGET-PID TO WS-EXC-PID
060300        MOVE WS-XRF-ACCNO TO WS-EXC-ACCNO
060400        MOVE SPACES TO WS-EXC-CCY
060500        MOVE 'TOO MANY HOLDINGS - ACCOUNT NOT LISTED' TO
060600            WS-EXC-REASON
060700        WRITE SCVRPT-LINE FROM WS-EXCEPTION-LINE
060800        GO TO ADD-HOLDING-EXIT
060900     END-IF.
061000     ADD 1 TO WS-HOLD-COUNT.
061100     MOVE SPACES TO WS-HOLD-ENTRY (WS-HOLD-COUNT).
061200     MOVE WS-XRF-ACCNO TO WS-HOLD-ACCNO (WS-HOLD-COUNT).
061300     MOVE 0 TO WS-HOLD-OWNERS (WS-HOLD-COUNT).
061400     MOVE 0 TO WS-HOLD-AMOUNT (WS-HOLD-COUNT).
061500     MOVE 0 TO WS-HOLD-RATE (WS-HOLD-COUNT).
061600     MOVE 0 TO WS-HOLD-SHARE (WS-HOLD-COUNT).
061700     SET WS-HOLD-NOT-ELIGIBLE (WS-HOLD-COUNT) TO TRUE.
061800 ADD-HOLDING-EXIT.
061900     EXIT.
062000
062100*****************************************************************
062200* Value the customer's share of one holding: re-read the        *
062300* account, pass by anything not eligible, convert the eligible  *
062400* amount to base and split it between the owners                *
062500*****************************************************************
062600 VALUE-HOLDING.
062700     MOVE WS-HOLD-ACCNO (WS-HOLD-IDX) TO BAC-REC-ACCNO.
062800     SET WS-ACCOUNT-FOUND TO TRUE.
062900     READ BNKACC-FILE
063000          INVALID KEY SET WS-ACCOUNT-NOT-FOUND TO TRUE
063100     END-READ.
063200     IF WS-ACCOUNT-NOT-FOUND
063300        GO TO VALUE-HOLDING-EXIT
063400     END-IF.
063500     PERFORM CLASSIFY-ACCOUNT THRU
063600             CLASSIFY-ACCOUNT-EXIT.
063700     IF NOT WS-CLASS-ELIGIBLE
063800        GO TO VALUE-HOLDING-EXIT
063900     END-IF.
064000     SET WS-HOLD-ELIGIBLE (WS-HOLD-IDX) TO TRUE.
064100     ADD 1 TO WS-CUST-ACCOUNTS.
064200     MOVE BAC-REC-TYPE TO WS-HOLD-TYPE (WS-HOLD-IDX).
064300     MOVE BAC-REC-STATUS TO WS-HOLD-STATUS (WS-HOLD-IDX).
064400     MOVE BAC-REC-CURRENCY TO WS-HOLD-CCY (WS-HOLD-IDX).
064500     IF BAC-REC-PID IS EQUAL TO WS-TARGET-PID
064600        MOVE 'P' TO WS-HOLD-ROLE (WS-HOLD-IDX)
064700     ELSE
064800        MOVE 'J' TO WS-HOLD-ROLE (WS-HOLD-IDX)
064900     END-IF.
065000     PERFORM VALUE-ACCOUNT THRU
065100             VALUE-ACCOUNT-EXIT.
065200     MOVE WS-ELIG-NATIVE TO WS-HOLD-AMOUNT (WS-HOLD-IDX).
065300     IF WS-NO-RATE-AVAILABLE
065400        SET WS-CUST-IS-INCOMPLETE TO TRUE
065500        MOVE WS-TARGET-PID TO WS-EXC-PID
065600        MOVE BAC-REC-ACCNO TO WS-EXC-ACCNO
065700        MOVE BAC-REC-CURRENCY TO WS-EXC-CCY
065800        MOVE 'NO FX RATE - SHARE NOT VALUED' TO WS-EXC-REASON
065900        WRITE SCVRPT-LINE FROM WS-EXCEPTION-LINE
066000        GO TO VALUE-HOLDING-EXIT
066100     END-IF.
066200     MOVE WS-APPLIED-RATE TO WS-HOLD-RATE (WS-HOLD-IDX).
066300     PERFORM COUNT-ACCOUNT-OWNERS THRU
066400             COUNT-ACCOUNT-OWNERS-EXIT.
066500     MOVE WS-OWNER-COUNT TO WS-HOLD-OWNERS (WS-HOLD-IDX).
066600     PERFORM APPORTION-ACCOUNT THRU
066700             APPORTION-ACCOUNT-EXIT.
066800     IF WS-HOLD-ROLE (WS-HOLD-IDX) IS EQUAL TO 'P'
066900        COMPUTE WS-SHARE = WS-ELIG-BASE -
067000                (WS-SHARE * (WS-OWNER-COUNT - 1))
067100     END-IF.
067200     MOVE WS-SHARE TO WS-HOLD-SHARE (WS-HOLD-IDX).
067300     ADD WS-SHARE TO WS-CUST-ELIGIBLE.
067400 VALUE-HOLDING-EXIT.
067500     EXIT.
067600
067700*****************************************************************
067800* Classify the account in BNKACC-REC: closed and written-off    *
067900* accounts first, then loans by product class, everything else  *
068000* (open or dormant deposit and term accounts) is eligible       *
068100*****************************************************************
068200 CLASSIFY-ACCOUNT.
068300     SET WS-CLASS-ELIGIBLE TO TRUE.
068400     IF BAC-REC-STATUS-CLOSED OR BAC-REC-STATUS-WRITTEN-OFF
068500        SET WS-CLASS-CLOSED TO TRUE
068600        GO TO CLASSIFY-ACCOUNT-EXIT
068700     END-IF.
068800     MOVE BAC-REC-TYPE TO BAT-REC-TYPE.
068900     READ BNKATYP-FILE
069000          INVALID KEY MOVE SPACES TO BAT-REC-PRODUCT-CLASS
069100     END-READ.
069200     IF BAT-REC-CLASS-LOAN
069300        SET WS-CLASS-LOAN TO TRUE
069400     END-IF.
069500 CLASSIFY-ACCOUNT-EXIT.
069600     EXIT.
069700
069800*****************************************************************
069900* Convert the eligible account in BNKACC-REC to base currency.  *
070000* Balance and carried interest are converted separately so the  *
070100* reconciliation pass, which totals them apart, agrees to the   *
070200* cent; an overdrawn balance or a debit accrual counts as nil   *
070300*****************************************************************
070400 VALUE-ACCOUNT.
070500     MOVE 0 TO WS-ELIG-NATIVE.
070600     MOVE 0 TO WS-BASE-BALANCE.
070700     MOVE 0 TO WS-BASE-ACCRUED.
070800     MOVE 0 TO WS-ELIG-BASE.
070900     IF BAC-REC-ACCRUED-INT IS NUMERIC
071000        MOVE BAC-REC-ACCRUED-INT TO WS-ACCRUED
071100     ELSE
071200        MOVE 0 TO WS-ACCRUED
071300     END-IF.
071400     IF BAC-REC-BALANCE IS GREATER THAN 0
071500        ADD BAC-REC-BALANCE TO WS-ELIG-NATIVE
071600     END-IF.
071700     IF WS-ACCRUED IS GREATER THAN 0
071800        ADD WS-ACCRUED TO WS-ELIG-NATIVE
071900     END-IF.
072000     PERFORM GET-BASE-RATE THRU
072100             GET-BASE-RATE-EXIT.
072200     IF WS-NO-RATE-AVAILABLE
072300        GO TO VALUE-ACCOUNT-EXIT
072400     END-IF.
072500     COMPUTE WS-BASE-BALANCE ROUNDED =
072600             BAC-REC-BALANCE * WS-APPLIED-RATE.
072700     COMPUTE WS-BASE-ACCRUED ROUNDED =
072800             WS-ACCRUED * WS-APPLIED-RATE.
072900     IF WS-BASE-BALANCE IS GREATER THAN 0
073000        ADD WS-BASE-BALANCE TO WS-ELIG-BASE
073100     END-IF.
073200     IF WS-BASE-ACCRUED IS GREATER THAN 0
073300        ADD WS-BASE-ACCRUED TO WS-ELIG-BASE
073400     END-IF.
073500 VALUE-ACCOUNT-EXIT.
073600     EXIT.
073700
073800*****************************************************************
073900* Rate from the account's currency to base                      *
074000*****************************************************************
074100 GET-BASE-RATE.
074200     SET WS-RATE-AVAILABLE TO TRUE.
074300     IF BAC-REC-CURRENCY IS EQUAL TO WS-BASE-CURRENCY
074400        MOVE 1 TO WS-APPLIED-RATE
074500        GO TO GET-BASE-RATE-EXIT
074600     END-IF.
074700     MOVE BAC-REC-CURRENCY TO FXR-REC-FROM-CCY.
074800     MOVE WS-BASE-CURRENCY TO FXR-REC-TO-CCY.
074900     READ BNKFXRT-FILE
075000          INVALID KEY SET WS-NO-RATE-AVAILABLE TO TRUE
075100     END-READ.
075200     IF WS-RATE-AVAILABLE
075300        MOVE FXR-REC-RATE TO WS-APPLIED-RATE
075400     ELSE
075500        MOVE 0 TO WS-APPLIED-RATE
075600     END-IF.
075700 GET-BASE-RATE-EXIT.
075800     EXIT.
075900
076000*****************************************************************
076100* Count the owners of the account in BNKACC-REC: its primary    *
076200* holder, plus every other primary or joint holder on BNKAXRF.  *
076300* The primary holder always counts, so an account converted     *
076400* before the cross-reference existed has one owner              *
076500*****************************************************************
076600 COUNT-ACCOUNT-OWNERS.
076700     MOVE 1 TO WS-OWNER-COUNT.
076800     MOVE BAC-REC-PID TO WS-PRIMARY-PID.
076900     MOVE BAC-REC-ACCNO TO WS-XRF-ACCNO.
077000     SET WS-MORE-XREFS-EXIST TO TRUE.
077100     MOVE BAC-REC-ACCNO TO XRF-REC-ACCNO.
077200     MOVE LOW-VALUES TO XRF-REC-PID.
077300     START BNKAXRF-FILE KEY IS NOT LESS THAN XRF-REC-KEY
077400          INVALID KEY SET WS-NO-MORE-XREFS TO TRUE
077500     END-START.
077600     IF WS-MORE-XREFS-EXIST
077700        PERFORM COUNT-ONE-OWNER THRU
077800                COUNT-ONE-OWNER-EXIT
077900           UNTIL WS-BNKAXRF-STATUS IS NOT EQUAL TO '00'
078000              OR XRF-REC-ACCNO IS NOT EQUAL TO WS-XRF-ACCNO
078100     END-IF.
078200 COUNT-ACCOUNT-OWNERS-EXIT.
078300     EXIT.
078400
078500 COUNT-ONE-OWNER.
078600     READ BNKAXRF-FILE NEXT RECORD.
078700     IF WS-BNKAXRF-STATUS IS EQUAL TO '00' AND
078800        XRF-REC-ACCNO IS EQUAL TO WS-XRF-ACCNO AND
078900        XRF-REC-PID IS NOT EQUAL TO WS-PRIMARY-PID AND
079000        NOT XRF-REC-ROLE-AUTHORIZED
079100        ADD 1 TO WS-OWNER-COUNT
079200     END-IF.
079300 COUNT-ONE-OWNER-EXIT.
079400     EXIT.
079500
079600*****************************************************************
079700* Each owner's share of WS-ELIG-BASE, truncated to the cent - a *
079800* primary holder then takes the remainder, so the shares always *
079900* add back to the account                                       *
080000*****************************************************************
080100 APPORTION-ACCOUNT.
080200     COMPUTE WS-SHARE = WS-ELIG-BASE / WS-OWNER-COUNT.
080300 APPORTION-ACCOUNT-EXIT.
080400     EXIT.
080500
080600*****************************************************************
080700* Apply the insured limit to the depositor's total and write    *
080800* their 'D' record followed by an 'A' record per eligible       *
080900* account                                                       *
081000*****************************************************************
081100 WRITE-DEPOSITOR.
081200     IF WS-CUST-ELIGIBLE IS GREATER THAN WS-INSURED-LIMIT
081300        MOVE WS-INSURED-LIMIT TO WS-CUST-INSURED
081400        ADD 1 TO WS-OVER-LIMIT-COUNT
081500     ELSE
081600        MOVE WS-CUST-ELIGIBLE TO WS-CUST-INSURED
081700     END-IF.
081800     MOVE SPACES TO SCV-DEPOSITOR-REC.
081900     MOVE 'D' TO SVD-REC-TYPE.
082000     MOVE BCS-REC-PID TO SVD-PID.
082100     MOVE BCS-REC-NAME TO SVD-NAME.
082200     MOVE BCS-REC-ADDR1 TO SVD-ADDR1.
082300     MOVE BCS-REC-ADDR2 TO SVD-ADDR2.
082400     MOVE BCS-REC-STATE TO SVD-STATE.
082500     MOVE BCS-REC-CNTRY TO SVD-CNTRY.
082600     MOVE BCS-REC-POST-CODE TO SVD-POST-CODE.
082700     MOVE BCS-REC-EMAIL TO SVD-EMAIL.
082800     MOVE BCS-REC-BIRTH-DATE TO SVD-BIRTH-DATE.
082900     MOVE BCS-REC-ID-DOC-TYPE TO SVD-ID-DOC-TYPE.
083000     MOVE BCS-REC-ID-DOC-NO TO SVD-ID-DOC-NO.
083100     MOVE BCS-REC-ID-DOC-EXPIRY TO SVD-ID-DOC-EXPIRY.
083200     IF BCS-REC-STATUS-CLOSED
083300        MOVE 'C' TO SVD-CUST-STATUS
083400     ELSE
083500        MOVE 'A' TO SVD-CUST-STATUS
083600     END-IF.
083700     MOVE WS-CUST-ACCOUNTS TO SVD-ACCOUNT-COUNT.
083800     MOVE WS-BASE-CURRENCY TO SVD-CURRENCY.
083900     MOVE WS-CUST-ELIGIBLE TO SVD-ELIGIBLE.
084000     MOVE WS-CUST-INSURED TO SVD-INSURED.
084100     COMPUTE SVD-UNINSURED = WS-CUST-ELIGIBLE - WS-CUST-INSURED.
084200     IF WS-CUST-IS-INCOMPLETE
084300        MOVE 'Y' TO SVD-INCOMPLETE
084400        ADD 1 TO WS-INCOMPLETE-COUNT
084500     ELSE
084600        MOVE 'N' TO SVD-INCOMPLETE
084700     END-IF.
084800     WRITE SCV-DEPOSITOR-REC.
084900     ADD 1 TO WS-DEPOSITOR-COUNT.
085000     ADD WS-CUST-ELIGIBLE TO WS-TOTAL-ELIGIBLE.
085100     ADD WS-CUST-INSURED TO WS-TOTAL-INSURED.
085200     COMPUTE WS-TOTAL-UNINSURED = WS-TOTAL-UNINSURED +
085300             WS-CUST-ELIGIBLE - WS-CUST-INSURED.
085400     PERFORM WRITE-ACCOUNT-RECORD THRU
085500             WRITE-ACCOUNT-RECORD-EXIT
085600        VARYING WS-HOLD-IDX FROM 1 BY 1
085700        UNTIL WS-HOLD-IDX > WS-HOLD-COUNT.
085800 WRITE-DEPOSITOR-EXIT.
085900     EXIT.
086000
086100 WRITE-ACCOUNT-RECORD.
086200     IF WS-HOLD-NOT-ELIGIBLE (WS-HOLD-IDX)
086300        GO TO WRITE-ACCOUNT-RECORD-EXIT
086400     END-IF.
086500     MOVE SPACES TO SCV-ACCOUNT-REC.
086600     MOVE 'A' TO SVA-REC-TYPE.
086700     MOVE WS-TARGET-PID TO SVA-PID.
086800     MOVE WS-HOLD-ACCNO (WS-HOLD-IDX) TO SVA-ACCNO.
086900     MOVE WS-HOLD-TYPE (WS-HOLD-IDX) TO SVA-ACC-TYPE.
087000     IF WS-HOLD-STATUS (WS-HOLD-IDX) IS EQUAL TO '2'
087100        MOVE 'D' TO SVA-ACC-STATUS
087200     ELSE
087300        MOVE 'O' TO SVA-ACC-STATUS
087400     END-IF.
087500     MOVE WS-HOLD-ROLE (WS-HOLD-IDX) TO SVA-ROLE.
087600     MOVE WS-HOLD-OWNERS (WS-HOLD-IDX) TO SVA-HOLDERS.
087700     MOVE WS-HOLD-CCY (WS-HOLD-IDX) TO SVA-ACC-CCY.
087800     MOVE WS-HOLD-AMOUNT (WS-HOLD-IDX) TO SVA-ACC-AMOUNT.
087900     MOVE WS-HOLD-RATE (WS-HOLD-IDX) TO SVA-RATE.
088000     MOVE WS-HOLD-SHARE (WS-HOLD-IDX) TO SVA-SHARE.
088100     WRITE SCV-ACCOUNT-REC.
088200     ADD 1 TO WS-SCV-ACCOUNT-COUNT.
088300 WRITE-ACCOUNT-RECORD-EXIT.
088400     EXIT.
088500
088600*****************************************************************
088700* Close the SCV file with its trailer                           *
088800*****************************************************************
088900 WRITE-SCV-TRAILER.
089000     MOVE SPACES TO SCV-TRAILER-REC.
089100     MOVE 'T' TO SVT-REC-TYPE.
089200     MOVE WS-DEPOSITOR-COUNT TO SVT-DEPOSITOR-COUNT.
089300     MOVE WS-SCV-ACCOUNT-COUNT TO SVT-ACCOUNT-COUNT.
089400     MOVE WS-TOTAL-ELIGIBLE TO SVT-ELIGIBLE.
089500     MOVE WS-TOTAL-INSURED TO SVT-INSURED.
089600     MOVE WS-TOTAL-UNINSURED TO SVT-UNINSURED.
089700     WRITE SCV-TRAILER-REC.
089800 WRITE-SCV-TRAILER-EXIT.
089900     EXIT.
090000
090100*****************************************************************
090200* Independent pass over the whole of BNKACC, totalling the book *
090300* in base currency by category and working out the eligible     *
090400* deposits it holds the same way the customer pass does         *
090500*****************************************************************
090600 RECONCILE-BOOK.
090700     SET WS-MORE-ACCOUNTS-EXIST TO TRUE.
090800     MOVE LOW-VALUES TO BAC-REC-ACCNO.
090900     START BNKACC-FILE KEY GREATER THAN BAC-REC-ACCNO
091000          INVALID KEY SET WS-NO-MORE-ACCOUNTS TO TRUE
091100     END-START.
091200     IF WS-MORE-ACCOUNTS-EXIST
091300        READ BNKACC-FILE NEXT RECORD
091400             AT END SET WS-NO-MORE-ACCOUNTS TO TRUE
091500        END-READ
091600     END-IF.
091700     PERFORM RECONCILE-ACCOUNT THRU
091800             RECONCILE-ACCOUNT-EXIT
091900        UNTIL WS-NO-MORE-ACCOUNTS.
092000     COMPUTE WS-BOOK-ELIGIBLE = WS-DEPOSIT-AMOUNT -
092100             WS-OVERDRAWN-AMOUNT + WS-ACCRUED-AMOUNT.
092200     COMPUTE WS-DIFFERENCE = WS-BOOK-ELIGIBLE - WS-TOTAL-ELIGIBLE.
092300     COMPUTE WS-UNEXPLAINED = WS-DIFFERENCE - WS-ORPHAN-AMOUNT.
092400 RECONCILE-BOOK-EXIT.
092500     EXIT.
092600
092700 RECONCILE-ACCOUNT.
092800     PERFORM CLASSIFY-ACCOUNT THRU
092900             CLASSIFY-ACCOUNT-EXIT.
093000     PERFORM VALUE-ACCOUNT THRU
093100             VALUE-ACCOUNT-EXIT.
093200     IF WS-NO-RATE-AVAILABLE
093300        ADD 1 TO WS-UNRATED-COUNT
093400        GO TO RECONCILE-ACCOUNT-NEXT
093500     END-IF.
093600     ADD 1 TO WS-BOOK-COUNT.
093700     ADD WS-BASE-BALANCE TO WS-BOOK-AMOUNT.
093800     IF WS-CLASS-CLOSED
093900        ADD 1 TO WS-CLOSED-COUNT
094000        ADD WS-BASE-BALANCE TO WS-CLOSED-AMOUNT
094100        GO TO RECONCILE-ACCOUNT-NEXT
094200     END-IF.
094300     IF WS-CLASS-LOAN
094400        ADD 1 TO WS-LOAN-COUNT
094500        ADD WS-BASE-BALANCE TO WS-LOAN-AMOUNT
094600        GO TO RECONCILE-ACCOUNT-NEXT
094700     END-IF.
094800     ADD 1 TO WS-DEPOSIT-COUNT.
094900     ADD WS-BASE-BALANCE TO WS-DEPOSIT-AMOUNT.
095000     IF WS-BASE-BALANCE IS LESS THAN 0
095100        ADD 1 TO WS-OVERDRAWN-COUNT
095200        ADD WS-BASE-BALANCE TO WS-OVERDRAWN-AMOUNT
095300     END-IF.
095400     IF WS-BASE-ACCRUED IS GREATER THAN 0
095500        ADD 1 TO WS-ACCRUED-COUNT
095600        ADD WS-BASE-ACCRUED TO WS-ACCRUED-AMOUNT
095700     END-IF.
095800     PERFORM CHECK-PRIMARY-HOLDER THRU
095900             CHECK-PRIMARY-HOLDER-EXIT.
096000 RECONCILE-ACCOUNT-NEXT.
096100     READ BNKACC-FILE NEXT RECORD
096200          AT END SET WS-NO-MORE-ACCOUNTS TO TRUE
096300     END-READ.
096400 RECONCILE-ACCOUNT-EXIT.
096500     EXIT.
096600
096700*****************************************************************
096800* An eligible account whose primary holder is not on BNKCUST    *
096900* never comes up in the customer pass, so the primary's share   *
097000* of it is missing from the SCV file - total it so the          *
097100* difference can be explained                                   *
097200*****************************************************************
097300 CHECK-PRIMARY-HOLDER.
097400     MOVE BAC-REC-PID TO BCS-REC-PID.
097500     SET WS-CUST-FOUND TO TRUE.
097600     READ BNKCUST-FILE
097700          INVALID KEY SET WS-CUST-NOT-FOUND TO TRUE
097800     END-READ.
097900     IF WS-CUST-FOUND
098000        GO TO CHECK-PRIMARY-HOLDER-EXIT
098100     END-IF.
098200     PERFORM COUNT-ACCOUNT-OWNERS THRU
098300             COUNT-ACCOUNT-OWNERS-EXIT.
098400     PERFORM APPORTION-ACCOUNT THRU
098500             APPORTION-ACCOUNT-EXIT.
098600     COMPUTE WS-SHARE = WS-ELIG-BASE -
098700             (WS-SHARE * (WS-OWNER-COUNT - 1)).
098800     ADD 1 TO WS-ORPHAN-COUNT.
098900     ADD WS-SHARE TO WS-ORPHAN-AMOUNT.
099000     MOVE BAC-REC-PID TO WS-EXC-PID.
099100     MOVE BAC-REC-ACCNO TO WS-EXC-ACCNO.
099200     MOVE BAC-REC-CURRENCY TO WS-EXC-CCY.
099300     MOVE 'PRIMARY HOLDER NOT ON BNKCUST' TO WS-EXC-REASON.
099400     WRITE SCVRPT-LINE FROM WS-EXCEPTION-LINE.
099500 CHECK-PRIMARY-HOLDER-EXIT.
099600     EXIT.
099700
099800*****************************************************************
099900* Print the summary: the BNKACC book broken down to eligible    *
100000* deposits, then the SCV file totals and the difference         *
100100*****************************************************************
100200 PRINT-RECONCILIATION.
100300     MOVE 'DEPOSITS PER BNKACC' TO WS-RPT-SUB-TEXT.
100400     WRITE SCVRPT-LINE FROM WS-RPT-SUBHEADING.
100500     MOVE 'ALL ACCOUNTS (BOOK BALANCE)' TO WS-RCN-LABEL.
100600     MOVE WS-BOOK-COUNT TO WS-RCN-COUNT-WORK.
100700     MOVE WS-BOOK-AMOUNT TO WS-RCN-AMOUNT-WORK.
100800     PERFORM PRINT-RCN-LINE THRU
100900             PRINT-RCN-LINE-EXIT.
101000     MOVE 'LESS LOAN ACCOUNTS' TO WS-RCN-LABEL.
101100     MOVE WS-LOAN-COUNT TO WS-RCN-COUNT-WORK.
101200     MOVE WS-LOAN-AMOUNT TO WS-RCN-AMOUNT-WORK.
101300     PERFORM PRINT-RCN-LINE THRU
101400             PRINT-RCN-LINE-EXIT.
101500     MOVE 'LESS CLOSED AND WRITTEN-OFF ACCOUNTS' TO WS-RCN-LABEL.
101600     MOVE WS-CLOSED-COUNT TO WS-RCN-COUNT-WORK.
101700     MOVE WS-CLOSED-AMOUNT TO WS-RCN-AMOUNT-WORK.
101800     PERFORM PRINT-RCN-LINE THRU
101900             PRINT-RCN-LINE-EXIT.
102000     MOVE 'DEPOSIT AND TERM ACCOUNTS' TO WS-RCN-LABEL.
102100     MOVE WS-DEPOSIT-COUNT TO WS-RCN-COUNT-WORK.
102200     MOVE WS-DEPOSIT-AMOUNT TO WS-RCN-AMOUNT-WORK.
102300     PERFORM PRINT-RCN-LINE THRU
102400             PRINT-RCN-LINE-EXIT.
102500     MOVE 'LESS OVERDRAWN BALANCES' TO WS-RCN-LABEL.
102600     MOVE WS-OVERDRAWN-COUNT TO WS-RCN-COUNT-WORK.
102700     MOVE WS-OVERDRAWN-AMOUNT TO WS-RCN-AMOUNT-WORK.
102800     PERFORM PRINT-RCN-LINE THRU
102900             PRINT-RCN-LINE-EXIT.
103000     MOVE 'ADD INTEREST ACCRUED NOT YET PAID' TO WS-RCN-LABEL.
103100     MOVE WS-ACCRUED-COUNT TO WS-RCN-COUNT-WORK.
103200     MOVE WS-ACCRUED-AMOUNT TO WS-RCN-AMOUNT-WORK.
103300     PERFORM PRINT-RCN-LINE THRU
103400             PRINT-RCN-LINE-EXIT.
103500     MOVE 'ELIGIBLE DEPOSITS PER BNKACC' TO WS-RCN-LABEL.
103600     MOVE WS-BOOK-ELIGIBLE TO WS-RCN-AMOUNT-WORK.
103700     PERFORM PRINT-RCN-AMOUNT-LINE THRU
103800             PRINT-RCN-AMOUNT-LINE-EXIT.
103900     MOVE 'ACCOUNTS EXCLUDED - NO FX RATE' TO WS-RCN-LABEL.
104000     MOVE WS-UNRATED-COUNT TO WS-RCN-COUNT-WORK.
104100     PERFORM PRINT-RCN-COUNT-LINE THRU
104200             PRINT-RCN-COUNT-LINE-EXIT.
104300     MOVE 'SINGLE CUSTOMER VIEW FILE' TO WS-RPT-SUB-TEXT.
104400     WRITE SCVRPT-LINE FROM WS-RPT-SUBHEADING.
104500     MOVE 'ELIGIBLE DEPOSITS - DEPOSITORS' TO WS-RCN-LABEL.
104600     MOVE WS-DEPOSITOR-COUNT TO WS-RCN-COUNT-WORK.
104700     MOVE WS-TOTAL-ELIGIBLE TO WS-RCN-AMOUNT-WORK.
104800     PERFORM PRINT-RCN-LINE THRU
104900             PRINT-RCN-LINE-EXIT.
105000     MOVE 'ACCOUNT RECORDS WRITTEN' TO WS-RCN-LABEL.
105100     MOVE WS-SCV-ACCOUNT-COUNT TO WS-RCN-COUNT-WORK.
105200     PERFORM PRINT-RCN-COUNT-LINE THRU
105300             PRINT-RCN-COUNT-LINE-EXIT.
105400     MOVE 'INSURED' TO WS-RCN-LABEL.
105500     MOVE WS-TOTAL-INSURED TO WS-RCN-AMOUNT-WORK.
105600     PERFORM PRINT-RCN-AMOUNT-LINE THRU
105700             PRINT-RCN-AMOUNT-LINE-EXIT.
105800     MOVE 'UNINSURED - DEPOSITORS OVER LIMIT' TO WS-RCN-LABEL.
105900     MOVE WS-OVER-LIMIT-COUNT TO WS-RCN-COUNT-WORK.
106000     MOVE WS-TOTAL-UNINSURED TO WS-RCN-AMOUNT-WORK.
106100     PERFORM PRINT-RCN-LINE THRU
106200             PRINT-RCN-LINE-EXIT.
106300     MOVE 'DEPOSITORS MARKED INCOMPLETE' TO WS-RCN-LABEL.
106400     MOVE WS-INCOMPLETE-COUNT TO WS-RCN-COUNT-WORK.
106500     PERFORM PRINT-RCN-COUNT-LINE THRU
106600             PRINT-RCN-COUNT-LINE-EXIT.
106700     MOVE 'RECONCILIATION' TO WS-RPT-SUB-TEXT.
106800     WRITE SCVRPT-LINE FROM WS-RPT-SUBHEADING.
106900     MOVE 'DIFFERENCE (BNKACC LESS SCV FILE)' TO WS-RCN-LABEL.
107000     MOVE WS-DIFFERENCE TO WS-RCN-AMOUNT-WORK.
107100     PERFORM PRINT-RCN-AMOUNT-LINE THRU
107200             PRINT-RCN-AMOUNT-LINE-EXIT.
107300     MOVE 'PRIMARY HOLDER NOT ON BNKCUST' TO WS-RCN-LABEL.
107400     MOVE WS-ORPHAN-COUNT TO WS-RCN-COUNT-WORK.
107500     MOVE WS-ORPHAN-AMOUNT TO WS-RCN-AMOUNT-WORK.
107600     PERFORM PRINT-RCN-LINE THRU
107700             PRINT-RCN-LINE-EXIT.
107800     MOVE 'DEPOSITORS WITH HOLDINGS NOT LISTED' TO WS-RCN-LABEL.
107900     MOVE WS-UNLISTED-COUNT TO WS-RCN-COUNT-WORK.
108000     PERFORM PRINT-RCN-COUNT-LINE THRU
108100             PRINT-RCN-COUNT-LINE-EXIT.
108200     MOVE 'UNEXPLAINED DIFFERENCE' TO WS-RCN-LABEL.
108300     MOVE WS-UNEXPLAINED TO WS-RCN-AMOUNT-WORK.
108400     PERFORM PRINT-RCN-AMOUNT-LINE THRU
108500             PRINT-RCN-AMOUNT-LINE-EXIT.
108600 PRINT-RECONCILIATION-EXIT.
108700     EXIT.
108800
108900 PRINT-RCN-LINE.
109000     MOVE WS-RCN-COUNT-WORK TO WS-RCN-COUNT.
109100     MOVE WS-RCN-AMOUNT-WORK TO WS-RCN-AMOUNT.
109200     WRITE SCVRPT-LINE FROM WS-RCN-LINE.
109300 PRINT-RCN-LINE-EXIT.
109400     EXIT.
109500
109600 PRINT-RCN-AMOUNT-LINE.
109700     MOVE SPACES TO WS-RCN-COUNT-X.
109800     MOVE WS-RCN-AMOUNT-WORK TO WS-RCN-AMOUNT.
109900     WRITE SCVRPT-LINE FROM WS-RCN-LINE.
110000 PRINT-RCN-AMOUNT-LINE-EXIT.
110100     EXIT.
110200
110300 PRINT-RCN-COUNT-LINE.
110400     MOVE WS-RCN-COUNT-WORK TO WS-RCN-COUNT.
110500     MOVE SPACES TO WS-RCN-AMOUNT-X.
110600     WRITE SCVRPT-LINE FROM WS-RCN-LINE.
110700 PRINT-RCN-COUNT-LINE-EXIT.
110800     EXIT.
110900
111000*****************************************************************
111100* Close everything down and mark the run complete               *
111200*****************************************************************
111300 TERMINATE-RUN.
111400     CLOSE BNKCUST-FILE.
111500     CLOSE BNKACC-FILE.
111600     CLOSE BNKAXRF-FILE.
111700     CLOSE BNKATYP-FILE.
111800     CLOSE BNKFXRT-FILE.
111900     CLOSE SCV-FILE.
112000     CLOSE SCVRPT-FILE.
112100     SET CD53-REQUESTED-END TO TRUE.
112200     MOVE 'BBANK91P' TO CD53I-JOB-NAME.
112300     CALL 'DBANK53P' USING WS-RUNC-DATA.
112400 TERMINATE-RUN-EXIT.
112500     EXIT.
112600
112700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
