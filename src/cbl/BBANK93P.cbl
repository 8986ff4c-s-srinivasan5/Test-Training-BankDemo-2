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
001300* Program:     BBANK93P.CBL                                     *
001400* Function:    Monthly customer and branch profitability        *
001500*                                                               *
001600* Brings together, for the month of the business date, what     *
001700* each account earned and cost the bank:                        *
001800*                                                               *
001900*  - the average daily balance, from the BBANK62P BNKBHST       *
002000*    snapshots averaged the way BBANK63P averages them          *
002100*  - interest earned: overdraft interest capitalized by         *
002200*    BBANK75P and loan interest collected by BBANK70P           *
002300*  - interest paid: credit interest capitalized by BBANK75P     *
002400*    and term-deposit interest credited at maturity             *
002500*  - a funds-transfer-pricing charge or credit on the average   *
002600*    balance at PROF-FTP-RATE (BNKPARM, hundredths of a         *
002700*    percent per annum) for the days of the month so far - a    *
002800*    credit balance earns the account the value of the funding  *
002900*    it provides, a debit balance pays for the funding it uses  *
003000*  - fee income posted by BBANK55P and the other fee postings   *
003100*  - withholding tax collected, shown but not counted as        *
003200*    income                                                     *
003300*                                                               *
003400* Postings are found through the BNKTXN account alternate index *
003500* and classified by the descriptions the posting programs       *
003600* write, the convention BBANK54P books the ledger by. Net       *
003700* interest income is interest earned less interest paid plus    *
003800* the transfer-pricing amount, and the contribution is net      *
003900* interest income plus fees. Every figure is converted to base  *
004000* currency (BASE-CURRENCY) at the BNKFXRT rate; an account with *
004100* no rate is left out of the figures and its owners are marked. *
004200*                                                               *
004300* Each account's figures are split equally between its primary  *
004400* holder and its joint holders on BNKAXRF, the odd cent going   *
004500* to the primary, so the customer figures add back to the bank. *
004600* The customer shares are sorted and summed by PID, then ranked *
004700* by contribution for the PROFCUS report; the account figures   *
004800* are rolled up by owning branch and account type for the       *
004900* PROFBRN report. BBANK79P captures both into BNKREPO.          *
005000*****************************************************************
005100
005200 IDENTIFICATION DIVISION.
005300 PROGRAM-ID.
005400     BBANK93P.
005500 DATE-WRITTEN.
005600     October 2026.
005700 DATE-COMPILED.
005800     Today.
005900
006000 ENVIRONMENT DIVISION.
006100
006200 INPUT-OUTPUT   SECTION.
006300   FILE-CONTROL.
006400     SELECT BNKACC-FILE
006500            ASSIGN       TO BNKACC
006600            ORGANIZATION IS INDEXED
006700            ACCESS MODE  IS SEQUENTIAL
006800            RECORD KEY   IS BAC-REC-ACCNO
006900            FILE STATUS  IS WS-BNKACC-STATUS.
007000
007100     SELECT BNKATYP-FILE
007200            ASSIGN       TO BNKATYP
007300            ORGANIZATION IS INDEXED
007400            ACCESS MODE  IS RANDOM
007500            RECORD KEY   IS BAT-REC-TYPE
007600            FILE STATUS  IS WS-BNKATYP-STATUS.
007700
007800     SELECT BNKAXRF-FILE
007900            ASSIGN       TO BNKAXRF
008000            ORGANIZATION IS INDEXED
008100            ACCESS MODE  IS DYNAMIC
008200            RECORD KEY   IS XRF-REC-KEY
008300            ALTERNATE KEY IS XRF-REC-PID WITH DUPLICATES
008400            FILE STATUS  IS WS-BNKAXRF-STATUS.
008500
008600     SELECT BNKBHST-FILE
008700            ASSIGN       TO BNKBHST
008800            ORGANIZATION IS INDEXED
008900            ACCESS MODE  IS DYNAMIC
009000            RECORD KEY   IS BHS-REC-KEY
009100            FILE STATUS  IS WS-BNKBHST-STATUS.
009200
009300     SELECT BNKTXN-FILE
009400            ASSIGN       TO BNKTXN
009500            ORGANIZATION IS INDEXED
009600            ACCESS MODE  IS DYNAMIC
009700            RECORD KEY   IS BTX-REC-TIMESTAMP
009800            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES
009900            FILE STATUS  IS WS-BNKTXN-STATUS.
010000
010100     SELECT BNKFXRT-FILE
010200            ASSIGN       TO BNKFXRT
010300            ORGANIZATION IS INDEXED
010400            ACCESS MODE  IS RANDOM
010500            RECORD KEY   IS FXR-REC-PAIR
010600            FILE STATUS  IS WS-BNKFXRT-STATUS.
010700
010800     SELECT BNKCUST-FILE
010900            ASSIGN       TO BNKCUST
011000            ORGANIZATION IS INDEXED
011100            ACCESS MODE  IS RANDOM
011200            RECORD KEY   IS BCS-REC-PID
011300            FILE STATUS  IS WS-BNKCUST-STATUS.
011400
011500     SELECT PROFWRK-FILE
011600            ASSIGN       TO PROFWRK
011700            ORGANIZATION IS LINE SEQUENTIAL
011800            FILE STATUS  IS WS-PROFWRK-STATUS.
011900
012000     SELECT SHARE-SORT-FILE
012100            ASSIGN       TO SORTWK1.
012200
012300     SELECT RANK-SORT-FILE
012400            ASSIGN       TO SORTWK2.
012500
012600     SELECT PROFCUS-FILE
012700            ASSIGN       TO PROFCUS
012800            ORGANIZATION IS LINE SEQUENTIAL
012900            FILE STATUS  IS WS-PROFCUS-STATUS.
013000
013100     SELECT PROFBRN-FILE
013200            ASSIGN       TO PROFBRN
013300            ORGANIZATION IS LINE SEQUENTIAL
013400            FILE STATUS  IS WS-PROFBRN-STATUS.
013500
013600 DATA DIVISION.
013700
013800 FILE SECTION.
013900 FD  BNKACC-FILE.
014000 01  BNKACC-REC.
014100 COPY CBANKVAC.
014200
014300 FD  BNKATYP-FILE.
014400 01  BNKATYP-REC.
014500 COPY CBANKVAT.
014600
014700 FD  BNKAXRF-FILE.
014800 01  BNKAXRF-REC.
014900 COPY CBANKVXR.
015000
015100 FD  BNKBHST-FILE.
015200 01  BNKBHST-REC.
015300 COPY CBANKVBH.
015400
015500 FD  BNKTXN-FILE.
015600 01  BNKTXN-REC.
015700 COPY CBANKVTX.
015800
015900 FD  BNKFXRT-FILE.
016000 01  BNKFXRT-REC.
016100 COPY CBANKVFX.
016200
016300 FD  BNKCUST-FILE.
016400 01  BNKCUST-REC.
016500 COPY CBANKVCS.
016600
016700*****************************************************************
016800* One customer's summed figures for the month, base currency -  *
016900* written once the shares are summed by PID and sorted again    *
017000* by contribution for the ranking                               *
017100*****************************************************************
017200 FD  PROFWRK-FILE.
017300 01  PFW-RECORD.
017400   05  PFW-PID                               PIC X(5).
017500   05  PFW-ACCOUNTS                          PIC 9(3).
017600   05  PFW-AVG-BALANCE                       PIC S9(11)V99
017700       SIGN LEADING SEPARATE.
017800   05  PFW-NET-INTEREST                      PIC S9(11)V99
017900       SIGN LEADING SEPARATE.
018000   05  PFW-FEES                              PIC S9(11)V99
018100       SIGN LEADING SEPARATE.
018200   05  PFW-WITHHOLDING                       PIC S9(11)V99
018300       SIGN LEADING SEPARATE.
018400   05  PFW-CONTRIBUTION                      PIC S9(11)V99
018500       SIGN LEADING SEPARATE.
018600   05  PFW-UNRATED-FLAG                      PIC X(1).
018700
018800* One owner's share of one account's figures, base currency
018900 SD  SHARE-SORT-FILE.
019000 01  SHR-RECORD.
019100   05  SHR-PID                               PIC X(5).
019200   05  SHR-FIGURES.
019300     10  SHR-AVG-BALANCE                     PIC S9(11)V99.
019400     10  SHR-INT-EARNED                      PIC S9(11)V99.
019500     10  SHR-INT-PAID                        PIC S9(11)V99.
019600     10  SHR-FTP                             PIC S9(11)V99.
019700     10  SHR-FEES                            PIC S9(11)V99.
019800     10  SHR-WITHHOLDING                     PIC S9(11)V99.
019900   05  SHR-FIGURE-TABLE REDEFINES SHR-FIGURES.
020000     10  SHR-FIG                             PIC S9(11)V99
020100                                              OCCURS 6 TIMES.
020200   05  SHR-UNRATED-FLAG                      PIC X(1).
020300
020400 SD  RANK-SORT-FILE.
020500 01  RNK-RECORD.
020600   05  RNK-PID                               PIC X(5).
020700   05  RNK-ACCOUNTS                          PIC 9(3).
020800   05  RNK-AVG-BALANCE                       PIC S9(11)V99
020900       SIGN LEADING SEPARATE.
021000   05  RNK-NET-INTEREST                      PIC S9(11)V99
021100       SIGN LEADING SEPARATE.
021200   05  RNK-FEES                              PIC S9(11)V99
021300       SIGN LEADING SEPARATE.
021400   05  RNK-WITHHOLDING                       PIC S9(11)V99
021500       SIGN LEADING SEPARATE.
021600   05  RNK-CONTRIBUTION                      PIC S9(11)V99
021700       SIGN LEADING SEPARATE.
021800   05  RNK-UNRATED-FLAG                      PIC X(1).
021900
022000 FD  PROFCUS-FILE.
022100 01  PROFCUS-LINE                             PIC X(110).
022200
022300 FD  PROFBRN-FILE.
022400 01  PROFBRN-LINE                             PIC X(110).
022500
022600 WORKING-STORAGE SECTION.
022700 01  WS-MISC-STORAGE.
022800   05  WS-PROGRAM-ID                         PIC X(8)
022900       VALUE 'BBANK93P'.
023000   05  WS-BNKACC-STATUS                      PIC X(2).
023100   05  WS-BNKATYP-STATUS                     PIC X(2).
023200   05  WS-BNKAXRF-STATUS                     PIC X(2).
023300   05  WS-BNKBHST-STATUS                     PIC X(2).
023400   05  WS-BNKTXN-STATUS                      PIC X(2).
023500   05  WS-BNKFXRT-STATUS                     PIC X(2).
023600   05  WS-BNKCUST-STATUS                     PIC X(2).
023700   05  WS-PROFWRK-STATUS                     PIC X(2).
023800   05  WS-PROFCUS-STATUS                     PIC X(2).
023900   05  WS-PROFBRN-STATUS                     PIC X(2).
024000   05  WS-MORE-ACCOUNTS                      PIC X(1) VALUE 'Y'.
024100       88  WS-MORE-ACCOUNTS-EXIST             VALUE 'Y'.
024200       88  WS-NO-MORE-ACCOUNTS               VALUE 'N'.
024300   05  WS-MORE-HISTORY                       PIC X(1).
024400       88  WS-MORE-HISTORY-EXISTS             VALUE 'Y'.
024500       88  WS-NO-MORE-HISTORY                VALUE 'N'.
024600   05  WS-MORE-TXNS                          PIC X(1).
024700       88  WS-MORE-TXNS-EXIST                 VALUE 'Y'.
024800       88  WS-NO-MORE-TXNS                   VALUE 'N'.
024900   05  WS-MORE-XREFS                         PIC X(1).
025000       88  WS-MORE-XREFS-EXIST                VALUE 'Y'.
025100       88  WS-NO-MORE-XREFS                  VALUE 'N'.
025200   05  WS-MORE-SHARES                        PIC X(1).
025300       88  WS-MORE-SHARES-EXIST               VALUE 'Y'.
025400       88  WS-NO-MORE-SHARES                 VALUE 'N'.
025500   05  WS-MORE-RANKED                        PIC X(1).
025600       88  WS-MORE-RANKED-EXIST               VALUE 'Y'.
025700       88  WS-NO-MORE-RANKED                 VALUE 'N'.
025800   05  WS-RATE-FOUND-FLAG                    PIC X(1).
025900       88  WS-RATE-AVAILABLE                  VALUE 'Y'.
026000       88  WS-NO-RATE-AVAILABLE              VALUE 'N'.
026100   05  WS-TODAY-DATE                         PIC 9(8).
026200   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
026300                                              PIC X(8).
026400   05  WS-BUSINESS-DATE                      PIC X(8).
026500   05  WS-REPORT-MONTH                       PIC X(6).
026600   05  WS-MONTH-START                        PIC X(8).
026700   05  WS-PERIOD-DAYS                        PIC 9(2).
026800   05  WS-BASE-CURRENCY                      PIC X(3)
026900       VALUE 'USD'.
027000   05  WS-FTP-RATE                           PIC 9(5) VALUE 300.
027100   05  WS-APPLIED-RATE                       PIC S9(5)V9(6).
027200   05  WS-TARGET-ACCNO                       PIC X(10).
027300   05  WS-POST-DATE                          PIC X(8).
027400   05  WS-TXN-DESC                           PIC X(30).
027500   05  WS-BALANCE-SUM                        PIC S9(13)V99.
027600   05  WS-SNAPSHOT-DAYS                      PIC 9(3).
027700   05  WS-FIG-SUB                            PIC 9(1).
027800   05  WS-OWN-SUB                            PIC 9(3).
027900   05  WS-ACCOUNT-COUNT                      PIC 9(7) VALUE 0.
028000   05  WS-UNRATED-COUNT                      PIC 9(7) VALUE 0.
028100   05  WS-CUSTOMER-COUNT                     PIC 9(7) VALUE 0.
028200   05  WS-RANK                               PIC 9(5) VALUE 0.
028300
028400 COPY CBANKTXD.
028500
028600* One account's month in its own currency, then in base
028700 01  WS-NATIVE-FIGURES.
028800   05  WS-NAT-AVG-BALANCE                    PIC S9(11)V99.
028900   05  WS-NAT-INT-EARNED                     PIC S9(11)V99.
029000   05  WS-NAT-INT-PAID                       PIC S9(11)V99.
029100   05  WS-NAT-FTP                            PIC S9(11)V99.
029200   05  WS-NAT-FEES                           PIC S9(11)V99.
029300   05  WS-NAT-WITHHOLDING                    PIC S9(11)V99.
029400 01  WS-NATIVE-FIGURE-TABLE REDEFINES WS-NATIVE-FIGURES.
029500   05  WS-NAT-FIG                            PIC S9(11)V99
029600                                              OCCURS 6 TIMES.
029700
029800 01  WS-BASE-FIGURES.
029900   05  WS-BASE-AVG-BALANCE                   PIC S9(11)V99.
030000   05  WS-BASE-INT-EARNED                    PIC S9(11)V99.
030100   05  WS-BASE-INT-PAID                      PIC S9(11)V99.
030200   05  WS-BASE-FTP                           PIC S9(11)V99.
030300   05  WS-BASE-FEES                          PIC S9(11)V99.
030400   05  WS-BASE-WITHHOLDING                   PIC S9(11)V99.
030500 01  WS-BASE-FIGURE-TABLE REDEFINES WS-BASE-FIGURES.
030600   05  WS-BASE-FIG                           PIC S9(11)V99
030700                                              OCCURS 6 TIMES.
030800
030900* Each joint holder's share, and the primary's share carrying
031000* the odd cent
031100 01  WS-SPLIT-FIGURES.
031200   05  WS-SHARE-FIG                          PIC S9(11)V99
031300                                              OCCURS 6 TIMES.
031400   05  WS-PRIMARY-FIG                        PIC S9(11)V99
031500                                              OCCURS 6 TIMES.
031600
031700* The owners of the account in hand, primary holder first
031800 01  WS-OWNER-TABLE-AREA.
031900   05  WS-OWNER-COUNT                        PIC 9(3).
032000   05  WS-OWNER-PID                          PIC X(5)
032100                                              OCCURS 20 TIMES.
032200
032300* The customer being summed from the sorted shares
032400 01  WS-CUSTOMER-SUMS.
032500   05  WS-CUST-PID                           PIC X(5).
032600   05  WS-CUST-ACCOUNTS                      PIC 9(3).
032700   05  WS-CUST-UNRATED-FLAG                  PIC X(1).
032800   05  WS-CUST-FIG                           PIC S9(13)V99
032900                                              OCCURS 6 TIMES.
033000
033100* Account figures by owning branch and account type, kept in
033200* key order so the roll-up prints without a sort
033300 01  WS-ROLLUP-TABLE-AREA.
033400   05  WS-ROLLUP-COUNT                       PIC 9(3) VALUE 0.
033500   05  WS-ROLLUP-OVERFLOW                    PIC 9(7) VALUE 0.
033600   05  WS-ROLLUP-ENTRY OCCURS 200 TIMES.
033700     10  WS-RUP-KEY.
033800       15  WS-RUP-BRANCH                     PIC X(4).
033900       15  WS-RUP-TYPE                       PIC X(3).
034000     10  WS-RUP-ACCOUNTS                     PIC 9(5).
034100     10  WS-RUP-FIG                          PIC S9(13)V99
034200                                              OCCURS 6 TIMES.
034300
034400 01  WS-ROLLUP-WORK.
034500   05  WS-RUP-SUB                            PIC 9(3).
034600   05  WS-SHIFT-SUB                          PIC 9(3).
034700   05  WS-NEW-KEY.
034800     10  WS-NEW-BRANCH                       PIC X(4).
034900     10  WS-NEW-TYPE                         PIC X(3).
035000   05  WS-CURRENT-BRANCH                     PIC X(4).
035100
035200* Branch subtotal, bank total and the line being printed
035300 01  WS-BRANCH-TOTALS.
035400   05  WS-BRN-ACCOUNTS                       PIC 9(7).
035500   05  WS-BRN-FIG                            PIC S9(13)V99
035600                                              OCCURS 6 TIMES.
035700 01  WS-BANK-TOTALS.
035800   05  WS-BNK-ACCOUNTS                       PIC 9(7).
035900   05  WS-BNK-FIG                            PIC S9(13)V99
036000                                              OCCURS 6 TIMES.
036100 01  WS-LINE-TOTALS.
036200   05  WS-LIN-ACCOUNTS                       PIC 9(7).
036300   05  WS-LIN-FIG                            PIC S9(13)V99
036400                                              OCCURS 6 TIMES.
036500 01  WS-LINE-RESULTS.
036600   05  WS-LIN-NET-INTEREST                   PIC S9(13)V99.
036700   05  WS-LIN-CONTRIBUTION                   PIC S9(13)V99.
036800
036900 01  WS-CUS-HEADING.
037000   05  FILLER                                PIC X(33) VALUE
037100       'CUSTOMER PROFITABILITY FOR MONTH '.
037200   05  WS-CHD-MONTH                          PIC X(6).
037300   05  FILLER                                PIC X(21) VALUE
037400       ' - BASE CURRENCY '.
037500   05  WS-CHD-CURRENCY                       PIC X(3).
037600   05  FILLER                                PIC X(12) VALUE
037700       ' - FTP RATE '.
037800   05  WS-CHD-FTP-RATE                       PIC ZZ9.99.
037900   05  FILLER                                PIC X(29) VALUE
038000       '% - RANKED BY CONTRIBUTION'.
038100
038200 01  WS-CUS-COLUMNS.
038300   05  FILLER                                PIC X(40) VALUE
038400       ' RANK  PID    CUSTOMER NAME         ACC '.
038500   05  FILLER                                PIC X(40) VALUE
038600       '   AVG BALANCE   NET INT INC   FEE INCOM'.
038700   05  FILLER                                PIC X(30) VALUE
038800       'E  WHT COLLECT  CONTRIBUTION  '.
038900
039000 01  WS-CUS-LINE.
039100   05  WS-CUS-RANK                           PIC ZZZZ9.
039200   05  FILLER                                PIC X(2) VALUE
039300       SPACES.
039400   05  WS-CUS-PID                            PIC X(5).
039500   05  FILLER                                PIC X(2) VALUE
039600       SPACES.
039700   05  WS-CUS-NAME                           PIC X(21).
039800   05  FILLER                                PIC X(1) VALUE
039900       SPACES.
040000   05  WS-CUS-ACCOUNTS                       PIC ZZ9.
040100   05  FILLER                                PIC X(1) VALUE
040200       SPACES.
040300   05  WS-CUS-AVG-BALANCE                    PIC -(10)9.99.
040400   05  FILLER                                PIC X(1) VALUE
040500       SPACES.
040600   05  WS-CUS-NET-INTEREST                   PIC -(9)9.99.
040700   05  FILLER                                PIC X(1) VALUE
040800       SPACES.
040900   05  WS-CUS-FEES                           PIC -(8)9.99.
041000   05  FILLER                                PIC X(1) VALUE
041100       SPACES.
041200   05  WS-CUS-WITHHOLDING                    PIC -(8)9.99.
041300   05  FILLER                                PIC X(1) VALUE
041400       SPACES.
041500   05  WS-CUS-CONTRIBUTION                   PIC -(9)9.99.
041600   05  FILLER                                PIC X(1) VALUE
041700       SPACES.
041800   05  WS-CUS-UNRATED                        PIC X(1).
041900
042000 01  WS-BRN-HEADING.
042100   05  FILLER                                PIC X(37) VALUE
042200       'BRANCH AND PRODUCT PROFITABILITY FOR '.
042300   05  FILLER                                PIC X(6) VALUE
042400       'MONTH '.
042500   05  WS-BHD-MONTH                          PIC X(6).
042600   05  FILLER                                PIC X(17) VALUE
042700       ' - BASE CURRENCY '.
042800   05  WS-BHD-CURRENCY                       PIC X(3).
042900   05  FILLER                                PIC X(41) VALUE
043000       SPACES.
043100
043200 01  WS-BRN-COLUMNS.
043300   05  FILLER                                PIC X(40) VALUE
043400       '  BRCH  TYP DESCRIPTION     ACCTS    AVG'.
043500   05  FILLER                                PIC X(40) VALUE
043600       ' BALANCE   NET INT INC   FEE INCOME  WHT'.
043700   05  FILLER                                PIC X(30) VALUE
043800       ' COLLECT  CONTRIBUTION        '.
043900
044000 01  WS-BRN-LINE.
044100   05  FILLER                                PIC X(2) VALUE
044200       SPACES.
044300   05  WS-BRL-BRANCH                         PIC X(4).
044400   05  FILLER                                PIC X(2) VALUE
044500       SPACES.
044600   05  WS-BRL-TYPE                           PIC X(3).
044700   05  FILLER                                PIC X(1) VALUE
044800       SPACES.
044900   05  WS-BRL-DESC                           PIC X(15).
045000   05  FILLER                                PIC X(1) VALUE
045100       SPACES.
045200   05  WS-BRL-ACCOUNTS                       PIC ZZZZ9.
045300   05  FILLER                                PIC X(1) VALUE
045400       SPACES.
045500   05  WS-BRL-AVG-BALANCE                    PIC -(10)9.99.
045600   05  FILLER                                PIC X(1) VALUE
045700       SPACES.
045800   05  WS-BRL-NET-INTEREST                   PIC -(9)9.99.
045900   05  FILLER                                PIC X(1) VALUE
046000       SPACES.
046100   05  WS-BRL-FEES                           PIC -(8)9.99.
046200   05  FILLER                                PIC X(1) VALUE
046300       SPACES.
046400   05  WS-BRL-WITHHOLDING                    PIC -(8)9.99.
046500   05  FILLER                                PIC X(1) VALUE
046600       SPACES.
046700   05  WS-BRL-CONTRIBUTION                   PIC -(9)9.99.
046800   05  FILLER                                PIC X(8) VALUE
046900       SPACES.
047000
047100 01  WS-SUMMARY-LINE.
047200   05  FILLER                                PIC X(2) VALUE
047300       SPACES.
047400   05  WS-SUM-LABEL                          PIC X(40).
047500   05  WS-SUM-AMOUNT                         PIC -(12)9.99.
047600   05  WS-SUM-AMOUNT-X REDEFINES WS-SUM-AMOUNT
047700                                              PIC X(16).
047800   05  FILLER                                PIC X(2) VALUE
047900       SPACES.
048000   05  WS-SUM-COUNT                          PIC ZZZZZZ9.
048100   05  WS-SUM-COUNT-X REDEFINES WS-SUM-COUNT
048200                                              PIC X(7).
048300   05  FILLER                                PIC X(43) VALUE
048400       SPACES.
048500
048600 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
048700     88  WS-RUN-ALLOWED                     VALUE 'Y'.
048800     88  WS-RUN-REFUSED                     VALUE 'N'.
048900
049000 01  WS-RUNC-DATA.
049100 COPY CBANKD53.
049200
049300 01  WS-PARM-DATA.
049400 COPY CBANKD54.
049500
049600 PROCEDURE DIVISION.
049700*****************************************************************
049800* Main line of control                                          *
049900*****************************************************************
050000     PERFORM CHECK-RUN-CONTROL THRU
050100             CHECK-RUN-CONTROL-EXIT.
050200     IF WS-RUN-ALLOWED
050300        PERFORM INITIALIZE-RUN THRU
050400                INITIALIZE-RUN-EXIT
050500        SORT SHARE-SORT-FILE
050600             ON ASCENDING KEY SHR-PID
050700             INPUT PROCEDURE IS VALUE-ALL-ACCOUNTS THRU
050800                                VALUE-ALL-ACCOUNTS-EXIT
050900             OUTPUT PROCEDURE IS SUM-CUSTOMERS THRU
051000                                 SUM-CUSTOMERS-EXIT
051100        PERFORM PRINT-BRANCH-REPORT THRU
051200                PRINT-BRANCH-REPORT-EXIT
051300        SORT RANK-SORT-FILE
051400             ON DESCENDING KEY RNK-CONTRIBUTION
051500             ON ASCENDING KEY RNK-PID
051600             USING PROFWRK-FILE
051700             OUTPUT PROCEDURE IS PRINT-RANKED-CUSTOMERS THRU
051800                                 PRINT-RANKED-CUSTOMERS-EXIT
051900        PERFORM TERMINATE-RUN THRU
052000                TERMINATE-RUN-EXIT
052100     END-IF.
052200     GOBACK.
052300
052400*****************************************************************
052500* Register this run with run control before anything is         *
052600* opened - the job posts nothing, so it is not a posting job    *
052700*****************************************************************
052800 CHECK-RUN-CONTROL.
052900     MOVE SPACES TO CD53-DATA.
053000     SET CD53-REQUESTED-START TO TRUE.
053100     MOVE 'BBANK93P' TO CD53I-JOB-NAME.
053200     CALL 'DBANK53P' USING WS-RUNC-DATA.
053300     IF NOT CD53O-RESP-OK
053400        SET WS-RUN-REFUSED TO TRUE
053500        DISPLAY 'BBANK93P - RUN REFUSED BY RUN CONTROL: '
053600                CD53O-RESP-MSG
053700     END-IF.
053800 CHECK-RUN-CONTROL-EXIT.
053900     EXIT.
054000
054100*****************************************************************
054200* Resolve the month, the base currency and the transfer-pricing *
054300* rate, and open the files                                      *
054400*****************************************************************
054500 INITIALIZE-RUN.
054600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
054700     MOVE CD53O-BUSINESS-DATE TO WS-BUSINESS-DATE.
054800     IF WS-BUSINESS-DATE IS EQUAL TO SPACES OR
054900        WS-BUSINESS-DATE IS EQUAL TO LOW-VALUES
055000        MOVE WS-TODAY-DATE-X TO WS-BUSINESS-DATE
055100     END-IF.
055200     MOVE WS-BUSINESS-DATE(1:6) TO WS-REPORT-MONTH.
055300     MOVE WS-REPORT-MONTH TO WS-MONTH-START(1:6).
055400     MOVE '01' TO WS-MONTH-START(7:2).
055500     MOVE WS-BUSINESS-DATE(7:2) TO WS-PERIOD-DAYS.
055600     MOVE SPACES TO CD54-DATA.
055700     MOVE 'BASE-CURRENCY' TO CD54I-NAME.
055800     MOVE WS-BUSINESS-DATE TO CD54I-AS-OF-DATE.
055900     CALL 'DBANK54P' USING WS-PARM-DATA.
056000     IF CD54O-FOUND
056100        MOVE CD54O-VALUE(1:3) TO WS-BASE-CURRENCY
056200     END-IF.
056300     MOVE SPACES TO CD54-DATA.
056400     MOVE 'PROF-FTP-RATE' TO CD54I-NAME.
056500     MOVE WS-BUSINESS-DATE TO CD54I-AS-OF-DATE.
056600     CALL 'DBANK54P' USING WS-PARM-DATA.
056700     IF CD54O-FOUND
056800        MOVE CD54O-VALUE-NUM TO WS-FTP-RATE
056900     END-IF.
057000     OPEN INPUT BNKACC-FILE.
057100     OPEN INPUT BNKATYP-FILE.
057200     OPEN INPUT BNKAXRF-FILE.
057300     OPEN INPUT BNKBHST-FILE.
057400     OPEN INPUT BNKTXN-FILE.
057500     OPEN INPUT BNKFXRT-FILE.
057600     OPEN INPUT BNKCUST-FILE.
057700     OPEN OUTPUT PROFCUS-FILE.
057800     OPEN OUTPUT PROFBRN-FILE.
057900 INITIALIZE-RUN-EXIT.
058000     EXIT.
058100
058200*****************************************************************
058300* Sort input: value every account on BNKACC and release one     *
058400* share record per owner                                        *
058500*****************************************************************
058600 VALUE-ALL-ACCOUNTS.
058700     SET WS-MORE-ACCOUNTS-EXIST TO TRUE.
058800     READ BNKACC-FILE NEXT RECORD
058900          AT END SET WS-NO-MORE-ACCOUNTS TO TRUE
059000     END-READ.
059100     PERFORM VALUE-ONE-ACCOUNT THRU
059200             VALUE-ONE-ACCOUNT-EXIT
059300        UNTIL WS-NO-MORE-ACCOUNTS.
059400 VALUE-ALL-ACCOUNTS-EXIT.
059500     EXIT.
059600
059700 VALUE-ONE-ACCOUNT.
059800     PERFORM AVERAGE-BALANCE THRU
059900             AVERAGE-BALANCE-EXIT.
060000     MOVE 0 TO WS-NAT-INT-EARNED.
060100     MOVE 0 TO WS-NAT-INT-PAID.
060200     MOVE 0 TO WS-NAT-FEES.
060300     MOVE 0 TO WS-NAT-WITHHOLDING.
060400     PERFORM SCAN-MONTH-POSTINGS THRU
060500             SCAN-MONTH-POSTINGS-EXIT.
060600     COMPUTE WS-NAT-FTP ROUNDED =
060700             WS-NAT-AVG-BALANCE * WS-FTP-RATE / 10000 *
060800             WS-PERIOD-DAYS / 365.
060900* An account that neither held money nor earned or cost anything
061000* this month has nothing to report
061100     IF WS-NAT-AVG-BALANCE IS EQUAL TO 0 AND
061200        WS-NAT-INT-EARNED IS EQUAL TO 0 AND
061300        WS-NAT-INT-PAID IS EQUAL TO 0 AND
061400        WS-NAT-FEES IS EQUAL TO 0 AND
061500        WS-NAT-WITHHOLDING IS EQUAL TO 0
061600        GO TO VALUE-ONE-ACCOUNT-NEXT
061700     END-IF.
061800     ADD 1 TO WS-ACCOUNT-COUNT.
061900     PERFORM GET-BASE-RATE THRU
062000             GET-BASE-RATE-EXIT.
062100     IF WS-RATE-AVAILABLE
062200        PERFORM CONVERT-FIGURE THRU
062300                CONVERT-FIGURE-EXIT
062400           VARYING WS-FIG-SUB FROM 1 BY 1
062500           UNTIL WS-FIG-SUB IS GREATER THAN 6
062600        PERFORM ADD-TO-ROLLUP THRU
062700                ADD-TO-ROLLUP-EXIT
062800     ELSE
062900        ADD 1 TO WS-UNRATED-COUNT
063000        MOVE ZEROS TO WS-BASE-FIGURES
063100     END-IF.
063200     PERFORM COLLECT-OWNERS THRU
063300             COLLECT-OWNERS-EXIT.
063400     PERFORM SPLIT-FIGURE THRU
063500             SPLIT-FIGURE-EXIT
063600        VARYING WS-FIG-SUB FROM 1 BY 1
063700        UNTIL WS-FIG-SUB IS GREATER THAN 6.
063800     PERFORM RELEASE-SHARE THRU
063900             RELEASE-SHARE-EXIT
064000        VARYING WS-OWN-SUB FROM 1 BY 1
064100        UNTIL WS-OWN-SUB IS GREATER THAN WS-OWNER-COUNT.
064200 VALUE-ONE-ACCOUNT-NEXT.
064300     READ BNKACC-FILE NEXT RECORD
064400          AT END SET WS-NO-MORE-ACCOUNTS TO TRUE
064500     END-READ.
064600 VALUE-ONE-ACCOUNT-EXIT.
064700     EXIT.
064800
064900*****************************************************************
065000* Average daily balance over the month's BNKBHST snapshots, as  *
065100* BBANK63P averages it - one account's history is contiguous,   *
065200* so the browse starts at the first of the month                *
065300*****************************************************************
065400 AVERAGE-BALANCE.
065500     MOVE 0 TO WS-NAT-AVG-BALANCE.
065600     MOVE 0 TO WS-BALANCE-SUM.
065700     MOVE 0 TO WS-SNAPSHOT-DAYS.
065800     MOVE BAC-REC-ACCNO TO BHS-REC-ACCNO.
065900     MOVE WS-MONTH-START TO BHS-REC-DATE.
066000     SET WS-MORE-HISTORY-EXISTS TO TRUE.
066100     START BNKBHST-FILE KEY NOT LESS THAN BHS-REC-KEY
066200          INVALID KEY SET WS-NO-MORE-HISTORY TO TRUE
066300     END-START.
066400     PERFORM ADD-SNAPSHOT THRU
066500             ADD-SNAPSHOT-EXIT
066600        UNTIL WS-NO-MORE-HISTORY.
066700     IF WS-SNAPSHOT-DAYS IS GREATER THAN 0
066800        COMPUTE WS-NAT-AVG-BALANCE ROUNDED =
066900                WS-BALANCE-SUM / WS-SNAPSHOT-DAYS
067000     END-IF.
067100 AVERAGE-BALANCE-EXIT.
067200     EXIT.
067300
067400 ADD-SNAPSHOT.
067500     READ BNKBHST-FILE NEXT RECORD
067600          AT END SET WS-NO-MORE-HISTORY TO TRUE
067700     END-READ.
067800     IF WS-NO-MORE-HISTORY
067900        GO TO ADD-SNAPSHOT-EXIT
068000     END-IF.
068100     IF BHS-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO OR
068200        BHS-REC-DATE IS GREATER THAN WS-BUSINESS-DATE
068300        SET WS-NO-MORE-HISTORY TO TRUE
068400        GO TO ADD-SNAPSHOT-EXIT
068500     END-IF.
068600     ADD BHS-REC-BALANCE TO WS-BALANCE-SUM.
068700     ADD 1 TO WS-SNAPSHOT-DAYS.
068800 ADD-SNAPSHOT-EXIT.
068900     EXIT.
069000
069100*****************************************************************
069200* Browse the account's postings through the BNKTXN account      *
069300* alternate index and pick up the month's interest, fee and     *
069400* withholding postings                                          *
069500*****************************************************************
069600 SCAN-MONTH-POSTINGS.
069700     MOVE BAC-REC-ACCNO TO WS-TARGET-ACCNO.
069800     MOVE BAC-REC-ACCNO TO BTX-REC-ALTKEY1.
069900     SET WS-MORE-TXNS-EXIST TO TRUE.
070000     START BNKTXN-FILE KEY IS EQUAL TO BTX-REC-ALTKEY1
070100          INVALID KEY SET WS-NO-MORE-TXNS TO TRUE
070200     END-START.
070300     PERFORM CLASSIFY-POSTING THRU
070400             CLASSIFY-POSTING-EXIT
070500        UNTIL WS-NO-MORE-TXNS.
070600 SCAN-MONTH-POSTINGS-EXIT.
070700     EXIT.
070800
070900*****************************************************************
071000* Classify one posting by the description its posting program   *
071100* writes. Debits carry a negative amount, so income postings    *
071200* are sign-reversed; a write-off (type 4) or a reversal (type   *
071300* 3) is neither interest nor a fee                              *
071400*****************************************************************
071500 CLASSIFY-POSTING.
071600     READ BNKTXN-FILE NEXT RECORD
071700          AT END SET WS-NO-MORE-TXNS TO TRUE
071800     END-READ.
071900     IF WS-NO-MORE-TXNS
072000        GO TO CLASSIFY-POSTING-EXIT
072100     END-IF.
072200     IF BTX-REC-ALTKEY1 IS NOT EQUAL TO WS-TARGET-ACCNO
072300        SET WS-NO-MORE-TXNS TO TRUE
072400        GO TO CLASSIFY-POSTING-EXIT
072500     END-IF.
072600     MOVE BTX-REC-POST-DATE TO WS-POST-DATE.
072700     IF WS-POST-DATE IS EQUAL TO SPACES OR
072800        WS-POST-DATE IS EQUAL TO LOW-VALUES
072900        MOVE BTX-REC-TIMESTAMP(1:8) TO WS-POST-DATE
073000     END-IF.
073100     IF WS-POST-DATE IS LESS THAN WS-MONTH-START OR
073200        WS-POST-DATE IS GREATER THAN WS-BUSINESS-DATE
073300        GO TO CLASSIFY-POSTING-EXIT
073400     END-IF.
073500     EVALUATE BTX-REC-TYPE
073600       WHEN '1'
073700         MOVE BTX-REC-DATA-OLD TO TXN-DATA-OLD
073800         MOVE TXN-T1-OLD-DESC(1:30) TO WS-TXN-DESC
073900       WHEN '2'
074000         MOVE BTX-REC-DATA-OLD TO TXN-DATA-NEW
074100         MOVE TXN-T2-NEW-DESC TO WS-TXN-DESC
074200       WHEN OTHER
074300         GO TO CLASSIFY-POSTING-EXIT
074400     END-EVALUATE.
074500     EVALUATE TRUE
074600       WHEN WS-TXN-DESC(1:20) IS EQUAL TO 'INTEREST CAPITALIZED'
074700         ADD BTX-REC-AMOUNT TO WS-NAT-INT-PAID
074800       WHEN WS-TXN-DESC(1:21) IS EQUAL TO
074900            'TERM DEPOSIT INTEREST'
075000         ADD BTX-REC-AMOUNT TO WS-NAT-INT-PAID
075100       WHEN WS-TXN-DESC(1:13) IS EQUAL TO 'OVERDRAFT INT'
075200         SUBTRACT BTX-REC-AMOUNT FROM WS-NAT-INT-EARNED
075300       WHEN WS-TXN-DESC(1:13) IS EQUAL TO 'LOAN INTEREST'
075400         SUBTRACT BTX-REC-AMOUNT FROM WS-NAT-INT-EARNED
075500       WHEN WS-TXN-DESC(1:3) IS EQUAL TO 'FEE'
075600         SUBTRACT BTX-REC-AMOUNT FROM WS-NAT-FEES
075700       WHEN WS-TXN-DESC(1:11) IS EQUAL TO 'WITHHOLDING'
075800         SUBTRACT BTX-REC-AMOUNT FROM WS-NAT-WITHHOLDING
075900       WHEN OTHER
076000         CONTINUE
076100     END-EVALUATE.
076200 CLASSIFY-POSTING-EXIT.
076300     EXIT.
076400
076500*****************************************************************
076600* Rate from the account's currency to base                      *
076700*****************************************************************
076800 GET-BASE-RATE.
076900     SET WS-RATE-AVAILABLE TO TRUE.
077000     IF BAC-REC-CURRENCY IS EQUAL TO WS-BASE-CURRENCY
077100        MOVE 1 TO WS-APPLIED-RATE
077200        GO TO GET-BASE-RATE-EXIT
077300     END-IF.
077400     MOVE BAC-REC-CURRENCY TO FXR-REC-FROM-CCY.
077500     MOVE WS-BASE-CURRENCY TO FXR-REC-TO-CCY.
077600     READ BNKFXRT-FILE
077700          INVALID KEY SET WS-NO-RATE-AVAILABLE TO TRUE
077800     END-READ.
077900     IF WS-RATE-AVAILABLE
078000        MOVE FXR-REC-RATE TO WS-APPLIED-RATE
078100     ELSE
078200        MOVE 0 TO WS-APPLIED-RATE
078300     END-IF.
078400 GET-BASE-RATE-EXIT.
078500     EXIT.
078600
078700 CONVERT-FIGURE.
078800     COMPUTE WS-BASE-FIG (WS-FIG-SUB) ROUNDED =
078900             WS-NAT-FIG (WS-FIG-SUB) * WS-APPLIED-RATE.
079000 CONVERT-FIGURE-EXIT.
079100     EXIT.
079200
079300*****************************************************************
079400* The account's owners: its primary holder, then every joint or *
079500* primary holder on BNKAXRF that is someone else. Authorized    *
079600* signatories own nothing.                                      *
079700*****************************************************************
079800 COLLECT-OWNERS.
079900     MOVE 1 TO WS-OWNER-COUNT.
080000     MOVE BAC-REC-PID TO WS-OWNER-PID (1).
080100     MOVE BAC-REC-ACCNO TO XRF-REC-ACCNO.
080200     MOVE LOW-VALUES TO XRF-REC-PID.
080300     SET WS-MORE-XREFS-EXIST TO TRUE.
080400     START BNKAXRF-FILE KEY NOT LESS THAN XRF-REC-KEY
080500          INVALID KEY SET WS-NO-MORE-XREFS TO TRUE
080600     END-START.
080700     PERFORM ADD-OWNER THRU
080800             ADD-OWNER-EXIT
080900        UNTIL WS-NO-MORE-XREFS.
081000 COLLECT-OWNERS-EXIT.
081100     EXIT.
081200
081300 ADD-OWNER.
081400     READ BNKAXRF-FILE NEXT RECORD
081500          AT END SET WS-NO-MORE-XREFS TO TRUE
081600     END-READ.
081700     IF WS-NO-MORE-XREFS
081800        GO TO ADD-OWNER-EXIT
081900     END-IF.
082000     IF XRF-REC-ACCNO IS NOT EQUAL TO BAC-REC-ACCNO
082100        SET WS-NO-MORE-XREFS TO TRUE
082200        GO TO ADD-OWNER-EXIT
082300     END-IF.
082400     IF XRF-REC-ROLE-AUTHORIZED OR
082500        XRF-REC-PID IS EQUAL TO BAC-REC-PID OR
082600        WS-OWNER-COUNT IS NOT LESS THAN 20
082700        GO TO ADD-OWNER-EXIT
082800     END-IF.
082900     ADD 1 TO WS-OWNER-COUNT.
083000     MOVE XRF-REC-PID TO WS-OWNER-PID (WS-OWNER-COUNT).
083100 ADD-OWNER-EXIT.
083200     EXIT.
083300
083400*****************************************************************
083500* Split one figure equally between the owners - the share is    *
083600* truncated and the primary holder takes what is left, so the   *
083700* shares always add back to the account                         *
083800*****************************************************************
083900 SPLIT-FIGURE.
084000     COMPUTE WS-SHARE-FIG (WS-FIG-SUB) =
084100             WS-BASE-FIG (WS-FIG-SUB) / WS-OWNER-COUNT.
084200     COMPUTE WS-PRIMARY-FIG (WS-FIG-SUB) =
084300             WS-BASE-FIG (WS-FIG-SUB) -
084400             WS-SHARE-FIG (WS-FIG-SUB) * (WS-OWNER-COUNT - 1).
084500 SPLIT-FIGURE-EXIT.
084600     EXIT.
084700
084800 RELEASE-SHARE.
084900     MOVE WS-OWNER-PID (WS-OWN-SUB) TO SHR-PID.
085000     IF WS-OWN-SUB IS EQUAL TO 1
085100        MOVE WS-PRIMARY-FIG (1) TO SHR-FIG (1)
085200        MOVE WS-PRIMARY-FIG (2) TO SHR-FIG (2)
085300        MOVE WS-PRIMARY-FIG (3) TO SHR-FIG (3)
085400        MOVE WS-PRIMARY-FIG (4) TO SHR-FIG (4)
085500        MOVE WS-PRIMARY-FIG (5) TO SHR-FIG (5)
085600        MOVE WS-PRIMARY-FIG (6) TO SHR-FIG (6)
085700     ELSE
085800        MOVE WS-SHARE-FIG (1) TO SHR-FIG (1)
085900        MOVE WS-SHARE-FIG (2) TO SHR-FIG (2)
086000        MOVE WS-SHARE-FIG (3) TO SHR-FIG (3)
086100        MOVE WS-SHARE-FIG (4) TO SHR-FIG (4)
086200        MOVE WS-SHARE-FIG (5) TO SHR-FIG (5)
086300        MOVE WS-SHARE-FIG (6) TO SHR-FIG (6)
086400     END-IF.
086500     IF WS-RATE-AVAILABLE
086600        MOVE 'N' TO SHR-UNRATED-FLAG
086700     ELSE
086800        MOVE 'Y' TO SHR-UNRATED-FLAG
086900     END-IF.
087000     RELEASE SHR-RECORD.
087100 RELEASE-SHARE-EXIT.
087200     EXIT.
087300
087400*****************************************************************
087500* Add the account's base figures to its branch and account      *
087600* type, inserting the pair in key order if it is new            *
087700*****************************************************************
087800 ADD-TO-ROLLUP.
087900     MOVE BAC-REC-BRANCH TO WS-NEW-BRANCH.
088000     IF WS-NEW-BRANCH IS EQUAL TO SPACES OR
088100        WS-NEW-BRANCH IS EQUAL TO LOW-VALUES
088200        MOVE '----' TO WS-NEW-BRANCH
088300     END-IF.
088400     MOVE BAC-REC-TYPE TO WS-NEW-TYPE.
088500     MOVE 1 TO WS-RUP-SUB.
088600     PERFORM SKIP-LOWER-ROLLUP THRU
088700             SKIP-LOWER-ROLLUP-EXIT
088800        UNTIL WS-RUP-SUB IS GREATER THAN WS-ROLLUP-COUNT
088900           OR WS-RUP-KEY (WS-RUP-SUB) IS NOT LESS THAN
089000              WS-NEW-KEY.
089100     IF WS-RUP-SUB IS NOT GREATER THAN WS-ROLLUP-COUNT
089200        IF WS-RUP-KEY (WS-RUP-SUB) IS EQUAL TO WS-NEW-KEY
089300           GO TO ADD-TO-ROLLUP-ADD
089400        END-IF
089500     END-IF.
089600     IF WS-ROLLUP-COUNT IS NOT LESS THAN 200
089700        ADD 1 TO WS-ROLLUP-OVERFLOW
089800        GO TO ADD-TO-ROLLUP-EXIT
089900     END-IF.
090000     MOVE WS-ROLLUP-COUNT TO WS-SHIFT-SUB.
090100     PERFORM SHIFT-ROLLUP-DOWN THRU
090200             SHIFT-ROLLUP-DOWN-EXIT
090300        UNTIL WS-SHIFT-SUB IS LESS THAN WS-RUP-SUB.
090400     ADD 1 TO WS-ROLLUP-COUNT.
090500     MOVE WS-NEW-KEY TO WS-RUP-KEY (WS-RUP-SUB).
090600     MOVE 0 TO WS-RUP-ACCOUNTS (WS-RUP-SUB).
090700     PERFORM CLEAR-ROLLUP-FIGURE THRU
090800             CLEAR-ROLLUP-FIGURE-EXIT
090900        VARYING WS-FIG-SUB FROM 1 BY 1
091000        UNTIL WS-FIG-SUB IS GREATER THAN 6.
091100 ADD-TO-ROLLUP-ADD.
091200     ADD 1 TO WS-RUP-ACCOUNTS (WS-RUP-SUB).
091300     PERFORM ADD-ROLLUP-FIGURE THRU
091400             ADD-ROLLUP-FIGURE-EXIT
091500        VARYING WS-FIG-SUB FROM 1 BY 1
091600        UNTIL WS-FIG-SUB IS GREATER THAN 6.
091700 ADD-TO-ROLLUP-EXIT.
091800     EXIT.
091900
092000 SKIP-LOWER-ROLLUP.
092100     ADD 1 TO WS-RUP-SUB.
092200 SKIP-LOWER-ROLLUP-EXIT.
092300     EXIT.
092400
092500 SHIFT-ROLLUP-DOWN.
092600     MOVE WS-ROLLUP-ENTRY (WS-SHIFT-SUB) TO
092700          WS-ROLLUP-ENTRY (WS-SHIFT-SUB + 1).
092800     SUBTRACT 1 FROM WS-SHIFT-SUB.
092900 SHIFT-ROLLUP-DOWN-EXIT.
093000     EXIT.
093100
093200 CLEAR-ROLLUP-FIGURE.
093300     MOVE 0 TO WS-RUP-FIG (WS-RUP-SUB, WS-FIG-SUB).
093400 CLEAR-ROLLUP-FIGURE-EXIT.
093500     EXIT.
093600
093700 ADD-ROLLUP-FIGURE.
093800     ADD WS-BASE-FIG (WS-FIG-SUB) TO
093900         WS-RUP-FIG (WS-RUP-SUB, WS-FIG-SUB).
094000 ADD-ROLLUP-FIGURE-EXIT.
094100     EXIT.
094200
094300*****************************************************************
094400* Sort output: sum the shares by PID and write one work record  *
094500* per customer for the ranking sort                             *
094600*****************************************************************
094700 SUM-CUSTOMERS.
094800     OPEN OUTPUT PROFWRK-FILE.
094900     MOVE SPACES TO WS-CUST-PID.
095000     SET WS-MORE-SHARES-EXIST TO TRUE.
095100     RETURN SHARE-SORT-FILE
095200          AT END SET WS-NO-MORE-SHARES TO TRUE
095300     END-RETURN.
095400     PERFORM SUM-ONE-SHARE THRU
095500             SUM-ONE-SHARE-EXIT
095600        UNTIL WS-NO-MORE-SHARES.
095700     PERFORM WRITE-CUSTOMER THRU
095800             WRITE-CUSTOMER-EXIT.
095900     CLOSE PROFWRK-FILE.
096000 SUM-CUSTOMERS-EXIT.
096100     EXIT.
096200
096300 SUM-ONE-SHARE.
096400     IF SHR-PID IS NOT EQUAL TO WS-CUST-PID
096500        PERFORM WRITE-CUSTOMER THRU
096600                WRITE-CUSTOMER-EXIT
096700        MOVE SHR-PID TO WS-CUST-PID
096800        MOVE 0 TO WS-CUST-ACCOUNTS
096900        MOVE 'N' TO WS-CUST-UNRATED-FLAG
097000        PERFORM CLEAR-CUSTOMER-FIGURE THRU
097100                CLEAR-CUSTOMER-FIGURE-EXIT
097200           VARYING WS-FIG-SUB FROM 1 BY 1
097300           UNTIL WS-FIG-SUB IS GREATER THAN 6
097400     END-IF.
097500     IF WS-CUST-ACCOUNTS IS LESS THAN 999
097600        ADD 1 TO WS-CUST-ACCOUNTS
097700     END-IF.
097800     IF SHR-UNRATED-FLAG IS EQUAL TO 'Y'
097900        MOVE 'Y' TO WS-CUST-UNRATED-FLAG
098000     END-IF.
098100     PERFORM ADD-CUSTOMER-FIGURE THRU
098200             ADD-CUSTOMER-FIGURE-EXIT
098300        VARYING WS-FIG-SUB FROM 1 BY 1
098400        UNTIL WS-FIG-SUB IS GREATER THAN 6.
098500     RETURN SHARE-SORT-FILE
098600          AT END SET WS-NO-MORE-SHARES TO TRUE
098700     END-RETURN.
098800 SUM-ONE-SHARE-EXIT.
098900     EXIT.
099000
099100 CLEAR-CUSTOMER-FIGURE.
099200     MOVE 0 TO WS-CUST-FIG (WS-FIG-SUB).
099300 CLEAR-CUSTOMER-FIGURE-EXIT.
099400     EXIT.
099500
099600 ADD-CUSTOMER-FIGURE.
099700     ADD SHR-FIG (WS-FIG-SUB) TO WS-CUST-FIG (WS-FIG-SUB).
099800 ADD-CUSTOMER-FIGURE-EXIT.
099900     EXIT.
100000
100100*****************************************************************
100200* Write the customer just finished: net interest income is      *
100300* interest earned less interest paid plus transfer pricing, and *
100400* the contribution adds the fees                                *
100500*****************************************************************
100600 WRITE-CUSTOMER.
100700     IF WS-CUST-PID IS EQUAL TO SPACES
100800        GO TO WRITE-CUSTOMER-EXIT
100900     END-IF.
101000     MOVE WS-CUST-PID TO PFW-PID.
101100     MOVE WS-CUST-ACCOUNTS TO PFW-ACCOUNTS.
101200     MOVE WS-CUST-FIG (1) TO PFW-AVG-BALANCE.
101300     COMPUTE PFW-NET-INTEREST = WS-CUST-FIG (2) -
101400             WS-CUST-FIG (3) + WS-CUST-FIG (4).
101500     MOVE WS-CUST-FIG (5) TO PFW-FEES.
101600     MOVE WS-CUST-FIG (6) TO PFW-WITHHOLDING.
101700     COMPUTE PFW-CONTRIBUTION = PFW-NET-INTEREST + PFW-FEES.
101800     MOVE WS-CUST-UNRATED-FLAG TO PFW-UNRATED-FLAG.
101900     WRITE PFW-RECORD.
102000     ADD 1 TO WS-CUSTOMER-COUNT.
102100 WRITE-CUSTOMER-EXIT.
102200     EXIT.
102300
102400*****************************************************************
102500* The branch and account type roll-up, with a subtotal at each  *
102600* change of branch, the bank total and the bank-wide split of   *
102700* net interest income                                           *
102800*****************************************************************
102900 PRINT-BRANCH-REPORT.
103000     MOVE WS-REPORT-MONTH TO WS-BHD-MONTH.
103100     MOVE WS-BASE-CURRENCY TO WS-BHD-CURRENCY.
103200     WRITE PROFBRN-LINE FROM WS-BRN-HEADING.
103300     WRITE PROFBRN-LINE FROM WS-BRN-COLUMNS.
103400     MOVE ZEROS TO WS-BANK-TOTALS.
103500     MOVE ZEROS TO WS-BRANCH-TOTALS.
103600     MOVE SPACES TO WS-CURRENT-BRANCH.
103700     PERFORM PRINT-ROLLUP-ENTRY THRU
103800             PRINT-ROLLUP-ENTRY-EXIT
103900        VARYING WS-RUP-SUB FROM 1 BY 1
104000        UNTIL WS-RUP-SUB IS GREATER THAN WS-ROLLUP-COUNT.
104100     PERFORM PRINT-BRANCH-TOTAL THRU
104200             PRINT-BRANCH-TOTAL-EXIT.
104300     MOVE WS-BANK-TOTALS TO WS-LINE-TOTALS.
104400     MOVE SPACES TO WS-BRL-BRANCH.
104500     MOVE SPACES TO WS-BRL-TYPE.
104600     MOVE 'BANK TOTAL' TO WS-BRL-DESC.
104700     PERFORM PRINT-ROLLUP-LINE THRU
104800             PRINT-ROLLUP-LINE-EXIT.
104900     MOVE SPACES TO PROFBRN-LINE.
105000     WRITE PROFBRN-LINE.
105100     MOVE 'INTEREST EARNED' TO WS-SUM-LABEL.
105200     MOVE WS-BNK-FIG (2) TO WS-SUM-AMOUNT.
105300     PERFORM PRINT-SUMMARY-AMOUNT THRU
105400             PRINT-SUMMARY-AMOUNT-EXIT.
105500     MOVE 'INTEREST PAID' TO WS-SUM-LABEL.
105600     MOVE WS-BNK-FIG (3) TO WS-SUM-AMOUNT.
105700     PERFORM PRINT-SUMMARY-AMOUNT THRU
105800             PRINT-SUMMARY-AMOUNT-EXIT.
105900     MOVE 'FUNDS TRANSFER PRICING CREDIT (CHARGE)'
106000       TO WS-SUM-LABEL.
106100     MOVE WS-BNK-FIG (4) TO WS-SUM-AMOUNT.
106200     PERFORM PRINT-SUMMARY-AMOUNT THRU
106300             PRINT-SUMMARY-AMOUNT-EXIT.
106400     MOVE 'NET INTEREST INCOME' TO WS-SUM-LABEL.
106500     COMPUTE WS-SUM-AMOUNT = WS-BNK-FIG (2) - WS-BNK-FIG (3) +
106600                             WS-BNK-FIG (4).
106700     PERFORM PRINT-SUMMARY-AMOUNT THRU
106800             PRINT-SUMMARY-AMOUNT-EXIT.
106900     MOVE 'ACCOUNTS VALUED' TO WS-SUM-LABEL.
107000     MOVE WS-ACCOUNT-COUNT TO WS-SUM-COUNT.
107100     PERFORM PRINT-SUMMARY-COUNT THRU
107200             PRINT-SUMMARY-COUNT-EXIT.
107300     MOVE 'ACCOUNTS WITH NO RATE TO BASE - NOT VALUED'
107400       TO WS-SUM-LABEL.
107500     MOVE WS-UNRATED-COUNT TO WS-SUM-COUNT.
107600     PERFORM PRINT-SUMMARY-COUNT THRU
107700             PRINT-SUMMARY-COUNT-EXIT.
107800     MOVE 'ACCOUNTS NOT ROLLED UP - TABLE FULL' TO WS-SUM-LABEL.
107900     MOVE WS-ROLLUP-OVERFLOW TO WS-SUM-COUNT.
108000     PERFORM PRINT-SUMMARY-COUNT THRU
108100             PRINT-SUMMARY-COUNT-EXIT.
108200 PRINT-BRANCH-REPORT-EXIT.
108300     EXIT.
108400
108500 PRINT-ROLLUP-ENTRY.
108600     IF WS-RUP-BRANCH (WS-RUP-SUB) IS NOT EQUAL TO
108700        WS-CURRENT-BRANCH
108800        PERFORM PRINT-BRANCH-TOTAL THRU
108900                PRINT-BRANCH-TOTAL-EXIT
109000        MOVE WS-RUP-BRANCH (WS-RUP-SUB) TO WS-CURRENT-BRANCH
109100     END-IF.
109200     MOVE WS-RUP-ACCOUNTS (WS-RUP-SUB) TO WS-LIN-ACCOUNTS.
109300     ADD WS-RUP-ACCOUNTS (WS-RUP-SUB) TO WS-BRN-ACCOUNTS.
109400     ADD WS-RUP-ACCOUNTS (WS-RUP-SUB) TO WS-BNK-ACCOUNTS.
109500     PERFORM TAKE-ROLLUP-FIGURE THRU
109600             TAKE-ROLLUP-FIGURE-EXIT
109700        VARYING WS-FIG-SUB FROM 1 BY 1
109800        UNTIL WS-FIG-SUB IS GREATER THAN 6.
109900     MOVE WS-RUP-BRANCH (WS-RUP-SUB) TO WS-BRL-BRANCH.
110000     MOVE WS-RUP-TYPE (WS-RUP-SUB) TO WS-BRL-TYPE.
110100     MOVE WS-RUP-TYPE (WS-RUP-SUB) TO BAT-REC-TYPE.
110200     READ BNKATYP-FILE
110300          INVALID KEY MOVE SPACES TO BAT-REC-DESC
110400     END-READ.
110500     MOVE BAT-REC-DESC TO WS-BRL-DESC.
110600     PERFORM PRINT-ROLLUP-LINE THRU
110700             PRINT-ROLLUP-LINE-EXIT.
110800 PRINT-ROLLUP-ENTRY-EXIT.
110900     EXIT.
111000
111100 TAKE-ROLLUP-FIGURE.
111200     MOVE WS-RUP-FIG (WS-RUP-SUB, WS-FIG-SUB) TO
111300          WS-LIN-FIG (WS-FIG-SUB).
111400     ADD WS-RUP-FIG (WS-RUP-SUB, WS-FIG-SUB) TO
111500         WS-BRN-FIG (WS-FIG-SUB).
111600     ADD WS-RUP-FIG (WS-RUP-SUB, WS-FIG-SUB) TO
111700         WS-BNK-FIG (WS-FIG-SUB).
111800 TAKE-ROLLUP-FIGURE-EXIT.
111900     EXIT.
112000
112100*****************************************************************
112200* Print and reset the subtotal of the branch just finished      *
112300*****************************************************************
112400 PRINT-BRANCH-TOTAL.
112500     IF WS-CURRENT-BRANCH IS EQUAL TO SPACES
112600        GO TO PRINT-BRANCH-TOTAL-EXIT
112700     END-IF.
112800     MOVE WS-BRANCH-TOTALS TO WS-LINE-TOTALS.
112900     MOVE WS-CURRENT-BRANCH TO WS-BRL-BRANCH.
113000     MOVE SPACES TO WS-BRL-TYPE.
113100     MOVE 'BRANCH TOTAL' TO WS-BRL-DESC.
113200     PERFORM PRINT-ROLLUP-LINE THRU
113300             PRINT-ROLLUP-LINE-EXIT.
113400     MOVE SPACES TO PROFBRN-LINE.
113500     WRITE PROFBRN-LINE.
113600     MOVE ZEROS TO WS-BRANCH-TOTALS.
113700 PRINT-BRANCH-TOTAL-EXIT.
113800     EXIT.
113900
114000 PRINT-ROLLUP-LINE.
114100     COMPUTE WS-LIN-NET-INTEREST = WS-LIN-FIG (2) -
114200             WS-LIN-FIG (3) + WS-LIN-FIG (4).
114300     COMPUTE WS-LIN-CONTRIBUTION =
114400             WS-LIN-NET-INTEREST + WS-LIN-FIG (5).
114500     MOVE WS-LIN-ACCOUNTS TO WS-BRL-ACCOUNTS.
114600     MOVE WS-LIN-FIG (1) TO WS-BRL-AVG-BALANCE.
114700     MOVE WS-LIN-NET-INTEREST TO WS-BRL-NET-INTEREST.
114800     MOVE WS-LIN-FIG (5) TO WS-BRL-FEES.
114900     MOVE WS-LIN-FIG (6) TO WS-BRL-WITHHOLDING.
115000     MOVE WS-LIN-CONTRIBUTION TO WS-BRL-CONTRIBUTION.
115100     WRITE PROFBRN-LINE FROM WS-BRN-LINE.
115200 PRINT-ROLLUP-LINE-EXIT.
115300     EXIT.
115400
115500 PRINT-SUMMARY-AMOUNT.
115600     MOVE SPACES TO WS-SUM-COUNT-X.
115700     WRITE PROFBRN-LINE FROM WS-SUMMARY-LINE.
115800 PRINT-SUMMARY-AMOUNT-EXIT.
115900     EXIT.
116000
116100 PRINT-SUMMARY-COUNT.
116200     MOVE SPACES TO WS-SUM-AMOUNT-X.
116300     WRITE PROFBRN-LINE FROM WS-SUMMARY-LINE.
116400 PRINT-SUMMARY-COUNT-EXIT.
116500     EXIT.
116600
116700*****************************************************************
116800* Ranking sort output: print the customers, highest             *
116900* contribution first                                            *
117000*****************************************************************
117100 PRINT-RANKED-CUSTOMERS.
117200     MOVE WS-REPORT-MONTH TO WS-CHD-MONTH.
117300     MOVE WS-BASE-CURRENCY TO WS-CHD-CURRENCY.
117400     COMPUTE WS-CHD-FTP-RATE = WS-FTP-RATE / 100.
117500     WRITE PROFCUS-LINE FROM WS-CUS-HEADING.
117600     WRITE PROFCUS-LINE FROM WS-CUS-COLUMNS.
117700     SET WS-MORE-RANKED-EXIST TO TRUE.
117800     RETURN RANK-SORT-FILE
117900          AT END SET WS-NO-MORE-RANKED TO TRUE
118000     END-RETURN.
118100     PERFORM PRINT-CUSTOMER THRU
118200             PRINT-CUSTOMER-EXIT
118300        UNTIL WS-NO-MORE-RANKED.
118400     MOVE SPACES TO PROFCUS-LINE.
118500     WRITE PROFCUS-LINE.
118600     MOVE 'CUSTOMERS RANKED' TO WS-SUM-LABEL.
118700     MOVE SPACES TO WS-SUM-AMOUNT-X.
118800     MOVE WS-RANK TO WS-SUM-COUNT.
118900     WRITE PROFCUS-LINE FROM WS-SUMMARY-LINE.
119000     MOVE '* OWNS AN ACCOUNT WITH NO RATE TO BASE'
119100       TO WS-SUM-LABEL.
119200     MOVE SPACES TO WS-SUM-COUNT-X.
119300     WRITE PROFCUS-LINE FROM WS-SUMMARY-LINE.
119400 PRINT-RANKED-CUSTOMERS-EXIT.
119500     EXIT.
119600
119700 PRINT-CUSTOMER.
119800     ADD 1 TO WS-RANK.
119900     MOVE WS-RANK TO WS-CUS-RANK.
120000     MOVE RNK-PID TO WS-CUS-PID.
120100     MOVE RNK-PID TO BCS-REC-PID.
120200     READ BNKCUST-FILE
120300          INVALID KEY MOVE '** NOT ON BNKCUST **' TO BCS-REC-NAME
120400     END-READ.
120500     MOVE BCS-REC-NAME TO WS-CUS-NAME.
120600     MOVE RNK-ACCOUNTS TO WS-CUS-ACCOUNTS.
120700     MOVE RNK-AVG-BALANCE TO WS-CUS-AVG-BALANCE.
120800     MOVE RNK-NET-INTEREST TO WS-CUS-NET-INTEREST.
120900     MOVE RNK-FEES TO WS-CUS-FEES.
121000     MOVE RNK-WITHHOLDING TO WS-CUS-WITHHOLDING.
121100     MOVE RNK-CONTRIBUTION TO WS-CUS-CONTRIBUTION.
121200     IF RNK-UNRATED-FLAG IS EQUAL TO 'Y'
121300        MOVE '*' TO WS-CUS-UNRATED
121400     ELSE
121500        MOVE SPACE TO WS-CUS-UNRATED
121600     END-IF.
121700     WRITE PROFCUS-LINE FROM WS-CUS-LINE.
121800     RETURN RANK-SORT-FILE
121900          AT END SET WS-NO-MORE-RANKED TO TRUE
122000     END-RETURN.
122100 PRINT-CUSTOMER-EXIT.
122200     EXIT.
122300
122400*****************************************************************
122500* Close everything down and mark the run complete               *
122600*****************************************************************
122700 TERMINATE-RUN.
122800     CLOSE BNKACC-FILE.
122900     CLOSE BNKATYP-FILE.
123000     CLOSE BNKAXRF-FILE.
123100     CLOSE BNKBHST-FILE.
123200     CLOSE BNKTXN-FILE.
123300     CLOSE BNKFXRT-FILE.
123400     CLOSE BNKCUST-FILE.
123500     CLOSE PROFCUS-FILE.
123600     CLOSE PROFBRN-FILE.
123700     DISPLAY 'BBANK93P - ACCOUNTS VALUED: ' WS-ACCOUNT-COUNT
123800             ' CUSTOMERS: ' WS-CUSTOMER-COUNT.
123900     SET CD53-REQUESTED-END TO TRUE.
124000     MOVE 'BBANK93P' TO CD53I-JOB-NAME.
124100     CALL 'DBANK53P' USING WS-RUNC-DATA.
124200 TERMINATE-RUN-EXIT.
124300     EXIT.
124400
124500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
