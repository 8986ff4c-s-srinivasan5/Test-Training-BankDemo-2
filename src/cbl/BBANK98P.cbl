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
001300* Program:     BBANK98P.CBL                                     *
001400* Function:    Masked test-data extract of the master files     *
001500*                                                               *
001600* Copies the production BNKCUST, BNKACC, BNKTXN, BNKAXRF,       *
001700* BNKSORD, BNKREMIT and BNKFWPY files to the MSKCUST, MSKACC,   *
001800* MSKTXN, MSKAXRF, MSKSORD, MSKREMIT and MSKFWPY clusters that  *
001900* the test regions are loaded from, replacing everything that   *
002000* identifies a real person on the way:                          *
002100*   BNKCUST   name, address, post code, e-mail, birth day and   *
002200*             month (the year is kept), identity document       *
002300*             number and tax exemption certificate              *
002400*   BNKSORD,  external beneficiary name and account number      *
002500*   BNKREMIT,                                                   *
002600*   BNKFWPY                                                     *
002700* The substitutes are chosen by a mixing function over the      *
002800* PID (customers) or over the real name and account number      *
002900* (beneficiaries), so the same PID always becomes the same      *
003000* fake person and the same beneficiary reads the same on all    *
003100* three payment files, run after run. Keys are not touched -    *
003200* PIDs, account numbers, BNKAXRF links, order and payment       *
003300* numbers and the BNKTXN timestamps and alternate keys are      *
003400* copied as they stand - and neither are balances, amounts or   *
003500* dates other than the birth date, so the BBANK42P cross-foot   *
003600* and the BBANK60P integrity audit run clean on the masked set. *
003700* BNKPARM MASK-KEY (default 0) is mixed into every substitute;  *
003800* changing it gives a wholly different, equally consistent set. *
003900* Nothing is written back to production. MASKRPT shows the      *
004000* record counts and the balance and posting control totals of   *
004100* each file, in and out.                                        *
004200*****************************************************************
004300
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID.
004600     BBANK98P.
004700 DATE-WRITTEN.
004800     October 2026.
004900 DATE-COMPILED.
005000     Today.
005100
005200 ENVIRONMENT DIVISION.
005300
005400 INPUT-OUTPUT   SECTION.
005500   FILE-CONTROL.
005600     SELECT BNKCUST-FILE
005700            ASSIGN       TO BNKCUST
005800            ORGANIZATION IS INDEXED
005900            ACCESS MODE  IS SEQUENTIAL
006000            RECORD KEY   IS BCS-REC-PID
006100            ALTERNATE KEY IS BCS-REC-NAME
006200              WITH DUPLICATES
006300            ALTERNATE KEY IS BCS-REC-NAME-FF
006400              WITH DUPLICATES
006500            FILE STATUS  IS WS-BNKCUST-STATUS.
006600
006700     SELECT BNKACC-FILE
006800            ASSIGN       TO BNKACC
006900            ORGANIZATION IS INDEXED
007000            ACCESS MODE  IS SEQUENTIAL
007100            RECORD KEY   IS BAC-REC-ACCNO
007200            ALTERNATE KEY IS BAC-REC-PID WITH DUPLICATES
007300            FILE STATUS  IS WS-BNKACC-STATUS.
007400
007500     SELECT BNKTXN-FILE
007600            ASSIGN       TO BNKTXN
007700            ORGANIZATION IS INDEXED
007800            ACCESS MODE  IS SEQUENTIAL
007900            RECORD KEY   IS BTX-REC-TIMESTAMP
008000            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES
008100            FILE STATUS  IS WS-BNKTXN-STATUS.
008200
008300     SELECT BNKAXRF-FILE
008400            ASSIGN       TO BNKAXRF
008500            ORGANIZATION IS INDEXED
008600            ACCESS MODE  IS SEQUENTIAL
008700            RECORD KEY   IS XRF-REC-KEY
008800            ALTERNATE KEY IS XRF-REC-PID WITH DUPLICATES
008900            FILE STATUS  IS WS-BNKAXRF-STATUS.
009000
009100     SELECT OPTIONAL BNKSORD-FILE
009200            ASSIGN       TO BNKSORD
009300            ORGANIZATION IS INDEXED
009400            ACCESS MODE  IS SEQUENTIAL
009500            RECORD KEY   IS SOR-REC-ORDER-NO
009600            ALTERNATE KEY IS SOR-REC-FROM-ACC WITH DUPLICATES
009700            FILE STATUS  IS WS-BNKSORD-STATUS.
009800
009900     SELECT OPTIONAL BNKREMIT-FILE
010000            ASSIGN       TO BNKREMIT
010100            ORGANIZATION IS INDEXED
010200            ACCESS MODE  IS SEQUENTIAL
010300            RECORD KEY   IS RMT-REC-KEY
010400            FILE STATUS  IS WS-BNKREMIT-STATUS.
010500
010600     SELECT OPTIONAL BNKFWPY-FILE
010700            ASSIGN       TO BNKFWPY
010800            ORGANIZATION IS INDEXED
010900            ACCESS MODE  IS SEQUENTIAL
011000            RECORD KEY   IS FWP-REC-PAYMENT-NO
011100            FILE STATUS  IS WS-BNKFWPY-STATUS.
011200
011300     SELECT MSKCUST-FILE
011400            ASSIGN       TO MSKCUST
011500            ORGANIZATION IS INDEXED
011600            ACCESS MODE  IS SEQUENTIAL
011700            RECORD KEY   IS MCS-PID
011800            ALTERNATE KEY IS MCS-NAME
011900              WITH DUPLICATES
012000            ALTERNATE KEY IS MCS-NAME-FF
012100              WITH DUPLICATES
012200            FILE STATUS  IS WS-MSKCUST-STATUS.
012300
012400     SELECT MSKACC-FILE
012500            ASSIGN       TO MSKACC
012600            ORGANIZATION IS INDEXED
012700            ACCESS MODE  IS SEQUENTIAL
012800            RECORD KEY   IS MAC-ACCNO
012900            ALTERNATE KEY IS MAC-PID WITH DUPLICATES
013000            FILE STATUS  IS WS-MSKACC-STATUS.
013100
013200     SELECT MSKTXN-FILE
013300            ASSIGN       TO MSKTXN
013400            ORGANIZATION IS INDEXED
013500            ACCESS MODE  IS SEQUENTIAL
013600            RECORD KEY   IS MTX-TIMESTAMP
013700            ALTERNATE KEY IS MTX-ACCNO WITH DUPLICATES
013800            FILE STATUS  IS WS-MSKTXN-STATUS.
013900
014000     SELECT MSKAXRF-FILE
014100            ASSIGN       TO MSKAXRF
014200            ORGANIZATION IS INDEXED
014300            ACCESS MODE  IS SEQUENTIAL
014400            RECORD KEY   IS MXR-KEY
014500            ALTERNATE KEY IS MXR-PID WITH DUPLICATES
014600            FILE STATUS  IS WS-MSKAXRF-STATUS.
014700
014800     SELECT MSKSORD-FILE
014900            ASSIGN       TO MSKSORD
015000            ORGANIZATION IS INDEXED
015100            ACCESS MODE  IS SEQUENTIAL
015200            RECORD KEY   IS MSO-ORDER-NO
015300            ALTERNATE KEY IS MSO-FROM-ACC WITH DUPLICATES
015400            FILE STATUS  IS WS-MSKSORD-STATUS.
015500
015600     SELECT MSKREMIT-FILE
015700            ASSIGN       TO MSKREMIT
015800            ORGANIZATION IS INDEXED
015900            ACCESS MODE  IS SEQUENTIAL
016000            RECORD KEY   IS MRM-KEY
016100            FILE STATUS  IS WS-MSKREMIT-STATUS.
016200
016300     SELECT MSKFWPY-FILE
016400            ASSIGN       TO MSKFWPY
016500            ORGANIZATION IS INDEXED
016600            ACCESS MODE  IS SEQUENTIAL
016700            RECORD KEY   IS MFW-PAYMENT-NO
016800            FILE STATUS  IS WS-MSKFWPY-STATUS.
016900
017000     SELECT MASKRPT-FILE
017100            ASSIGN       TO MASKRPT
017200            ORGANIZATION IS LINE SEQUENTIAL
017300            FILE STATUS  IS WS-MASKRPT-STATUS.
017400
017500 DATA DIVISION.
017600
017700 FILE SECTION.
017800 FD  BNKCUST-FILE.
017900 01  BNKCUST-REC.
018000 COPY CBANKVCS.
018100
018200 FD  BNKACC-FILE.
018300 01  BNKACC-REC.
018400 COPY CBANKVAC.
018500
018600 FD  BNKTXN-FILE.
018700 01  BNKTXN-REC.
018800 COPY CBANKVTX.
018900
019000 FD  BNKAXRF-FILE.
019100 01  BNKAXRF-REC.
019200 COPY CBANKVXR.
019300
019400 FD  BNKSORD-FILE.
019500 01  BNKSORD-REC.
019600 COPY CBANKVSO.
019700
019800 FD  BNKREMIT-FILE.
019900 01  BNKREMIT-REC.
020000 COPY CBANKVRM.
020100
020200 FD  BNKFWPY-FILE.
020300 01  BNKFWPY-REC.
020400 COPY CBANKVFW.
020500
020600* The masked files carry the master layouts byte for byte - only
020700* the key fields are named, at their positions in the copybooks
020800 FD  MSKCUST-FILE.
020900 01  MSKCUST-REC.
021000   05  MCS-PID                               PIC X(5).
021100   05  MCS-NAME                              PIC X(30).
021200   05  MCS-NAME-FF                           PIC X(30).
021300   05  FILLER                                PIC X(259).
021400
021500 FD  MSKACC-FILE.
021600 01  MSKACC-REC.
021700   05  MAC-ACCNO                             PIC X(10).
021800   05  MAC-PID                               PIC X(5).
021900   05  FILLER                                PIC X(93).
022000
022100 FD  MSKTXN-FILE.
022200 01  MSKTXN-REC.
022300   05  MTX-TIMESTAMP                         PIC X(26).
022400   05  MTX-ACCNO                             PIC X(10).
022500   05  FILLER                                PIC X(73).
022600
022700 FD  MSKAXRF-FILE.
022800 01  MSKAXRF-REC.
022900   05  MXR-KEY.
023000     10  MXR-ACCNO                           PIC X(10).
023100     10  MXR-PID                             PIC X(5).
023200   05  FILLER                                PIC X(17).
023300
023400 FD  MSKSORD-FILE.
023500 01  MSKSORD-REC.
023600   05  MSO-ORDER-NO                          PIC X(10).
023700   05  MSO-FROM-ACC                          PIC X(10).
023800   05  FILLER                                PIC X(112).
023900
024000 FD  MSKREMIT-FILE.
024100 01  MSKREMIT-REC.
024200   05  MRM-KEY                               PIC X(18).
024300   05  FILLER                                PIC X(120).
024400
024500 FD  MSKFWPY-FILE.
024600 01  MSKFWPY-REC.
024700   05  MFW-PAYMENT-NO                        PIC X(10).
024800   05  FILLER                                PIC X(150).
024900
025000 FD  MASKRPT-FILE.
025100 01  MASKRPT-LINE                             PIC X(100).
025200
025300 WORKING-STORAGE SECTION.
025400 01  WS-MISC-STORAGE.
025500   05  WS-PROGRAM-ID                         PIC X(8)
025600       VALUE 'BBANK98P'.
025700   05  WS-BNKCUST-STATUS                     PIC X(2).
025800   05  WS-BNKACC-STATUS                      PIC X(2).
025900   05  WS-BNKTXN-STATUS                      PIC X(2).
026000   05  WS-BNKAXRF-STATUS                     PIC X(2).
026100   05  WS-BNKSORD-STATUS                     PIC X(2).
026200   05  WS-BNKREMIT-STATUS                    PIC X(2).
026300   05  WS-BNKFWPY-STATUS                     PIC X(2).
026400   05  WS-MSKCUST-STATUS                     PIC X(2).
026500   05  WS-MSKACC-STATUS                      PIC X(2).
026600   05  WS-MSKTXN-STATUS                      PIC X(2).
026700   05  WS-MSKAXRF-STATUS                     PIC X(2).
026800   05  WS-MSKSORD-STATUS                     PIC X(2).
026900   05  WS-MSKREMIT-STATUS                    PIC X(2).
027000   05  WS-MSKFWPY-STATUS                     PIC X(2).
027100   05  WS-MASKRPT-STATUS                     PIC X(2).
027200   05  WS-WRITE-STATUS                       PIC X(2).
027300   05  WS-MORE-RECORDS                       PIC X(1).
027400       88  WS-MORE-RECORDS-EXIST              VALUE 'Y'.
027500       88  WS-NO-MORE-RECORDS                VALUE 'N'.
027600   05  WS-TODAY-DATE                         PIC 9(8).
027700   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
027800                                              PIC X(8).
027900   05  WS-BUSINESS-DATE                      PIC X(8).
028000   05  WS-MASK-KEY                           PIC 9(9) VALUE 0.
028100
028200* Counts and control totals for the file being copied
028300 01  WS-FILE-COUNTS.
028400   05  WS-FILE-NAME                          PIC X(8).
028500   05  WS-READ-COUNT                         PIC 9(9).
028600   05  WS-WRITTEN-COUNT                      PIC 9(9).
028700   05  WS-MASKED-COUNT                       PIC 9(9).
028800   05  WS-ERROR-COUNT                        PIC 9(9).
028900   05  WS-TOTAL-IN                           PIC S9(15)V99.
029000   05  WS-TOTAL-OUT                          PIC S9(15)V99.
029100   05  WS-RUN-ERRORS                         PIC 9(9) VALUE 0.
029200
029300* The mixing function - a string in, two 8-digit lanes out that
029400* every substitute is picked from
029500 01  WS-MASK-SOURCE                          PIC X(40).
029600 01  WS-MASK-LANES.
029700   05  WS-MASK-LANE                          PIC 9(8)
029800                                              OCCURS 2 TIMES.
029900 01  WS-MASK-DIGITS REDEFINES WS-MASK-LANES  PIC X(16).
030000 01  WS-MASK-WORK                            PIC 9(12).
030100 01  WS-MASK-QUOT                            PIC 9(12).
030200 01  WS-MASK-SUB                             PIC 9(4) COMP.
030300 01  WS-MASK-BYTE-PAIR.
030400   05  WS-MASK-BYTE-HIGH                     PIC X(1) VALUE
030500       LOW-VALUES.
030600   05  WS-MASK-BYTE-LOW                      PIC X(1).
030700 01  WS-MASK-BYTE-VALUE REDEFINES WS-MASK-BYTE-PAIR
030800                                              PIC 9(4) COMP.
030900
031000* The fake identity built from the lanes
031100 01  WS-FAKE-IDENTITY.
031200   05  WS-FIRST-SUB                          PIC 9(4) COMP.
031300   05  WS-SURNAME-SUB                        PIC 9(4) COMP.
031400   05  WS-STREET-SUB                         PIC 9(4) COMP.
031500   05  WS-TOWN-SUB                           PIC 9(4) COMP.
031600   05  WS-HOUSE-NO                           PIC 9(3).
031700   05  WS-HOUSE-NO-X                         PIC X(3).
031800   05  WS-HOUSE-LEAD                         PIC 9(4) COMP.
031900   05  WS-POST-NO                            PIC 9(4).
032000   05  WS-BIRTH-MONTH                        PIC 9(2).
032100   05  WS-BIRTH-DAY                          PIC 9(2).
032200   05  WS-FAKE-NAME                          PIC X(30).
032300   05  WS-FAKE-ADDR1                         PIC X(30).
032400
032500 01  WS-FIRST-NAME-VALUES.
032600   05  FILLER                                PIC X(40) VALUE
032700       'Alex      Bernard   Carla     Daniel    '.
032800   05  FILLER                                PIC X(40) VALUE
032900       'Elena     Frank     Grace     Hugo      '.
033000   05  FILLER                                PIC X(40) VALUE
033100       'Irene     James     Karen     Leon      '.
033200   05  FILLER                                PIC X(40) VALUE
033300       'Maria     Nigel     Olivia    Peter     '.
033400   05  FILLER                                PIC X(40) VALUE
033500       'Rachel    Simon     Teresa    Victor    '.
033600   05  FILLER                                PIC X(40) VALUE
033700       'Wendy     Yusuf     Zara      Martin    '.
033800 01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
033900   05  WS-FIRST-NAME                         PIC X(10)
034000                                              OCCURS 24 TIMES.
034100
034200 01  WS-SURNAME-VALUES.
034300   05  FILLER                                PIC X(48) VALUE
034400       'Abbott      Barker      Collins     Dawson      '.
034500   05  FILLER                                PIC X(48) VALUE
034600       'Ellison     Fletcher    Garner      Holloway    '.
034700   05  FILLER                                PIC X(48) VALUE
034800       'Ingram      Jarvis      Kendall     Lockwood    '.
034900   05  FILLER                                PIC X(48) VALUE
035000       'Mercer      Norris      Osborne     Prescott    '.
035100   05  FILLER                                PIC X(48) VALUE
035200       'Quinlan     Radley      Sheldon     Thornton    '.
035300   05  FILLER                                PIC X(48) VALUE
035400       'Underwood   Vickers     Whitlock    Yardley     '.
035500 01  WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
035600   05  WS-SURNAME                            PIC X(12)
035700                                              OCCURS 24 TIMES.
035800
035900 01  WS-STREET-VALUES.
036000   05  FILLER                                PIC X(48) VALUE
036100       'Acacia Avenue   Beech Road      Cedar Lane      '.
036200   05  FILLER                                PIC X(48) VALUE
036300       'Dover Street    Elm Grove       Fern Close      '.
036400   05  FILLER                                PIC X(48) VALUE
036500       'Garden Row      Hill Rise       Ivy Crescent    '.
036600   05  FILLER                                PIC X(48) VALUE
036700       'Juniper Way     Kings Parade    Laurel Drive    '.
036800   05  FILLER                                PIC X(32) VALUE
036900       'Mill Lane       North Terrace   '.
037000   05  FILLER                                PIC X(32) VALUE
037100       'Orchard Walk    Park View       '.
037200 01  WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
037300   05  WS-STREET                             PIC X(16)
037400                                              OCCURS 16 TIMES.
037500
037600 01  WS-TOWN-VALUES.
037700   05  FILLER                                PIC X(48) VALUE
037800       'Ashford         Bridgeton       Castlebury      '.
037900   05  FILLER                                PIC X(48) VALUE
038000       'Dunmore         Eastwick        Fairhaven       '.
038100   05  FILLER                                PIC X(48) VALUE
038200       'Glenford        Harwood         Kingsmere       '.
038300   05  FILLER                                PIC X(48) VALUE
038400       'Longridge       Millbrook       Newhaven        '.
038500   05  FILLER                                PIC X(32) VALUE
038600       'Oakley          Redcliffe       '.
038700   05  FILLER                                PIC X(32) VALUE
038800       'Stonebridge     Westfield       '.
038900 01  WS-TOWN-TABLE REDEFINES WS-TOWN-VALUES.
039000   05  WS-TOWN                               PIC X(16)
039100                                              OCCURS 16 TIMES.
039200
039300 01  WS-REPORT-HEADING.
039400   05  FILLER                                PIC X(40) VALUE
039500       'MASKED TEST-DATA EXTRACT - BUSINESS DATE'.
039600   05  FILLER                                PIC X(1) VALUE
039700       SPACES.
039800   05  WS-HDG-DATE                           PIC X(8).
039900   05  FILLER                                PIC X(51) VALUE
040000       SPACES.
040100
040200 01  WS-COLUMN-HEADING.
040300   05  FILLER                                PIC X(40) VALUE
040400       '  FILE          READ   WRITTEN    MASKED'.
040500   05  FILLER                                PIC X(40) VALUE
040600       '   ERRORS          TOTAL IN         TOTA'.
040700   05  FILLER                                PIC X(20) VALUE
040800       'L OUT               '.
040900
041000 01  WS-FILE-LINE.
041100   05  FILLER                                PIC X(2) VALUE
041200       SPACES.
041300   05  WS-FLN-NAME                           PIC X(8).
041400   05  FILLER                                PIC X(1) VALUE
041500       SPACES.
041600   05  WS-FLN-READ                           PIC Z(8)9.
041700   05  FILLER                                PIC X(1) VALUE
041800       SPACES.
041900   05  WS-FLN-WRITTEN                        PIC Z(8)9.
042000   05  FILLER                                PIC X(1) VALUE
042100       SPACES.
042200   05  WS-FLN-MASKED                         PIC Z(8)9.
042300   05  FILLER                                PIC X(1) VALUE
042400       SPACES.
042500   05  WS-FLN-ERRORS                         PIC Z(7)9.
042600   05  FILLER                                PIC X(1) VALUE
042700       SPACES.
042800   05  WS-FLN-TOTAL-IN                       PIC -(13)9.99.
042900   05  FILLER                                PIC X(1) VALUE
043000       SPACES.
043100   05  WS-FLN-TOTAL-OUT                      PIC -(13)9.99.
043200   05  FILLER                                PIC X(15) VALUE
043300       SPACES.
043400
043500 01  WS-MESSAGE-LINE.
043600   05  FILLER                                PIC X(2) VALUE
043700       SPACES.
043800   05  WS-MSG-TEXT                           PIC X(98).
043900
044000 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
044100     88  WS-RUN-ALLOWED                     VALUE 'Y'.
044200     88  WS-RUN-REFUSED                     VALUE 'N'.
044300
044400 01  WS-RUNC-DATA.
044500 COPY CBANKD53.
044600
044700 01  WS-PARM-DATA.
044800 COPY CBANKD54.
044900
045000 PROCEDURE DIVISION.
045100*****************************************************************
045200* Main line of control                                          *
045300*****************************************************************
045400     PERFORM CHECK-RUN-CONTROL THRU
045500             CHECK-RUN-CONTROL-EXIT.
045600     IF WS-RUN-ALLOWED
045700        PERFORM INITIALIZE-RUN THRU
045800                INITIALIZE-RUN-EXIT
045900        PERFORM EXTRACT-CUSTOMERS THRU
046000                EXTRACT-CUSTOMERS-EXIT
046100        PERFORM EXTRACT-ACCOUNTS THRU
046200                EXTRACT-ACCOUNTS-EXIT
046300        PERFORM EXTRACT-POSTINGS THRU
046400                EXTRACT-POSTINGS-EXIT
046500        PERFORM EXTRACT-XREFS THRU
046600                EXTRACT-XREFS-EXIT
046700        PERFORM EXTRACT-STANDING-ORDERS THRU
046800                EXTRACT-STANDING-ORDERS-EXIT
046900        PERFORM EXTRACT-REMITTANCES THRU
047000                EXTRACT-REMITTANCES-EXIT
047100        PERFORM EXTRACT-FORWARD-PAYMENTS THRU
047200                EXTRACT-FORWARD-PAYMENTS-EXIT
047300        PERFORM TERMINATE-RUN THRU
047400                TERMINATE-RUN-EXIT
047500     END-IF.
047600     GOBACK.
047700
047800*****************************************************************
047900* Register this run with run control. The extract only reads    *
048000* production, so a rerun is harmless and this is not a posting  *
048100* job                                                           *
048200*****************************************************************
048300 CHECK-RUN-CONTROL.
048400     MOVE SPACES TO CD53-DATA.
048500     SET CD53-REQUESTED-START TO TRUE.
048600     MOVE 'BBANK98P' TO CD53I-JOB-NAME.
048700     CALL 'DBANK53P' USING WS-RUNC-DATA.
048800     IF NOT CD53O-RESP-OK
048900        SET WS-RUN-REFUSED TO TRUE
049000        DISPLAY 'BBANK98P - RUN REFUSED BY RUN CONTROL: '
049100                CD53O-RESP-MSG
049200     END-IF.
049300 CHECK-RUN-CONTROL-EXIT.
049400     EXIT.
049500
049600*****************************************************************
049700* Resolve the business date and the masking key and start the   *
049800* report                                                        *
049900*****************************************************************
050000 INITIALIZE-RUN.
050100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
050200     MOVE CD53O-BUSINESS-DATE TO WS-BUSINESS-DATE.
050300     IF WS-BUSINESS-DATE IS EQUAL TO SPACES OR
050400        WS-BUSINESS-DATE IS EQUAL TO LOW-VALUES
050500        MOVE WS-TODAY-DATE-X TO WS-BUSINESS-DATE
050600     END-IF.
050700     MOVE SPACES TO CD54-DATA.
050800     MOVE 'MASK-KEY' TO CD54I-NAME.
050900     MOVE WS-BUSINESS-DATE TO CD54I-AS-OF-DATE.
051000     CALL 'DBANK54P' USING WS-PARM-DATA.
051100     IF CD54O-FOUND
051200        MOVE CD54O-VALUE-NUM TO WS-MASK-KEY
051300     END-IF.
051400     OPEN OUTPUT MASKRPT-FILE.
051500     MOVE WS-BUSINESS-DATE TO WS-HDG-DATE.
051600     WRITE MASKRPT-LINE FROM WS-REPORT-HEADING.
051700     MOVE SPACES TO MASKRPT-LINE.
051800     WRITE MASKRPT-LINE.
051900     WRITE MASKRPT-LINE FROM WS-COLUMN-HEADING.
052000 INITIALIZE-RUN-EXIT.
052100     EXIT.
052200
052300*****************************************************************
052400* BNKCUST - every customer becomes the fake person its PID      *
052500* maps to. Fields left blank stay blank, so a customer with no  *
052600* e-mail or identity document still has none                    *
052700*****************************************************************
052800 EXTRACT-CUSTOMERS.
052900     MOVE 'BNKCUST' TO WS-FILE-NAME.
053000     PERFORM CLEAR-FILE-COUNTS THRU
053100             CLEAR-FILE-COUNTS-EXIT.
053200     OPEN INPUT BNKCUST-FILE.
053300     OPEN OUTPUT MSKCUST-FILE.
053400     SET WS-MORE-RECORDS-EXIST TO TRUE.
053500     PERFORM MASK-ONE-CUSTOMER THRU
053600             MASK-ONE-CUSTOMER-EXIT
053700        UNTIL WS-NO-MORE-RECORDS.
053800     CLOSE BNKCUST-FILE.
053900     CLOSE MSKCUST-FILE.
054000     PERFORM PRINT-FILE-COUNTS THRU
054100             PRINT-FILE-COUNTS-EXIT.
054200 EXTRACT-CUSTOMERS-EXIT.
054300     EXIT.
054400
054500 MASK-ONE-CUSTOMER.
054600     READ BNKCUST-FILE
054700          AT END SET WS-NO-MORE-RECORDS TO TRUE
054800     END-READ.
054900     IF WS-NO-MORE-RECORDS
055000        GO TO MASK-ONE-CUSTOMER-EXIT
055100     END-IF.
055200     ADD 1 TO WS-READ-COUNT.
055300     MOVE SPACES TO WS-MASK-SOURCE.
055400     MOVE BCS-REC-PID TO WS-MASK-SOURCE.
055500     PERFORM MIX-MASK-SOURCE THRU
055600             MIX-MASK-SOURCE-EXIT.
055700     PERFORM BUILD-FAKE-IDENTITY THRU
055800             BUILD-FAKE-IDENTITY-EXIT.
055900     MOVE WS-FAKE-NAME TO BCS-REC-NAME.
056000     MOVE WS-FAKE-NAME TO BCS-REC-NAME-FF.
056100     MOVE WS-FAKE-ADDR1 TO BCS-REC-ADDR1.
056200     MOVE WS-TOWN (WS-TOWN-SUB) TO BCS-REC-ADDR2.
056300     IF BCS-REC-POST-CODE IS NOT EQUAL TO SPACES AND
056400        BCS-REC-POST-CODE IS NOT EQUAL TO LOW-VALUES
056500        MOVE SPACES TO BCS-REC-POST-CODE
056600        MOVE 'TS' TO BCS-REC-POST-CODE(1:2)
056700        MOVE WS-POST-NO TO BCS-REC-POST-CODE(3:4)
056800     END-IF.
056900     IF BCS-REC-EMAIL IS NOT EQUAL TO SPACES AND
057000        BCS-REC-EMAIL IS NOT EQUAL TO LOW-VALUES
057100        MOVE SPACES TO BCS-REC-EMAIL
057200        STRING 'customer' DELIMITED BY SIZE
057300               BCS-REC-PID DELIMITED BY SPACE
057400               '@example.test' DELIMITED BY SIZE
057500          INTO BCS-REC-EMAIL
057600     END-IF.
057700     IF BCS-REC-BIRTH-DATE IS NOT EQUAL TO SPACES AND
057800        BCS-REC-BIRTH-DATE IS NOT EQUAL TO LOW-VALUES
057900        MOVE WS-BIRTH-MONTH TO BCS-REC-BIRTH-DATE(5:2)
058000        MOVE WS-BIRTH-DAY TO BCS-REC-BIRTH-DATE(7:2)
058100     END-IF.
058200     IF BCS-REC-ID-DOC-NO IS NOT EQUAL TO SPACES AND
058300        BCS-REC-ID-DOC-NO IS NOT EQUAL TO LOW-VALUES
058400        MOVE SPACES TO BCS-REC-ID-DOC-NO
058500        MOVE 'TESTDOC' TO BCS-REC-ID-DOC-NO(1:7)
058600        MOVE BCS-REC-PID TO BCS-REC-ID-DOC-NO(8:5)
058700     END-IF.
058800     IF BCS-REC-TAX-CERT-NO IS NOT EQUAL TO SPACES AND
058900        BCS-REC-TAX-CERT-NO IS NOT EQUAL TO LOW-VALUES
059000        MOVE SPACES TO BCS-REC-TAX-CERT-NO
059100        MOVE 'TC' TO BCS-REC-TAX-CERT-NO(1:2)
059200        MOVE BCS-REC-PID TO BCS-REC-TAX-CERT-NO(3:5)
059300     END-IF.
059400     ADD 1 TO WS-MASKED-COUNT.
059500     WRITE MSKCUST-REC FROM BNKCUST-REC.
059600     MOVE WS-MSKCUST-STATUS TO WS-WRITE-STATUS.
059700     PERFORM CHECK-WRITE THRU
059800             CHECK-WRITE-EXIT.
059900 MASK-ONE-CUSTOMER-EXIT.
060000     EXIT.
060100
060200*****************************************************************
060300* BNKACC - copied as it stands; the balance total proves it     *
060400*****************************************************************
060500 EXTRACT-ACCOUNTS.
060600     MOVE 'BNKACC' TO WS-FILE-NAME.
060700     PERFORM CLEAR-FILE-COUNTS THRU
060800             CLEAR-FILE-COUNTS-EXIT.
060900     OPEN INPUT BNKACC-FILE.
061000     OPEN OUTPUT MSKACC-FILE.
061100     SET WS-MORE-RECORDS-EXIST TO TRUE.
061200     PERFORM COPY-ONE-ACCOUNT THRU
061300             COPY-ONE-ACCOUNT-EXIT
061400        UNTIL WS-NO-MORE-RECORDS.
061500     CLOSE BNKACC-FILE.
061600     CLOSE MSKACC-FILE.
061700     PERFORM PRINT-FILE-COUNTS THRU
061800             PRINT-FILE-COUNTS-EXIT.
061900 EXTRACT-ACCOUNTS-EXIT.
062000     EXIT.
062100
062200 COPY-ONE-ACCOUNT.
062300     READ BNKACC-FILE
062400          AT END SET WS-NO-MORE-RECORDS TO TRUE
062500     END-READ.
062600     IF WS-NO-MORE-RECORDS
062700        GO TO COPY-ONE-ACCOUNT-EXIT
062800     END-IF.
062900     ADD 1 TO WS-READ-COUNT.
063000     ADD BAC-REC-BALANCE TO WS-TOTAL-IN.
063100     WRITE MSKACC-REC FROM BNKACC-REC.
063200     MOVE WS-MSKACC-STATUS TO WS-WRITE-STATUS.
063300     PERFORM CHECK-WRITE THRU
063400             CHECK-WRITE-EXIT.
063500     IF WS-WRITE-STATUS IS EQUAL TO '00'
063600        ADD BAC-REC-BALANCE TO WS-TOTAL-OUT
063700     END-IF.
063800 COPY-ONE-ACCOUNT-EXIT.
063900     EXIT.
064000
064100*****************************************************************
064200* BNKTXN - copied as it stands; the amount total proves it      *
064300*****************************************************************
064400 EXTRACT-POSTINGS.
064500     MOVE 'BNKTXN' TO WS-FILE-NAME.
064600     PERFORM CLEAR-FILE-COUNTS THRU
064700             CLEAR-FILE-COUNTS-EXIT.
064800     OPEN INPUT BNKTXN-FILE.
064900     OPEN OUTPUT MSKTXN-FILE.
065000     SET WS-MORE-RECORDS-EXIST TO TRUE.
065100     PERFORM COPY-ONE-POSTING THRU
065200             COPY-ONE-POSTING-EXIT
065300        UNTIL WS-NO-MORE-RECORDS.
065400     CLOSE BNKTXN-FILE.
065500     CLOSE MSKTXN-FILE.
065600     PERFORM PRINT-FILE-COUNTS THRU
065700             PRINT-FILE-COUNTS-EXIT.
065800 EXTRACT-POSTINGS-EXIT.
065900     EXIT.
066000
066100 COPY-ONE-POSTING.
066200     READ BNKTXN-FILE
066300          AT END SET WS-NO-MORE-RECORDS TO TRUE
066400     END-READ.
066500     IF WS-NO-MORE-RECORDS
066600        GO TO COPY-ONE-POSTING-EXIT
066700     END-IF.
066800     ADD 1 TO WS-READ-COUNT.
066900     ADD BTX-REC-AMOUNT TO WS-TOTAL-IN.
067000     WRITE MSKTXN-REC FROM BNKTXN-REC.
067100     MOVE WS-MSKTXN-STATUS TO WS-WRITE-STATUS.
067200     PERFORM CHECK-WRITE THRU
067300             CHECK-WRITE-EXIT.
067400     IF WS-WRITE-STATUS IS EQUAL TO '00'
067500        ADD BTX-REC-AMOUNT TO WS-TOTAL-OUT
067600     END-IF.
067700 COPY-ONE-POSTING-EXIT.
067800     EXIT.
067900
068000*****************************************************************
068100* BNKAXRF - copied as it stands                                 *
068200*****************************************************************
068300 EXTRACT-XREFS.
068400     MOVE 'BNKAXRF' TO WS-FILE-NAME.
068500     PERFORM CLEAR-FILE-COUNTS THRU
068600             CLEAR-FILE-COUNTS-EXIT.
068700     OPEN INPUT BNKAXRF-FILE.
068800     OPEN OUTPUT MSKAXRF-FILE.
068900     SET WS-MORE-RECORDS-EXIST TO TRUE.
069000     PERFORM COPY-ONE-XREF THRU
069100             COPY-ONE-XREF-EXIT
069200        UNTIL WS-NO-MORE-RECORDS.
069300     CLOSE BNKAXRF-FILE.
069400     CLOSE MSKAXRF-FILE.
069500     PERFORM PRINT-FILE-COUNTS THRU
069600             PRINT-FILE-COUNTS-EXIT.
069700 EXTRACT-XREFS-EXIT.
069800     EXIT.
069900
070000 COPY-ONE-XREF.
070100     READ BNKAXRF-FILE
070200          AT END SET WS-NO-MORE-RECORDS TO TRUE
070300     END-READ.
070400     IF WS-NO-MORE-RECORDS
070500        GO TO COPY-ONE-XREF-EXIT
070600     END-IF.
070700     ADD 1 TO WS-READ-COUNT.
070800     WRITE MSKAXRF-REC FROM BNKAXRF-REC.
070900     MOVE WS-MSKAXRF-STATUS TO WS-WRITE-STATUS.
071000     PERFORM CHECK-WRITE THRU
071100             CHECK-WRITE-EXIT.
071200 COPY-ONE-XREF-EXIT.
071300     EXIT.
071400
071500*****************************************************************
071600* BNKSORD - external beneficiaries are masked; internal orders  *
071700* name only our own accounts and are copied as they stand       *
071800*****************************************************************
071900 EXTRACT-STANDING-ORDERS.
072000     MOVE 'BNKSORD' TO WS-FILE-NAME.
072100     PERFORM CLEAR-FILE-COUNTS THRU
072200             CLEAR-FILE-COUNTS-EXIT.
072300     OPEN INPUT BNKSORD-FILE.
072400     OPEN OUTPUT MSKSORD-FILE.
072500     SET WS-MORE-RECORDS-EXIST TO TRUE.
072600     PERFORM MASK-ONE-STANDING-ORDER THRU
072700             MASK-ONE-STANDING-ORDER-EXIT
072800        UNTIL WS-NO-MORE-RECORDS.
072900     CLOSE BNKSORD-FILE.
073000     CLOSE MSKSORD-FILE.
073100     PERFORM PRINT-FILE-COUNTS THRU
073200             PRINT-FILE-COUNTS-EXIT.
073300 EXTRACT-STANDING-ORDERS-EXIT.
073400     EXIT.
073500
073600 MASK-ONE-STANDING-ORDER.
073700     READ BNKSORD-FILE
073800          AT END SET WS-NO-MORE-RECORDS TO TRUE
073900     END-READ.
074000     IF WS-NO-MORE-RECORDS
074100        GO TO MASK-ONE-STANDING-ORDER-EXIT
074200     END-IF.
074300     ADD 1 TO WS-READ-COUNT.
074400     ADD SOR-REC-AMOUNT TO WS-TOTAL-IN.
074500     IF SOR-REC-EXT-NAME IS NOT EQUAL TO SPACES AND
074600        SOR-REC-EXT-NAME IS NOT EQUAL TO LOW-VALUES
074700        PERFORM MIX-BENEFICIARY THRU
074800                MIX-BENEFICIARY-EXIT
074900        MOVE WS-FAKE-NAME TO SOR-REC-EXT-NAME
075000        MOVE WS-MASK-DIGITS TO SOR-REC-EXT-ACCNO
075100        ADD 1 TO WS-MASKED-COUNT
075200     END-IF.
075300     WRITE MSKSORD-REC FROM BNKSORD-REC.
075400     MOVE WS-MSKSORD-STATUS TO WS-WRITE-STATUS.
075500     PERFORM CHECK-WRITE THRU
075600             CHECK-WRITE-EXIT.
075700     IF WS-WRITE-STATUS IS EQUAL TO '00'
075800        ADD SOR-REC-AMOUNT TO WS-TOTAL-OUT
075900     END-IF.
076000 MASK-ONE-STANDING-ORDER-EXIT.
076100     EXIT.
076200
076300*****************************************************************
076400* BNKREMIT - the beneficiary of every remittance is masked      *
076500*****************************************************************
076600 EXTRACT-REMITTANCES.
076700     MOVE 'BNKREMIT' TO WS-FILE-NAME.
076800     PERFORM CLEAR-FILE-COUNTS THRU
076900             CLEAR-FILE-COUNTS-EXIT.
077000     OPEN INPUT BNKREMIT-FILE.
077100     OPEN OUTPUT MSKREMIT-FILE.
077200     SET WS-MORE-RECORDS-EXIST TO TRUE.
077300     PERFORM MASK-ONE-REMITTANCE THRU
077400             MASK-ONE-REMITTANCE-EXIT
077500        UNTIL WS-NO-MORE-RECORDS.
077600     CLOSE BNKREMIT-FILE.
077700     CLOSE MSKREMIT-FILE.
077800     PERFORM PRINT-FILE-COUNTS THRU
077900             PRINT-FILE-COUNTS-EXIT.
078000 EXTRACT-REMITTANCES-EXIT.
078100     EXIT.
078200
078300 MASK-ONE-REMITTANCE.
078400     READ BNKREMIT-FILE
078500          AT END SET WS-NO-MORE-RECORDS TO TRUE
078600     END-READ.
078700     IF WS-NO-MORE-RECORDS
078800        GO TO MASK-ONE-REMITTANCE-EXIT
078900     END-IF.
079000     ADD 1 TO WS-READ-COUNT.
079100     ADD RMT-REC-AMOUNT TO WS-TOTAL-IN.
079200     IF RMT-REC-EXT-NAME IS NOT EQUAL TO SPACES AND
079300        RMT-REC-EXT-NAME IS NOT EQUAL TO LOW-VALUES
079400        PERFORM MIX-BENEFICIARY-RMT THRU
079500                MIX-BENEFICIARY-RMT-EXIT
079600        MOVE WS-FAKE-NAME TO RMT-REC-EXT-NAME
079700        MOVE WS-MASK-DIGITS TO RMT-REC-EXT-ACCNO
079800        ADD 1 TO WS-MASKED-COUNT
079900     END-IF.
080000     WRITE MSKREMIT-REC FROM BNKREMIT-REC.
080100     MOVE WS-MSKREMIT-STATUS TO WS-WRITE-STATUS.
080200     PERFORM CHECK-WRITE THRU
080300             CHECK-WRITE-EXIT.
080400     IF WS-WRITE-STATUS IS EQUAL TO '00'
080500        ADD RMT-REC-AMOUNT TO WS-TOTAL-OUT
080600     END-IF.
080700 MASK-ONE-REMITTANCE-EXIT.
080800     EXIT.
080900
081000*****************************************************************
081100* BNKFWPY - external beneficiaries are masked                   *
081200*****************************************************************
081300 EXTRACT-FORWARD-PAYMENTS.
081400     MOVE 'BNKFWPY' TO WS-FILE-NAME.
081500     PERFORM CLEAR-FILE-COUNTS THRU
081600             CLEAR-FILE-COUNTS-EXIT.
081700     OPEN INPUT BNKFWPY-FILE.
081800     OPEN OUTPUT MSKFWPY-FILE.
081900     SET WS-MORE-RECORDS-EXIST TO TRUE.
082000     PERFORM MASK-ONE-FORWARD-PAYMENT THRU
082100             MASK-ONE-FORWARD-PAYMENT-EXIT
082200        UNTIL WS-NO-MORE-RECORDS.
082300     CLOSE BNKFWPY-FILE.
082400     CLOSE MSKFWPY-FILE.
082500     PERFORM PRINT-FILE-COUNTS THRU
082600             PRINT-FILE-COUNTS-EXIT.
082700 EXTRACT-FORWARD-PAYMENTS-EXIT.
082800     EXIT.
082900
083000 MASK-ONE-FORWARD-PAYMENT.
083100     READ BNKFWPY-FILE
083200          AT END SET WS-NO-MORE-RECORDS TO TRUE
083300     END-READ.
083400     IF WS-NO-MORE-RECORDS
083500        GO TO MASK-ONE-FORWARD-PAYMENT-EXIT
083600     END-IF.
083700     ADD 1 TO WS-READ-COUNT.
083800     ADD FWP-REC-AMOUNT TO WS-TOTAL-IN.
083900     IF FWP-REC-EXT-NAME IS NOT EQUAL TO SPACES AND
084000        FWP-REC-EXT-NAME IS NOT EQUAL TO LOW-VALUES
084100        PERFORM MIX-BENEFICIARY-FWP THRU
084200                MIX-BENEFICIARY-FWP-EXIT
084300        MOVE WS-FAKE-NAME TO FWP-REC-EXT-NAME
084400        MOVE WS-MASK-DIGITS TO FWP-REC-EXT-ACCNO
084500        ADD 1 TO WS-MASKED-COUNT
084600     END-IF.
084700     WRITE MSKFWPY-REC FROM BNKFWPY-REC.
084800     MOVE WS-MSKFWPY-STATUS TO WS-WRITE-STATUS.
084900     PERFORM CHECK-WRITE THRU
085000             CHECK-WRITE-EXIT.
085100     IF WS-WRITE-STATUS IS EQUAL TO '00'
085200        ADD FWP-REC-AMOUNT TO WS-TOTAL-OUT
085300     END-IF.
085400 MASK-ONE-FORWARD-PAYMENT-EXIT.
085500     EXIT.
085600
085700*****************************************************************
085800* A beneficiary is mixed from its real bank, account number and *
085900* name, so the same payee comes out the same on all three files *
086000*****************************************************************
086100 MIX-BENEFICIARY.
086200     MOVE SPACES TO WS-MASK-SOURCE.
086300     MOVE SOR-REC-EXT-BANK TO WS-MASK-SOURCE(1:8).
086400     MOVE SOR-REC-EXT-ACCNO TO WS-MASK-SOURCE(9:16).
086500     MOVE SOR-REC-EXT-NAME(1:16) TO WS-MASK-SOURCE(25:16).
086600     PERFORM MIX-BENEFICIARY-COMMON THRU
086700             MIX-BENEFICIARY-COMMON-EXIT.
086800 MIX-BENEFICIARY-EXIT.
086900     EXIT.
087000
087100 MIX-BENEFICIARY-RMT.
087200     MOVE SPACES TO WS-MASK-SOURCE.
087300     MOVE RMT-REC-EXT-BANK TO WS-MASK-SOURCE(1:8).
087400     MOVE RMT-REC-EXT-ACCNO TO WS-MASK-SOURCE(9:16).
087500     MOVE RMT-REC-EXT-NAME(1:16) TO WS-MASK-SOURCE(25:16).
087600     PERFORM MIX-BENEFICIARY-COMMON THRU
087700             MIX-BENEFICIARY-COMMON-EXIT.
087800 MIX-BENEFICIARY-RMT-EXIT.
087900     EXIT.
088000
088100 MIX-BENEFICIARY-FWP.
088200     MOVE SPACES TO WS-MASK-SOURCE.
088300     MOVE FWP-REC-EXT-BANK TO WS-MASK-SOURCE(1:8).
088400     MOVE FWP-REC-EXT-ACCNO TO WS-MASK-SOURCE(9:16).
088500     MOVE FWP-REC-EXT-NAME(1:16) TO WS-MASK-SOURCE(25:16).
088600     PERFORM MIX-BENEFICIARY-COMMON THRU
088700             MIX-BENEFICIARY-COMMON-EXIT.
088800 MIX-BENEFICIARY-FWP-EXIT.
088900     EXIT.
089000
089100 MIX-BENEFICIARY-COMMON.
089200     PERFORM MIX-MASK-SOURCE THRU
089300             MIX-MASK-SOURCE-EXIT.
089400     PERFORM BUILD-FAKE-IDENTITY THRU
089500             BUILD-FAKE-IDENTITY-EXIT.
089600 MIX-BENEFICIARY-COMMON-EXIT.
089700     EXIT.
089800
089900*****************************************************************
090000* Mix WS-MASK-SOURCE, one byte at a time, into the two lanes.   *
090100* The lanes start from fixed values plus the MASK-KEY, so the   *
090200* same source always gives the same lanes under the same key    *
090300*****************************************************************
090400 MIX-MASK-SOURCE.
090500     COMPUTE WS-MASK-WORK = 16180339 + WS-MASK-KEY.
090600     DIVIDE WS-MASK-WORK BY 99999989
090700         GIVING WS-MASK-QUOT REMAINDER WS-MASK-LANE (1).
090800     MOVE 57721566 TO WS-MASK-LANE (2).
090900     PERFORM MIX-ONE-BYTE THRU
091000             MIX-ONE-BYTE-EXIT
091100        VARYING WS-MASK-SUB FROM 1 BY 1
091200        UNTIL WS-MASK-SUB > 40.
091300 MIX-MASK-SOURCE-EXIT.
091400     EXIT.
091500
091600 MIX-ONE-BYTE.
091700     MOVE WS-MASK-SOURCE(WS-MASK-SUB:1) TO WS-MASK-BYTE-LOW.
091800     COMPUTE WS-MASK-WORK = (WS-MASK-LANE (1) * 131) +
091900             WS-MASK-BYTE-VALUE + WS-MASK-SUB.
092000     DIVIDE WS-MASK-WORK BY 99999989
092100         GIVING WS-MASK-QUOT REMAINDER WS-MASK-LANE (1).
092200     COMPUTE WS-MASK-WORK = (WS-MASK-LANE (2) * 137) +
092300             WS-MASK-LANE (1).
092400     DIVIDE WS-MASK-WORK BY 99999971
092500         GIVING WS-MASK-QUOT REMAINDER WS-MASK-LANE (2).
092600 MIX-ONE-BYTE-EXIT.
092700     EXIT.
092800
092900*****************************************************************
093000* Pick the fake name, address and birthday from the lanes       *
093100*****************************************************************
093200 BUILD-FAKE-IDENTITY.
093300     COMPUTE WS-FIRST-SUB = FUNCTION MOD(WS-MASK-LANE (1), 24)
093400                          + 1.
093500     COMPUTE WS-SURNAME-SUB = FUNCTION MOD(WS-MASK-LANE (2), 24)
093600                            + 1.
093700     DIVIDE WS-MASK-LANE (1) BY 24 GIVING WS-MASK-QUOT.
093800     COMPUTE WS-STREET-SUB = FUNCTION MOD(WS-MASK-QUOT, 16) + 1.
093900     COMPUTE WS-HOUSE-NO = FUNCTION MOD(WS-MASK-QUOT, 197) + 1.
094000     COMPUTE WS-BIRTH-DAY = FUNCTION MOD(WS-MASK-QUOT, 28) + 1.
094100     DIVIDE WS-MASK-LANE (2) BY 24 GIVING WS-MASK-QUOT.
094200     COMPUTE WS-TOWN-SUB = FUNCTION MOD(WS-MASK-QUOT, 16) + 1.
094300     COMPUTE WS-POST-NO = FUNCTION MOD(WS-MASK-QUOT, 10000).
094400     COMPUTE WS-BIRTH-MONTH = FUNCTION MOD(WS-MASK-QUOT, 12) + 1.
094500     MOVE SPACES TO WS-FAKE-NAME.
094600     STRING WS-FIRST-NAME (WS-FIRST-SUB) DELIMITED BY SPACE
094700            ' ' DELIMITED BY SIZE
094800            WS-SURNAME (WS-SURNAME-SUB) DELIMITED BY SPACE
094900       INTO WS-FAKE-NAME.
095000     MOVE WS-HOUSE-NO TO WS-HOUSE-NO-X.
095100     MOVE 0 TO WS-HOUSE-LEAD.
095200     INSPECT WS-HOUSE-NO-X TALLYING WS-HOUSE-LEAD FOR LEADING '0'.
095300     MOVE SPACES TO WS-FAKE-ADDR1.
095400     STRING WS-HOUSE-NO-X(WS-HOUSE-LEAD + 1:) DELIMITED BY SIZE
095500            ' ' DELIMITED BY SIZE
095600            WS-STREET (WS-STREET-SUB) DELIMITED BY SIZE
095700       INTO WS-FAKE-ADDR1.
095800 BUILD-FAKE-IDENTITY-EXIT.
095900     EXIT.
096000
096100*****************************************************************
096200* Count the write just made - a failure is counted and shown    *
096300*****************************************************************
096400 CHECK-WRITE.
096500     IF WS-WRITE-STATUS IS EQUAL TO '00' OR
096600        WS-WRITE-STATUS IS EQUAL TO '02'
096700        MOVE '00' TO WS-WRITE-STATUS
096800        ADD 1 TO WS-WRITTEN-COUNT
096900     ELSE
097000        ADD 1 TO WS-ERROR-COUNT
097100        ADD 1 TO WS-RUN-ERRORS
097200        DISPLAY 'BBANK98P - ' WS-FILE-NAME
097300                ' WRITE FAILED, STATUS ' WS-WRITE-STATUS
097400     END-IF.
097500 CHECK-WRITE-EXIT.
097600     EXIT.
097700
097800 CLEAR-FILE-COUNTS.
097900     MOVE 0 TO WS-READ-COUNT.
098000     MOVE 0 TO WS-WRITTEN-COUNT.
098100     MOVE 0 TO WS-MASKED-COUNT.
098200     MOVE 0 TO WS-ERROR-COUNT.
098300     MOVE 0 TO WS-TOTAL-IN.
098400     MOVE 0 TO WS-TOTAL-OUT.
098500 CLEAR-FILE-COUNTS-EXIT.
098600     EXIT.
098700
098800 PRINT-FILE-COUNTS.
098900     MOVE WS-FILE-NAME TO WS-FLN-NAME.
099000     MOVE WS-READ-COUNT TO WS-FLN-READ.
099100     MOVE WS-WRITTEN-COUNT TO WS-FLN-WRITTEN.
099200     MOVE WS-MASKED-COUNT TO WS-FLN-MASKED.
099300     MOVE WS-ERROR-COUNT TO WS-FLN-ERRORS.
099400     MOVE WS-TOTAL-IN TO WS-FLN-TOTAL-IN.
099500     MOVE WS-TOTAL-OUT TO WS-FLN-TOTAL-OUT.
099600     WRITE MASKRPT-LINE FROM WS-FILE-LINE.
099700 PRINT-FILE-COUNTS-EXIT.
099800     EXIT.
099900
100000*****************************************************************
100100* Say whether the set is complete and close down                *
100200*****************************************************************
100300 TERMINATE-RUN.
100400     MOVE SPACES TO MASKRPT-LINE.
100500     WRITE MASKRPT-LINE.
100600     MOVE 'EXTRACT COMPLETE - EVERY RECORD READ WAS WRITTEN'
100700       TO WS-MSG-TEXT.
100800     IF WS-RUN-ERRORS IS GREATER THAN 0
100900        MOVE 'EXTRACT INCOMPLETE - SEE THE ERROR COUNTS ABOVE'
101000          TO WS-MSG-TEXT
101100     END-IF.
101200     WRITE MASKRPT-LINE FROM WS-MESSAGE-LINE.
101300     CLOSE MASKRPT-FILE.
101400     SET CD53-REQUESTED-END TO TRUE.
101500     MOVE 'BBANK98P' TO CD53I-JOB-NAME.
101600     CALL 'DBANK53P' USING WS-RUNC-DATA.
101700 TERMINATE-RUN-EXIT.
101800     EXIT.
101900
102000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
