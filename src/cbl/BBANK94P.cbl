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
001300* Program:     BBANK94P.CBL                                     *
001400* Function:    Clearing settlement reconciliation               *
001500*                                                               *
001600* Runs after the clearing jobs of the nightly chain and checks  *
001700* what the clearing house says it settled against what our own  *
001800* clearing files add up to:                                     *
001900*                                                               *
002000*  - rebuilds tonight's expected position from the item counts  *
002100*    and totals of each file exchanged with the clearing house: *
002200*      CHQIN    cheques presented to us (BBANK58P)      debit   *
002300*      RETOUT   cheques we returned unpaid (BBANK58P)   credit  *
002400*      INCLR    inbound credits (BBANK71P)              credit  *
002500*      INRETOUT inbound credits returned (BBANK71P)     debit   *
002600*      OUTCLR   outbound standing orders (BBANK44P)     debit   *
002700*      WHOUTCLR outbound forward payments (BBANK73P)    debit   *
002800*      CLRRET   our outbound items returned (BBANK72P)  credit  *
002900*    and stores it on the BNKCLRS register under the business   *
003000*    date as the clearing cycle. A file that is not there at    *
003100*    all is recorded as missing rather than as empty. CLRRET    *
003200*    carries no amount, so a returned item is valued from its   *
003300*    BNKREMIT row; an acknowledgement moves no money and is not *
003400*    counted                                                    *
003500*  - loads the clearing house settlement statement (CHSTMT),    *
003600*    cycle by cycle, onto the same register. A statement for a  *
003700*    cycle replaces whatever an earlier statement said about it *
003800*  - marks resolved any break operations have signed off in the *
003900*    CLRRESIN file                                              *
004000*  - compares every cycle on the register, stream by stream and *
004100*    on the net settled figure, and reports each break with its *
004200*    age in days. A break stays on the register, and on the     *
004300*    report, until a later statement agrees or it is resolved;  *
004400*    a cycle that is clean and older than CLR-RETAIN-DAYS       *
004500*    (BNKPARM, default 90) is purged                            *
004600*                                                               *
004700* Settlement statement (CHSTMT) records, one per line:          *
004800*   H  cycle header - the cycle date the statement covers       *
004900*   D  stream total - stream code, item count, gross amount     *
005000*   N  net settled  - signed net amount, a credit to us plus    *
005100*   T  trailer      - count of D and N records in the file      *
005200*****************************************************************
005300
005400 IDENTIFICATION DIVISION.
005500 PROGRAM-ID.
005600     BBANK94P.
005700 DATE-WRITTEN.
005800     October 2026.
005900 DATE-COMPILED.
006000     Today.
006100
006200 ENVIRONMENT DIVISION.
006300
006400 INPUT-OUTPUT   SECTION.
006500   FILE-CONTROL.
006600     SELECT OPTIONAL CHQIN-FILE
006700            ASSIGN       TO CHQIN
006800            ORGANIZATION IS LINE SEQUENTIAL
006900            FILE STATUS  IS WS-CHQIN-STATUS.
007000
007100     SELECT OPTIONAL RETOUT-FILE
007200            ASSIGN       TO RETOUT
007300            ORGANIZATION IS LINE SEQUENTIAL
007400            FILE STATUS  IS WS-RETOUT-STATUS.
007500
007600     SELECT OPTIONAL INCLR-FILE
007700            ASSIGN       TO INCLR
007800            ORGANIZATION IS LINE SEQUENTIAL
007900            FILE STATUS  IS WS-INCLR-STATUS.
008000
008100     SELECT OPTIONAL INRET-FILE
008200            ASSIGN       TO INRETOUT
008300            ORGANIZATION IS LINE SEQUENTIAL
008400            FILE STATUS  IS WS-INRET-STATUS.
008500
008600     SELECT OPTIONAL OUTCLR-FILE
008700            ASSIGN       TO OUTCLR
008800            ORGANIZATION IS LINE SEQUENTIAL
008900            FILE STATUS  IS WS-OUTCLR-STATUS.
009000
009100     SELECT OPTIONAL WHCLR-FILE
009200            ASSIGN       TO WHOUTCLR
009300            ORGANIZATION IS LINE SEQUENTIAL
009400            FILE STATUS  IS WS-WHCLR-STATUS.
009500
009600     SELECT OPTIONAL CLRRET-FILE
009700            ASSIGN       TO CLRRET
009800            ORGANIZATION IS LINE SEQUENTIAL
009900            FILE STATUS  IS WS-CLRRET-STATUS.
010000
010100     SELECT BNKREMIT-FILE
010200            ASSIGN       TO BNKREMIT
010300            ORGANIZATION IS INDEXED
010400            ACCESS MODE  IS RANDOM
010500            RECORD KEY   IS RMT-REC-KEY
010600            FILE STATUS  IS WS-BNKREMIT-STATUS.
010700
010800     SELECT OPTIONAL CHSTMT-FILE
010900            ASSIGN       TO CHSTMT
011000            ORGANIZATION IS LINE SEQUENTIAL
011100            FILE STATUS  IS WS-CHSTMT-STATUS.
011200
011300     SELECT OPTIONAL CLRRES-FILE
011400            ASSIGN       TO CLRRESIN
011500            ORGANIZATION IS LINE SEQUENTIAL
011600            FILE STATUS  IS WS-CLRRES-STATUS.
011700
011800     SELECT BNKCLRS-FILE
011900            ASSIGN       TO BNKCLRS
012000            ORGANIZATION IS INDEXED
012100            ACCESS MODE  IS DYNAMIC
012200            RECORD KEY   IS CLS-REC-KEY
012300            FILE STATUS  IS WS-BNKCLRS-STATUS.
012400
012500     SELECT CLRREC-FILE
012600            ASSIGN       TO CLRRECON
012700            ORGANIZATION IS LINE SEQUENTIAL
012800            FILE STATUS  IS WS-CLRREC-STATUS.
012900
013000 DATA DIVISION.
013100
013200 FILE SECTION.
013300 FD  CHQIN-FILE.
013400 01  CHQIN-REC.
013500   05  CHQ-ACCNO                             PIC X(10).
013600   05  CHQ-SERIAL                            PIC X(6).
013700   05  CHQ-AMOUNT                            PIC 9(9)V99.
013800   05  CHQ-PRESENT-DATE                      PIC X(8).
013900
014000 FD  RETOUT-FILE.
014100 01  RETOUT-REC.
014200   05  RET-ACCNO                             PIC X(10).
014300   05  RET-SERIAL                            PIC X(6).
014400   05  RET-AMOUNT                            PIC 9(9)V99.
014500   05  RET-PRESENT-DATE                      PIC X(8).
014600   05  RET-REASON                            PIC X(30).
014700
014800 FD  INCLR-FILE.
014900 01  INCLR-REC.
015000   05  INC-TYPE                              PIC X(2).
015100   05  INC-REFERENCE                         PIC X(10).
015200   05  INC-VALUE-DATE                        PIC X(8).
015300   05  INC-BANK                              PIC X(8).
015400   05  INC-ACCNO                             PIC X(16).
015500   05  INC-BENEFICIARY                       PIC X(30).
015600   05  INC-AMOUNT                            PIC 9(9)V99.
015700   05  INC-CURRENCY                          PIC X(3).
015800   05  FILLER                                PIC X(2).
015900
016000 FD  INRET-FILE.
016100 01  INRET-REC.
016200   05  IRT-REFERENCE                         PIC X(10).
016300   05  IRT-BANK                              PIC X(8).
016400   05  IRT-ACCNO                             PIC X(16).
016500   05  IRT-AMOUNT                            PIC 9(9)V99.
016600   05  IRT-VALUE-DATE                        PIC X(8).
016700   05  IRT-REASON                            PIC X(30).
016800
016900 FD  OUTCLR-FILE.
017000 01  OUTCLR-REC.
017100   05  OCL-TYPE                              PIC X(2).
017200   05  OCL-ORDER-NO                          PIC X(10).
017300   05  OCL-VALUE-DATE                        PIC X(8).
017400   05  OCL-EXT-BANK                          PIC X(8).
017500   05  OCL-EXT-ACCNO                         PIC X(16).
017600   05  OCL-EXT-NAME                          PIC X(30).
017700   05  OCL-AMOUNT                            PIC 9(9)V99.
017800   05  OCL-CURRENCY                          PIC X(3).
017900   05  FILLER                                PIC X(2).
018000
018100 FD  WHCLR-FILE.
018200 01  WHCLR-REC.
018300   05  WCL-TYPE                              PIC X(2).
018400   05  WCL-PAYMENT-NO                        PIC X(10).
018500   05  WCL-VALUE-DATE                        PIC X(8).
018600   05  WCL-EXT-BANK                          PIC X(8).
018700   05  WCL-EXT-ACCNO                         PIC X(16).
018800   05  WCL-EXT-NAME                          PIC X(30).
018900   05  WCL-AMOUNT                            PIC 9(9)V99.
019000   05  WCL-CURRENCY                          PIC X(3).
019100   05  FILLER                                PIC X(2).
019200
019300 FD  CLRRET-FILE.
019400 01  CLRRET-REC.
019500   05  CRT-ORDER-NO                          PIC X(10).
019600   05  CRT-VALUE-DATE                        PIC X(8).
019700   05  CRT-DISPOSITION                       PIC X(1).
019800       88  CRT-DISP-RETURNED                 VALUE 'R'.
019900       88  CRT-DISP-ACKNOWLEDGED             VALUE 'A'.
020000   05  CRT-REASON                            PIC X(30).
020100   05  CRT-RETURN-DATE                       PIC X(8).
020200
020300 FD  BNKREMIT-FILE.
020400 01  BNKREMIT-REC.
020500 COPY CBANKVRM.
020600
020700 FD  CHSTMT-FILE.
020800 01  CHSTMT-REC.
020900   05  CHS-REC-TYPE                          PIC X(1).
021000       88  CHS-HEADER                         VALUE 'H'.
021100       88  CHS-DETAIL                         VALUE 'D'.
021200       88  CHS-NET                            VALUE 'N'.
021300       88  CHS-TRAILER                        VALUE 'T'.
021400   05  CHS-CYCLE-DATE                        PIC X(8).
021500   05  CHS-CYCLE-DATE-N REDEFINES CHS-CYCLE-DATE
021600                                              PIC 9(8).
021700   05  CHS-STREAM                            PIC X(2).
021800   05  CHS-ITEM-COUNT                        PIC 9(7).
021900   05  CHS-AMOUNT                            PIC S9(13)V99
022000                              SIGN IS LEADING SEPARATE CHARACTER.
022100   05  FILLER                                PIC X(46).
022200
022300 FD  CLRRES-FILE.
022400 01  CLRRES-REC.
022500   05  RES-CYCLE-DATE                        PIC X(8).
022600   05  RES-STREAM                            PIC X(2).
022700       88  RES-WHOLE-CYCLE                    VALUE '**'.
022800   05  RES-BY                                PIC X(8).
022900   05  RES-NOTE                              PIC X(30).
023000
023100 FD  BNKCLRS-FILE.
023200 01  BNKCLRS-REC.
023300 COPY CBANKVCL.
023400
023500 FD  CLRREC-FILE.
023600 01  CLRREC-LINE                              PIC X(100).
023700
023800 WORKING-STORAGE SECTION.
023900 01  WS-MISC-STORAGE.
024000   05  WS-PROGRAM-ID                         PIC X(8)
024100       VALUE 'BBANK94P'.
024200   05  WS-CHQIN-STATUS                       PIC X(2).
024300   05  WS-RETOUT-STATUS                      PIC X(2).
024400   05  WS-INCLR-STATUS                       PIC X(2).
024500   05  WS-INRET-STATUS                       PIC X(2).
024600   05  WS-OUTCLR-STATUS                      PIC X(2).
024700   05  WS-WHCLR-STATUS                       PIC X(2).
024800   05  WS-CLRRET-STATUS                      PIC X(2).
024900   05  WS-BNKREMIT-STATUS                    PIC X(2).
025000   05  WS-CHSTMT-STATUS                      PIC X(2).
025100   05  WS-CLRRES-STATUS                      PIC X(2).
025200   05  WS-BNKCLRS-STATUS                     PIC X(2).
025300   05  WS-CLRREC-STATUS                      PIC X(2).
025400   05  WS-MORE-RECORDS                       PIC X(1).
025500       88  WS-MORE-RECORDS-EXIST              VALUE 'Y'.
025600       88  WS-NO-MORE-RECORDS                VALUE 'N'.
025700   05  WS-MORE-ROWS                          PIC X(1).
025800       88  WS-MORE-ROWS-EXIST                 VALUE 'Y'.
025900       88  WS-NO-MORE-ROWS                    VALUE 'N'.
026000   05  WS-ROW-FOUND-FLAG                     PIC X(1).
026100       88  WS-ROW-FOUND                       VALUE 'Y'.
026200       88  WS-ROW-NOT-FOUND                   VALUE 'N'.
026300   05  WS-REMIT-FOUND-FLAG                   PIC X(1).
026400       88  WS-REMIT-FOUND                     VALUE 'Y'.
026500       88  WS-REMIT-NOT-FOUND                 VALUE 'N'.
026600   05  WS-REMIT-FILE-FLAG                    PIC X(1).
026700       88  WS-REMIT-AVAILABLE                 VALUE 'Y'.
026800       88  WS-REMIT-NOT-AVAILABLE             VALUE 'N'.
026900   05  WS-TODAY-DATE                         PIC 9(8).
027000   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
027100                                              PIC X(8).
027200   05  WS-BUSINESS-DATE                      PIC X(8).
027300   05  WS-BUSINESS-DATE-N REDEFINES WS-BUSINESS-DATE
027400                                              PIC 9(8).
027500   05  WS-BUSINESS-INT                       PIC S9(9).
027600   05  WS-RETAIN-DAYS                        PIC 9(5) VALUE 90.
027700   05  WS-STM-SUB                            PIC 9(2).
027800   05  WS-FOUND-SUB                          PIC 9(2).
027900   05  WS-LOOKUP-STREAM                      PIC X(2).
028000
028100* The streams exchanged with the clearing house - code, the
028200* file it travels in and its direction for our settlement
028300* account (D we pay, C we receive)
028400 01  WS-STREAM-VALUES.
028500   05  FILLER                                PIC X(11) VALUE
028600       'CICHQIN   D'.
028700   05  FILLER                                PIC X(11) VALUE
028800       'CRRETOUT  C'.
028900   05  FILLER                                PIC X(11) VALUE
029000       'ICINCLR   C'.
029100   05  FILLER                                PIC X(11) VALUE
029200       'IRINRETOUTD'.
029300   05  FILLER                                PIC X(11) VALUE
029400       'SOOUTCLR  D'.
029500   05  FILLER                                PIC X(11) VALUE
029600       'WPWHOUTCLRD'.
029700   05  FILLER                                PIC X(11) VALUE
029800       'RRCLRRET  C'.
029900 01  WS-STREAM-TABLE REDEFINES WS-STREAM-VALUES.
030000   05  WS-STREAM-ENTRY OCCURS 7 TIMES.
030100     10  WS-STM-CODE                         PIC X(2).
030200     10  WS-STM-FILE                         PIC X(8).
030300     10  WS-STM-DIR                          PIC X(1).
030400
030500* Tonight's own figures, one entry per stream in the same order
030600 01  WS-OUR-FIGURES.
030700   05  WS-OUR-ENTRY OCCURS 7 TIMES.
030800     10  WS-OUR-PRESENT                      PIC X(1).
030900     10  WS-OUR-ITEMS                        PIC S9(7) COMP-3.
031000     10  WS-OUR-TOTAL                        PIC S9(13)V99 COMP-3.
031100 01  WS-OUR-NET                              PIC S9(13)V99.
031200 01  WS-OUR-NET-ITEMS                        PIC S9(7).
031300
031400* The clearing cycle being worked on
031500 01  WS-CYCLE-WORK.
031600   05  WS-CYCLE-DATE                         PIC X(8).
031700   05  WS-CYCLE-DATE-N REDEFINES WS-CYCLE-DATE
031800                                              PIC 9(8).
031900   05  WS-CYCLE-AGE                          PIC S9(5).
032000   05  WS-CYCLE-NET                          PIC S9(13)V99.
032100   05  WS-CYCLE-ITEMS                        PIC S9(7).
032200   05  WS-CYCLE-STMT-FLAG                    PIC X(1).
032300       88  WS-CYCLE-STMT-RECEIVED             VALUE 'Y'.
032400       88  WS-CYCLE-STMT-NOT-RECEIVED         VALUE 'N'.
032500   05  WS-CYCLE-CLEAN-FLAG                   PIC X(1).
032600       88  WS-CYCLE-CLEAN                     VALUE 'Y'.
032700       88  WS-CYCLE-NOT-CLEAN                 VALUE 'N'.
032800   05  WS-CH-ITEMS                           PIC S9(7).
032900   05  WS-CH-AMOUNT                          PIC S9(13)V99.
033000   05  WS-DIFF-ITEMS                         PIC S9(7).
033100   05  WS-DIFF-AMOUNT                        PIC S9(13)V99.
033200   05  WS-BREAK-STATE                        PIC X(12).
033300
033400* The statement cycle being loaded
033500 01  WS-STATEMENT-WORK.
033600   05  WS-STMT-CYCLE                         PIC X(8).
033700   05  WS-STMT-RECORDS                       PIC 9(7) VALUE 0.
033800   05  WS-STMT-TRAILER-FLAG                  PIC X(1) VALUE 'N'.
033900       88  WS-STMT-TRAILER-SEEN               VALUE 'Y'.
034000   05  WS-STMT-EXPECTED                      PIC 9(7) VALUE 0.
034100
034200 01  WS-RUN-COUNTS.
034300   05  WS-CYCLES-CHECKED                     PIC 9(5) VALUE 0.
034400   05  WS-CYCLES-LOADED                      PIC 9(5) VALUE 0.
034500   05  WS-STMT-REJECTS                       PIC 9(5) VALUE 0.
034600   05  WS-BREAKS-OPEN                        PIC 9(5) VALUE 0.
034700   05  WS-BREAKS-NEW                         PIC 9(5) VALUE 0.
034800   05  WS-ROWS-RESOLVED                      PIC 9(5) VALUE 0.
034900   05  WS-RESOLVE-REJECTS                    PIC 9(5) VALUE 0.
035000   05  WS-ROWS-PURGED                        PIC 9(5) VALUE 0.
035100   05  WS-UNVALUED-RETURNS                   PIC 9(5) VALUE 0.
035200
035300 01  WS-REPORT-HEADING.
035400   05  FILLER                                PIC X(40) VALUE
035500       'CLEARING SETTLEMENT RECONCILIATION - BUS'.
035600   05  FILLER                                PIC X(14) VALUE
035700       'INESS DATE '.
035800   05  WS-HDG-DATE                           PIC X(8).
035900   05  FILLER                                PIC X(38) VALUE
036000       SPACES.
036100
036200 01  WS-SECTION-HEADING.
036300   05  WS-SECTION-TITLE                      PIC X(60).
036400   05  FILLER                                PIC X(40) VALUE
036500       SPACES.
036600
036700 01  WS-EXPECTED-HEADING.
036800   05  FILLER                                PIC X(40) VALUE
036900       '  FILE      DIRECTION    ITEMS          '.
037000   05  FILLER                                PIC X(40) VALUE
037100       'AMOUNT                                  '.
037200   05  FILLER                                PIC X(20) VALUE
037300       SPACES.
037400
037500 01  WS-EXPECTED-LINE.
037600   05  FILLER                                PIC X(2) VALUE
037700       SPACES.
037800   05  WS-EXL-FILE                           PIC X(8).
037900   05  FILLER                                PIC X(2) VALUE
038000       SPACES.
038100   05  WS-EXL-DIR                            PIC X(6).
038200   05  FILLER                                PIC X(2) VALUE
038300       SPACES.
038400   05  WS-EXL-ITEMS                          PIC ZZZZZZ9.
038500   05  FILLER                                PIC X(2) VALUE
038600       SPACES.
038700   05  WS-EXL-AMOUNT                         PIC -(12)9.99.
038800   05  FILLER                                PIC X(2) VALUE
038900       SPACES.
039000   05  WS-EXL-NOTE                           PIC X(20).
039100   05  FILLER                                PIC X(33) VALUE
039200       SPACES.
039300
039400 01  WS-BREAK-HEADING.
039500   05  FILLER                                PIC X(40) VALUE
039600       'CYCLE    FILE     DIR   ITEMS     OUR AM'.
039700   05  FILLER                                PIC X(40) VALUE
039800       'OUNT   ITEMS     CH AMOUNT      DIFFEREN'.
039900   05  FILLER                                PIC X(20) VALUE
040000       'CE  AGE STATE       '.
040100
040200 01  WS-BREAK-LINE.
040300   05  WS-BRL-CYCLE                          PIC X(8).
040400   05  FILLER                                PIC X(1) VALUE
040500       SPACES.
040600   05  WS-BRL-FILE                           PIC X(8).
040700   05  FILLER                                PIC X(1) VALUE
040800       SPACES.
040900   05  WS-BRL-DIR                            PIC X(3).
041000   05  FILLER                                PIC X(1) VALUE
041100       SPACES.
041200   05  WS-BRL-OUR-ITEMS                      PIC ZZZZZZ9.
041300   05  FILLER                                PIC X(1) VALUE
041400       SPACES.
041500   05  WS-BRL-OUR-AMOUNT                     PIC -(10)9.99.
041600   05  FILLER                                PIC X(1) VALUE
041700       SPACES.
041800   05  WS-BRL-CH-ITEMS                       PIC ZZZZZZ9.
041900   05  FILLER                                PIC X(1) VALUE
042000       SPACES.
042100   05  WS-BRL-CH-AMOUNT                      PIC -(10)9.99.
042200   05  FILLER                                PIC X(1) VALUE
042300       SPACES.
042400   05  WS-BRL-DIFF                           PIC -(10)9.99.
042500   05  FILLER                                PIC X(1) VALUE
042600       SPACES.
042700   05  WS-BRL-AGE                            PIC ZZZ9.
042800   05  FILLER                                PIC X(1) VALUE
042900       SPACES.
043000   05  WS-BRL-STATE                          PIC X(12).
043100
043200 01  WS-MESSAGE-LINE.
043300   05  FILLER                                PIC X(2) VALUE
043400       SPACES.
043500   05  WS-MSG-TEXT                           PIC X(60).
043600   05  WS-MSG-KEY                            PIC X(38).
043700
043800 01  WS-TOTAL-LINE.
043900   05  FILLER                                PIC X(2) VALUE
044000       SPACES.
044100   05  WS-TOT-LABEL                          PIC X(50).
044200   05  WS-TOT-COUNT                          PIC ZZZZ9.
044300   05  FILLER                                PIC X(43) VALUE
044400       SPACES.
044500
044600 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
044700     88  WS-RUN-ALLOWED                     VALUE 'Y'.
044800     88  WS-RUN-REFUSED                     VALUE 'N'.
044900
045000 01  WS-RUNC-DATA.
045100 COPY CBANKD53.
045200
045300 01  WS-PARM-DATA.
045400 COPY CBANKD54.
045500
045600 PROCEDURE DIVISION.
045700*****************************************************************
045800* Main line of control                                          *
045900*****************************************************************
046000     PERFORM CHECK-RUN-CONTROL THRU
046100             CHECK-RUN-CONTROL-EXIT.
046200     IF WS-RUN-ALLOWED
046300        PERFORM INITIALIZE-RUN THRU
046400                INITIALIZE-RUN-EXIT
046500        PERFORM BUILD-OUR-POSITION THRU
046600                BUILD-OUR-POSITION-EXIT
046700        PERFORM LOAD-STATEMENT THRU
046800                LOAD-STATEMENT-EXIT
046900        PERFORM APPLY-RESOLUTIONS THRU
047000                APPLY-RESOLUTIONS-EXIT
047100        PERFORM RECONCILE-REGISTER THRU
047200                RECONCILE-REGISTER-EXIT
047300        PERFORM TERMINATE-RUN THRU
047400                TERMINATE-RUN-EXIT
047500     END-IF.
047600     GOBACK.
047700
047800*****************************************************************
047900* Register this run with run control before anything is         *
048000* opened. Rebuilding a cycle replaces its rows rather than      *
048100* adding to them, so a rerun is harmless and this is not a      *
048200* posting job                                                   *
048300*****************************************************************
048400 CHECK-RUN-CONTROL.
048500     MOVE SPACES TO CD53-DATA.
048600     SET CD53-REQUESTED-START TO TRUE.
048700     MOVE 'BBANK94P' TO CD53I-JOB-NAME.
048800     CALL 'DBANK53P' USING WS-RUNC-DATA.
048900     IF NOT CD53O-RESP-OK
049000        SET WS-RUN-REFUSED TO TRUE
049100        DISPLAY 'BBANK94P - RUN REFUSED BY RUN CONTROL: '
049200                CD53O-RESP-MSG
049300     END-IF.
049400 CHECK-RUN-CONTROL-EXIT.
049500     EXIT.
049600
049700*****************************************************************
049800* Resolve the business date and retention, open the register    *
049900* (creating it on the first run) and start the report           *
050000*****************************************************************
050100 INITIALIZE-RUN.
050200     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
050300     MOVE CD53O-BUSINESS-DATE TO WS-BUSINESS-DATE.
050400     IF WS-BUSINESS-DATE IS EQUAL TO SPACES OR
050500        WS-BUSINESS-DATE IS EQUAL TO LOW-VALUES
050600        MOVE WS-TODAY-DATE-X TO WS-BUSINESS-DATE
050700     END-IF.
050800     COMPUTE WS-BUSINESS-INT =
050900             FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-N).
051000     MOVE SPACES TO CD54-DATA.
051100     MOVE 'CLR-RETAIN-DAYS' TO CD54I-NAME.
051200     MOVE WS-BUSINESS-DATE TO CD54I-AS-OF-DATE.
051300     CALL 'DBANK54P' USING WS-PARM-DATA.
051400     IF CD54O-FOUND AND CD54O-VALUE-NUM IS GREATER THAN 0
051500        MOVE CD54O-VALUE-NUM TO WS-RETAIN-DAYS
051600     END-IF.
051700     OPEN INPUT BNKREMIT-FILE.
051800     IF WS-BNKREMIT-STATUS IS EQUAL TO '00'
051900        SET WS-REMIT-AVAILABLE TO TRUE
052000     ELSE
052100        SET WS-REMIT-NOT-AVAILABLE TO TRUE
052200     END-IF.
052300     OPEN I-O BNKCLRS-FILE.
052400     IF WS-BNKCLRS-STATUS IS EQUAL TO '35'
052500        OPEN OUTPUT BNKCLRS-FILE
052600        CLOSE BNKCLRS-FILE
052700        OPEN I-O BNKCLRS-FILE
052800     END-IF.
052900     OPEN OUTPUT CLRREC-FILE.
053000     MOVE WS-BUSINESS-DATE TO WS-HDG-DATE.
053100     WRITE CLRREC-LINE FROM WS-REPORT-HEADING.
053200 INITIALIZE-RUN-EXIT.
053300     EXIT.
053400
053500*****************************************************************
053600* Count and total tonight's clearing files, store the figures   *
053700* as tonight's cycle and print the expected position            *
053800*****************************************************************
053900 BUILD-OUR-POSITION.
054000     PERFORM CLEAR-OUR-ENTRY THRU
054100             CLEAR-OUR-ENTRY-EXIT
054200        VARYING WS-STM-SUB FROM 1 BY 1
054300        UNTIL WS-STM-SUB IS GREATER THAN 7.
054400     PERFORM COUNT-CHQIN THRU
054500             COUNT-CHQIN-EXIT.
054600     PERFORM COUNT-RETOUT THRU
054700             COUNT-RETOUT-EXIT.
054800     PERFORM COUNT-INCLR THRU
054900             COUNT-INCLR-EXIT.
055000     PERFORM COUNT-INRET THRU
055100             COUNT-INRET-EXIT.
055200     PERFORM COUNT-OUTCLR THRU
055300             COUNT-OUTCLR-EXIT.
055400     PERFORM COUNT-WHCLR THRU
055500             COUNT-WHCLR-EXIT.
055600     PERFORM COUNT-CLRRET THRU
055700             COUNT-CLRRET-EXIT.
055800     MOVE SPACES TO CLRREC-LINE.
055900     WRITE CLRREC-LINE.
056000     MOVE 'EXPECTED POSITION FOR TONIGHT''S CYCLE'
056100       TO WS-SECTION-TITLE.
056200     WRITE CLRREC-LINE FROM WS-SECTION-HEADING.
056300     WRITE CLRREC-LINE FROM WS-EXPECTED-HEADING.
056400     MOVE 0 TO WS-OUR-NET.
056500     MOVE 0 TO WS-OUR-NET-ITEMS.
056600     PERFORM STORE-OUR-STREAM THRU
056700             STORE-OUR-STREAM-EXIT
056800        VARYING WS-STM-SUB FROM 1 BY 1
056900        UNTIL WS-STM-SUB IS GREATER THAN 7.
057000     MOVE 'NET' TO WS-EXL-FILE.
057100     MOVE SPACES TO WS-EXL-DIR.
057200     MOVE WS-OUR-NET-ITEMS TO WS-EXL-ITEMS.
057300     MOVE WS-OUR-NET TO WS-EXL-AMOUNT.
057400     MOVE 'CREDIT TO US PLUS' TO WS-EXL-NOTE.
057500     WRITE CLRREC-LINE FROM WS-EXPECTED-LINE.
057600 BUILD-OUR-POSITION-EXIT.
057700     EXIT.
057800
057900 CLEAR-OUR-ENTRY.
058000     MOVE 'M' TO WS-OUR-PRESENT (WS-STM-SUB).
058100     MOVE 0 TO WS-OUR-ITEMS (WS-STM-SUB).
058200     MOVE 0 TO WS-OUR-TOTAL (WS-STM-SUB).
058300 CLEAR-OUR-ENTRY-EXIT.
058400     EXIT.
058500
058600*****************************************************************
058700* One pair of paragraphs per clearing file. An OPTIONAL file    *
058800* that is not there opens with status 05 and stays marked       *
058900* missing; one that is there but empty counts as built with     *
059000* nothing in it                                                 *
059100*****************************************************************
059200 COUNT-CHQIN.
059300     OPEN INPUT CHQIN-FILE.
059400     IF WS-CHQIN-STATUS IS NOT EQUAL TO '00'
059500        IF WS-CHQIN-STATUS IS EQUAL TO '05'
059600           CLOSE CHQIN-FILE
059700        END-IF
059800        GO TO COUNT-CHQIN-EXIT
059900     END-IF.
060000     MOVE 'Y' TO WS-OUR-PRESENT (1).
060100     SET WS-MORE-RECORDS-EXIST TO TRUE.
060200     PERFORM READ-CHQIN THRU
060300             READ-CHQIN-EXIT
060400        UNTIL WS-NO-MORE-RECORDS.
060500     CLOSE CHQIN-FILE.
060600 COUNT-CHQIN-EXIT.
060700     EXIT.
060800
060900 READ-CHQIN.
061000     READ CHQIN-FILE
061100          AT END SET WS-NO-MORE-RECORDS TO TRUE
061200     END-READ.
061300     IF WS-MORE-RECORDS-EXIST
061400        ADD 1 TO WS-OUR-ITEMS (1)
061500        ADD CHQ-AMOUNT TO WS-OUR-TOTAL (1)
061600     END-IF.
061700 READ-CHQIN-EXIT.
061800     EXIT.
061900
062000 COUNT-RETOUT.
062100     OPEN INPUT RETOUT-FILE.
062200     IF WS-RETOUT-STATUS IS NOT EQUAL TO '00'
062300        IF WS-RETOUT-STATUS IS EQUAL TO '05'
062400           CLOSE RETOUT-FILE
062500        END-IF
062600        GO TO COUNT-RETOUT-EXIT
062700     END-IF.
062800     MOVE 'Y' TO WS-OUR-PRESENT (2).
062900     SET WS-MORE-RECORDS-EXIST TO TRUE.
063000     PERFORM READ-RETOUT THRU
063100             READ-RETOUT-EXIT
063200        UNTIL WS-NO-MORE-RECORDS.
063300     CLOSE RETOUT-FILE.
063400 COUNT-RETOUT-EXIT.
063500     EXIT.
063600
063700 READ-RETOUT.
063800     READ RETOUT-FILE
063900          AT END SET WS-NO-MORE-RECORDS TO TRUE
064000     END-READ.
064100     IF WS-MORE-RECORDS-EXIST
064200        ADD 1 TO WS-OUR-ITEMS (2)
064300        ADD RET-AMOUNT TO WS-OUR-TOTAL (2)
064400     END-IF.
064500 READ-RETOUT-EXIT.
064600     EXIT.
064700
064800 COUNT-INCLR.
064900     OPEN INPUT INCLR-FILE.
065000     IF WS-INCLR-STATUS IS NOT EQUAL TO '00'
065100        IF WS-INCLR-STATUS IS EQUAL TO '05'
065200           CLOSE INCLR-FILE
065300        END-IF
065400        GO TO COUNT-INCLR-EXIT
065500     END-IF.
065600     MOVE 'Y' TO WS-OUR-PRESENT (3).
065700     SET WS-MORE-RECORDS-EXIST TO TRUE.
065800     PERFORM READ-INCLR THRU
065900             READ-INCLR-EXIT
066000        UNTIL WS-NO-MORE-RECORDS.
066100     CLOSE INCLR-FILE.
066200 COUNT-INCLR-EXIT.
066300     EXIT.
066400
066500 READ-INCLR.
066600     READ INCLR-FILE
066700          AT END SET WS-NO-MORE-RECORDS TO TRUE
066800     END-READ.
066900     IF WS-MORE-RECORDS-EXIST
067000        ADD 1 TO WS-OUR-ITEMS (3)
067100        ADD INC-AMOUNT TO WS-OUR-TOTAL (3)
067200     END-IF.
067300 READ-INCLR-EXIT.
067400     EXIT.
067500
067600 COUNT-INRET.
067700     OPEN INPUT INRET-FILE.
067800     IF WS-INRET-STATUS IS NOT EQUAL TO '00'
067900        IF WS-INRET-STATUS IS EQUAL TO '05'
068000           CLOSE INRET-FILE
068100        END-IF
068200        GO TO COUNT-INRET-EXIT
068300     END-IF.
068400     MOVE 'Y' TO WS-OUR-PRESENT (4).
068500     SET WS-MORE-RECORDS-EXIST TO TRUE.
068600     PERFORM READ-INRET THRU
068700             READ-INRET-EXIT
068800        UNTIL WS-NO-MORE-RECORDS.
068900     CLOSE INRET-FILE.
069000 COUNT-INRET-EXIT.
069100     EXIT.
069200
069300 READ-INRET.
069400     READ INRET-FILE
069500          AT END SET WS-NO-MORE-RECORDS TO TRUE
069600     END-READ.
069700     IF WS-MORE-RECORDS-EXIST
069800        ADD 1 TO WS-OUR-ITEMS (4)
069900        ADD IRT-AMOUNT TO WS-OUR-TOTAL (4)
070000     END-IF.
070100 READ-INRET-EXIT.
070200     EXIT.
070300
070400 COUNT-OUTCLR.
070500     OPEN INPUT OUTCLR-FILE.
070600     IF WS-OUTCLR-STATUS IS NOT EQUAL TO '00'
070700        IF WS-OUTCLR-STATUS IS EQUAL TO '05'
070800           CLOSE OUTCLR-FILE
070900        END-IF
071000        GO TO COUNT-OUTCLR-EXIT
071100     END-IF.
071200     MOVE 'Y' TO WS-OUR-PRESENT (5).
071300     SET WS-MORE-RECORDS-EXIST TO TRUE.
071400     PERFORM READ-OUTCLR THRU
071500             READ-OUTCLR-EXIT
071600        UNTIL WS-NO-MORE-RECORDS.
071700     CLOSE OUTCLR-FILE.
071800 COUNT-OUTCLR-EXIT.
071900     EXIT.
072000
072100 READ-OUTCLR.
072200     READ OUTCLR-FILE
072300          AT END SET WS-NO-MORE-RECORDS TO TRUE
072400     END-READ.
072500     IF WS-MORE-RECORDS-EXIST
072600        ADD 1 TO WS-OUR-ITEMS (5)
072700        ADD OCL-AMOUNT TO WS-OUR-TOTAL (5)
072800     END-IF.
072900 READ-OUTCLR-EXIT.
073000     EXIT.
073100
073200 COUNT-WHCLR.
073300     OPEN INPUT WHCLR-FILE.
073400     IF WS-WHCLR-STATUS IS NOT EQUAL TO '00'
073500        IF WS-WHCLR-STATUS IS EQUAL TO '05'
073600           CLOSE WHCLR-FILE
073700        END-IF
073800        GO TO COUNT-WHCLR-EXIT
073900     END-IF.
074000     MOVE 'Y' TO WS-OUR-PRESENT (6).
074100     SET WS-MORE-RECORDS-EXIST TO TRUE.
074200     PERFORM READ-WHCLR THRU
074300             READ-WHCLR-EXIT
074400        UNTIL WS-NO-MORE-RECORDS.
074500     CLOSE WHCLR-FILE.
074600 COUNT-WHCLR-EXIT.
074700     EXIT.
074800
074900 READ-WHCLR.
075000     READ WHCLR-FILE
075100          AT END SET WS-NO-MORE-RECORDS TO TRUE
075200     END-READ.
075300     IF WS-MORE-RECORDS-EXIST
075400        ADD 1 TO WS-OUR-ITEMS (6)
075500        ADD WCL-AMOUNT TO WS-OUR-TOTAL (6)
075600     END-IF.
075700 READ-WHCLR-EXIT.
075800     EXIT.
075900
076000 COUNT-CLRRET.
076100     OPEN INPUT CLRRET-FILE.
076200     IF WS-CLRRET-STATUS IS NOT EQUAL TO '00'
076300        IF WS-CLRRET-STATUS IS EQUAL TO '05'
076400           CLOSE CLRRET-FILE
076500        END-IF
076600        GO TO COUNT-CLRRET-EXIT
076700     END-IF.
076800     MOVE 'Y' TO WS-OUR-PRESENT (7).
076900     SET WS-MORE-RECORDS-EXIST TO TRUE.
077000     PERFORM READ-CLRRET THRU
077100             READ-CLRRET-EXIT
077200        UNTIL WS-NO-MORE-RECORDS.
077300     CLOSE CLRRET-FILE.
077400 COUNT-CLRRET-EXIT.
077500     EXIT.
077600
077700* Only a returned item brings money back; its value is on the
077800* remittance register row BBANK72P matched it to
077900 READ-CLRRET.
078000     READ CLRRET-FILE
078100          AT END SET WS-NO-MORE-RECORDS TO TRUE
078200     END-READ.
078300     IF WS-NO-MORE-RECORDS OR NOT CRT-DISP-RETURNED
078400        GO TO READ-CLRRET-EXIT
078500     END-IF.
078600     ADD 1 TO WS-OUR-ITEMS (7).
078700     SET WS-REMIT-NOT-FOUND TO TRUE.
078800     IF WS-REMIT-AVAILABLE
078900        MOVE CRT-ORDER-NO TO RMT-REC-ORDER-NO
079000        MOVE CRT-VALUE-DATE TO RMT-REC-VALUE-DATE
079100        SET WS-REMIT-FOUND TO TRUE
079200        READ BNKREMIT-FILE
079300             INVALID KEY SET WS-REMIT-NOT-FOUND TO TRUE
079400        END-READ
079500     END-IF.
079600     IF WS-REMIT-FOUND
079700        ADD RMT-REC-AMOUNT TO WS-OUR-TOTAL (7)
079800     ELSE
079900        ADD 1 TO WS-UNVALUED-RETURNS
080000        MOVE 'RETURNED ITEM NOT ON REMITTANCE REGISTER - ORDER'
080100          TO WS-MSG-TEXT
080200        MOVE CRT-ORDER-NO TO WS-MSG-KEY
080300        WRITE CLRREC-LINE FROM WS-MESSAGE-LINE
080400     END-IF.
080500 READ-CLRRET-EXIT.
080600     EXIT.
080700
080800*****************************************************************
080900* Put one stream of tonight's figures on the register. The      *
081000* clearing house side of an existing row is left alone - a      *
081100* statement for tonight's cycle may already have been loaded    *
081200*****************************************************************
081300 STORE-OUR-STREAM.
081400     MOVE WS-BUSINESS-DATE TO CLS-REC-CYCLE-DATE.
081500     MOVE WS-STM-CODE (WS-STM-SUB) TO CLS-REC-STREAM.
081600     SET WS-ROW-FOUND TO TRUE.
081700     READ BNKCLRS-FILE
081800          INVALID KEY SET WS-ROW-NOT-FOUND TO TRUE
081900     END-READ.
082000     IF WS-ROW-NOT-FOUND
082100        PERFORM CLEAR-REGISTER-ROW THRU
082200                CLEAR-REGISTER-ROW-EXIT
082300        MOVE WS-BUSINESS-DATE TO CLS-REC-CYCLE-DATE
082400        MOVE WS-STM-CODE (WS-STM-SUB) TO CLS-REC-STREAM
082500     END-IF.
082600     MOVE WS-STM-DIR (WS-STM-SUB) TO CLS-REC-DIRECTION.
082700     MOVE WS-OUR-PRESENT (WS-STM-SUB) TO CLS-REC-OUR-FLAG.
082800     MOVE WS-OUR-ITEMS (WS-STM-SUB) TO CLS-REC-OUR-COUNT.
082900     MOVE WS-OUR-TOTAL (WS-STM-SUB) TO CLS-REC-OUR-AMOUNT.
083000     MOVE WS-BUSINESS-DATE TO CLS-REC-UPDATED-DATE.
083100     IF WS-ROW-NOT-FOUND
083200        WRITE BNKCLRS-REC
083300             INVALID KEY
083400                DISPLAY 'BBANK94P - DUPLICATE REGISTER KEY: '
083500                        CLS-REC-KEY
083600        END-WRITE
083700     ELSE
083800        REWRITE BNKCLRS-REC
083900     END-IF.
084000     ADD WS-OUR-ITEMS (WS-STM-SUB) TO WS-OUR-NET-ITEMS.
084100     MOVE WS-STM-FILE (WS-STM-SUB) TO WS-EXL-FILE.
084200     MOVE WS-OUR-ITEMS (WS-STM-SUB) TO WS-EXL-ITEMS.
084300     MOVE WS-OUR-TOTAL (WS-STM-SUB) TO WS-EXL-AMOUNT.
084400     IF WS-STM-DIR (WS-STM-SUB) IS EQUAL TO 'C'
084500        MOVE 'CREDIT' TO WS-EXL-DIR
084600        ADD WS-OUR-TOTAL (WS-STM-SUB) TO WS-OUR-NET
084700     ELSE
084800        MOVE 'DEBIT' TO WS-EXL-DIR
084900        SUBTRACT WS-OUR-TOTAL (WS-STM-SUB) FROM WS-OUR-NET
085000     END-IF.
085100     IF WS-OUR-PRESENT (WS-STM-SUB) IS EQUAL TO 'M'
085200        MOVE 'FILE NOT PRESENT' TO WS-EXL-NOTE
085300     ELSE
085400        MOVE SPACES TO WS-EXL-NOTE
085500     END-IF.
085600     WRITE CLRREC-LINE FROM WS-EXPECTED-LINE.
085700 STORE-OUR-STREAM-EXIT.
085800     EXIT.
085900
086000 CLEAR-REGISTER-ROW.
086100     MOVE SPACES TO CLS-RECORD.
086200     MOVE 0 TO CLS-REC-OUR-COUNT.
086300     MOVE 0 TO CLS-REC-OUR-AMOUNT.
086400     MOVE 0 TO CLS-REC-CH-COUNT.
086500     MOVE 0 TO CLS-REC-CH-AMOUNT.
086600     SET CLS-REC-CH-NOT-RECEIVED TO TRUE.
086700     SET CLS-REC-STATUS-PENDING TO TRUE.
086800 CLEAR-REGISTER-ROW-EXIT.
086900     EXIT.
087000
087100*****************************************************************
087200* Load the clearing house settlement statement. Each H record   *
087300* wipes the clearing house side of its cycle first, so a        *
087400* restated statement replaces the earlier one outright and a    *
087500* stream it does not mention counts as nothing settled          *
087600*****************************************************************
087700 LOAD-STATEMENT.
087800     MOVE SPACES TO CLRREC-LINE.
087900     WRITE CLRREC-LINE.
088000     MOVE 'SETTLEMENT STATEMENT' TO WS-SECTION-TITLE.
088100     WRITE CLRREC-LINE FROM WS-SECTION-HEADING.
088200     MOVE SPACES TO WS-STMT-CYCLE.
088300     OPEN INPUT CHSTMT-FILE.
088400     IF WS-CHSTMT-STATUS IS NOT EQUAL TO '00'
088500        IF WS-CHSTMT-STATUS IS EQUAL TO '05'
088600           CLOSE CHSTMT-FILE
088700        END-IF
088800        MOVE 'NO SETTLEMENT STATEMENT RECEIVED TODAY'
088900          TO WS-MSG-TEXT
089000        MOVE SPACES TO WS-MSG-KEY
089100        WRITE CLRREC-LINE FROM WS-MESSAGE-LINE
089200        GO TO LOAD-STATEMENT-EXIT
089300     END-IF.
089400     SET WS-MORE-RECORDS-EXIST TO TRUE.
089500     PERFORM LOAD-STATEMENT-RECORD THRU
089600             LOAD-STATEMENT-RECORD-EXIT
089700        UNTIL WS-NO-MORE-RECORDS.
089800     CLOSE CHSTMT-FILE.
089900     MOVE SPACES TO WS-MSG-KEY.
090000     IF NOT WS-STMT-TRAILER-SEEN
090100        MOVE 'STATEMENT HAS NO TRAILER - IT MAY BE INCOMPLETE'
090200          TO WS-MSG-TEXT
090300        WRITE CLRREC-LINE FROM WS-MESSAGE-LINE
090400        DISPLAY 'BBANK94P - ' WS-MSG-TEXT
090500     ELSE
090600        IF WS-STMT-EXPECTED IS NOT EQUAL TO WS-STMT-RECORDS
090700           MOVE 'STATEMENT TRAILER COUNT DOES NOT AGREE - RECORDS'
090800             TO WS-MSG-TEXT
090900           MOVE WS-STMT-RECORDS TO WS-MSG-KEY
091000           WRITE CLRREC-LINE FROM WS-MESSAGE-LINE
091100           DISPLAY 'BBANK94P - ' WS-MSG-TEXT ' ' WS-STMT-RECORDS
091200        END-IF
091300     END-IF.
091400 LOAD-STATEMENT-EXIT.
091500     EXIT.
091600
091700 LOAD-STATEMENT-RECORD.
091800     READ CHSTMT-FILE
091900          AT END SET WS-NO-MORE-RECORDS TO TRUE
092000     END-READ.
092100     IF WS-NO-MORE-RECORDS
092200        GO TO LOAD-STATEMENT-RECORD-EXIT
092300     END-IF.
092400     EVALUATE TRUE
092500       WHEN CHS-HEADER
092600         PERFORM START-STATEMENT-CYCLE THRU
092700                 START-STATEMENT-CYCLE-EXIT
092800       WHEN CHS-DETAIL
092900         ADD 1 TO WS-STMT-RECORDS
093000         PERFORM LOAD-STREAM-FIGURE THRU
093100                 LOAD-STREAM-FIGURE-EXIT
093200       WHEN CHS-NET
093300         ADD 1 TO WS-STMT-RECORDS
093400         PERFORM LOAD-NET-FIGURE THRU
093500                 LOAD-NET-FIGURE-EXIT
093600       WHEN CHS-TRAILER
093700         SET WS-STMT-TRAILER-SEEN TO TRUE
093800         MOVE CHS-ITEM-COUNT TO WS-STMT-EXPECTED
093900       WHEN OTHER
094000         MOVE 'UNKNOWN STATEMENT RECORD TYPE' TO WS-MSG-TEXT
094100         PERFORM REJECT-STATEMENT-RECORD THRU
094200                 REJECT-STATEMENT-RECORD-EXIT
094300     END-EVALUATE.
094400 LOAD-STATEMENT-RECORD-EXIT.
094500     EXIT.
094600
094700 START-STATEMENT-CYCLE.
094800     MOVE SPACES TO WS-STMT-CYCLE.
094900     IF CHS-CYCLE-DATE IS NOT NUMERIC OR
095000        CHS-CYCLE-DATE-N IS LESS THAN 19000101 OR
095100        CHS-CYCLE-DATE IS GREATER THAN WS-BUSINESS-DATE
095200        MOVE 'STATEMENT CYCLE DATE NOT VALID - CYCLE SKIPPED'
095300          TO WS-MSG-TEXT
095400        PERFORM REJECT-STATEMENT-RECORD THRU
095500                REJECT-STATEMENT-RECORD-EXIT
095600        GO TO START-STATEMENT-CYCLE-EXIT
095700     END-IF.
095800     MOVE CHS-CYCLE-DATE TO WS-STMT-CYCLE.
095900     ADD 1 TO WS-CYCLES-LOADED.
096000     MOVE 'STATEMENT LOADED FOR CYCLE' TO WS-MSG-TEXT.
096100     MOVE WS-STMT-CYCLE TO WS-MSG-KEY.
096200     WRITE CLRREC-LINE FROM WS-MESSAGE-LINE.
096300     SET WS-MORE-ROWS-EXIST TO TRUE.
096400     MOVE WS-STMT-CYCLE TO CLS-REC-CYCLE-DATE.
096500     MOVE LOW-VALUES TO CLS-REC-STREAM.
096600     START BNKCLRS-FILE KEY IS NOT LESS THAN CLS-REC-KEY
096700          INVALID KEY SET WS-NO-MORE-ROWS TO TRUE
096800     END-START.
096900     PERFORM RESET-STATEMENT-SIDE THRU
097000             RESET-STATEMENT-SIDE-EXIT
097100        UNTIL WS-NO-MORE-ROWS.
097200 START-STATEMENT-CYCLE-EXIT.
097300     EXIT.
097400
097500 RESET-STATEMENT-SIDE.
097600     READ BNKCLRS-FILE NEXT RECORD
097700          AT END SET WS-NO-MORE-ROWS TO TRUE
097800     END-READ.
097900     IF WS-NO-MORE-ROWS
098000        GO TO RESET-STATEMENT-SIDE-EXIT
098100     END-IF.
098200     IF CLS-REC-CYCLE-DATE IS NOT EQUAL TO WS-STMT-CYCLE
098300        SET WS-NO-MORE-ROWS TO TRUE
098400        GO TO RESET-STATEMENT-SIDE-EXIT
098500     END-IF.
098600     IF CLS-REC-DIR-NET
098700        SET CLS-REC-CH-NOT-RECEIVED TO TRUE
098800     ELSE
098900        SET CLS-REC-CH-RECEIVED TO TRUE
099000     END-IF.
099100     MOVE 0 TO CLS-REC-CH-COUNT.
099200     MOVE 0 TO CLS-REC-CH-AMOUNT.
099300     MOVE WS-BUSINESS-DATE TO CLS-REC-UPDATED-DATE.
099400     REWRITE BNKCLRS-REC.
099500 RESET-STATEMENT-SIDE-EXIT.
099600     EXIT.
099700
099800 LOAD-STREAM-FIGURE.
099900     IF WS-STMT-CYCLE IS EQUAL TO SPACES OR
100000        CHS-CYCLE-DATE IS NOT EQUAL TO WS-STMT-CYCLE
100100        MOVE 'STATEMENT TOTAL OUTSIDE A VALID CYCLE - CYCLE'
100200          TO WS-MSG-TEXT
100300        PERFORM REJECT-STATEMENT-RECORD THRU
100400                REJECT-STATEMENT-RECORD-EXIT
100500        GO TO LOAD-STREAM-FIGURE-EXIT
100600     END-IF.
100700     MOVE CHS-STREAM TO WS-LOOKUP-STREAM.
100800     PERFORM FIND-STREAM THRU
100900             FIND-STREAM-EXIT.
101000     IF WS-FOUND-SUB IS EQUAL TO 0 OR
101100        CHS-ITEM-COUNT IS NOT NUMERIC OR
101200        CHS-AMOUNT IS NOT NUMERIC
101300        MOVE 'STATEMENT TOTAL NOT RECOGNISED - CYCLE'
101400          TO WS-MSG-TEXT
101500        PERFORM REJECT-STATEMENT-RECORD THRU
101600                REJECT-STATEMENT-RECORD-EXIT
101700        GO TO LOAD-STREAM-FIGURE-EXIT
101800     END-IF.
101900     PERFORM READ-STATEMENT-ROW THRU
102000             READ-STATEMENT-ROW-EXIT.
102100     MOVE WS-STM-DIR (WS-FOUND-SUB) TO CLS-REC-DIRECTION.
102200     MOVE CHS-ITEM-COUNT TO CLS-REC-CH-COUNT.
102300     MOVE CHS-AMOUNT TO CLS-REC-CH-AMOUNT.
102400     PERFORM SAVE-STATEMENT-ROW THRU
102500             SAVE-STATEMENT-ROW-EXIT.
102600 LOAD-STREAM-FIGURE-EXIT.
102700     EXIT.
102800
102900 LOAD-NET-FIGURE.
103000     IF WS-STMT-CYCLE IS EQUAL TO SPACES OR
103100        CHS-CYCLE-DATE IS NOT EQUAL TO WS-STMT-CYCLE OR
103200        CHS-AMOUNT IS NOT NUMERIC
103300        MOVE 'STATEMENT NET FIGURE NOT VALID - CYCLE'
103400          TO WS-MSG-TEXT
103500        PERFORM REJECT-STATEMENT-RECORD THRU
103600                REJECT-STATEMENT-RECORD-EXIT
103700        GO TO LOAD-NET-FIGURE-EXIT
103800     END-IF.
103900     MOVE 'NT' TO CHS-STREAM.
104000     PERFORM READ-STATEMENT-ROW THRU
104100             READ-STATEMENT-ROW-EXIT.
104200     SET CLS-REC-DIR-NET TO TRUE.
104300     MOVE 0 TO CLS-REC-CH-COUNT.
104400     MOVE CHS-AMOUNT TO CLS-REC-CH-AMOUNT.
104500     PERFORM SAVE-STATEMENT-ROW THRU
104600             SAVE-STATEMENT-ROW-EXIT.
104700 LOAD-NET-FIGURE-EXIT.
104800     EXIT.
104900
105000* A stream the statement settles that we hold no row for gets
105100* one with nothing on our side - a file we never produced
105200 READ-STATEMENT-ROW.
105300     MOVE WS-STMT-CYCLE TO CLS-REC-CYCLE-DATE.
105400     MOVE CHS-STREAM TO CLS-REC-STREAM.
105500     SET WS-ROW-FOUND TO TRUE.
105600     READ BNKCLRS-FILE
105700          INVALID KEY SET WS-ROW-NOT-FOUND TO TRUE
105800     END-READ.
105900     IF WS-ROW-NOT-FOUND
106000        PERFORM CLEAR-REGISTER-ROW THRU
106100                CLEAR-REGISTER-ROW-EXIT
106200        MOVE WS-STMT-CYCLE TO CLS-REC-CYCLE-DATE
106300        MOVE CHS-STREAM TO CLS-REC-STREAM
106400     END-IF.
106500 READ-STATEMENT-ROW-EXIT.
106600     EXIT.
106700
106800 SAVE-STATEMENT-ROW.
106900     SET CLS-REC-CH-RECEIVED TO TRUE.
107000     MOVE WS-BUSINESS-DATE TO CLS-REC-UPDATED-DATE.
107100     IF WS-ROW-NOT-FOUND
107200        WRITE BNKCLRS-REC
107300             INVALID KEY
107400                DISPLAY 'BBANK94P - DUPLICATE REGISTER KEY: '
107500                        CLS-REC-KEY
107600        END-WRITE
107700     ELSE
107800        REWRITE BNKCLRS-REC
107900     END-IF.
108000 SAVE-STATEMENT-ROW-EXIT.
108100     EXIT.
108200
108300 REJECT-STATEMENT-RECORD.
108400     ADD 1 TO WS-STMT-REJECTS.
108500     MOVE CHSTMT-REC TO WS-MSG-KEY.
108600     WRITE CLRREC-LINE FROM WS-MESSAGE-LINE.
108700 REJECT-STATEMENT-RECORD-EXIT.
108800     EXIT.
108900
109000 FIND-STREAM.
109100     MOVE 0 TO WS-FOUND-SUB.
109200     PERFORM MATCH-STREAM THRU
109300             MATCH-STREAM-EXIT
109400        VARYING WS-STM-SUB FROM 1 BY 1
109500        UNTIL WS-STM-SUB IS GREATER THAN 7
109600           OR WS-FOUND-SUB IS GREATER THAN 0.
109700 FIND-STREAM-EXIT.
109800     EXIT.
109900
110000 MATCH-STREAM.
110100     IF WS-STM-CODE (WS-STM-SUB) IS EQUAL TO WS-LOOKUP-STREAM
110200        MOVE WS-STM-SUB TO WS-FOUND-SUB
110300     END-IF.
110400 MATCH-STREAM-EXIT.
110500     EXIT.
110600
110700*****************************************************************
110800* Mark resolved the breaks operations have signed off. A        *
110900* stream of ** resolves every open break in the cycle           *
111000*****************************************************************
111100 APPLY-RESOLUTIONS.
111200     OPEN INPUT CLRRES-FILE.
111300     IF WS-CLRRES-STATUS IS NOT EQUAL TO '00'
111400        IF WS-CLRRES-STATUS IS EQUAL TO '05'
111500           CLOSE CLRRES-FILE
111600        END-IF
111700        GO TO APPLY-RESOLUTIONS-EXIT
111800     END-IF.
111900     MOVE SPACES TO CLRREC-LINE.
112000     WRITE CLRREC-LINE.
112100     MOVE 'BREAKS RESOLVED TODAY' TO WS-SECTION-TITLE.
112200     WRITE CLRREC-LINE FROM WS-SECTION-HEADING.
112300     SET WS-MORE-RECORDS-EXIST TO TRUE.
112400     PERFORM APPLY-ONE-RESOLUTION THRU
112500             APPLY-ONE-RESOLUTION-EXIT
112600        UNTIL WS-NO-MORE-RECORDS.
112700     CLOSE CLRRES-FILE.
112800 APPLY-RESOLUTIONS-EXIT.
112900     EXIT.
113000
113100 APPLY-ONE-RESOLUTION.
113200     READ CLRRES-FILE
113300          AT END SET WS-NO-MORE-RECORDS TO TRUE
113400     END-READ.
113500     IF WS-NO-MORE-RECORDS
113600        GO TO APPLY-ONE-RESOLUTION-EXIT
113700     END-IF.
113800     IF RES-BY IS EQUAL TO SPACES
113900        MOVE 'RESOLUTION HAS NO SIGN-OFF - IGNORED' TO WS-MSG-TEXT
114000        PERFORM REJECT-RESOLUTION THRU
114100                REJECT-RESOLUTION-EXIT
114200        GO TO APPLY-ONE-RESOLUTION-EXIT
114300     END-IF.
114400     IF RES-WHOLE-CYCLE
114500        SET WS-MORE-ROWS-EXIST TO TRUE
114600        MOVE RES-CYCLE-DATE TO CLS-REC-CYCLE-DATE
114700        MOVE LOW-VALUES TO CLS-REC-STREAM
114800        START BNKCLRS-FILE KEY IS NOT LESS THAN CLS-REC-KEY
114900             INVALID KEY SET WS-NO-MORE-ROWS TO TRUE
115000        END-START
115100        PERFORM RESOLVE-CYCLE-ROW THRU
115200                RESOLVE-CYCLE-ROW-EXIT
115300           UNTIL WS-NO-MORE-ROWS
115400        GO TO APPLY-ONE-RESOLUTION-EXIT
115500     END-IF.
115600     MOVE RES-CYCLE-DATE TO CLS-REC-CYCLE-DATE.
115700     MOVE RES-STREAM TO CLS-REC-STREAM.
115800     SET WS-ROW-FOUND TO TRUE.
115900     READ BNKCLRS-FILE
116000          INVALID KEY SET WS-ROW-NOT-FOUND TO TRUE
116100     END-READ.
116200     IF WS-ROW-NOT-FOUND OR NOT CLS-REC-STATUS-BREAK
116300        MOVE 'RESOLUTION MATCHES NO OPEN BREAK - IGNORED'
116400          TO WS-MSG-TEXT
116500        PERFORM REJECT-RESOLUTION THRU
116600                REJECT-RESOLUTION-EXIT
116700        GO TO APPLY-ONE-RESOLUTION-EXIT
116800     END-IF.
116900     PERFORM RESOLVE-ROW THRU
117000             RESOLVE-ROW-EXIT.
117100 APPLY-ONE-RESOLUTION-EXIT.
117200     EXIT.
117300
117400 RESOLVE-CYCLE-ROW.
117500     READ BNKCLRS-FILE NEXT RECORD
117600          AT END SET WS-NO-MORE-ROWS TO TRUE
117700     END-READ.
117800     IF WS-NO-MORE-ROWS
117900        GO TO RESOLVE-CYCLE-ROW-EXIT
118000     END-IF.
118100     IF CLS-REC-CYCLE-DATE IS NOT EQUAL TO RES-CYCLE-DATE
118200        SET WS-NO-MORE-ROWS TO TRUE
118300        GO TO RESOLVE-CYCLE-ROW-EXIT
118400     END-IF.
118500     IF CLS-REC-STATUS-BREAK
118600        PERFORM RESOLVE-ROW THRU
118700                RESOLVE-ROW-EXIT
118800     END-IF.
118900 RESOLVE-CYCLE-ROW-EXIT.
119000     EXIT.
119100
119200 RESOLVE-ROW.
119300     SET CLS-REC-STATUS-RESOLVED TO TRUE.
119400     MOVE RES-BY TO CLS-REC-RESOLVED-BY.
119500     MOVE WS-BUSINESS-DATE TO CLS-REC-RESOLVED-DATE.
119600     MOVE RES-NOTE TO CLS-REC-RESOLVED-NOTE.
119700     MOVE WS-BUSINESS-DATE TO CLS-REC-UPDATED-DATE.
119800     REWRITE BNKCLRS-REC.
119900     ADD 1 TO WS-ROWS-RESOLVED.
120000     MOVE CLS-REC-STREAM TO WS-LOOKUP-STREAM.
120100     PERFORM FIND-STREAM THRU
120200             FIND-STREAM-EXIT.
120300     MOVE CLS-REC-CYCLE-DATE TO WS-MSG-TEXT.
120400     IF WS-FOUND-SUB IS GREATER THAN 0
120500        MOVE WS-STM-FILE (WS-FOUND-SUB) TO WS-MSG-TEXT (10:8)
120600     ELSE
120700        MOVE 'NET' TO WS-MSG-TEXT (10:8)
120800     END-IF.
120900     MOVE RES-BY TO WS-MSG-TEXT (19:8).
121000     MOVE RES-NOTE TO WS-MSG-TEXT (28:30).
121100     MOVE SPACES TO WS-MSG-KEY.
121200     WRITE CLRREC-LINE FROM WS-MESSAGE-LINE.
121300 RESOLVE-ROW-EXIT.
121400     EXIT.
121500
121600 REJECT-RESOLUTION.
121700     ADD 1 TO WS-RESOLVE-REJECTS.
121800     MOVE CLRRES-REC TO WS-MSG-KEY.
121900     WRITE CLRREC-LINE FROM WS-MESSAGE-LINE.
122000 REJECT-RESOLUTION-EXIT.
122100     EXIT.
122200
122300*****************************************************************
122400* Compare every cycle on the register. Each cycle is read twice *
122500* - once to see whether a statement has come in for it and to   *
122600* work out our net position, then again to judge and print each *
122700* row against that                                              *
122800*****************************************************************
122900 RECONCILE-REGISTER.
123000     MOVE SPACES TO CLRREC-LINE.
123100     WRITE CLRREC-LINE.
123200     MOVE 'UNRESOLVED BREAKS' TO WS-SECTION-TITLE.
123300     WRITE CLRREC-LINE FROM WS-SECTION-HEADING.
123400     WRITE CLRREC-LINE FROM WS-BREAK-HEADING.
123500     SET WS-MORE-ROWS-EXIST TO TRUE.
123600     MOVE LOW-VALUES TO CLS-REC-KEY.
123700     START BNKCLRS-FILE KEY IS GREATER THAN CLS-REC-KEY
123800          INVALID KEY SET WS-NO-MORE-ROWS TO TRUE
123900     END-START.
124000     IF WS-MORE-ROWS-EXIST
124100        READ BNKCLRS-FILE NEXT RECORD
124200             AT END SET WS-NO-MORE-ROWS TO TRUE
124300        END-READ
124400     END-IF.
124500     PERFORM RECONCILE-CYCLE THRU
124600             RECONCILE-CYCLE-EXIT
124700        UNTIL WS-NO-MORE-ROWS.
124800     MOVE SPACES TO CLRREC-LINE.
124900     WRITE CLRREC-LINE.
125000     MOVE 'CYCLES CHECKED' TO WS-TOT-LABEL.
125100     MOVE WS-CYCLES-CHECKED TO WS-TOT-COUNT.
125200     WRITE CLRREC-LINE FROM WS-TOTAL-LINE.
125300     MOVE 'STATEMENT CYCLES LOADED' TO WS-TOT-LABEL.
125400     MOVE WS-CYCLES-LOADED TO WS-TOT-COUNT.
125500     WRITE CLRREC-LINE FROM WS-TOTAL-LINE.
125600     MOVE 'STATEMENT RECORDS REJECTED' TO WS-TOT-LABEL.
125700     MOVE WS-STMT-REJECTS TO WS-TOT-COUNT.
125800     WRITE CLRREC-LINE FROM WS-TOTAL-LINE.
125900     MOVE 'BREAKS OPEN' TO WS-TOT-LABEL.
126000     MOVE WS-BREAKS-OPEN TO WS-TOT-COUNT.
126100     WRITE CLRREC-LINE FROM WS-TOTAL-LINE.
126200     MOVE 'OF WHICH FIRST SEEN TODAY' TO WS-TOT-LABEL.
126300     MOVE WS-BREAKS-NEW TO WS-TOT-COUNT.
126400     WRITE CLRREC-LINE FROM WS-TOTAL-LINE.
126500     MOVE 'BREAKS RESOLVED TODAY' TO WS-TOT-LABEL.
126600     MOVE WS-ROWS-RESOLVED TO WS-TOT-COUNT.
126700     WRITE CLRREC-LINE FROM WS-TOTAL-LINE.
126800     MOVE 'RESOLUTIONS IGNORED' TO WS-TOT-LABEL.
126900     MOVE WS-RESOLVE-REJECTS TO WS-TOT-COUNT.
127000     WRITE CLRREC-LINE FROM WS-TOTAL-LINE.
127100     MOVE 'RETURNED ITEMS THAT COULD NOT BE VALUED'
127200       TO WS-TOT-LABEL.
127300     MOVE WS-UNVALUED-RETURNS TO WS-TOT-COUNT.
127400     WRITE CLRREC-LINE FROM WS-TOTAL-LINE.
127500     MOVE 'REGISTER ROWS PURGED' TO WS-TOT-LABEL.
127600     MOVE WS-ROWS-PURGED TO WS-TOT-COUNT.
127700     WRITE CLRREC-LINE FROM WS-TOTAL-LINE.
127800 RECONCILE-REGISTER-EXIT.
127900     EXIT.
128000
128100* Entered with the first row of the cycle in the record area;
128200* leaves with the first row of the next cycle there, or with
128300* the register exhausted
128400 RECONCILE-CYCLE.
128500     ADD 1 TO WS-CYCLES-CHECKED.
128600     MOVE CLS-REC-CYCLE-DATE TO WS-CYCLE-DATE.
128700     MOVE 0 TO WS-CYCLE-AGE.
128800     IF WS-CYCLE-DATE IS NUMERIC
128900        COMPUTE WS-CYCLE-AGE = WS-BUSINESS-INT -
129000                FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE-N)
129100     END-IF.
129200     MOVE 0 TO WS-CYCLE-NET.
129300     MOVE 0 TO WS-CYCLE-ITEMS.
129400     SET WS-CYCLE-STMT-NOT-RECEIVED TO TRUE.
129500     SET WS-CYCLE-CLEAN TO TRUE.
129600     PERFORM SIZE-UP-CYCLE-ROW THRU
129700             SIZE-UP-CYCLE-ROW-EXIT
129800        UNTIL WS-NO-MORE-ROWS
129900           OR CLS-REC-CYCLE-DATE IS NOT EQUAL TO WS-CYCLE-DATE.
130000     SET WS-MORE-ROWS-EXIST TO TRUE.
130100     MOVE WS-CYCLE-DATE TO CLS-REC-CYCLE-DATE.
130200     MOVE LOW-VALUES TO CLS-REC-STREAM.
130300     START BNKCLRS-FILE KEY IS NOT LESS THAN CLS-REC-KEY
130400          INVALID KEY SET WS-NO-MORE-ROWS TO TRUE
130500     END-START.
130600     IF WS-MORE-ROWS-EXIST
130700        READ BNKCLRS-FILE NEXT RECORD
130800             AT END SET WS-NO-MORE-ROWS TO TRUE
130900        END-READ
131000     END-IF.
131100     IF WS-CYCLE-CLEAN AND
131200        WS-CYCLE-AGE IS GREATER THAN WS-RETAIN-DAYS
131300        PERFORM PURGE-CYCLE-ROW THRU
131400                PURGE-CYCLE-ROW-EXIT
131500           UNTIL WS-NO-MORE-ROWS
131600              OR CLS-REC-CYCLE-DATE IS NOT EQUAL TO WS-CYCLE-DATE
131700     ELSE
131800        PERFORM JUDGE-CYCLE-ROW THRU
131900                JUDGE-CYCLE-ROW-EXIT
132000           UNTIL WS-NO-MORE-ROWS
132100              OR CLS-REC-CYCLE-DATE IS NOT EQUAL TO WS-CYCLE-DATE
132200     END-IF.
132300 RECONCILE-CYCLE-EXIT.
132400     EXIT.
132500
132600* First pass - our net position, whether the clearing house has
132700* reported the cycle, and whether it was already clean
132800 SIZE-UP-CYCLE-ROW.
132900     IF CLS-REC-CH-RECEIVED AND NOT CLS-REC-DIR-NET
133000        SET WS-CYCLE-STMT-RECEIVED TO TRUE
133100     END-IF.
133200     IF NOT CLS-REC-STATUS-MATCHED AND
133300        NOT CLS-REC-STATUS-RESOLVED
133400        SET WS-CYCLE-NOT-CLEAN TO TRUE
133500     END-IF.
133600     IF CLS-REC-DIR-CREDIT
133700        ADD CLS-REC-OUR-AMOUNT TO WS-CYCLE-NET
133800        ADD CLS-REC-OUR-COUNT TO WS-CYCLE-ITEMS
133900     END-IF.
134000     IF CLS-REC-DIR-DEBIT
134100        SUBTRACT CLS-REC-OUR-AMOUNT FROM WS-CYCLE-NET
134200        ADD CLS-REC-OUR-COUNT TO WS-CYCLE-ITEMS
134300     END-IF.
134400     READ BNKCLRS-FILE NEXT RECORD
134500          AT END SET WS-NO-MORE-ROWS TO TRUE
134600     END-READ.
134700 SIZE-UP-CYCLE-ROW-EXIT.
134800     EXIT.
134900
135000 PURGE-CYCLE-ROW.
135100     DELETE BNKCLRS-FILE RECORD.
135200     ADD 1 TO WS-ROWS-PURGED.
135300     READ BNKCLRS-FILE NEXT RECORD
135400          AT END SET WS-NO-MORE-ROWS TO TRUE
135500     END-READ.
135600 PURGE-CYCLE-ROW-EXIT.
135700     EXIT.
135800
135900*****************************************************************
136000* Second pass - judge one row. Once the clearing house has      *
136100* reported a cycle a stream it left out counts as nothing       *
136200* settled; a cycle it has not reported by the next business     *
136300* day is a break in its own right. A resolved row is left as    *
136400* operations signed it off                                      *
136500*****************************************************************
136600 JUDGE-CYCLE-ROW.
136700     IF CLS-REC-STATUS-RESOLVED
136800        GO TO JUDGE-CYCLE-ROW-NEXT
136900     END-IF.
137000     IF CLS-REC-DIR-NET
137100        MOVE WS-CYCLE-ITEMS TO CLS-REC-OUR-COUNT
137200        MOVE WS-CYCLE-NET TO CLS-REC-OUR-AMOUNT
137300        MOVE 0 TO CLS-REC-CH-COUNT
137400     END-IF.
137500     MOVE 0 TO WS-CH-ITEMS.
137600     MOVE 0 TO WS-CH-AMOUNT.
137700     IF CLS-REC-CH-RECEIVED
137800        MOVE CLS-REC-CH-COUNT TO WS-CH-ITEMS
137900        MOVE CLS-REC-CH-AMOUNT TO WS-CH-AMOUNT
138000     END-IF.
138100     COMPUTE WS-DIFF-ITEMS = CLS-REC-OUR-COUNT - WS-CH-ITEMS.
138200     COMPUTE WS-DIFF-AMOUNT = CLS-REC-OUR-AMOUNT - WS-CH-AMOUNT.
138210* The clearing house states only a net amount for the cycle, so
138220* the net row is judged on the amount alone
138230     IF CLS-REC-DIR-NET
138240        MOVE 0 TO WS-DIFF-ITEMS
138250     END-IF.
138300     MOVE SPACES TO WS-BREAK-STATE.
138400     EVALUATE TRUE
138500       WHEN WS-CYCLE-STMT-NOT-RECEIVED AND
138600            WS-CYCLE-DATE IS LESS THAN WS-BUSINESS-DATE
138700         MOVE 'NO STATEMENT' TO WS-BREAK-STATE
138800       WHEN WS-CYCLE-STMT-NOT-RECEIVED
138900         SET CLS-REC-STATUS-PENDING TO TRUE
139000       WHEN CLS-REC-DIR-NET AND CLS-REC-CH-NOT-RECEIVED
139100         SET CLS-REC-STATUS-MATCHED TO TRUE
139200       WHEN WS-DIFF-ITEMS IS EQUAL TO 0 AND
139300            WS-DIFF-AMOUNT IS EQUAL TO 0
139400         SET CLS-REC-STATUS-MATCHED TO TRUE
139500       WHEN CLS-REC-DIR-NET
139600         MOVE 'NET DIFF' TO WS-BREAK-STATE
139700       WHEN NOT CLS-REC-OUR-BUILT AND
139800            WS-CH-ITEMS IS GREATER THAN 0
139900         MOVE 'MISSING FILE' TO WS-BREAK-STATE
140000       WHEN WS-CH-ITEMS IS EQUAL TO 0
140100         MOVE 'NOT ON STMT' TO WS-BREAK-STATE
140200       WHEN WS-CH-ITEMS IS EQUAL TO CLS-REC-OUR-COUNT * 2 AND
140300            WS-CH-AMOUNT IS EQUAL TO CLS-REC-OUR-AMOUNT * 2
140400         MOVE 'DOUBLE LOAD' TO WS-BREAK-STATE
140500       WHEN CLS-REC-OUR-COUNT IS EQUAL TO WS-CH-ITEMS * 2 AND
140600            CLS-REC-OUR-AMOUNT IS EQUAL TO WS-CH-AMOUNT * 2
140700         MOVE 'DOUBLE LOAD' TO WS-BREAK-STATE
140800       WHEN WS-DIFF-ITEMS IS NOT EQUAL TO 0
140900         MOVE 'COUNT DIFF' TO WS-BREAK-STATE
141000       WHEN OTHER
141100         MOVE 'AMOUNT DIFF' TO WS-BREAK-STATE
141200     END-EVALUATE.
141300     IF WS-BREAK-STATE IS EQUAL TO SPACES
141400        MOVE SPACES TO CLS-REC-BREAK-DATE
141500     ELSE
141600        SET CLS-REC-STATUS-BREAK TO TRUE
141700        IF CLS-REC-BREAK-DATE IS EQUAL TO SPACES
141800           MOVE WS-BUSINESS-DATE TO CLS-REC-BREAK-DATE
141900           ADD 1 TO WS-BREAKS-NEW
142000        END-IF
142100        ADD 1 TO WS-BREAKS-OPEN
142200        PERFORM PRINT-BREAK THRU
142300                PRINT-BREAK-EXIT
142400     END-IF.
142500     MOVE WS-BUSINESS-DATE TO CLS-REC-UPDATED-DATE.
142600     REWRITE BNKCLRS-REC.
142700 JUDGE-CYCLE-ROW-NEXT.
142800     READ BNKCLRS-FILE NEXT RECORD
142900          AT END SET WS-NO-MORE-ROWS TO TRUE
143000     END-READ.
143100 JUDGE-CYCLE-ROW-EXIT.
143200     EXIT.
143300
143400 PRINT-BREAK.
143500     MOVE WS-CYCLE-DATE TO WS-BRL-CYCLE.
143600     MOVE CLS-REC-STREAM TO WS-LOOKUP-STREAM.
143700     PERFORM FIND-STREAM THRU
143800             FIND-STREAM-EXIT.
143900     IF WS-FOUND-SUB IS GREATER THAN 0
144000        MOVE WS-STM-FILE (WS-FOUND-SUB) TO WS-BRL-FILE
144100     ELSE
144200        MOVE 'NET' TO WS-BRL-FILE
144300     END-IF.
144400     EVALUATE TRUE
144500       WHEN CLS-REC-DIR-DEBIT
144600         MOVE 'DR' TO WS-BRL-DIR
144700       WHEN CLS-REC-DIR-CREDIT
144800         MOVE 'CR' TO WS-BRL-DIR
144900       WHEN OTHER
145000         MOVE 'NET' TO WS-BRL-DIR
145100     END-EVALUATE.
145200     MOVE CLS-REC-OUR-COUNT TO WS-BRL-OUR-ITEMS.
145300     MOVE CLS-REC-OUR-AMOUNT TO WS-BRL-OUR-AMOUNT.
145400     MOVE WS-CH-ITEMS TO WS-BRL-CH-ITEMS.
145500     MOVE WS-CH-AMOUNT TO WS-BRL-CH-AMOUNT.
145600     MOVE WS-DIFF-AMOUNT TO WS-BRL-DIFF.
145700     MOVE WS-CYCLE-AGE TO WS-BRL-AGE.
145800     MOVE WS-BREAK-STATE TO WS-BRL-STATE.
145900     WRITE CLRREC-LINE FROM WS-BREAK-LINE.
146000 PRINT-BREAK-EXIT.
146100     EXIT.
146200
146300*****************************************************************
146400* Close down and tell run control the job has finished          *
146500*****************************************************************
146600 TERMINATE-RUN.
146700     CLOSE BNKREMIT-FILE.
146800     CLOSE BNKCLRS-FILE.
146900     CLOSE CLRREC-FILE.
147000     DISPLAY 'BBANK94P - CYCLES CHECKED:  ' WS-CYCLES-CHECKED.
147100     DISPLAY 'BBANK94P - BREAKS OPEN:     ' WS-BREAKS-OPEN.
147200     DISPLAY 'BBANK94P - BREAKS RESOLVED: ' WS-ROWS-RESOLVED.
147300     MOVE SPACES TO CD53-DATA.
147400     SET CD53-REQUESTED-END TO TRUE.
147500     MOVE 'BBANK94P' TO CD53I-JOB-NAME.
147600     CALL 'DBANK53P' USING WS-RUNC-DATA.
147700 TERMINATE-RUN-EXIT.
147800     EXIT.
147900
148000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
