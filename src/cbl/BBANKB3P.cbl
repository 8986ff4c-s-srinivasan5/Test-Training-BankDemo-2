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
001300* Program:     BBANKB3P.CBL                                     *
001400* Function:    End-of-day branch vault cash proof               *
001500*                                                               *
001600* Proves each branch's cash - the BNKVLT vault at book pieces   *
001700* plus everything its tellers' drawers should still hold -      *
001800* against the branch cash GL position carried on the vault's    *
001900* summary record, and lists the vault by denomination with any  *
002000* over/short from today's counts on VLTRPT.                     *
002100*                                                               *
002200* A drawer holds the float issued to it from the vault, less    *
002300* what went back, plus the customer cash taken in, less the     *
002400* cash paid out - all from today's BNKTLR record. The GL        *
002500* position already carries the day's cash centre deliveries and *
002600* shipments (DBANK65P moves it as they happen); this run rolls  *
002700* it forward with the day's teller cash postings, obtained      *
002800* through DBANK52P the same way BBANK51P proves the drawers and *
002900* booked to the branch of the teller who took the cash. Drawer  *
003000* cash is base currency only; a foreign currency vault proves   *
003100* against its own position with no drawers.                     *
003200*                                                               *
003300* A base currency vault below the BNKPARM VAULT-MIN-CASH, or    *
003400* above the insurance limit VAULT-MAX-CASH, raises a cash order *
003500* on CASHORD for the cash centre - cash in to bring it up, or a *
003600* shipment out to bring it down, to the middle of the band.     *
003700*                                                               *
003800* Rolling the GL position forward updates BNKVLT, so the run is *
003900* a posting job as far as run control is concerned; the summary *
004000* record also remembers the day it was proved, so a forced      *
004100* rerun does not roll the same postings in twice.               *
004200*****************************************************************
004300
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID.
004600     BBANKB3P.
004700 DATE-WRITTEN.
004800     October 2026.
004900 DATE-COMPILED.
005000     Today.
005100
005200 ENVIRONMENT DIVISION.
005300
005400 INPUT-OUTPUT   SECTION.
005500   FILE-CONTROL.
005600     SELECT OPTIONAL BNKVLT-FILE
005700            ASSIGN       TO BNKVLT
005800            ORGANIZATION IS INDEXED
005900            ACCESS MODE  IS DYNAMIC
006000            RECORD KEY   IS VLT-REC-KEY
006100            FILE STATUS  IS WS-BNKVLT-STATUS.
006200
006300     SELECT BNKTLR-FILE
006400            ASSIGN       TO BNKTLR
006500            ORGANIZATION IS INDEXED
006600            ACCESS MODE  IS SEQUENTIAL
006700            RECORD KEY   IS TLR-REC-KEY
006800            FILE STATUS  IS WS-BNKTLR-STATUS.
006900
007000     SELECT CASHORD-FILE
007100            ASSIGN       TO CASHORD
007200            ORGANIZATION IS LINE SEQUENTIAL
007300            FILE STATUS  IS WS-CASHORD-STATUS.
007400
007500     SELECT VLTRPT-FILE
007600            ASSIGN       TO VLTRPT
007700            ORGANIZATION IS LINE SEQUENTIAL
007800            FILE STATUS  IS WS-VLTRPT-STATUS.
007900
008000 DATA DIVISION.
008100
008200 FILE SECTION.
008300 FD  BNKVLT-FILE.
008400 01  BNKVLT-REC.
008500 COPY CBANKVVL.
008600
008700 FD  BNKTLR-FILE.
008800 01  BNKTLR-REC.
008900 COPY CBANKVTL.
009000
009100 FD  CASHORD-FILE.
009200 01  CASHORD-REC.
009300   05  COR-REC-TYPE                          PIC X(2).
009400   05  COR-BRANCH                            PIC X(4).
009500   05  COR-CURRENCY                          PIC X(3).
009600   05  COR-DIRECTION                         PIC X(1).
009700   05  COR-AMOUNT                            PIC 9(11).
009800   05  COR-VAULT-VALUE                       PIC 9(11)V99.
009900   05  COR-REQUEST-DATE                      PIC X(8).
010000   05  FILLER                                PIC X(38).
010100
010200 FD  VLTRPT-FILE.
010300 01  VLTRPT-LINE                             PIC X(110).
010400
010500 WORKING-STORAGE SECTION.
010600 01  WS-MISC-STORAGE.
010700   05  WS-PROGRAM-ID                         PIC X(8)
010800       VALUE 'BBANKB3P'.
010900   05  WS-BNKVLT-STATUS                      PIC X(2).
011000   05  WS-BNKTLR-STATUS                      PIC X(2).
011100   05  WS-CASHORD-STATUS                     PIC X(2).
011200   05  WS-VLTRPT-STATUS                      PIC X(2).
011300   05  WS-MORE-TELLERS                       PIC X(1) VALUE 'Y'.
011400       88  WS-MORE-TELLERS-EXIST              VALUE 'Y'.
011500       88  WS-NO-MORE-TELLERS                 VALUE 'N'.
011600   05  WS-MORE-TXNS                          PIC X(1).
011700       88  WS-SOME-TXNS-REMAIN                VALUE 'Y'.
011800       88  WS-NO-MORE-TXNS                    VALUE 'N'.
011900   05  WS-MORE-VAULT                         PIC X(1) VALUE 'Y'.
012000       88  WS-MORE-VAULT-RECORDS              VALUE 'Y'.
012100       88  WS-NO-MORE-VAULT                   VALUE 'N'.
012200   05  WS-TODAY-TIMESTAMP                    PIC X(26)
012300                                              VALUE LOW-VALUES.
012400   05  WS-TODAY-DATE                         PIC 9(8).
012500   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
012600                                              PIC X(8).
012700   05  WS-BUSINESS-DATE                      PIC X(8).
012800   05  WS-BASE-CURRENCY                      PIC X(3)
012900       VALUE 'USD'.
013000   05  WS-VAULT-MIN                          PIC 9(9) VALUE 0.
013100   05  WS-VAULT-MAX                          PIC 9(9) VALUE 0.
013200   05  WS-VAULT-TARGET                       PIC 9(11).
013300   05  WS-ORDER-AMOUNT                       PIC 9(11).
013400   05  WS-LINE-VALUE                         PIC S9(11)V99.
013500   05  WS-LINE-OVER-SHORT                    PIC S9(11)V99.
013600   05  WS-DRAWER-HELD                        PIC S9(11)V99.
013700   05  WS-CASH-TOTAL                         PIC S9(11)V99.
013800   05  WS-DIFFERENCE                         PIC S9(11)V99.
013900   05  WS-TLR-SUB                            PIC 9(3).
014000   05  WS-WORK-BRANCH                        PIC X(4).
014100   05  WS-WORK-TELLER                        PIC X(8).
014200   05  WS-GROUPS-PROVED                      PIC 9(5) VALUE 0.
014300   05  WS-OOB-COUNT                          PIC 9(5) VALUE 0.
014400   05  WS-ORDER-COUNT                        PIC 9(5) VALUE 0.
014500
014600*****************************************************************
014700* Today's drawers, one entry per teller, from BNKTLR and the    *
014800* day's teller cash postings                                    *
014900*****************************************************************
015000 01  WS-TELLER-TABLE-AREA.
015100   05  WS-TELLER-COUNT                       PIC 9(3) VALUE 0.
015200   05  WS-TELLER-ENTRY OCCURS 200 TIMES
015300                      INDEXED BY WS-TELLER-IDX.
015400     10  WS-TEL-ID                           PIC X(8).
015500     10  WS-TEL-BRANCH                       PIC X(4).
015600     10  WS-TEL-HELD                         PIC S9(9)V99.
015700     10  WS-TEL-POSTED-NET                   PIC S9(9)V99.
015800
015900*****************************************************************
016000* The drawers and postings gathered up by branch                *
016100*****************************************************************
016200 01  WS-BRANCH-SUB                          PIC 9(3).
016300 01  WS-BRANCH-MAX                          PIC 9(3) VALUE 0.
016400 01  WS-BRANCH-TABLE-AREA.
016500   05  WS-BRANCH-ENTRY OCCURS 50 TIMES.
016600     10  WS-BRN-CODE                         PIC X(4).
016700     10  WS-BRN-TELLERS                      PIC 9(5).
016800     10  WS-BRN-NOT-RETURNED                 PIC 9(5).
016900     10  WS-BRN-HELD                         PIC S9(11)V99.
017000     10  WS-BRN-POSTED-NET                   PIC S9(11)V99.
017100     10  WS-BRN-PROVED-FLAG                  PIC X(1).
017200         88  WS-BRN-PROVED                    VALUE 'Y'.
017300
017400*****************************************************************
017500* The branch and currency being proved, and every one proved so *
017600* far with its new GL position for the update pass              *
017700*****************************************************************
017800 01  WS-GROUP.
017900   05  WS-GRP-BRANCH                         PIC X(4).
018000   05  WS-GRP-CURRENCY                       PIC X(3).
018100   05  WS-GRP-OPEN-FLAG                      PIC X(1) VALUE 'N'.
018200       88  WS-GRP-OPEN                        VALUE 'Y'.
018300       88  WS-GRP-CLOSED                      VALUE 'N'.
018400   05  WS-GRP-SUMMARY-FLAG                   PIC X(1).
018500       88  WS-GRP-HAS-SUMMARY                 VALUE 'Y'.
018600       88  WS-GRP-NO-SUMMARY                  VALUE 'N'.
018700   05  WS-GRP-ALREADY-FLAG                   PIC X(1).
018800       88  WS-GRP-ALREADY-PROVED              VALUE 'Y'.
018900       88  WS-GRP-NOT-YET-PROVED              VALUE 'N'.
019000   05  WS-GRP-VAULT-VALUE                    PIC S9(11)V99.
019100   05  WS-GRP-OVER-SHORT                     PIC S9(11)V99.
019200   05  WS-GRP-GL-OPENING                     PIC S9(11)V99.
019300   05  WS-GRP-GL-CLOSING                     PIC S9(11)V99.
019400   05  WS-GRP-RECEIVED                       PIC S9(11)V99.
019500   05  WS-GRP-SHIPPED                        PIC S9(11)V99.
019600   05  WS-GRP-HELD                           PIC S9(11)V99.
019700   05  WS-GRP-POSTED                         PIC S9(11)V99.
019800   05  WS-GRP-TELLERS                        PIC 9(5).
019900   05  WS-GRP-NOT-RETURNED                   PIC 9(5).
020000
020100 01  WS-PROVED-SUB                          PIC 9(3).
020200 01  WS-PROVED-MAX                          PIC 9(3) VALUE 0.
020300 01  WS-PROVED-TABLE-AREA.
020400   05  WS-PROVED-ENTRY OCCURS 200 TIMES.
020500     10  WS-PRV-BRANCH                       PIC X(4).
020600     10  WS-PRV-CURRENCY                     PIC X(3).
020700     10  WS-PRV-GL-CLOSING                   PIC S9(11)V99.
020800     10  WS-PRV-SUMMARY-FLAG                 PIC X(1).
020900
021000 01  WS-COMMAREA.
021100 COPY CIOFUNCS.
021200 COPY CBANKD52.
021300
021400 01  WS-REPORT-HEADING.
021500   05  FILLER                                PIC X(29) VALUE
021600       'BRANCH VAULT CASH PROOF -    '.
021700   05  WS-RPT-HDG-DATE                       PIC X(8).
021800   05  FILLER                                PIC X(73) VALUE
021900       SPACES.
022000
022100 01  WS-GROUP-HEADING.
022200   05  FILLER                                PIC X(8) VALUE
022300       'BRANCH: '.
022400   05  WS-GHD-BRANCH                         PIC X(4).
022500   05  FILLER                                PIC X(4) VALUE
022600       SPACES.
022700   05  FILLER                                PIC X(10) VALUE
022800       'CURRENCY: '.
022900   05  WS-GHD-CURRENCY                       PIC X(3).
023000   05  FILLER                                PIC X(81) VALUE
023100       SPACES.
023200
023300 01  WS-DENOM-LINE.
023400   05  FILLER                                PIC X(4) VALUE
023500       SPACES.
023600   05  WS-DEN-DENOM                          PIC ZZZZ9.99.
023700   05  FILLER                                PIC X(2) VALUE
023800       SPACES.
023900   05  WS-DEN-PIECES                         PIC -(8)9.
024000   05  FILLER                                PIC X(2) VALUE
024100       SPACES.
024200   05  WS-DEN-VALUE                          PIC -(11)9.99.
024300   05  FILLER                                PIC X(2) VALUE
024400       SPACES.
024500   05  WS-DEN-COUNT-TAG                      PIC X(9).
024600   05  WS-DEN-COUNTED                        PIC -(8)9.
024700   05  FILLER                                PIC X(2) VALUE
024800       SPACES.
024900   05  WS-DEN-OVER-SHORT                     PIC -(11)9.99.
025000   05  FILLER                                PIC X(33) VALUE
025100       SPACES.
025200
025300 01  WS-PROOF-LINE.
025400   05  FILLER                                PIC X(4) VALUE
025500       SPACES.
025600   05  WS-PRF-LABEL                          PIC X(28).
025700   05  WS-PRF-AMOUNT                         PIC -(11)9.99.
025800   05  FILLER                                PIC X(2) VALUE
025900       SPACES.
026000   05  WS-PRF-NOTE                           PIC X(61).
026100
026200 01  WS-DRAWER-NOTE.
026300   05  FILLER                                PIC X(9) VALUE
026400       'TELLERS: '.
026500   05  WS-DRN-TELLERS                        PIC ZZZZ9.
026600   05  FILLER                                PIC X(2) VALUE
026700       SPACES.
026800   05  FILLER                                PIC X(14) VALUE
026900       'NOT RETURNED: '.
027000   05  WS-DRN-NOT-RETURNED                   PIC ZZZZ9.
027100   05  FILLER                                PIC X(26) VALUE
027200       SPACES.
027300
027400 01  WS-ORDER-NOTE.
027500   05  WS-ORN-TEXT                           PIC X(23).
027600   05  WS-ORN-AMOUNT                         PIC Z(10)9.
027700   05  FILLER                                PIC X(27) VALUE
027800       SPACES.
027900
028000 01  WS-TRAILER-LINE.
028100   05  FILLER                                PIC X(15) VALUE
028200       'VAULTS PROVED: '.
028300   05  WS-TRL-PROVED                         PIC ZZZZ9.
028400   05  FILLER                                PIC X(4) VALUE
028500       SPACES.
028600   05  FILLER                                PIC X(16) VALUE
028700       'OUT OF BALANCE: '.
028800   05  WS-TRL-OOB                            PIC ZZZZ9.
028900   05  FILLER                                PIC X(4) VALUE
029000       SPACES.
029100   05  FILLER                                PIC X(13) VALUE
029200       'CASH ORDERS: '.
029300   05  WS-TRL-ORDERS                         PIC ZZZZ9.
029400   05  FILLER                                PIC X(43) VALUE
029500       SPACES.
029600
029700 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
029800     88  WS-RUN-ALLOWED                     VALUE 'Y'.
029900     88  WS-RUN-REFUSED                     VALUE 'N'.
030000
030100 01  WS-RUNC-DATA.
030200 COPY CBANKD53.
030300
030400 01  WS-PARM-DATA.
030500 COPY CBANKD54.
030600
030700 PROCEDURE DIVISION.
030800*****************************************************************
030900* Main line of control                                          *
031000*****************************************************************
031100     PERFORM CHECK-RUN-CONTROL THRU
031200             CHECK-RUN-CONTROL-EXIT.
031300     IF WS-RUN-ALLOWED
031400        PERFORM INITIALIZE-RUN THRU
031500                INITIALIZE-RUN-EXIT
031600        PERFORM LOAD-DRAWER THRU
031700                LOAD-DRAWER-EXIT
031800           UNTIL WS-NO-MORE-TELLERS
031900        PERFORM COLLECT-POSTINGS THRU
032000                COLLECT-POSTINGS-EXIT
032100        PERFORM ADD-TO-BRANCH-DRAWERS THRU
032200                ADD-TO-BRANCH-DRAWERS-EXIT
032300           VARYING WS-TLR-SUB FROM 1 BY 1
032400           UNTIL WS-TLR-SUB > WS-TELLER-COUNT
032500        PERFORM PROCESS-VAULT-RECORD THRU
032600                PROCESS-VAULT-RECORD-EXIT
032700           UNTIL WS-NO-MORE-VAULT
032800        PERFORM PROVE-BRANCH-WITHOUT-VAULT THRU
032900                PROVE-BRANCH-WITHOUT-VAULT-EXIT
033000           VARYING WS-BRANCH-SUB FROM 1 BY 1
033100           UNTIL WS-BRANCH-SUB > WS-BRANCH-MAX
033200        PERFORM UPDATE-GL-POSITION THRU
033300                UPDATE-GL-POSITION-EXIT
033400           VARYING WS-PROVED-SUB FROM 1 BY 1
033500           UNTIL WS-PROVED-SUB > WS-PROVED-MAX
033600        PERFORM TERMINATE-RUN THRU
033700                TERMINATE-RUN-EXIT
033800     END-IF.
033900     GOBACK.
034000
034100*****************************************************************
034200* Register this run with run control before anything is opened  *
034300* - it rolls the GL position forward, so it is a posting job    *
034400*****************************************************************
034500 CHECK-RUN-CONTROL.
034600     MOVE SPACES TO CD53-DATA.
034700     SET CD53-REQUESTED-START TO TRUE.
034800     MOVE 'BBANKB3P' TO CD53I-JOB-NAME.
034900     SET CD53I-POSTING-JOB TO TRUE.
035000     CALL 'DBANK53P' USING WS-RUNC-DATA.
035100     IF NOT CD53O-RESP-OK
035200        SET WS-RUN-REFUSED TO TRUE
035300        DISPLAY 'BBANKB3P - RUN REFUSED BY RUN CONTROL: '
035400                CD53O-RESP-MSG
035500     END-IF.
035600 CHECK-RUN-CONTROL-EXIT.
035700     EXIT.
035800
035900*****************************************************************
036000* Resolve the business date, base currency and vault cash band, *
036100* open the files and prime the drawer totals browse             *
036200*****************************************************************
036300 INITIALIZE-RUN.
036400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
036500     MOVE CD53O-BUSINESS-DATE TO WS-BUSINESS-DATE.
036600     IF WS-BUSINESS-DATE IS EQUAL TO SPACES OR
036700        WS-BUSINESS-DATE IS EQUAL TO LOW-VALUES
036800        MOVE WS-TODAY-DATE-X TO WS-BUSINESS-DATE
036900     END-IF.
037000     MOVE SPACES TO CD54-DATA.
037100     MOVE 'BASE-CURRENCY' TO CD54I-NAME.
037200     MOVE WS-BUSINESS-DATE TO CD54I-AS-OF-DATE.
037300     CALL 'DBANK54P' USING WS-PARM-DATA.
037400     IF CD54O-FOUND
037500        MOVE CD54O-VALUE(1:3) TO WS-BASE-CURRENCY
037600     END-IF.
037700     MOVE SPACES TO CD54-DATA.
037800     MOVE 'VAULT-MIN-CASH' TO CD54I-NAME.
037900     MOVE WS-BUSINESS-DATE TO CD54I-AS-OF-DATE.
038000     CALL 'DBANK54P' USING WS-PARM-DATA.
038100     IF CD54O-FOUND
038200        MOVE CD54O-VALUE-NUM TO WS-VAULT-MIN
038300     END-IF.
038400     MOVE SPACES TO CD54-DATA.
038500     MOVE 'VAULT-MAX-CASH' TO CD54I-NAME.
038600     MOVE WS-BUSINESS-DATE TO CD54I-AS-OF-DATE.
038700     CALL 'DBANK54P' USING WS-PARM-DATA.
038800     IF CD54O-FOUND
038900        MOVE CD54O-VALUE-NUM TO WS-VAULT-MAX
039000     END-IF.
039100     OPEN I-O    BNKVLT-FILE.
039200     OPEN INPUT  BNKTLR-FILE.
039300     OPEN OUTPUT CASHORD-FILE.
039400     OPEN OUTPUT VLTRPT-FILE.
039500     MOVE WS-BUSINESS-DATE TO WS-RPT-HDG-DATE.
039600     WRITE VLTRPT-LINE FROM WS-REPORT-HEADING.
039700     SET WS-MORE-TELLERS-EXIST TO TRUE.
039800     READ BNKTLR-FILE NEXT RECORD
039900          AT END SET WS-NO-MORE-TELLERS TO TRUE
040000     END-READ.
040100 INITIALIZE-RUN-EXIT.
040200     EXIT.
040300
040400*****************************************************************
040500* Work out what today's drawer should hold - float issued less  *
040600* returned, plus cash taken in less paid out - then advance to  *
040700* the next totals record                                        *
040800*****************************************************************
040900 LOAD-DRAWER.
041000     IF TLR-REC-DATE IS EQUAL TO WS-TODAY-DATE-X
041100        MOVE TLR-REC-TELLER TO WS-WORK-TELLER
041200        PERFORM FIND-TELLER-ENTRY THRU
041300                FIND-TELLER-ENTRY-EXIT
041400        IF TLR-REC-BRANCH IS NOT EQUAL TO SPACES AND
041500           TLR-REC-BRANCH IS NOT EQUAL TO LOW-VALUES
041600           MOVE TLR-REC-BRANCH TO WS-TEL-BRANCH (WS-TELLER-IDX)
041700        END-IF
041800* A record written before the float existed carries no valid
041900* figures there
042000        IF TLR-REC-FLOAT-ISSUED IS NOT NUMERIC
042100           MOVE 0 TO TLR-REC-FLOAT-ISSUED
042200        END-IF
042300        IF TLR-REC-FLOAT-RETURNED IS NOT NUMERIC
042400           MOVE 0 TO TLR-REC-FLOAT-RETURNED
042500        END-IF
042600        COMPUTE WS-TEL-HELD (WS-TELLER-IDX) =
042700                WS-TEL-HELD (WS-TELLER-IDX) +
042800                TLR-REC-FLOAT-ISSUED - TLR-REC-FLOAT-RETURNED +
042900                TLR-REC-CASH-IN - TLR-REC-CASH-OUT
043000     END-IF.
043100     READ BNKTLR-FILE NEXT RECORD
043200          AT END SET WS-NO-MORE-TELLERS TO TRUE
043300     END-READ.
043400 LOAD-DRAWER-EXIT.
043500     EXIT.
043600
043700*****************************************************************
043800* Total today's teller cash postings per teller via DBANK52P,   *
043900* recognised by description with the teller id in the posting   *
044000* reference, exactly as BBANK51P does                           *
044100*****************************************************************
044200 COLLECT-POSTINGS.
044300     MOVE WS-TODAY-DATE-X TO WS-TODAY-TIMESTAMP(1:8).
044400     SET WS-SOME-TXNS-REMAIN TO TRUE.
044500     MOVE SPACES TO WS-COMMAREA.
044600     SET IO-REQUEST-FUNCTION-OPEN TO TRUE.
044700     SET CD52-REQUESTED-FROM-TS TO TRUE.
044800     MOVE WS-TODAY-TIMESTAMP TO CD52I-FROM-TIMESTAMP.
044900     CALL 'DBANK52P' USING WS-COMMAREA.
045000     IF IO-REQUEST-STATUS-OK
045100        PERFORM GET-NEXT-TXN THRU
045200                GET-NEXT-TXN-EXIT
045300     ELSE
045400        SET WS-NO-MORE-TXNS TO TRUE
045500     END-IF.
045600     PERFORM SUM-CASH-POSTING THRU
045700             SUM-CASH-POSTING-EXIT
045800        UNTIL WS-NO-MORE-TXNS.
045900     SET IO-REQUEST-FUNCTION-CLOSE TO TRUE.
046000     CALL 'DBANK52P' USING WS-COMMAREA.
046100 COLLECT-POSTINGS-EXIT.
046200     EXIT.
046300
046400 GET-NEXT-TXN.
046500     SET IO-REQUEST-FUNCTION-READ TO TRUE.
046600     CALL 'DBANK52P' USING WS-COMMAREA.
046700     IF NOT IO-REQUEST-STATUS-OK OR
046800        CD52O-TIMESTAMP(1:8) IS NOT EQUAL TO WS-TODAY-DATE-X
046900        SET WS-NO-MORE-TXNS TO TRUE
047000     END-IF.
047100 GET-NEXT-TXN-EXIT.
047200     EXIT.
047300
047400 SUM-CASH-POSTING.
047500     IF CD52O-DESC(1:11) IS EQUAL TO 'TELLER CASH'
047600        MOVE CD52O-REF(1:8) TO WS-WORK-TELLER
047700        PERFORM FIND-TELLER-ENTRY THRU
047800                FIND-TELLER-ENTRY-EXIT
047900        ADD CD52O-AMOUNT TO WS-TEL-POSTED-NET (WS-TELLER-IDX)
048000     END-IF.
048100     PERFORM GET-NEXT-TXN THRU
048200             GET-NEXT-TXN-EXIT.
048300 SUM-CASH-POSTING-EXIT.
048400     EXIT.
048500
048600*****************************************************************
048700* Find or add the table entry for the teller id in              *
048800* WS-WORK-TELLER, leaving WS-TELLER-IDX set to it               *
048900*****************************************************************
049000 FIND-TELLER-ENTRY.
049100     SET WS-TELLER-IDX TO 1.
049200     SEARCH WS-TELLER-ENTRY
049300        AT END
049400           ADD 1 TO WS-TELLER-COUNT
049500           SET WS-TELLER-IDX TO WS-TELLER-COUNT
049600           MOVE WS-WORK-TELLER TO WS-TEL-ID (WS-TELLER-IDX)
049700           MOVE '????' TO WS-TEL-BRANCH (WS-TELLER-IDX)
049800           MOVE 0 TO WS-TEL-HELD (WS-TELLER-IDX)
049900           MOVE 0 TO WS-TEL-POSTED-NET (WS-TELLER-IDX)
050000        WHEN WS-TEL-ID (WS-TELLER-IDX) IS EQUAL TO
050100              WS-WORK-TELLER
050200           CONTINUE
050300     END-SEARCH.
050400 FIND-TELLER-ENTRY-EXIT.
050500     EXIT.
050600
050700*****************************************************************
050800* Gather one teller's drawer and postings into their branch     *
050900*****************************************************************
051000 ADD-TO-BRANCH-DRAWERS.
051100     MOVE WS-TEL-BRANCH (WS-TLR-SUB) TO WS-WORK-BRANCH.
051200     PERFORM FIND-BRANCH-ENTRY THRU
051300             FIND-BRANCH-ENTRY-EXIT.
051400     IF WS-BRANCH-SUB IS GREATER THAN WS-BRANCH-MAX
051500        GO TO ADD-TO-BRANCH-DRAWERS-EXIT
051600     END-IF.
051700     ADD 1 TO WS-BRN-TELLERS (WS-BRANCH-SUB).
051800     ADD WS-TEL-HELD (WS-TLR-SUB) TO WS-BRN-HELD (WS-BRANCH-SUB).
051900     ADD WS-TEL-POSTED-NET (WS-TLR-SUB) TO
052000         WS-BRN-POSTED-NET (WS-BRANCH-SUB).
052100     IF WS-TEL-HELD (WS-TLR-SUB) IS NOT EQUAL TO 0
052200        ADD 1 TO WS-BRN-NOT-RETURNED (WS-BRANCH-SUB)
052300     END-IF.
052400 ADD-TO-BRANCH-DRAWERS-EXIT.
052500     EXIT.
052600
052700*****************************************************************
052800* Find or add the branch table entry for WS-WORK-BRANCH,        *
052900* leaving WS-BRANCH-SUB on it - past WS-BRANCH-MAX if the table *
053000* is full                                                       *
053100*****************************************************************
053200 FIND-BRANCH-ENTRY.
053300     MOVE 1 TO WS-BRANCH-SUB.
053400     PERFORM STEP-BRANCH-ENTRY THRU
053500             STEP-BRANCH-ENTRY-EXIT
053600        UNTIL WS-BRANCH-SUB > WS-BRANCH-MAX
053700           OR WS-BRN-CODE (WS-BRANCH-SUB) IS EQUAL TO
053800                 WS-WORK-BRANCH.
053900     IF WS-BRANCH-SUB IS NOT GREATER THAN WS-BRANCH-MAX
054000        GO TO FIND-BRANCH-ENTRY-EXIT
054100     END-IF.
054200     IF WS-BRANCH-MAX IS NOT LESS THAN 50
054300        GO TO FIND-BRANCH-ENTRY-EXIT
054400     END-IF.
054500     ADD 1 TO WS-BRANCH-MAX.
054600     MOVE WS-BRANCH-MAX TO WS-BRANCH-SUB.
054700     MOVE WS-WORK-BRANCH TO WS-BRN-CODE (WS-BRANCH-SUB).
054800     MOVE 0 TO WS-BRN-TELLERS (WS-BRANCH-SUB).
054900     MOVE 0 TO WS-BRN-NOT-RETURNED (WS-BRANCH-SUB).
055000     MOVE 0 TO WS-BRN-HELD (WS-BRANCH-SUB).
055100     MOVE 0 TO WS-BRN-POSTED-NET (WS-BRANCH-SUB).
055200     MOVE 'N' TO WS-BRN-PROVED-FLAG (WS-BRANCH-SUB).
055300 FIND-BRANCH-ENTRY-EXIT.
055400     EXIT.
055500
055600 STEP-BRANCH-ENTRY.
055700     ADD 1 TO WS-BRANCH-SUB.
055800 STEP-BRANCH-ENTRY-EXIT.
055900     EXIT.
056000
056100*****************************************************************
056200* Take the next vault record: a change of branch or currency    *
056300* closes the proof of the one before; the summary record gives  *
056400* the GL position, and each denomination is listed and valued   *
056500*****************************************************************
056600 PROCESS-VAULT-RECORD.
056700     READ BNKVLT-FILE NEXT RECORD
056800          AT END SET WS-NO-MORE-VAULT TO TRUE
056900     END-READ.
057000     IF WS-NO-MORE-VAULT
057100        IF WS-GRP-OPEN
057200           PERFORM FINISH-GROUP THRU
057300                   FINISH-GROUP-EXIT
057400        END-IF
057500        GO TO PROCESS-VAULT-RECORD-EXIT
057600     END-IF.
057700     IF WS-GRP-OPEN AND
057800        (VLT-REC-BRANCH IS NOT EQUAL TO WS-GRP-BRANCH OR
057900         VLT-REC-CURRENCY IS NOT EQUAL TO WS-GRP-CURRENCY)
058000        PERFORM FINISH-GROUP THRU
058100                FINISH-GROUP-EXIT
058200     END-IF.
058300     IF WS-GRP-CLOSED
058400        PERFORM START-GROUP THRU
058500                START-GROUP-EXIT
058600     END-IF.
058700     IF VLT-REC-BRANCH-SUMMARY
058800        SET WS-GRP-HAS-SUMMARY TO TRUE
058900        MOVE VLT-SUM-GL-BALANCE TO WS-GRP-GL-OPENING
059000        IF VLT-SUM-DAY-DATE IS EQUAL TO WS-TODAY-DATE-X
059100           MOVE VLT-SUM-DAY-RECEIVED TO WS-GRP-RECEIVED
059200           MOVE VLT-SUM-DAY-SHIPPED TO WS-GRP-SHIPPED
059300        END-IF
059400        IF VLT-SUM-PROVED-DATE IS EQUAL TO WS-TODAY-DATE-X
059500           SET WS-GRP-ALREADY-PROVED TO TRUE
059600        END-IF
059700        GO TO PROCESS-VAULT-RECORD-EXIT
059800     END-IF.
059900     COMPUTE WS-LINE-VALUE = VLT-REC-PIECES * VLT-REC-DENOM.
060000     ADD WS-LINE-VALUE TO WS-GRP-VAULT-VALUE.
060100     MOVE VLT-REC-DENOM TO WS-DEN-DENOM.
060200     MOVE VLT-REC-PIECES TO WS-DEN-PIECES.
060300     MOVE WS-LINE-VALUE TO WS-DEN-VALUE.
060400* A denomination counted today shows the pieces counted and the
060500* over/short against the book
060600     IF VLT-REC-COUNT-DATE IS EQUAL TO WS-TODAY-DATE-X
060700        COMPUTE WS-LINE-OVER-SHORT =
060800                (VLT-REC-COUNTED - VLT-REC-PIECES) * VLT-REC-DENOM
060900        ADD WS-LINE-OVER-SHORT TO WS-GRP-OVER-SHORT
061000        MOVE 'COUNTED: ' TO WS-DEN-COUNT-TAG
061100        MOVE VLT-REC-COUNTED TO WS-DEN-COUNTED
061200        MOVE WS-LINE-OVER-SHORT TO WS-DEN-OVER-SHORT
061300     ELSE
061400        MOVE SPACES TO WS-DEN-COUNT-TAG
061500        MOVE 0 TO WS-DEN-COUNTED
061600        MOVE 0 TO WS-DEN-OVER-SHORT
061700     END-IF.
061800     WRITE VLTRPT-LINE FROM WS-DENOM-LINE.
061900 PROCESS-VAULT-RECORD-EXIT.
062000     EXIT.
062100
062200*****************************************************************
062300* Open the proof of a new branch and currency                   *
062400*****************************************************************
062500 START-GROUP.
062600     SET WS-GRP-OPEN TO TRUE.
062700     SET WS-GRP-NO-SUMMARY TO TRUE.
062800     SET WS-GRP-NOT-YET-PROVED TO TRUE.
062900     MOVE VLT-REC-BRANCH TO WS-GRP-BRANCH.
063000     MOVE VLT-REC-CURRENCY TO WS-GRP-CURRENCY.
063100     MOVE 0 TO WS-GRP-VAULT-VALUE.
063200     MOVE 0 TO WS-GRP-OVER-SHORT.
063300     MOVE 0 TO WS-GRP-GL-OPENING.
063400     MOVE 0 TO WS-GRP-RECEIVED.
063500     MOVE 0 TO WS-GRP-SHIPPED.
063600     PERFORM PRINT-GROUP-HEADING THRU
063700             PRINT-GROUP-HEADING-EXIT.
063800 START-GROUP-EXIT.
063900     EXIT.
064000
064100 PRINT-GROUP-HEADING.
064200     MOVE SPACES TO VLTRPT-LINE.
064300     WRITE VLTRPT-LINE.
064400     MOVE WS-GRP-BRANCH TO WS-GHD-BRANCH.
064500     MOVE WS-GRP-CURRENCY TO WS-GHD-CURRENCY.
064600     WRITE VLTRPT-LINE FROM WS-GROUP-HEADING.
064700 PRINT-GROUP-HEADING-EXIT.
064800     EXIT.
064900
065000*****************************************************************
065100* Close the proof of the branch and currency just read: bring   *
065200* in the branch's drawers and postings for the base currency,   *
065300* roll the GL position forward, print the proof and check the   *
065400* vault against the cash band                                   *
065500*****************************************************************
065600 FINISH-GROUP.
065700     MOVE 0 TO WS-GRP-HELD.
065800     MOVE 0 TO WS-GRP-POSTED.
065900     MOVE 0 TO WS-GRP-TELLERS.
066000     MOVE 0 TO WS-GRP-NOT-RETURNED.
066100     IF WS-GRP-CURRENCY IS EQUAL TO WS-BASE-CURRENCY
066200        MOVE WS-GRP-BRANCH TO WS-WORK-BRANCH
066300        PERFORM FIND-BRANCH-ENTRY THRU
066400                FIND-BRANCH-ENTRY-EXIT
066500        IF WS-BRANCH-SUB IS NOT GREATER THAN WS-BRANCH-MAX
066600           MOVE WS-BRN-HELD (WS-BRANCH-SUB) TO WS-GRP-HELD
066700           MOVE WS-BRN-POSTED-NET (WS-BRANCH-SUB) TO
066800               WS-GRP-POSTED
066900           MOVE WS-BRN-TELLERS (WS-BRANCH-SUB) TO WS-GRP-TELLERS
067000           MOVE WS-BRN-NOT-RETURNED (WS-BRANCH-SUB) TO
067100               WS-GRP-NOT-RETURNED
067200           MOVE 'Y' TO WS-BRN-PROVED-FLAG (WS-BRANCH-SUB)
067300        END-IF
067400     END-IF.
067500* A rerun finds the postings already rolled into the position
067600     IF WS-GRP-ALREADY-PROVED
067700        MOVE WS-GRP-GL-OPENING TO WS-GRP-GL-CLOSING
067800        COMPUTE WS-GRP-GL-OPENING =
067900                WS-GRP-GL-CLOSING - WS-GRP-POSTED
068000     ELSE
068100        COMPUTE WS-GRP-GL-CLOSING =
068200                WS-GRP-GL-OPENING + WS-GRP-POSTED
068300     END-IF.
068400     PERFORM PRINT-PROOF THRU
068500             PRINT-PROOF-EXIT.
068600* Postings by a teller with no totals record for the day cannot
068700* be put to a branch; they are proved under '????' for the record
068800* but neither ordered for nor stored
068900     IF WS-GRP-BRANCH IS EQUAL TO '????'
069000        SET WS-GRP-CLOSED TO TRUE
069100        GO TO FINISH-GROUP-EXIT
069200     END-IF.
069300     IF WS-GRP-CURRENCY IS EQUAL TO WS-BASE-CURRENCY
069400        PERFORM CHECK-CASH-BAND THRU
069500                CHECK-CASH-BAND-EXIT
069600     END-IF.
069700     IF WS-PROVED-MAX IS LESS THAN 200
069800        ADD 1 TO WS-PROVED-MAX
069900        MOVE WS-GRP-BRANCH TO WS-PRV-BRANCH (WS-PROVED-MAX)
070000        MOVE WS-GRP-CURRENCY TO WS-PRV-CURRENCY (WS-PROVED-MAX)
070100        MOVE WS-GRP-GL-CLOSING TO
070200            WS-PRV-GL-CLOSING (WS-PROVED-MAX)
070300        MOVE WS-GRP-SUMMARY-FLAG TO
070400            WS-PRV-SUMMARY-FLAG (WS-PROVED-MAX)
070500     END-IF.
070600     SET WS-GRP-CLOSED TO TRUE.
070700 FINISH-GROUP-EXIT.
070800     EXIT.
070900
071000*****************************************************************
071100* Print the proof: vault plus drawers against the GL position,  *
071200* with the movements that make up the position today            *
071300*****************************************************************
071400 PRINT-PROOF.
071500     ADD 1 TO WS-GROUPS-PROVED.
071600     MOVE SPACES TO WS-PRF-NOTE.
071700     MOVE 'VAULT CASH' TO WS-PRF-LABEL.
071800     MOVE WS-GRP-VAULT-VALUE TO WS-PRF-AMOUNT.
071900     WRITE VLTRPT-LINE FROM WS-PROOF-LINE.
072000     MOVE 'DRAWERS HELD' TO WS-PRF-LABEL.
072100     MOVE WS-GRP-HELD TO WS-PRF-AMOUNT.
072200     MOVE WS-GRP-TELLERS TO WS-DRN-TELLERS.
072300     MOVE WS-GRP-NOT-RETURNED TO WS-DRN-NOT-RETURNED.
072400     MOVE WS-DRAWER-NOTE TO WS-PRF-NOTE.
072500     WRITE VLTRPT-LINE FROM WS-PROOF-LINE.
072600     MOVE SPACES TO WS-PRF-NOTE.
072700     COMPUTE WS-CASH-TOTAL = WS-GRP-VAULT-VALUE + WS-GRP-HELD.
072800     MOVE 'VAULT PLUS DRAWERS' TO WS-PRF-LABEL.
072900     MOVE WS-CASH-TOTAL TO WS-PRF-AMOUNT.
073000     WRITE VLTRPT-LINE FROM WS-PROOF-LINE.
073100     MOVE 'CASH GL OPENING' TO WS-PRF-LABEL.
073200     MOVE WS-GRP-GL-OPENING TO WS-PRF-AMOUNT.
073300     MOVE 'INCLUDES TODAY''S CASH CENTRE MOVEMENTS' TO
073400         WS-PRF-NOTE.
073500     WRITE VLTRPT-LINE FROM WS-PROOF-LINE.
073600     MOVE SPACES TO WS-PRF-NOTE.
073700     MOVE '  RECEIVED FROM CASH CENTRE' TO WS-PRF-LABEL.
073800     MOVE WS-GRP-RECEIVED TO WS-PRF-AMOUNT.
073900     WRITE VLTRPT-LINE FROM WS-PROOF-LINE.
074000     MOVE '  SHIPPED TO CASH CENTRE' TO WS-PRF-LABEL.
074100     MOVE WS-GRP-SHIPPED TO WS-PRF-AMOUNT.
074200     WRITE VLTRPT-LINE FROM WS-PROOF-LINE.
074300     MOVE 'TELLER CASH POSTED' TO WS-PRF-LABEL.
074400     MOVE WS-GRP-POSTED TO WS-PRF-AMOUNT.
074500     WRITE VLTRPT-LINE FROM WS-PROOF-LINE.
074600     MOVE 'BRANCH CASH GL' TO WS-PRF-LABEL.
074700     MOVE WS-GRP-GL-CLOSING TO WS-PRF-AMOUNT.
074800     WRITE VLTRPT-LINE FROM WS-PROOF-LINE.
074900     COMPUTE WS-DIFFERENCE = WS-CASH-TOTAL - WS-GRP-GL-CLOSING.
075000     MOVE 'DIFFERENCE' TO WS-PRF-LABEL.
075100     MOVE WS-DIFFERENCE TO WS-PRF-AMOUNT.
075200     IF WS-DIFFERENCE IS EQUAL TO 0
075300        MOVE 'AGREED' TO WS-PRF-NOTE
075400     ELSE
075500        ADD 1 TO WS-OOB-COUNT
075600        MOVE 'OUT OF BALANCE' TO WS-PRF-NOTE
075700     END-IF.
075800     WRITE VLTRPT-LINE FROM WS-PROOF-LINE.
075900     IF WS-GRP-OVER-SHORT IS NOT EQUAL TO 0
076000        MOVE 'COUNT OVER/SHORT TODAY' TO WS-PRF-LABEL
076100        MOVE WS-GRP-OVER-SHORT TO WS-PRF-AMOUNT
076200        MOVE 'BOOK NOT ADJUSTED - INVESTIGATE' TO WS-PRF-NOTE
076300        WRITE VLTRPT-LINE FROM WS-PROOF-LINE
076400     END-IF.
076500 PRINT-PROOF-EXIT.
076600     EXIT.
076700
076800*****************************************************************
076900* Order cash in when the vault is below VAULT-MIN-CASH, or send *
077000* the excess out when it is above the insurance limit           *
077100* VAULT-MAX-CASH, to bring it to the middle of the band - or to *
077200* the one limit set, when only one is. A zero limit is not set. *
077300*****************************************************************
077400 CHECK-CASH-BAND.
077500     IF WS-VAULT-MIN IS GREATER THAN 0 AND
077600        WS-VAULT-MAX IS GREATER THAN WS-VAULT-MIN
077700        COMPUTE WS-VAULT-TARGET =
077800                (WS-VAULT-MIN + WS-VAULT-MAX) / 2
077900     ELSE
078000        IF WS-VAULT-MIN IS GREATER THAN 0
078100           MOVE WS-VAULT-MIN TO WS-VAULT-TARGET
078200        ELSE
078300           MOVE WS-VAULT-MAX TO WS-VAULT-TARGET
078400        END-IF
078500     END-IF.
078600     MOVE SPACES TO CASHORD-REC.
078700     IF WS-VAULT-MIN IS GREATER THAN 0 AND
078800        WS-GRP-VAULT-VALUE IS LESS THAN WS-VAULT-MIN
078900        COMPUTE WS-ORDER-AMOUNT =
079000                WS-VAULT-TARGET - WS-GRP-VAULT-VALUE
079100        MOVE 'I' TO COR-DIRECTION
079200        MOVE 'CASH ORDER REQUIRED:   ' TO WS-ORN-TEXT
079300        GO TO CHECK-CASH-BAND-ORDER
079400     END-IF.
079500     IF WS-VAULT-MAX IS GREATER THAN 0 AND
079600        WS-GRP-VAULT-VALUE IS GREATER THAN WS-VAULT-MAX
079700        COMPUTE WS-ORDER-AMOUNT =
079800                WS-GRP-VAULT-VALUE - WS-VAULT-TARGET
079900        MOVE 'O' TO COR-DIRECTION
080000        MOVE 'EXCESS CASH TO SHIP:   ' TO WS-ORN-TEXT
080100        GO TO CHECK-CASH-BAND-ORDER
080200     END-IF.
080300     GO TO CHECK-CASH-BAND-EXIT.
080400
080500 CHECK-CASH-BAND-ORDER.
080600     MOVE 'CO' TO COR-REC-TYPE.
080700     MOVE WS-GRP-BRANCH TO COR-BRANCH.
080800     MOVE WS-GRP-CURRENCY TO COR-CURRENCY.
080900     MOVE WS-ORDER-AMOUNT TO COR-AMOUNT.
081000     MOVE WS-GRP-VAULT-VALUE TO COR-VAULT-VALUE.
081100     MOVE WS-BUSINESS-DATE TO COR-REQUEST-DATE.
081200     WRITE CASHORD-REC.
081300     ADD 1 TO WS-ORDER-COUNT.
081400     MOVE WS-ORDER-AMOUNT TO WS-ORN-AMOUNT.
081500     MOVE 'CASH BAND' TO WS-PRF-LABEL.
081600     MOVE WS-GRP-VAULT-VALUE TO WS-PRF-AMOUNT.
081700     MOVE WS-ORDER-NOTE TO WS-PRF-NOTE.
081800     WRITE VLTRPT-LINE FROM WS-PROOF-LINE.
081900 CHECK-CASH-BAND-EXIT.
082000     EXIT.
082100
082200*****************************************************************
082300* A branch whose tellers handled cash today but which has no    *
082400* base currency vault on file still has to prove - against a    *
082500* GL position that starts at nothing                            *
082600*****************************************************************
082700 PROVE-BRANCH-WITHOUT-VAULT.
082800     IF WS-BRN-PROVED (WS-BRANCH-SUB)
082900        GO TO PROVE-BRANCH-WITHOUT-VAULT-EXIT
083000     END-IF.
083100     SET WS-GRP-OPEN TO TRUE.
083200     SET WS-GRP-NO-SUMMARY TO TRUE.
083300     SET WS-GRP-NOT-YET-PROVED TO TRUE.
083400     MOVE WS-BRN-CODE (WS-BRANCH-SUB) TO WS-GRP-BRANCH.
083500     MOVE WS-BASE-CURRENCY TO WS-GRP-CURRENCY.
083600     MOVE 0 TO WS-GRP-VAULT-VALUE.
083700     MOVE 0 TO WS-GRP-OVER-SHORT.
083800     MOVE 0 TO WS-GRP-GL-OPENING.
083900     MOVE 0 TO WS-GRP-RECEIVED.
084000     MOVE 0 TO WS-GRP-SHIPPED.
084100     PERFORM PRINT-GROUP-HEADING THRU
084200             PRINT-GROUP-HEADING-EXIT.
084300     MOVE 'NO VAULT ON FILE' TO WS-PRF-LABEL.
084400     MOVE 0 TO WS-PRF-AMOUNT.
084500     MOVE SPACES TO WS-PRF-NOTE.
084600     WRITE VLTRPT-LINE FROM WS-PROOF-LINE.
084700* FINISH-GROUP looks the branch up again and re-marks it proved;
084800* WS-BRANCH-SUB is put back for the loop afterwards
084900     MOVE WS-BRANCH-SUB TO WS-TLR-SUB.
085000     PERFORM FINISH-GROUP THRU
085100             FINISH-GROUP-EXIT.
085200     MOVE WS-TLR-SUB TO WS-BRANCH-SUB.
085300 PROVE-BRANCH-WITHOUT-VAULT-EXIT.
085400     EXIT.
085500
085600*****************************************************************
085700* Store each proved GL position back on its summary record,     *
085800* opening one where the vault had none, stamped with the day it *
085900* was proved                                                    *
086000*****************************************************************
086100 UPDATE-GL-POSITION.
086200     MOVE WS-PRV-BRANCH (WS-PROVED-SUB) TO VLT-REC-BRANCH.
086300     MOVE WS-PRV-CURRENCY (WS-PROVED-SUB) TO VLT-REC-CURRENCY.
086400     MOVE 0 TO VLT-REC-DENOM.
086500     IF WS-PRV-SUMMARY-FLAG (WS-PROVED-SUB) IS EQUAL TO 'Y'
086600        READ BNKVLT-FILE
086700             INVALID KEY CONTINUE
086800        END-READ
086900        IF WS-BNKVLT-STATUS IS NOT EQUAL TO '00'
087000           GO TO UPDATE-GL-POSITION-EXIT
087100        END-IF
087200        MOVE WS-PRV-GL-CLOSING (WS-PROVED-SUB) TO
087300            VLT-SUM-GL-BALANCE
087400        MOVE WS-TODAY-DATE-X TO VLT-SUM-PROVED-DATE
087500        REWRITE BNKVLT-REC
087600        GO TO UPDATE-GL-POSITION-EXIT
087700     END-IF.
087800     MOVE SPACES TO VLT-REC-SUMMARY.
087900     MOVE WS-PRV-GL-CLOSING (WS-PROVED-SUB) TO VLT-SUM-GL-BALANCE.
088000     MOVE WS-TODAY-DATE-X TO VLT-SUM-DAY-DATE.
088100     MOVE 0 TO VLT-SUM-DAY-RECEIVED.
088200     MOVE 0 TO VLT-SUM-DAY-SHIPPED.
088300     MOVE WS-TODAY-DATE-X TO VLT-SUM-PROVED-DATE.
088400     WRITE BNKVLT-REC.
088500 UPDATE-GL-POSITION-EXIT.
088600     EXIT.
088700
088800*****************************************************************
088900* Close the report and files and mark the run complete          *
089000*****************************************************************
089100 TERMINATE-RUN.
089200     MOVE WS-GROUPS-PROVED TO WS-TRL-PROVED.
089300     MOVE WS-OOB-COUNT TO WS-TRL-OOB.
089400     MOVE WS-ORDER-COUNT TO WS-TRL-ORDERS.
089500     MOVE SPACES TO VLTRPT-LINE.
089600     WRITE VLTRPT-LINE.
089700     WRITE VLTRPT-LINE FROM WS-TRAILER-LINE.
089800     CLOSE BNKVLT-FILE.
089900     CLOSE BNKTLR-FILE.
090000     CLOSE CASHORD-FILE.
090100     CLOSE VLTRPT-FILE.
090200     SET CD53-REQUESTED-END TO TRUE.
090300     MOVE 'BBANKB3P' TO CD53I-JOB-NAME.
090400     CALL 'DBANK53P' USING WS-RUNC-DATA.
090500 TERMINATE-RUN-EXIT.
090600     EXIT.
090700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
