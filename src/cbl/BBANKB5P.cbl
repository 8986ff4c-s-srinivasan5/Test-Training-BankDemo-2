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
001300* Program:     BBANKB5P.CBL                                     *
001400* Function:    Merge step for account-range partitioned runs    *
001500*                                                               *
001600* BBANK41P, BBANK55P and BBANK62P may run as several concurrent *
001700* account-range partitions (ACCNO-PARTS on BNKPARM, resolved by *
001800* DBANK67P). Each partition writes its own report and, for the  *
001900* accrual, its own ACCRGL summary; this step runs once they are *
002000* all done and puts back the single files the downstream jobs   *
002100* expect - BBANK54P books ACCRGL, BBANK79P captures ACCROUT.    *
002200*                                                               *
002300* The PARTCTL card names the job being merged (partition 00 or  *
002400* blank). The job's partition outputs arrive concatenated on    *
002500* the input DD for that job:                                    *
002600*   BBANK41P  ACCRIN   -> ACCROUT  detail lines copied, one     *
002700*                                  trailer counting them        *
002800*             ACCRGLIN -> ACCRGL   summed again by account type *
002900*                                  and currency                 *
003000*   BBANK55P  FEEIN    -> FEEREG   detail lines copied; the     *
003100*                                  charged, waived and total    *
003200*                                  from the lines, the accounts *
003300*                                  checked from the trailers    *
003400*   BBANK62P  SNAPIN   -> SNAPRPT  the partitions' trailer      *
003500*                                  counts added together        *
003600*                                                               *
003700* Each partition registers with run control under its own name  *
003800* as well as the job's; the job itself is left running until    *
003900* this step finds every partition complete and records its end, *
004000* so BBANK52P shows the job complete only when all of it is.    *
004100* A partition not yet complete stops the merge with the job     *
004120* still running - rerun the partition, then the merge. So does  *
004140* partition output that cannot be opened or that does not hold  *
004160* one trailer per partition: that is found before anything is   *
004180* written, and the step ends with return code 16.               *
004300*****************************************************************
004400
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID.
004700     BBANKB5P.
004800 DATE-WRITTEN.
004900     October 2026.
005000 DATE-COMPILED.
005100     Today.
005200
005300 ENVIRONMENT DIVISION.
005400
005500 INPUT-OUTPUT   SECTION.
005600   FILE-CONTROL.
005700     SELECT OPTIONAL PARTCTL-FILE
005800            ASSIGN       TO PARTCTL
005900            ORGANIZATION IS LINE SEQUENTIAL
006000            FILE STATUS  IS WS-PARTCTL-STATUS.
006100
006200     SELECT ACCRIN-FILE
006300            ASSIGN       TO ACCRIN
006400            ORGANIZATION IS LINE SEQUENTIAL
006500            FILE STATUS  IS WS-ACCRIN-STATUS.
006600
006700     SELECT ACCRGLIN-FILE
006800            ASSIGN       TO ACCRGLIN
006900            ORGANIZATION IS LINE SEQUENTIAL
007000            FILE STATUS  IS WS-ACCRGLIN-STATUS.
007100
007200     SELECT FEEIN-FILE
007300            ASSIGN       TO FEEIN
007400            ORGANIZATION IS LINE SEQUENTIAL
007500            FILE STATUS  IS WS-FEEIN-STATUS.
007600
007700     SELECT SNAPIN-FILE
007800            ASSIGN       TO SNAPIN
007900            ORGANIZATION IS LINE SEQUENTIAL
008000            FILE STATUS  IS WS-SNAPIN-STATUS.
008100
008200     SELECT ACCR-FILE
008300            ASSIGN       TO ACCROUT
008400            ORGANIZATION IS LINE SEQUENTIAL
008500            FILE STATUS  IS WS-ACCR-STATUS.
008600
008700     SELECT ACCRGL-FILE
008800            ASSIGN       TO ACCRGL
008900            ORGANIZATION IS LINE SEQUENTIAL
009000            FILE STATUS  IS WS-ACCRGL-STATUS.
009100
009200     SELECT FEEREG-FILE
009300            ASSIGN       TO FEEREG
009400            ORGANIZATION IS LINE SEQUENTIAL
009500            FILE STATUS  IS WS-FEEREG-STATUS.
009600
009700     SELECT SNAPRPT-FILE
009800            ASSIGN       TO SNAPRPT
009900            ORGANIZATION IS LINE SEQUENTIAL
010000            FILE STATUS  IS WS-SNAPRPT-STATUS.
010100
010200 DATA DIVISION.
010300
010400 FILE SECTION.
010500 FD  PARTCTL-FILE.
010600 01  PARTCTL-LINE                             PIC X(80).
010700
010800 FD  ACCRIN-FILE.
010900 01  ACCRIN-LINE                              PIC X(80).
011000
011100 FD  ACCRGLIN-FILE.
011200 01  ACCRGLIN-REC.
011300   05  AGI-REC-TYPE                          PIC X(3).
011400   05  AGI-REC-CCY                           PIC X(3).
011500   05  AGI-REC-AMOUNT                        PIC S9(11)V99
011600       SIGN LEADING SEPARATE.
011700
011800 FD  FEEIN-FILE.
011900 01  FEEIN-LINE                               PIC X(80).
012000
012100 FD  SNAPIN-FILE.
012200 01  SNAPIN-LINE                              PIC X(80).
012300
012400 FD  ACCR-FILE.
012500 01  ACCR-LINE                                PIC X(80).
012600
012700 FD  ACCRGL-FILE.
012800 01  ACCRGL-REC.
012900   05  ACR-REC-TYPE                          PIC X(3).
013000   05  ACR-REC-CCY                           PIC X(3).
013100   05  ACR-REC-AMOUNT                        PIC S9(11)V99
013200       SIGN LEADING SEPARATE.
013300
013400 FD  FEEREG-FILE.
013500 01  FEEREG-LINE                              PIC X(80).
013600
013700 FD  SNAPRPT-FILE.
013800 01  SNAPRPT-LINE                             PIC X(80).
013900
014000 WORKING-STORAGE SECTION.
014100 01  WS-MISC-STORAGE.
014200   05  WS-PROGRAM-ID                         PIC X(8)
014300       VALUE 'BBANKB5P'.
014400   05  WS-PARTCTL-STATUS                     PIC X(2).
014500   05  WS-ACCRIN-STATUS                      PIC X(2).
014600   05  WS-ACCRGLIN-STATUS                    PIC X(2).
014700   05  WS-FEEIN-STATUS                       PIC X(2).
014800   05  WS-SNAPIN-STATUS                      PIC X(2).
014900   05  WS-ACCR-STATUS                        PIC X(2).
015000   05  WS-ACCRGL-STATUS                      PIC X(2).
015100   05  WS-FEEREG-STATUS                      PIC X(2).
015200   05  WS-SNAPRPT-STATUS                     PIC X(2).
015300   05  WS-MORE-INPUT                         PIC X(1).
015400       88  WS-MORE-INPUT-EXISTS               VALUE 'Y'.
015500       88  WS-NO-MORE-INPUT                   VALUE 'N'.
015600   05  WS-AGL-FOUND-FLAG                     PIC X(1).
015700       88  WS-AGL-FOUND                       VALUE 'Y'.
015800       88  WS-AGL-NOT-FOUND                   VALUE 'N'.
015900   05  WS-BUSINESS-DATE                      PIC X(8).
016000   05  WS-MERGE-JOB-NAME                     PIC X(8).
016100   05  WS-PARTITION-COUNT                    PIC 9(2) VALUE 0.
016200   05  WS-PARTITION-SUB                      PIC 9(2).
016300   05  WS-INCOMPLETE-COUNT                   PIC 9(2) VALUE 0.
016400   05  WS-PART-COUNT-READ                    PIC 9(2) VALUE 0.
016500   05  WS-ACCRGL-SUB                         PIC 9(3).
016600   05  WS-ACCRGL-HIT                         PIC 9(3).
016700   05  WS-ACCRGL-MAX                         PIC 9(3) VALUE 0.
016800   05  WS-DETAIL-COUNT                       PIC 9(7) VALUE 0.
016900   05  WS-ACCOUNT-COUNT                      PIC 9(7) VALUE 0.
017000   05  WS-CHARGED-COUNT                      PIC 9(7) VALUE 0.
017100   05  WS-WAIVED-COUNT                       PIC 9(7) VALUE 0.
017200   05  WS-TOTAL-FEES                         PIC S9(11)V99
017300                                              VALUE 0.
017400   05  WS-FEE-AMOUNT                         PIC S9(9)V99.
017500   05  WS-SNAPSHOT-COUNT                     PIC 9(7) VALUE 0.
017600   05  WS-PURGED-COUNT                       PIC 9(7) VALUE 0.
017650   05  WS-OPEN-STATUS                        PIC X(2).
017700   05  WS-EDITED-COUNT                       PIC ZZZZZZ9.
017800   05  WS-EDITED-NUM                         PIC 9(7).
017900
018000* The partitions' report lines, as BBANK41P, BBANK55P and
018100* BBANK62P lay them out
018200 01  WS-ACCR-TRAILER-LINE.
018300   05  FILLER                                PIC X(24) VALUE
018400       'ACCOUNTS ACCRUED:       '.
018500   05  WS-TRL-ACCRUAL-COUNT                  PIC ZZZZZZ9.
018600   05  FILLER                                PIC X(49) VALUE
018700       SPACES.
018800
018900 01  WS-FEE-IN-LINE.
019000   05  FILLER                                PIC X(4).
019100   05  WS-FIN-ACCNO                          PIC X(10).
019200   05  FILLER                                PIC X(2).
019300   05  WS-FIN-TYPE                           PIC X(3).
019400   05  FILLER                                PIC X(2).
019500   05  WS-FIN-FEE-DESC                       PIC X(24).
019600   05  FILLER                                PIC X(2).
019700   05  WS-FIN-AMOUNT                         PIC -(6)9.99.
019800   05  FILLER                                PIC X(23).
019900 01  WS-FEE-IN-TRAILER REDEFINES WS-FEE-IN-LINE.
020000   05  WS-FIN-TRL-LABEL                      PIC X(18).
020100   05  WS-FIN-TRL-ACCOUNT-COUNT              PIC X(7).
020200   05  FILLER                                PIC X(55).
020300
020400 01  WS-FEE-TRAILER-LINE.
020500   05  FILLER                                PIC X(18) VALUE
020600       'ACCOUNTS CHECKED: '.
020700   05  WS-TRL-ACCOUNT-COUNT                  PIC ZZZZZZ9.
020800   05  FILLER                                PIC X(2) VALUE
020900       SPACES.
021000   05  FILLER                                PIC X(9) VALUE
021100       'CHARGED: '.
021200   05  WS-TRL-CHARGED-COUNT                  PIC ZZZZZZ9.
021300   05  FILLER                                PIC X(2) VALUE
021400       SPACES.
021500   05  FILLER                                PIC X(8) VALUE
021600       'WAIVED: '.
021700   05  WS-TRL-WAIVED-COUNT                   PIC ZZZZZZ9.
021800   05  FILLER                                PIC X(2) VALUE
021900       SPACES.
022000   05  FILLER                                PIC X(7) VALUE
022100       'TOTAL: '.
022200   05  WS-TRL-TOTAL-FEES                     PIC -(8)9.99.
022300
022400 01  WS-SNAP-IN-TRAILER.
022500   05  WS-SIN-LABEL                          PIC X(20).
022600   05  WS-SIN-SNAPSHOT-COUNT                 PIC X(7).
022700   05  FILLER                                PIC X(21).
022800   05  WS-SIN-PURGED-COUNT                   PIC X(7).
022900   05  FILLER                                PIC X(25).
023000
023100 01  WS-SNAP-TRAILER-LINE.
023200   05  FILLER                                PIC X(20) VALUE
023300       'SNAPSHOTS WRITTEN:  '.
023400   05  WS-TRL-SNAPSHOT-COUNT                 PIC ZZZZZZ9.
023500   05  FILLER                                PIC X(6) VALUE
023600       SPACES.
023700   05  FILLER                                PIC X(15) VALUE
023800       'OLD PURGED:    '.
023900   05  WS-TRL-PURGED-COUNT                   PIC ZZZZZZ9.
024000   05  FILLER                                PIC X(25) VALUE
024100       SPACES.
024200
024300 01  WS-ACCRGL-TABLE-AREA.
024400   05  WS-ACCRGL-ENTRY OCCURS 100 TIMES.
024500     10  WS-AGL-TYPE                         PIC X(3).
024600     10  WS-AGL-CCY                          PIC X(3).
024700     10  WS-AGL-AMOUNT                       PIC S9(11)V99.
024800
024900 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
025000     88  WS-RUN-ALLOWED                     VALUE 'Y'.
025100     88  WS-RUN-REFUSED                     VALUE 'N'.
025200
025300 01  WS-RUNC-DATA.
025400 COPY CBANKD53.
025500
025600 01  WS-PART-DATA.
025700 COPY CBANKD67.
025800
025900 01  WS-PARTCTL-DATA.
026000 COPY CBANKVPC.
026100
026200 PROCEDURE DIVISION.
026300*****************************************************************
026400* Main line of control                                          *
026500*****************************************************************
026600     PERFORM INITIALIZE-RUN THRU
026700             INITIALIZE-RUN-EXIT.
026800     IF WS-RUN-ALLOWED
026900        PERFORM CHECK-ONE-PARTITION THRU
027000                CHECK-ONE-PARTITION-EXIT
027100           VARYING WS-PARTITION-SUB FROM 1 BY 1
027200           UNTIL WS-PARTITION-SUB > WS-PARTITION-COUNT
027300        IF WS-INCOMPLETE-COUNT IS GREATER THAN 0
027400           SET WS-RUN-REFUSED TO TRUE
027500           DISPLAY 'BBANKB5P - RUN REFUSED, PARTITIONS NOT '
027600                   'COMPLETE: ' WS-INCOMPLETE-COUNT
027700        END-IF
027800     END-IF.
027900     IF WS-RUN-ALLOWED
027950        PERFORM COUNT-PARTITION-TRAILERS THRU
028000                COUNT-PARTITION-TRAILERS-EXIT
028050        EVALUATE WS-MERGE-JOB-NAME
028100          WHEN 'BBANK41P'
028200           PERFORM MERGE-ACCRUAL THRU
028300                   MERGE-ACCRUAL-EXIT
028400          WHEN 'BBANK55P'
028500           PERFORM MERGE-FEE-REGISTER THRU
028600                   MERGE-FEE-REGISTER-EXIT
028700          WHEN 'BBANK62P'
028800           PERFORM MERGE-SNAPSHOT-REPORT THRU
028900                   MERGE-SNAPSHOT-REPORT-EXIT
029000        END-EVALUATE
029100        PERFORM TERMINATE-RUN THRU
029200                TERMINATE-RUN-EXIT
029300     END-IF.
029400     GOBACK.
029500
029600*****************************************************************
029700* Read the PARTCTL card for the job to merge, find out how many *
029800* partitions it ran as, and make sure the job itself is still   *
029900* waiting on them                                               *
030000*****************************************************************
030100 INITIALIZE-RUN.
030200     MOVE SPACES TO WS-PARTCTL-DATA.
030300     OPEN INPUT PARTCTL-FILE.
030400     IF WS-PARTCTL-STATUS IS EQUAL TO '00'
030500        READ PARTCTL-FILE INTO WS-PARTCTL-DATA
030600             AT END MOVE SPACES TO WS-PARTCTL-DATA
030700        END-READ
030800        CLOSE PARTCTL-FILE
030900     END-IF.
031000     MOVE PCC-JOB-NAME TO WS-MERGE-JOB-NAME.
031100     IF (WS-MERGE-JOB-NAME IS NOT EQUAL TO 'BBANK41P' AND
031200         WS-MERGE-JOB-NAME IS NOT EQUAL TO 'BBANK55P' AND
031300         WS-MERGE-JOB-NAME IS NOT EQUAL TO 'BBANK62P') OR
031400        (PCC-PARTITION IS NOT EQUAL TO SPACES AND
031500         PCC-PARTITION IS NOT EQUAL TO '00')
031600        SET WS-RUN-REFUSED TO TRUE
031700        DISPLAY 'BBANKB5P - RUN REFUSED, PARTITION CARD IS: '
031800                PCC-JOB-NAME PCC-PARTITION
031900        GO TO INITIALIZE-RUN-EXIT
032000     END-IF.
032100     MOVE SPACES TO CD53-DATA.
032200     SET CD53-REQUESTED-BUSDATE TO TRUE.
032300     CALL 'DBANK53P' USING WS-RUNC-DATA.
032400     MOVE CD53O-BUSINESS-DATE TO WS-BUSINESS-DATE.
032500     MOVE SPACES TO CD67-DATA.
032600     MOVE WS-MERGE-JOB-NAME TO CD67I-JOB-NAME.
032700     MOVE 0 TO CD67I-PARTITION-NO.
032800     MOVE WS-BUSINESS-DATE TO CD67I-AS-OF-DATE.
032900     CALL 'DBANK67P' USING WS-PART-DATA.
033000     IF NOT CD67O-RESP-OK
033100        SET WS-RUN-REFUSED TO TRUE
033200        DISPLAY 'BBANKB5P - RUN REFUSED: ' CD67O-RESP-MSG
033300        GO TO INITIALIZE-RUN-EXIT
033400     END-IF.
033500     MOVE CD67O-PARTITION-COUNT TO WS-PARTITION-COUNT.
033600* The partitions start the job; only this step ends it
033700     MOVE SPACES TO CD53-DATA.
033800     SET CD53-REQUESTED-QUERY TO TRUE.
033900     MOVE WS-MERGE-JOB-NAME TO CD53I-JOB-NAME.
034000     CALL 'DBANK53P' USING WS-RUNC-DATA.
034100     IF CD53O-JOB-NOT-RUN
034200        SET WS-RUN-REFUSED TO TRUE
034300        DISPLAY 'BBANKB5P - RUN REFUSED, ' WS-MERGE-JOB-NAME
034400                ' HAS NOT STARTED FOR ' WS-BUSINESS-DATE
034500        GO TO INITIALIZE-RUN-EXIT
034600     END-IF.
034700     IF CD53O-JOB-COMPLETE
034800        SET WS-RUN-REFUSED TO TRUE
034900        DISPLAY 'BBANKB5P - RUN REFUSED, ' WS-MERGE-JOB-NAME
035000                ' IS ALREADY COMPLETE FOR ' WS-BUSINESS-DATE
035100     END-IF.
035200 INITIALIZE-RUN-EXIT.
035300     EXIT.
035400
035500*****************************************************************
035600* Ask run control whether one partition has completed, listing  *
035700* any that have not                                             *
035800*****************************************************************
035900 CHECK-ONE-PARTITION.
036000     MOVE SPACES TO CD67-DATA.
036100     MOVE WS-MERGE-JOB-NAME TO CD67I-JOB-NAME.
036200     MOVE WS-PARTITION-SUB TO CD67I-PARTITION-NO.
036300     MOVE WS-BUSINESS-DATE TO CD67I-AS-OF-DATE.
036400     CALL 'DBANK67P' USING WS-PART-DATA.
036500     IF NOT CD67O-RESP-OK
036600        ADD 1 TO WS-INCOMPLETE-COUNT
036700        DISPLAY 'BBANKB5P - PARTITION ' WS-PARTITION-SUB ': '
036800                CD67O-RESP-MSG
036900        GO TO CHECK-ONE-PARTITION-EXIT
037000     END-IF.
037100     MOVE SPACES TO CD53-DATA.
037200     SET CD53-REQUESTED-QUERY TO TRUE.
037300     MOVE CD67O-PART-JOB-NAME TO CD53I-JOB-NAME.
037400     CALL 'DBANK53P' USING WS-RUNC-DATA.
037500     IF NOT CD53O-JOB-COMPLETE
037600        ADD 1 TO WS-INCOMPLETE-COUNT
037700        EVALUATE TRUE
037800          WHEN CD53O-JOB-NOT-RUN
037900           DISPLAY 'BBANKB5P - PARTITION ' CD67O-PART-JOB-NAME
038000                   ' HAS NOT RUN'
038100          WHEN CD53O-JOB-RUNNING
038200           DISPLAY 'BBANKB5P - PARTITION ' CD67O-PART-JOB-NAME
038300                   ' IS STILL RUNNING'
038400          WHEN OTHER
038500           DISPLAY 'BBANKB5P - PARTITION ' CD67O-PART-JOB-NAME
038600                   ' ABENDED'
038700        END-EVALUATE
038800     END-IF.
038900 CHECK-ONE-PARTITION-EXIT.
039000     EXIT.
039100
039101*****************************************************************
039102* Read the job's partition output through once before anything  *
039103* is written: every input must open and hold exactly one        *
039104* trailer per partition, or the merged files would be partial   *
039105*****************************************************************
039106 COUNT-PARTITION-TRAILERS.
039107     EVALUATE WS-MERGE-JOB-NAME
039108       WHEN 'BBANK41P'
039109        OPEN INPUT ACCRGLIN-FILE
039110        MOVE WS-ACCRGLIN-STATUS TO WS-OPEN-STATUS
039111        IF WS-OPEN-STATUS IS EQUAL TO '00'
039112           CLOSE ACCRGLIN-FILE
039113           OPEN INPUT ACCRIN-FILE
039114           MOVE WS-ACCRIN-STATUS TO WS-OPEN-STATUS
039115        END-IF
039116       WHEN 'BBANK55P'
039117        OPEN INPUT FEEIN-FILE
039118        MOVE WS-FEEIN-STATUS TO WS-OPEN-STATUS
039119       WHEN 'BBANK62P'
039120        OPEN INPUT SNAPIN-FILE
039121        MOVE WS-SNAPIN-STATUS TO WS-OPEN-STATUS
039122     END-EVALUATE.
039123     IF WS-OPEN-STATUS IS NOT EQUAL TO '00'
039124        DISPLAY 'BBANKB5P - PARTITION OUTPUT FOR '
039125                WS-MERGE-JOB-NAME ' NOT OPENED, STATUS '
039126                WS-OPEN-STATUS
039127        PERFORM ABEND-RUN THRU
039128                ABEND-RUN-EXIT
039129     END-IF.
039130     MOVE 0 TO WS-PART-COUNT-READ.
039131     SET WS-MORE-INPUT-EXISTS TO TRUE.
039132     PERFORM COUNT-ONE-TRAILER THRU
039133             COUNT-ONE-TRAILER-EXIT
039134        UNTIL WS-NO-MORE-INPUT.
039135     EVALUATE WS-MERGE-JOB-NAME
039136       WHEN 'BBANK41P'
039137        CLOSE ACCRIN-FILE
039138       WHEN 'BBANK55P'
039139        CLOSE FEEIN-FILE
039140       WHEN 'BBANK62P'
039141        CLOSE SNAPIN-FILE
039142     END-EVALUATE.
039143     IF WS-PART-COUNT-READ IS NOT EQUAL TO WS-PARTITION-COUNT
039144        DISPLAY 'BBANKB5P - ' WS-PART-COUNT-READ
039145                ' PARTITION TRAILERS READ FOR '
039146                WS-PARTITION-COUNT ' PARTITIONS'
039147        PERFORM ABEND-RUN THRU
039148                ABEND-RUN-EXIT
039149     END-IF.
039150 COUNT-PARTITION-TRAILERS-EXIT.
039151     EXIT.
039152
039153 COUNT-ONE-TRAILER.
039154     EVALUATE WS-MERGE-JOB-NAME
039155       WHEN 'BBANK41P'
039156        READ ACCRIN-FILE
039157             AT END SET WS-NO-MORE-INPUT TO TRUE
039158        END-READ
039159        IF WS-MORE-INPUT-EXISTS AND
039160           ACCRIN-LINE(1:17) IS EQUAL TO 'ACCOUNTS ACCRUED:'
039161           ADD 1 TO WS-PART-COUNT-READ
039162        END-IF
039163       WHEN 'BBANK55P'
039164        READ FEEIN-FILE INTO WS-FEE-IN-LINE
039165             AT END SET WS-NO-MORE-INPUT TO TRUE
039166        END-READ
039167        IF WS-MORE-INPUT-EXISTS AND
039168           WS-FIN-TRL-LABEL IS EQUAL TO 'ACCOUNTS CHECKED: '
039169           ADD 1 TO WS-PART-COUNT-READ
039170        END-IF
039171       WHEN 'BBANK62P'
039172        READ SNAPIN-FILE INTO WS-SNAP-IN-TRAILER
039173             AT END SET WS-NO-MORE-INPUT TO TRUE
039174        END-READ
039175        IF WS-MORE-INPUT-EXISTS AND
039176           WS-SIN-LABEL IS EQUAL TO 'SNAPSHOTS WRITTEN:  '
039177           ADD 1 TO WS-PART-COUNT-READ
039178        END-IF
039179     END-EVALUATE.
039180 COUNT-ONE-TRAILER-EXIT.
039181     EXIT.
039200*****************************************************************
039300* BBANK41P - one accrual report with a single trailer, and the  *
039400* partitions' GL movement summed again by type and currency     *
039500*****************************************************************
039600 MERGE-ACCRUAL.
039700     OPEN INPUT ACCRIN-FILE.
039800     OPEN OUTPUT ACCR-FILE.
039900     SET WS-MORE-INPUT-EXISTS TO TRUE.
040000     PERFORM COPY-ACCRUAL-LINE THRU
040100             COPY-ACCRUAL-LINE-EXIT
040200        UNTIL WS-NO-MORE-INPUT.
040300     MOVE WS-DETAIL-COUNT TO WS-TRL-ACCRUAL-COUNT.
040400     WRITE ACCR-LINE FROM WS-ACCR-TRAILER-LINE.
040500     CLOSE ACCRIN-FILE.
040600     CLOSE ACCR-FILE.
040700     OPEN INPUT ACCRGLIN-FILE.
040800     SET WS-MORE-INPUT-EXISTS TO TRUE.
040900     PERFORM ADD-ACCRGL-RECORD THRU
041000             ADD-ACCRGL-RECORD-EXIT
041100        UNTIL WS-NO-MORE-INPUT.
041200     CLOSE ACCRGLIN-FILE.
041300     OPEN OUTPUT ACCRGL-FILE.
041400     PERFORM WRITE-ONE-ACCRGL THRU
041500             WRITE-ONE-ACCRGL-EXIT
041600        VARYING WS-ACCRGL-SUB FROM 1 BY 1
041700        UNTIL WS-ACCRGL-SUB > WS-ACCRGL-MAX.
041800     CLOSE ACCRGL-FILE.
041900     DISPLAY 'BBANKB5P - BBANK41P ACCOUNTS ACCRUED: '
042000             WS-DETAIL-COUNT ' GL LINES: ' WS-ACCRGL-MAX.
042100 MERGE-ACCRUAL-EXIT.
042200     EXIT.
042300
042400 COPY-ACCRUAL-LINE.
042500     READ ACCRIN-FILE
042600          AT END SET WS-NO-MORE-INPUT TO TRUE
042700     END-READ.
042800     IF WS-NO-MORE-INPUT OR
042900        ACCRIN-LINE IS EQUAL TO SPACES
043000        GO TO COPY-ACCRUAL-LINE-EXIT
043100     END-IF.
043200* Each partition's own trailer is dropped for the merged one
043300     IF ACCRIN-LINE(1:17) IS EQUAL TO 'ACCOUNTS ACCRUED:'
043500        GO TO COPY-ACCRUAL-LINE-EXIT
043600     END-IF.
043700     WRITE ACCR-LINE FROM ACCRIN-LINE.
043800     ADD 1 TO WS-DETAIL-COUNT.
043900 COPY-ACCRUAL-LINE-EXIT.
044000     EXIT.
044100
044200*****************************************************************
044300* Find or add the type/currency entry for one partition's GL    *
044400* summary record and add its amount in                          *
044500*****************************************************************
044600 ADD-ACCRGL-RECORD.
044700     READ ACCRGLIN-FILE
044800          AT END SET WS-NO-MORE-INPUT TO TRUE
044900     END-READ.
045000     IF WS-NO-MORE-INPUT
045100        GO TO ADD-ACCRGL-RECORD-EXIT
045200     END-IF.
045300     SET WS-AGL-NOT-FOUND TO TRUE.
045400     PERFORM FIND-ACCRGL-ENTRY THRU
045500             FIND-ACCRGL-ENTRY-EXIT
045600        VARYING WS-ACCRGL-SUB FROM 1 BY 1
045700        UNTIL WS-ACCRGL-SUB > WS-ACCRGL-MAX
045800           OR WS-AGL-FOUND.
045900     IF WS-AGL-NOT-FOUND
046000        IF WS-ACCRGL-MAX IS GREATER THAN OR EQUAL TO 100
046100           DISPLAY 'BBANKB5P - ACCRGL TABLE FULL, TYPE '
046200                   AGI-REC-TYPE ' DROPPED'
046300           GO TO ADD-ACCRGL-RECORD-EXIT
046400        END-IF
046500        ADD 1 TO WS-ACCRGL-MAX
046600        MOVE WS-ACCRGL-MAX TO WS-ACCRGL-HIT
046700        MOVE AGI-REC-TYPE TO WS-AGL-TYPE (WS-ACCRGL-HIT)
046800        MOVE AGI-REC-CCY TO WS-AGL-CCY (WS-ACCRGL-HIT)
046900        MOVE 0 TO WS-AGL-AMOUNT (WS-ACCRGL-HIT)
047000     END-IF.
047100     ADD AGI-REC-AMOUNT TO WS-AGL-AMOUNT (WS-ACCRGL-HIT).
047200 ADD-ACCRGL-RECORD-EXIT.
047300     EXIT.
047400
047500 FIND-ACCRGL-ENTRY.
047600     IF WS-AGL-TYPE (WS-ACCRGL-SUB) IS EQUAL TO AGI-REC-TYPE AND
047700        WS-AGL-CCY (WS-ACCRGL-SUB) IS EQUAL TO AGI-REC-CCY
047800        SET WS-AGL-FOUND TO TRUE
047900        MOVE WS-ACCRGL-SUB TO WS-ACCRGL-HIT
048000     END-IF.
048100 FIND-ACCRGL-ENTRY-EXIT.
048200     EXIT.
048300
048400 WRITE-ONE-ACCRGL.
048500     MOVE WS-AGL-TYPE (WS-ACCRGL-SUB) TO ACR-REC-TYPE.
048600     MOVE WS-AGL-CCY (WS-ACCRGL-SUB) TO ACR-REC-CCY.
048700     MOVE WS-AGL-AMOUNT (WS-ACCRGL-SUB) TO ACR-REC-AMOUNT.
048800     WRITE ACCRGL-REC.
048900 WRITE-ONE-ACCRGL-EXIT.
049000     EXIT.
049100
049200*****************************************************************
049300* BBANK55P - one fee register. The charges and waivers are      *
049400* counted off the lines themselves, since a resumed partition   *
049500* adds to the register its failed run began and that run never  *
049600* reached its trailer; the accounts checked can only come from  *
049700* the partitions' trailers                                      *
049800*****************************************************************
049900 MERGE-FEE-REGISTER.
050000     OPEN INPUT FEEIN-FILE.
050100     OPEN OUTPUT FEEREG-FILE.
050200     SET WS-MORE-INPUT-EXISTS TO TRUE.
050300     PERFORM COPY-FEE-LINE THRU
050400             COPY-FEE-LINE-EXIT
050500        UNTIL WS-NO-MORE-INPUT.
050600     MOVE WS-ACCOUNT-COUNT TO WS-TRL-ACCOUNT-COUNT.
050700     MOVE WS-CHARGED-COUNT TO WS-TRL-CHARGED-COUNT.
050800     MOVE WS-WAIVED-COUNT TO WS-TRL-WAIVED-COUNT.
050900     MOVE WS-TOTAL-FEES TO WS-TRL-TOTAL-FEES.
051000     WRITE FEEREG-LINE FROM WS-FEE-TRAILER-LINE.
051100     CLOSE FEEIN-FILE.
051200     CLOSE FEEREG-FILE.
051300     DISPLAY 'BBANKB5P - BBANK55P ACCOUNTS CHECKED: '
051400             WS-ACCOUNT-COUNT ' CHARGED: ' WS-CHARGED-COUNT
051500             ' WAIVED: ' WS-WAIVED-COUNT.
051600 MERGE-FEE-REGISTER-EXIT.
051700     EXIT.
051800
051900 COPY-FEE-LINE.
052000     READ FEEIN-FILE INTO WS-FEE-IN-LINE
052100          AT END SET WS-NO-MORE-INPUT TO TRUE
052200     END-READ.
052300     IF WS-NO-MORE-INPUT OR
052400        WS-FEE-IN-LINE IS EQUAL TO SPACES
052500        GO TO COPY-FEE-LINE-EXIT
052600     END-IF.
052700     IF WS-FIN-TRL-LABEL IS EQUAL TO 'ACCOUNTS CHECKED: '
052900        MOVE WS-FIN-TRL-ACCOUNT-COUNT TO WS-EDITED-COUNT
053000        MOVE WS-EDITED-COUNT TO WS-EDITED-NUM
053100        ADD WS-EDITED-NUM TO WS-ACCOUNT-COUNT
053200        GO TO COPY-FEE-LINE-EXIT
053300     END-IF.
053400     WRITE FEEREG-LINE FROM WS-FEE-IN-LINE.
053500     IF WS-FIN-FEE-DESC IS EQUAL TO 'MONTHLY SERVICE - WAIVED'
053600        ADD 1 TO WS-WAIVED-COUNT
053700     ELSE
053800        ADD 1 TO WS-CHARGED-COUNT
053900        MOVE WS-FIN-AMOUNT TO WS-FEE-AMOUNT
054000        ADD WS-FEE-AMOUNT TO WS-TOTAL-FEES
054100     END-IF.
054200 COPY-FEE-LINE-EXIT.
054300     EXIT.
054400
054500*****************************************************************
054600* BBANK62P - the report is a trailer only, so add the           *
054700* partitions' counts together                                   *
054800*****************************************************************
054900 MERGE-SNAPSHOT-REPORT.
055000     OPEN INPUT SNAPIN-FILE.
055100     SET WS-MORE-INPUT-EXISTS TO TRUE.
055200     PERFORM ADD-SNAPSHOT-TRAILER THRU
055300             ADD-SNAPSHOT-TRAILER-EXIT
055400        UNTIL WS-NO-MORE-INPUT.
055500     CLOSE SNAPIN-FILE.
055600     MOVE WS-SNAPSHOT-COUNT TO WS-TRL-SNAPSHOT-COUNT.
055700     MOVE WS-PURGED-COUNT TO WS-TRL-PURGED-COUNT.
055800     OPEN OUTPUT SNAPRPT-FILE.
055900     WRITE SNAPRPT-LINE FROM WS-SNAP-TRAILER-LINE.
056000     CLOSE SNAPRPT-FILE.
056100     DISPLAY 'BBANKB5P - BBANK62P SNAPSHOTS WRITTEN: '
056200             WS-SNAPSHOT-COUNT ' OLD PURGED: ' WS-PURGED-COUNT.
056300 MERGE-SNAPSHOT-REPORT-EXIT.
056400     EXIT.
056500
056600 ADD-SNAPSHOT-TRAILER.
056700     READ SNAPIN-FILE INTO WS-SNAP-IN-TRAILER
056800          AT END SET WS-NO-MORE-INPUT TO TRUE
056900     END-READ.
057000     IF WS-NO-MORE-INPUT OR
057100        WS-SIN-LABEL IS NOT EQUAL TO 'SNAPSHOTS WRITTEN:  '
057200        GO TO ADD-SNAPSHOT-TRAILER-EXIT
057300     END-IF.
057500     MOVE WS-SIN-SNAPSHOT-COUNT TO WS-EDITED-COUNT.
057600     MOVE WS-EDITED-COUNT TO WS-EDITED-NUM.
057700     ADD WS-EDITED-NUM TO WS-SNAPSHOT-COUNT.
057800     MOVE WS-SIN-PURGED-COUNT TO WS-EDITED-COUNT.
057900     MOVE WS-EDITED-COUNT TO WS-EDITED-NUM.
058000     ADD WS-EDITED-NUM TO WS-PURGED-COUNT.
058100 ADD-SNAPSHOT-TRAILER-EXIT.
058200     EXIT.
058300
058400*****************************************************************
058450* Every partition's output was found and merged - record the    *
058500* end of the job itself                                         *
058550*****************************************************************
058600 TERMINATE-RUN.
058650     MOVE SPACES TO CD53-DATA.
058700     SET CD53-REQUESTED-END TO TRUE.
058750     MOVE WS-MERGE-JOB-NAME TO CD53I-JOB-NAME.
058800     CALL 'DBANK53P' USING WS-RUNC-DATA.
058850 TERMINATE-RUN-EXIT.
058900     EXIT.
058950
059000*****************************************************************
059050* The partitions' output is missing or incomplete - stop before *
059100* anything more is written, leaving the job itself running on   *
059150* run control so that BBANK52P never shows it complete and the  *
059200* merge can be rerun once the output is put right               *
059250*****************************************************************
059300 ABEND-RUN.
059350     DISPLAY 'BBANKB5P - STEP ABENDED, ' WS-MERGE-JOB-NAME
059400             ' LEFT RUNNING'.
059450     MOVE 16 TO RETURN-CODE.
059500     STOP RUN.
059550 ABEND-RUN-EXIT.
059600     EXIT.
060100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
