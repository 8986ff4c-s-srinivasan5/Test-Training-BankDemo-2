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
001300* Program:     SSCRN01P.CBL                                     *
001400* Layer:       Security                                         *
001500* Function:    Sanctions watchlist name matching                *
001600*                                                               *
001700* Reduces a name to the form the watchlist match compares       *
001800* (normalise) and scores a candidate name against one list      *
001900* entry (match). It does no I/O of its own and issues no EXEC   *
002000* CICS, so the BBANK87P list load, the DBANK55P batch screen    *
002100* and the DBANK56P online screen all CALL the same rules.       *
002200*                                                               *
002300* The match is deliberately forgiving: names are compared word  *
002400* by word in any order, a word that is spelt differently but    *
002500* sounds the same (same Soundex code - MOHAMMED / MUHAMMAD,     *
002600* SMITH / SMYTH) scores nearly as well as an exact one, and a   *
002700* bare initial earns half. Whether a score is a possible match  *
002800* is the caller's decision, against the SANC-MATCH-PCT          *
002900* parameter.                                                    *
003000*****************************************************************
003100
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.
003400     SSCRN01P.
003500 DATE-WRITTEN.
003600     October 2026.
003700 DATE-COMPILED.
003800     Today.
003900
004000 ENVIRONMENT DIVISION.
004100
004200 DATA DIVISION.
004300
004400 WORKING-STORAGE SECTION.
004500 01  WS-MISC-STORAGE.
004600   05  WS-PROGRAM-ID                         PIC X(8)
004700       VALUE 'SSCRN01P'.
004800   05  WS-COMMAREA-LENGTH                    PIC 9(5).
004900   05  WS-IN-NAME                            PIC X(40).
005000   05  WS-CHAR                               PIC X(1).
005100   05  WS-CHAR-SUB                           PIC 9(2).
005200   05  WS-WORD-SUB                           PIC 9(2).
005300   05  WS-CAND-SUB                           PIC 9(2).
005400   05  WS-NAME-PTR                           PIC 9(2).
005500   05  WS-IN-WORD-FLAG                       PIC X(1).
005600       88  WS-IN-WORD                        VALUE 'Y'.
005700       88  WS-NOT-IN-WORD                    VALUE 'N'.
005800   05  WS-WORDS-FULL-FLAG                    PIC X(1).
005900       88  WS-WORDS-FULL                     VALUE 'Y'.
006000       88  WS-WORDS-NOT-FULL                 VALUE 'N'.
006100   05  WS-CHECK-WORD                         PIC X(20).
006200       88  WS-NOISE-WORD                     VALUE 'MR' 'MRS' 'MS'
006300                                             'MISS' 'DR' 'SIR'
006400                                             'THE' 'AND' 'OF'
006500                                             'LTD' 'LIMITED' 'PLC'
006600                                             'INC' 'CO' 'LLC'
006700                                             'CORP'.
006800   05  WS-CREDIT                             PIC 9(3).
006900   05  WS-BEST-CREDIT                        PIC 9(3).
007000   05  WS-BEST-SUB                           PIC 9(2).
007100   05  WS-TOTAL-CREDIT                       PIC 9(5).
007200
007300 01  WS-SOUNDEX-WORK.
007400   05  WS-SDX-WORD                           PIC X(20).
007500   05  WS-SDX-CODE                           PIC X(4).
007600   05  WS-SDX-LEN                            PIC 9(1).
007700   05  WS-SDX-PREV                           PIC X(1).
007800   05  WS-SDX-SUB                            PIC 9(2).
007900
008000* The words of the name being worked on, and their Soundex codes
008100 01  WS-WORD-AREA.
008200   05  WS-WORD-COUNT                         PIC 9(2).
008300   05  WS-WORD-ENTRY                         OCCURS 8 TIMES.
008400       10  WS-WORD                           PIC X(20).
008500       10  WS-WORD-LEN                       PIC 9(2).
008600       10  WS-WORD-CODE                      PIC X(4).
008700       10  WS-WORD-USED                      PIC X(1).
008800
008900* The list entry's words, split off before the candidate's
009000 01  WS-LIST-AREA.
009100   05  WS-LIST-COUNT                         PIC 9(2).
009200   05  WS-LIST-ENTRY                         OCCURS 8 TIMES.
009300       10  WS-LIST-WORD                      PIC X(20).
009400       10  WS-LIST-LEN                       PIC 9(2).
009500       10  WS-LIST-CODE                      PIC X(4).
009600       10  WS-LIST-USED                      PIC X(1).
009700
009800 01  WS-COMMAREA.
009900 COPY CSCRND01.
010000
010100 LINKAGE SECTION.
010200 01  DFHCOMMAREA.
010300   05  LK-COMMAREA                           PIC X(1)
010400         OCCURS 1 TO 4096 TIMES
010500           DEPENDING ON WS-COMMAREA-LENGTH.
010600
010700 PROCEDURE DIVISION USING DFHCOMMAREA.
010800*****************************************************************
010900* Move the passed data to our area                              *
011000*****************************************************************
011100     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.
011200     MOVE DFHCOMMAREA TO WS-COMMAREA.
011300
011400*****************************************************************
011500* Initialize our output area                                    *
011600*****************************************************************
011700     MOVE SPACES TO CSCRND01O-MATCH-NAME.
011800     MOVE 0 TO CSCRND01O-SCORE.
011900
012000*****************************************************************
012100* Check what is required                                        *
012200*****************************************************************
012300     EVALUATE TRUE
012400       WHEN SCRN-NORMALISE
012500        PERFORM NORMALISE-NAME THRU
012600                NORMALISE-NAME-EXIT
012700       WHEN SCRN-MATCH
012800        PERFORM MATCH-NAMES THRU
012900                MATCH-NAMES-EXIT
013000       WHEN OTHER
013100        CONTINUE
013200     END-EVALUATE.
013300
013400*****************************************************************
013500* Move the result back to the callers area                      *
013600*****************************************************************
013700     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).
013800
013900*****************************************************************
014000* Return to our caller                                          *
014100*****************************************************************
014200     GOBACK.
014300
014400*****************************************************************
014500* Split the name into words and string the ones that are not    *
014600* titles or company suffixes back together, one space apart     *
014700*****************************************************************
014800 NORMALISE-NAME.
014900     MOVE CSCRND01I-NAME TO WS-IN-NAME.
015000     PERFORM BUILD-WORDS THRU
015100             BUILD-WORDS-EXIT.
015200     MOVE 1 TO WS-NAME-PTR.
015300     PERFORM APPEND-ONE-WORD THRU
015400             APPEND-ONE-WORD-EXIT
015500        VARYING WS-WORD-SUB FROM 1 BY 1
015600        UNTIL WS-WORD-SUB > WS-WORD-COUNT.
015700 NORMALISE-NAME-EXIT.
015800     EXIT.
015900
016000 APPEND-ONE-WORD.
016100     MOVE WS-WORD(WS-WORD-SUB) TO WS-CHECK-WORD.
016200     IF WS-NOISE-WORD
016300        GO TO APPEND-ONE-WORD-EXIT
016400     END-IF.
016500     IF WS-NAME-PTR IS GREATER THAN 1
016600        STRING ' ' DELIMITED BY SIZE
016700           INTO CSCRND01O-MATCH-NAME
016800           WITH POINTER WS-NAME-PTR
016900           ON OVERFLOW GO TO APPEND-ONE-WORD-EXIT
017000        END-STRING
017100     END-IF.
017200     STRING WS-WORD(WS-WORD-SUB) DELIMITED BY SPACE
017300        INTO CSCRND01O-MATCH-NAME
017400        WITH POINTER WS-NAME-PTR
017500        ON OVERFLOW CONTINUE
017600     END-STRING.
017700 APPEND-ONE-WORD-EXIT.
017800     EXIT.
017900
018000*****************************************************************
018100* Score the candidate against the list entry: every list word   *
018200* takes the best credit any unused candidate word offers, and   *
018300* the score is the average over the list words                  *
018400*****************************************************************
018500 MATCH-NAMES.
018600     MOVE CSCRND01I-LIST-NAME TO WS-IN-NAME.
018700     PERFORM BUILD-WORDS THRU
018800             BUILD-WORDS-EXIT.
018900     MOVE WS-WORD-AREA TO WS-LIST-AREA.
019000     MOVE CSCRND01I-NAME TO WS-IN-NAME.
019100     PERFORM BUILD-WORDS THRU
019200             BUILD-WORDS-EXIT.
019300     IF WS-LIST-COUNT IS EQUAL TO 0 OR
019400        WS-WORD-COUNT IS EQUAL TO 0
019500        GO TO MATCH-NAMES-EXIT
019600     END-IF.
019700     MOVE 0 TO WS-TOTAL-CREDIT.
019800     PERFORM SCORE-LIST-WORD THRU
019900             SCORE-LIST-WORD-EXIT
020000        VARYING WS-WORD-SUB FROM 1 BY 1
020100        UNTIL WS-WORD-SUB > WS-LIST-COUNT.
020200     DIVIDE WS-TOTAL-CREDIT BY WS-LIST-COUNT
020300        GIVING CSCRND01O-SCORE.
020400 MATCH-NAMES-EXIT.
020500     EXIT.
020600
020700 SCORE-LIST-WORD.
020800     MOVE 0 TO WS-BEST-CREDIT.
020900     MOVE 0 TO WS-BEST-SUB.
021000     PERFORM COMPARE-ONE-WORD THRU
021100             COMPARE-ONE-WORD-EXIT
021200        VARYING WS-CAND-SUB FROM 1 BY 1
021300        UNTIL WS-CAND-SUB > WS-WORD-COUNT.
021400     IF WS-BEST-SUB IS GREATER THAN 0
021500        MOVE 'Y' TO WS-WORD-USED(WS-BEST-SUB)
021600        ADD WS-BEST-CREDIT TO WS-TOTAL-CREDIT
021700     END-IF.
021800 SCORE-LIST-WORD-EXIT.
021900     EXIT.
022000
022100 COMPARE-ONE-WORD.
022200     IF WS-WORD-USED(WS-CAND-SUB) IS EQUAL TO 'Y'
022300        GO TO COMPARE-ONE-WORD-EXIT
022400     END-IF.
022500     MOVE 0 TO WS-CREDIT.
022600     EVALUATE TRUE
022700       WHEN WS-WORD(WS-CAND-SUB) IS EQUAL TO
022800            WS-LIST-WORD(WS-WORD-SUB)
022900         MOVE 100 TO WS-CREDIT
023000       WHEN WS-WORD-LEN(WS-CAND-SUB) IS GREATER THAN 1 AND
023100            WS-LIST-LEN(WS-WORD-SUB) IS GREATER THAN 1 AND
023200            WS-WORD-CODE(WS-CAND-SUB) IS EQUAL TO
023300            WS-LIST-CODE(WS-WORD-SUB)
023400         MOVE 90 TO WS-CREDIT
023500       WHEN (WS-WORD-LEN(WS-CAND-SUB) IS EQUAL TO 1 OR
023600             WS-LIST-LEN(WS-WORD-SUB) IS EQUAL TO 1) AND
023700            WS-WORD(WS-CAND-SUB)(1:1) IS EQUAL TO
023800            WS-LIST-WORD(WS-WORD-SUB)(1:1)
023900         MOVE 50 TO WS-CREDIT
024000       WHEN OTHER
024100         CONTINUE
024200     END-EVALUATE.
024300     IF WS-CREDIT IS GREATER THAN WS-BEST-CREDIT
024400        MOVE WS-CREDIT TO WS-BEST-CREDIT
024500        MOVE WS-CAND-SUB TO WS-BEST-SUB
024600     END-IF.
024700 COMPARE-ONE-WORD-EXIT.
024800     EXIT.
024900
025000*****************************************************************
025100* Break WS-IN-NAME into at most eight upper-case words: letters *
025200* and digits make up a word, an apostrophe is closed up         *
025300* (O'BRIEN matches OBRIEN) and anything else ends the word. Each*
025400* word then gets its Soundex code.                              *
025500*****************************************************************
025600 BUILD-WORDS.
025700     INSPECT WS-IN-NAME
025800       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
025900               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
026000     MOVE SPACES TO WS-WORD-AREA.
026100     MOVE 0 TO WS-WORD-COUNT.
026200     SET WS-NOT-IN-WORD TO TRUE.
026300     SET WS-WORDS-NOT-FULL TO TRUE.
026400     PERFORM SCAN-ONE-CHAR THRU
026500             SCAN-ONE-CHAR-EXIT
026600        VARYING WS-CHAR-SUB FROM 1 BY 1
026700        UNTIL WS-CHAR-SUB > 40.
026800     PERFORM CODE-ONE-WORD THRU
026900             CODE-ONE-WORD-EXIT
027000        VARYING WS-WORD-SUB FROM 1 BY 1
027100        UNTIL WS-WORD-SUB > WS-WORD-COUNT.
027200 BUILD-WORDS-EXIT.
027300     EXIT.
027400
027500 SCAN-ONE-CHAR.
027600     MOVE WS-IN-NAME(WS-CHAR-SUB:1) TO WS-CHAR.
027700     IF WS-CHAR IS EQUAL TO QUOTE
027800        GO TO SCAN-ONE-CHAR-EXIT
027900     END-IF.
028000     IF WS-CHAR IS EQUAL TO SPACE OR
028100        (WS-CHAR IS NOT ALPHABETIC-UPPER AND
028200         WS-CHAR IS NOT NUMERIC)
028300        SET WS-NOT-IN-WORD TO TRUE
028400        GO TO SCAN-ONE-CHAR-EXIT
028500     END-IF.
028600     IF WS-NOT-IN-WORD
028700        SET WS-IN-WORD TO TRUE
028800        IF WS-WORD-COUNT IS LESS THAN 8
028900           ADD 1 TO WS-WORD-COUNT
029000           MOVE 0 TO WS-WORD-LEN(WS-WORD-COUNT)
029100           MOVE 'N' TO WS-WORD-USED(WS-WORD-COUNT)
029200        ELSE
029300           SET WS-WORDS-FULL TO TRUE
029400        END-IF
029500     END-IF.
029600     IF WS-WORDS-FULL OR
029700        WS-WORD-LEN(WS-WORD-COUNT) IS NOT LESS THAN 20
029800        GO TO SCAN-ONE-CHAR-EXIT
029900     END-IF.
030000     ADD 1 TO WS-WORD-LEN(WS-WORD-COUNT).
030100     MOVE WS-CHAR TO
030200         WS-WORD(WS-WORD-COUNT)(WS-WORD-LEN(WS-WORD-COUNT):1).
030300 SCAN-ONE-CHAR-EXIT.
030400     EXIT.
030500
030600*****************************************************************
030700* Soundex code of one word: its first letter followed by the    *
030800* digit classes of the consonants after it, a repeat of the     *
030900* same class only counting again once a vowel has come between, *
031000* padded or cut to four characters                              *
031100*****************************************************************
031200 CODE-ONE-WORD.
031300     MOVE WS-WORD(WS-WORD-SUB) TO WS-SDX-WORD.
031400     INSPECT WS-SDX-WORD
031500       CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'
031600               TO '012301200224550126230102020000000000'.
031700     MOVE SPACES TO WS-SDX-CODE.
031800     MOVE WS-WORD(WS-WORD-SUB)(1:1) TO WS-SDX-CODE(1:1).
031900     MOVE 1 TO WS-SDX-LEN.
032000     MOVE WS-SDX-WORD(1:1) TO WS-SDX-PREV.
032100     PERFORM CODE-ONE-CHAR THRU
032200             CODE-ONE-CHAR-EXIT
032300        VARYING WS-SDX-SUB FROM 2 BY 1
032400        UNTIL WS-SDX-SUB > WS-WORD-LEN(WS-WORD-SUB)
032500           OR WS-SDX-LEN IS EQUAL TO 4.
032600     INSPECT WS-SDX-CODE REPLACING ALL SPACE BY '0'.
032700     MOVE WS-SDX-CODE TO WS-WORD-CODE(WS-WORD-SUB).
032800 CODE-ONE-WORD-EXIT.
032900     EXIT.
033000
033100 CODE-ONE-CHAR.
033200     IF WS-SDX-WORD(WS-SDX-SUB:1) IS NOT EQUAL TO '0' AND
033300        WS-SDX-WORD(WS-SDX-SUB:1) IS NOT EQUAL TO WS-SDX-PREV
033400        ADD 1 TO WS-SDX-LEN
033500        MOVE WS-SDX-WORD(WS-SDX-SUB:1) TO
033600            WS-SDX-CODE(WS-SDX-LEN:1)
033700     END-IF.
033800     MOVE WS-SDX-WORD(WS-SDX-SUB:1) TO WS-SDX-PREV.
033900 CODE-ONE-CHAR-EXIT.
034000     EXIT.
034100
034200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
