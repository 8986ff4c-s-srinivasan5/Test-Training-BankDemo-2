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
001300* Program:     BBANK89P.CBL                                     *
001400* Function:    Force-expire clear-text passwords                *
001500*              VSAM version                                     *
001600*                                                               *
001700* One-off clean-up for the move to hashed passwords. SPSWD01P   *
001800* converts a BNKPSWD record still held in the original clear-   *
001900* text format on its user's next good signon; this job, run     *
002000* once the changeover period is over, deals with the records    *
002100* that were never converted. Each one has its clear-text        *
002200* password and history blanked and is marked 'X' expired with   *
002300* a forced change, so no clear text is left on the file and     *
002400* the user cannot sign on again until an administrator reset    *
002500* (BBANK12P) gives them a hashed temporary password. Records    *
002600* already hashed, or already expired, are left alone, so the    *
002700* job may safely be rerun. The PSWXRPT report lists every user  *
002800* expired.                                                      *
002900*****************************************************************
003000
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.
003300     BBANK89P.
003400 DATE-WRITTEN.
003500     October 2026.
003600 DATE-COMPILED.
003700     Today.
003800
003900 ENVIRONMENT DIVISION.
004000
004100 INPUT-OUTPUT   SECTION.
004200   FILE-CONTROL.
004300     SELECT BNKPSWD-FILE
004400            ASSIGN       TO BNKPSWD
004500            ORGANIZATION IS INDEXED
004600            ACCESS MODE  IS SEQUENTIAL
004700            RECORD KEY   IS PSW-REC-USERID
004800            FILE STATUS  IS WS-BNKPSWD-STATUS.
004900
005000     SELECT PSWXRPT-FILE
005100            ASSIGN       TO PSWXRPT
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            FILE STATUS  IS WS-PSWXRPT-STATUS.
005400
005500 DATA DIVISION.
005600
005700 FILE SECTION.
005800 FD  BNKPSWD-FILE.
005900 01  BNKPSWD-REC.
006000 COPY CBANKVPW.
006100
006200 FD  PSWXRPT-FILE.
006300 01  PSWXRPT-LINE                            PIC X(80).
006400
006500 WORKING-STORAGE SECTION.
006600 01  WS-MISC-STORAGE.
006700   05  WS-PROGRAM-ID                         PIC X(8)
006800       VALUE 'BBANK89P'.
006900   05  WS-BNKPSWD-STATUS                     PIC X(2).
007000   05  WS-PSWXRPT-STATUS                     PIC X(2).
007100   05  WS-MORE-ITEMS                         PIC X(1) VALUE 'Y'.
007200       88  WS-MORE-ITEMS-EXIST                VALUE 'Y'.
007300       88  WS-NO-MORE-ITEMS                  VALUE 'N'.
007400   05  WS-HIST-SUB                           PIC 9(2).
007500   05  WS-TODAY-DATE                         PIC 9(8).
007600   05  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
007700                                              PIC X(8).
007800   05  WS-BUSINESS-DATE                      PIC X(8).
007900   05  WS-READ-COUNT                         PIC 9(7) VALUE 0.
008000   05  WS-HASHED-COUNT                       PIC 9(7) VALUE 0.
008100   05  WS-EXPIRED-COUNT                      PIC 9(7) VALUE 0.
008200   05  WS-ALREADY-COUNT                      PIC 9(7) VALUE 0.
008300
008400 01  WS-RPT-HEADER-LINE.
008500   05  FILLER                                PIC X(30) VALUE
008600       'CLEAR-TEXT PASSWORD EXPIRY'.
008700   05  FILLER                                PIC X(15) VALUE
008800       'BUSINESS DATE: '.
008900   05  WS-HDR-BUSINESS-DATE                  PIC X(8).
009000   05  FILLER                                PIC X(27) VALUE
009100       SPACES.
009200
009300 01  WS-RPT-DETAIL-LINE.
009400   05  FILLER                                PIC X(2) VALUE
009500       SPACES.
009600   05  WS-DET-USERID                         PIC X(8).
009700   05  FILLER                                PIC X(2) VALUE
009800       SPACES.
009900   05  WS-DET-LAST-CHG-DATE                  PIC X(8).
010000   05  FILLER                                PIC X(2) VALUE
010100       SPACES.
010200   05  WS-DET-RESULT                         PIC X(30).
010300   05  FILLER                                PIC X(28) VALUE
010400       SPACES.
010500
010600 01  WS-RPT-TRAILER-LINE.
010700   05  FILLER                                PIC X(12) VALUE
010800       'USERS READ: '.
010900   05  WS-TRL-READ-COUNT                     PIC ZZZZZZ9.
011000   05  FILLER                                PIC X(10) VALUE
011100       '  HASHED: '.
011200   05  WS-TRL-HASHED-COUNT                   PIC ZZZZZZ9.
011300   05  FILLER                                PIC X(11) VALUE
011400       '  EXPIRED: '.
011500   05  WS-TRL-EXPIRED-COUNT                  PIC ZZZZZZ9.
011600   05  FILLER                                PIC X(19) VALUE
011700       '  EXPIRED BEFORE: '.
011800   05  WS-TRL-ALREADY-COUNT                  PIC ZZZZZZ9.
012100
012200 01  WS-RUN-CONTROL-FLAG                    PIC X(1) VALUE 'Y'.
012300     88  WS-RUN-ALLOWED                     VALUE 'Y'.
012400     88  WS-RUN-REFUSED                     VALUE 'N'.
012500
012600 01  WS-RUNC-DATA.
012700 COPY CBANKD53.
012800
012900 PROCEDURE DIVISION.
013000*****************************************************************
013100* Main line of control                                          *
013200*****************************************************************
013300     PERFORM CHECK-RUN-CONTROL THRU
013400             CHECK-RUN-CONTROL-EXIT.
013500     IF WS-RUN-ALLOWED
013600        PERFORM INITIALIZE-RUN THRU
013700                INITIALIZE-RUN-EXIT
013800        PERFORM PROCESS-USER THRU
013900                PROCESS-USER-EXIT
014000           UNTIL WS-NO-MORE-ITEMS
014100        PERFORM TERMINATE-RUN THRU
014200                TERMINATE-RUN-EXIT
014300     END-IF.
014400     GOBACK.
014500
014600*****************************************************************
014700* Register the run with run control before anything opens       *
014800* - the job posts nothing and skips what it has already done,   *
014900* so it may be rerun                                            *
015000*****************************************************************
015100 CHECK-RUN-CONTROL.
015200     MOVE SPACES TO CD53-DATA.
015300     SET CD53-REQUESTED-START TO TRUE.
015400     MOVE 'BBANK89P' TO CD53I-JOB-NAME.
015500     CALL 'DBANK53P' USING WS-RUNC-DATA.
015600     IF NOT CD53O-RESP-OK
015700        SET WS-RUN-REFUSED TO TRUE
015800        DISPLAY 'BBANK89P - RUN REFUSED BY RUN CONTROL: '
015900                CD53O-RESP-MSG
016000     END-IF.
016100 CHECK-RUN-CONTROL-EXIT.
016200     EXIT.
016300
016400*****************************************************************
016500* Open the files, head the report and read the first record     *
016600*****************************************************************
016700 INITIALIZE-RUN.
016800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
016900     MOVE CD53O-BUSINESS-DATE TO WS-BUSINESS-DATE.
017000     IF WS-BUSINESS-DATE IS EQUAL TO SPACES OR
017100        WS-BUSINESS-DATE IS EQUAL TO LOW-VALUES
017200        MOVE WS-TODAY-DATE-X TO WS-BUSINESS-DATE
017300     END-IF.
017400     OPEN I-O    BNKPSWD-FILE.
017500     OPEN OUTPUT PSWXRPT-FILE.
017600     MOVE WS-BUSINESS-DATE TO WS-HDR-BUSINESS-DATE.
017700     WRITE PSWXRPT-LINE FROM WS-RPT-HEADER-LINE.
017800     SET WS-MORE-ITEMS-EXIST TO TRUE.
017900     IF WS-BNKPSWD-STATUS IS NOT EQUAL TO '00'
018000        DISPLAY 'BBANK89P - BNKPSWD OPEN FAILED, STATUS '
018100                WS-BNKPSWD-STATUS
018200        SET WS-NO-MORE-ITEMS TO TRUE
018300        GO TO INITIALIZE-RUN-EXIT
018400     END-IF.
018500     READ BNKPSWD-FILE NEXT RECORD
018600          AT END SET WS-NO-MORE-ITEMS TO TRUE
018700     END-READ.
018800 INITIALIZE-RUN-EXIT.
018900     EXIT.
019000
019100*****************************************************************
019200* Expire the record in hand if it is still in clear text, then  *
019300* read the next                                                 *
019400*****************************************************************
019500 PROCESS-USER.
019600     ADD 1 TO WS-READ-COUNT.
019700     EVALUATE TRUE
019800       WHEN PSW-REC-HASHED
019900         ADD 1 TO WS-HASHED-COUNT
020000       WHEN PSW-REC-EXPIRED-UNCONVERTED
020100         ADD 1 TO WS-ALREADY-COUNT
020200       WHEN OTHER
020300         PERFORM EXPIRE-CLEAR-TEXT THRU
020400                 EXPIRE-CLEAR-TEXT-EXIT
020500     END-EVALUATE.
020600     READ BNKPSWD-FILE NEXT RECORD
020700          AT END SET WS-NO-MORE-ITEMS TO TRUE
020800     END-READ.
020900 PROCESS-USER-EXIT.
021000     EXIT.
021100
021200*****************************************************************
021300* Blank every clear-text field and mark the record expired -    *
021400* with no hash on it the only way back is an administrator      *
021500* reset                                                         *
021600*****************************************************************
021700 EXPIRE-CLEAR-TEXT.
021800     MOVE SPACES TO PSW-REC-PASSWORD.
021900     PERFORM BLANK-ONE-OLD-PASSWORD THRU
022000             BLANK-ONE-OLD-PASSWORD-EXIT
022100        VARYING WS-HIST-SUB FROM 1 BY 1
022200        UNTIL WS-HIST-SUB > 5.
022300     MOVE LOW-VALUES TO PSW-REC-SALT.
022400     MOVE LOW-VALUES TO PSW-REC-HASH.
022500     PERFORM CLEAR-ONE-HASH-ENTRY THRU
022600             CLEAR-ONE-HASH-ENTRY-EXIT
022700        VARYING WS-HIST-SUB FROM 1 BY 1
022800        UNTIL WS-HIST-SUB > 12.
022900     SET PSW-REC-EXPIRED-UNCONVERTED TO TRUE.
023000     SET PSW-REC-CHANGE-FORCED TO TRUE.
023100     REWRITE BNKPSWD-REC.
023200     IF WS-BNKPSWD-STATUS IS NOT EQUAL TO '00'
023300        DISPLAY 'BBANK89P - REWRITE FAILED FOR USER '
023400                PSW-REC-USERID ' STATUS ' WS-BNKPSWD-STATUS
023500        MOVE 'NOT EXPIRED - REWRITE FAILED' TO WS-DET-RESULT
023600     ELSE
023700        ADD 1 TO WS-EXPIRED-COUNT
023800        MOVE 'EXPIRED - NEEDS ADMIN RESET' TO WS-DET-RESULT
023900     END-IF.
024000     MOVE PSW-REC-USERID TO WS-DET-USERID.
024100     MOVE PSW-REC-LAST-CHG-DATE TO WS-DET-LAST-CHG-DATE.
024200     WRITE PSWXRPT-LINE FROM WS-RPT-DETAIL-LINE.
024300 EXPIRE-CLEAR-TEXT-EXIT.
024400     EXIT.
024500
024600 BLANK-ONE-OLD-PASSWORD.
024700     MOVE SPACES TO PSW-REC-OLD-PASSWORD (WS-HIST-SUB).
024800 BLANK-ONE-OLD-PASSWORD-EXIT.
024900     EXIT.
025000
025100 CLEAR-ONE-HASH-ENTRY.
025200     MOVE LOW-VALUES TO PSW-REC-HASH-HISTORY (WS-HIST-SUB).
025300 CLEAR-ONE-HASH-ENTRY-EXIT.
025400     EXIT.
025500
025600*****************************************************************
025700* Print the totals, close down and record the end of the run    *
025800*****************************************************************
025900 TERMINATE-RUN.
026000     MOVE WS-READ-COUNT TO WS-TRL-READ-COUNT.
026100     MOVE WS-HASHED-COUNT TO WS-TRL-HASHED-COUNT.
026200     MOVE WS-EXPIRED-COUNT TO WS-TRL-EXPIRED-COUNT.
026300     MOVE WS-ALREADY-COUNT TO WS-TRL-ALREADY-COUNT.
026400     WRITE PSWXRPT-LINE FROM WS-RPT-TRAILER-LINE.
026500     CLOSE BNKPSWD-FILE.
026600     CLOSE PSWXRPT-FILE.
026700     SET CD53-REQUESTED-END TO TRUE.
026800     MOVE 'BBANK89P' TO CD53I-JOB-NAME.
026900     CALL 'DBANK53P' USING WS-RUNC-DATA.
027000 TERMINATE-RUN-EXIT.
027100     EXIT.
027200
027300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
