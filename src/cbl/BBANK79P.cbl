009300        ASSIGN       TO LOANOUT
009400        ORGANIZATION IS LINE SEQUENTIAL
009500        FILE STATUS  IS WS-LOANOUT-STATUS.
009510     SELECT PROFCUS-FILE
009512        ASSIGN       TO PROFCUS
009514        ORGANIZATION IS LINE SEQUENTIAL
009516        FILE STATUS  IS WS-PROFCUS-STATUS.
009518     SELECT PROFBRN-FILE
009520        ASSIGN       TO PROFBRN
009522        ORGANIZATION IS LINE SEQUENTIAL
009524        FILE STATUS  IS WS-PROFBRN-STATUS.
009526     SELECT CLRREC-FILE
009528        ASSIGN       TO CLRRECON
009530        ORGANIZATION IS LINE SEQUENTIAL
009532        FILE STATUS  IS WS-CLRREC-STATUS.
009534     SELECT SWRPT-FILE
009536        ASSIGN       TO SWEEPRPT
009538        ORGANIZATION IS LINE SEQUENTIAL
009540        FILE STATUS  IS WS-SWRPT-STATUS.
009542     SELECT PVRPT-FILE
009544        ASSIGN       TO PEVRPT
009546        ORGANIZATION IS LINE SEQUENTIAL
009548        FILE STATUS  IS WS-PVRPT-STATUS.
009558     SELECT RTRPT-FILE
009568        ASSIGN       TO RTSRPT
009578        ORGANIZATION IS LINE SEQUENTIAL
009588        FILE STATUS  IS WS-RTRPT-STATUS.
009590     SELECT ESCRT-FILE
009595        ASSIGN       TO ESTCERT
009600        ORGANIZATION IS LINE SEQUENTIAL
009605        FILE STATUS  IS WS-ESCRT-STATUS.
009610     SELECT CSSLA-FILE
009615        ASSIGN       TO CASESLA
009620        ORGANIZATION IS LINE SEQUENTIAL
009625        FILE STATUS  IS WS-CSSLA-STATUS.
009630     SELECT IMRPT-FILE
009635        ASSIGN       TO IMGRPT
009640        ORGANIZATION IS LINE SEQUENTIAL
009645        FILE STATUS  IS WS-IMRPT-STATUS.
009650     SELECT BKRPT-FILE
009655        ASSIGN       TO BKORPT
009660        ORGANIZATION IS LINE SEQUENTIAL
009665        FILE STATUS  IS WS-BKRPT-STATUS.
009666     SELECT VLRPT-FILE
009667        ASSIGN       TO VLTRPT
009668        ORGANIZATION IS LINE SEQUENTIAL
009669        FILE STATUS  IS WS-VLRPT-STATUS.
009670
009700 DATA DIVISION.
009800
009900 FILE SECTION.
012500 01  MATOUT-LINE                        PIC X(80).
012600 FD  LOANOUT-FILE.
012700 01  LOANOUT-LINE                        PIC X(80).
012720 FD  PROFCUS-FILE.
012725 01  PROFCUS-LINE                        PIC X(110).
012730 FD  PROFBRN-FILE.
012735 01  PROFBRN-LINE                        PIC X(110).
012740 FD  CLRREC-FILE.
012745 01  CLRREC-LINE                         PIC X(100).
012750 FD  SWRPT-FILE.
012755 01  SWRPT-LINE                          PIC X(100).
012760 FD  PVRPT-FILE.
012765 01  PVRPT-LINE                          PIC X(100).
012775 FD  RTRPT-FILE.
012777 01  RTRPT-LINE                          PIC X(100).
012779 FD  ESCRT-FILE.
012781 01  ESCRT-LINE                          PIC X(100).
012783 FD  CSSLA-FILE.
012785 01  CSSLA-LINE                          PIC X(100).
012787 FD  IMRPT-FILE.
012789 01  IMRPT-LINE                          PIC X(100).
012791 FD  BKRPT-FILE.
012793 01  BKRPT-LINE                          PIC X(100).
012795 FD  VLRPT-FILE.
012797 01  VLRPT-LINE                          PIC X(110).
012800
012900 WORKING-STORAGE SECTION.
013000 01  WS-MISC-STORAGE.
014300   05  WS-DORMRPT-STATUS                 PIC X(2).
014400   05  WS-MATOUT-STATUS                 PIC X(2).
014500   05  WS-LOANOUT-STATUS                 PIC X(2).
014520   05  WS-PROFCUS-STATUS                 PIC X(2).
014530   05  WS-PROFBRN-STATUS                 PIC X(2).
014540   05  WS-CLRREC-STATUS                  PIC X(2).
014550   05  WS-SWRPT-STATUS                   PIC X(2).
014560   05  WS-PVRPT-STATUS                   PIC X(2).
014580   05  WS-RTRPT-STATUS                   PIC X(2).
014590   05  WS-ESCRT-STATUS                   PIC X(2).
014595   05  WS-CSSLA-STATUS                   PIC X(2).
014597   05  WS-IMRPT-STATUS                   PIC X(2).
014598   05  WS-BKRPT-STATUS                   PIC X(2).
014599   05  WS-VLRPT-STATUS                   PIC X(2).
014600   05  WS-READ-STATUS                  PIC X(2).
014700   05  WS-REPORT-ID                    PIC X(8).
014800   05  WS-LINE-SEQ                     PIC 9(5).
026300             CAPTURE-MATOUT-EXIT.
026400     PERFORM CAPTURE-LOANOUT THRU
026500             CAPTURE-LOANOUT-EXIT.
026502     PERFORM CAPTURE-PROFCUS THRU
026504             CAPTURE-PROFCUS-EXIT.
026506     PERFORM CAPTURE-PROFBRN THRU
026508             CAPTURE-PROFBRN-EXIT.
026510     PERFORM CAPTURE-CLRRECON THRU
026512             CAPTURE-CLRRECON-EXIT.
026514     PERFORM CAPTURE-SWEEPRPT THRU
026516             CAPTURE-SWEEPRPT-EXIT.
026518     PERFORM CAPTURE-PEVRPT THRU
026520             CAPTURE-PEVRPT-EXIT.
026522     PERFORM CAPTURE-RTSRPT THRU
026524             CAPTURE-RTSRPT-EXIT.
026526     PERFORM CAPTURE-ESTCERT THRU
026528             CAPTURE-ESTCERT-EXIT.
026530     PERFORM CAPTURE-CASESLA THRU
026532             CAPTURE-CASESLA-EXIT.
026534     PERFORM CAPTURE-IMGRPT THRU
026536             CAPTURE-IMGRPT-EXIT.
026538     PERFORM CAPTURE-BKORPT THRU
026540             CAPTURE-BKORPT-EXIT.
026542     PERFORM CAPTURE-VLTRPT THRU
026544             CAPTURE-VLTRPT-EXIT.
026600 CAPTURE-ALL-REPORTS-EXIT.
026700     EXIT.
026800
067100 CAPTURE-LOANOUT-EXIT.
067200     EXIT.
067300
067302*****************************************************************
067303* Capture the PROFCUS print file                                *
067304*****************************************************************
067305 CAPTURE-PROFCUS.
067306     MOVE 'PROFCUS' TO WS-REPORT-ID.
067307     MOVE 0 TO WS-LINE-SEQ.
067308     OPEN INPUT PROFCUS-FILE.
067309     IF WS-PROFCUS-STATUS IS NOT EQUAL TO '00'
067310        GO TO CAPTURE-PROFCUS-EXIT
067311     END-IF.
067312     MOVE '00' TO WS-READ-STATUS.
067313     PERFORM UNTIL WS-READ-STATUS IS NOT EQUAL TO '00'
067314        READ PROFCUS-FILE
067315             AT END MOVE '10' TO WS-READ-STATUS
067316             NOT AT END
067317                MOVE SPACES TO WS-LINE-BUFFER
067318                MOVE PROFCUS-LINE TO WS-LINE-BUFFER
067319                PERFORM STORE-LINE THRU
067320                        STORE-LINE-EXIT
067321        END-READ
067322     END-PERFORM.
067323     CLOSE PROFCUS-FILE.
067324 CAPTURE-PROFCUS-EXIT.
067325     EXIT.
067326
067327*****************************************************************
067328* Capture the PROFBRN print file                                *
067329*****************************************************************
067330 CAPTURE-PROFBRN.
067331     MOVE 'PROFBRN' TO WS-REPORT-ID.
067332     MOVE 0 TO WS-LINE-SEQ.
067333     OPEN INPUT PROFBRN-FILE.
067334     IF WS-PROFBRN-STATUS IS NOT EQUAL TO '00'
067335        GO TO CAPTURE-PROFBRN-EXIT
067336     END-IF.
067337     MOVE '00' TO WS-READ-STATUS.
067338     PERFORM UNTIL WS-READ-STATUS IS NOT EQUAL TO '00'
067339        READ PROFBRN-FILE
067340             AT END MOVE '10' TO WS-READ-STATUS
067341             NOT AT END
067342                MOVE SPACES TO WS-LINE-BUFFER
067343                MOVE PROFBRN-LINE TO WS-LINE-BUFFER
067344                PERFORM STORE-LINE THRU
067345                        STORE-LINE-EXIT
067346        END-READ
067347     END-PERFORM.
067348     CLOSE PROFBRN-FILE.
067349 CAPTURE-PROFBRN-EXIT.
067350     EXIT.
067351
067352*****************************************************************
067353* Capture the CLRRECON print file                               *
067354*****************************************************************
067355 CAPTURE-CLRRECON.
067356     MOVE 'CLRRECON' TO WS-REPORT-ID.
067357     MOVE 0 TO WS-LINE-SEQ.
067358     OPEN INPUT CLRREC-FILE.
067359     IF WS-CLRREC-STATUS IS NOT EQUAL TO '00'
067360        GO TO CAPTURE-CLRRECON-EXIT
067361     END-IF.
067362     MOVE '00' TO WS-READ-STATUS.
067363     PERFORM UNTIL WS-READ-STATUS IS NOT EQUAL TO '00'
067364        READ CLRREC-FILE
067365             AT END MOVE '10' TO WS-READ-STATUS
067366             NOT AT END
067367                MOVE SPACES TO WS-LINE-BUFFER
067368                MOVE CLRREC-LINE TO WS-LINE-BUFFER
067369                PERFORM STORE-LINE THRU
067370                        STORE-LINE-EXIT
067371        END-READ
067372     END-PERFORM.
067373     CLOSE CLRREC-FILE.
067374 CAPTURE-CLRRECON-EXIT.
067375     EXIT.
067376
067377*****************************************************************
067378* Capture the SWEEPRPT print file                               *
067379*****************************************************************
067380 CAPTURE-SWEEPRPT.
067381     MOVE 'SWEEPRPT' TO WS-REPORT-ID.
067382     MOVE 0 TO WS-LINE-SEQ.
067383     OPEN INPUT SWRPT-FILE.
067384     IF WS-SWRPT-STATUS IS NOT EQUAL TO '00'
067385        GO TO CAPTURE-SWEEPRPT-EXIT
067386     END-IF.
067387     MOVE '00' TO WS-READ-STATUS.
067388     PERFORM UNTIL WS-READ-STATUS IS NOT EQUAL TO '00'
067389        READ SWRPT-FILE
067390             AT END MOVE '10' TO WS-READ-STATUS
067391             NOT AT END
067392                MOVE SPACES TO WS-LINE-BUFFER
067393                MOVE SWRPT-LINE TO WS-LINE-BUFFER
067394                PERFORM STORE-LINE THRU
067395                        STORE-LINE-EXIT
067396        END-READ
067397     END-PERFORM.
067398     CLOSE SWRPT-FILE.
067399 CAPTURE-SWEEPRPT-EXIT.
067400     EXIT.
067401
067403*****************************************************************
067405* Capture the PEVRPT print file                                 *
067407*****************************************************************
067409 CAPTURE-PEVRPT.
067411     MOVE 'PEVRPT' TO WS-REPORT-ID.
067413     MOVE 0 TO WS-LINE-SEQ.
067415     OPEN INPUT PVRPT-FILE.
067417     IF WS-PVRPT-STATUS IS NOT EQUAL TO '00'
067419        GO TO CAPTURE-PEVRPT-EXIT
067421     END-IF.
067423     MOVE '00' TO WS-READ-STATUS.
067425     PERFORM UNTIL WS-READ-STATUS IS NOT EQUAL TO '00'
067427        READ PVRPT-FILE
067429             AT END MOVE '10' TO WS-READ-STATUS
067431             NOT AT END
067433                MOVE SPACES TO WS-LINE-BUFFER
067435                MOVE PVRPT-LINE TO WS-LINE-BUFFER
067437                PERFORM STORE-LINE THRU
067439                        STORE-LINE-EXIT
067441        END-READ
067443     END-PERFORM.
067445     CLOSE PVRPT-FILE.
067447 CAPTURE-PEVRPT-EXIT.
067449     EXIT.
067451
067456*****************************************************************
067461* Capture the RTSRPT print file                                 *
067466*****************************************************************
067471 CAPTURE-RTSRPT.
067476     MOVE 'RTSRPT' TO WS-REPORT-ID.
067481     MOVE 0 TO WS-LINE-SEQ.
067486     OPEN INPUT RTRPT-FILE.
067491     IF WS-RTRPT-STATUS IS NOT EQUAL TO '00'
067496        GO TO CAPTURE-RTSRPT-EXIT
067501     END-IF.
067506     MOVE '00' TO WS-READ-STATUS.
067511     PERFORM UNTIL WS-READ-STATUS IS NOT EQUAL TO '00'
067516        READ RTRPT-FILE
067521             AT END MOVE '10' TO WS-READ-STATUS
067526             NOT AT END
067531                MOVE SPACES TO WS-LINE-BUFFER
067536                MOVE RTRPT-LINE TO WS-LINE-BUFFER
067541                PERFORM STORE-LINE THRU
067546                        STORE-LINE-EXIT
067551        END-READ
067556     END-PERFORM.
067561     CLOSE RTRPT-FILE.
067566 CAPTURE-RTSRPT-EXIT.
067571     EXIT.
067576
067578*****************************************************************
067580* Capture the ESTCERT print file                                *
067582*****************************************************************
067584 CAPTURE-ESTCERT.
067586     MOVE 'ESTCERT' TO WS-REPORT-ID.
067588     MOVE 0 TO WS-LINE-SEQ.
067590     OPEN INPUT ESCRT-FILE.
067592     IF WS-ESCRT-STATUS IS NOT EQUAL TO '00'
067594        GO TO CAPTURE-ESTCERT-EXIT
067596     END-IF.
067598     MOVE '00' TO WS-READ-STATUS.
067600     PERFORM UNTIL WS-READ-STATUS IS NOT EQUAL TO '00'
067602        READ ESCRT-FILE
067604             AT END MOVE '10' TO WS-READ-STATUS
067606             NOT AT END
067608                MOVE SPACES TO WS-LINE-BUFFER
067610                MOVE ESCRT-LINE TO WS-LINE-BUFFER
067612                PERFORM STORE-LINE THRU
067614                        STORE-LINE-EXIT
067616        END-READ
067618     END-PERFORM.
067620     CLOSE ESCRT-FILE.
067622 CAPTURE-ESTCERT-EXIT.
067624     EXIT.
067626
067628*****************************************************************
067630* Capture the CASESLA print file                                *
067632*****************************************************************
067634 CAPTURE-CASESLA.
067636     MOVE 'CASESLA' TO WS-REPORT-ID.
067638     MOVE 0 TO WS-LINE-SEQ.
067640     OPEN INPUT CSSLA-FILE.
067642     IF WS-CSSLA-STATUS IS NOT EQUAL TO '00'
067644        GO TO CAPTURE-CASESLA-EXIT
067646     END-IF.
067648     MOVE '00' TO WS-READ-STATUS.
067650     PERFORM UNTIL WS-READ-STATUS IS NOT EQUAL TO '00'
067652        READ CSSLA-FILE
067654             AT END MOVE '10' TO WS-READ-STATUS
067656             NOT AT END
067658                MOVE SPACES TO WS-LINE-BUFFER
067660                MOVE CSSLA-LINE TO WS-LINE-BUFFER
067662                PERFORM STORE-LINE THRU
067664                        STORE-LINE-EXIT
067666        END-READ
067668     END-PERFORM.
067670     CLOSE CSSLA-FILE.
067672 CAPTURE-CASESLA-EXIT.
067674     EXIT.
067676
067678*****************************************************************
067680* Capture the IMGRPT print file                                 *
067682*****************************************************************
067684 CAPTURE-IMGRPT.
067686     MOVE 'IMGRPT' TO WS-REPORT-ID.
067688     MOVE 0 TO WS-LINE-SEQ.
067690     OPEN INPUT IMRPT-FILE.
067692     IF WS-IMRPT-STATUS IS NOT EQUAL TO '00'
067694        GO TO CAPTURE-IMGRPT-EXIT
067696     END-IF.
067698     MOVE '00' TO WS-READ-STATUS.
067700     PERFORM UNTIL WS-READ-STATUS IS NOT EQUAL TO '00'
067702        READ IMRPT-FILE
067704             AT END MOVE '10' TO WS-READ-STATUS
067706             NOT AT END
067708                MOVE SPACES TO WS-LINE-BUFFER
067710                MOVE IMRPT-LINE TO WS-LINE-BUFFER
067712                PERFORM STORE-LINE THRU
067714                        STORE-LINE-EXIT
067716        END-READ
067718     END-PERFORM.
067720     CLOSE IMRPT-FILE.
067722 CAPTURE-IMGRPT-EXIT.
067724     EXIT.
067726
067728*****************************************************************
067730* Capture the BKORPT print file                                 *
067732*****************************************************************
067734 CAPTURE-BKORPT.
067736     MOVE 'BKORPT' TO WS-REPORT-ID.
067738     MOVE 0 TO WS-LINE-SEQ.
067740     OPEN INPUT BKRPT-FILE.
067742     IF WS-BKRPT-STATUS IS NOT EQUAL TO '00'
067744        GO TO CAPTURE-BKORPT-EXIT
067746     END-IF.
067748     MOVE '00' TO WS-READ-STATUS.
067750     PERFORM UNTIL WS-READ-STATUS IS NOT EQUAL TO '00'
067752        READ BKRPT-FILE
067754             AT END MOVE '10' TO WS-READ-STATUS
067756             NOT AT END
067758                MOVE SPACES TO WS-LINE-BUFFER
067760                MOVE BKRPT-LINE TO WS-LINE-BUFFER
067762                PERFORM STORE-LINE THRU
067764                        STORE-LINE-EXIT
067766        END-READ
067768     END-PERFORM.
067770     CLOSE BKRPT-FILE.
067772 CAPTURE-BKORPT-EXIT.
067774     EXIT.
067775
067776*****************************************************************
067777* Capture the VLTRPT print file                                 *
067778*****************************************************************
067779 CAPTURE-VLTRPT.
067780     MOVE 'VLTRPT' TO WS-REPORT-ID.
067781     MOVE 0 TO WS-LINE-SEQ.
067782     OPEN INPUT VLRPT-FILE.
067783     IF WS-VLRPT-STATUS IS NOT EQUAL TO '00'
067784        GO TO CAPTURE-VLTRPT-EXIT
067785     END-IF.
067786     MOVE '00' TO WS-READ-STATUS.
067787     PERFORM UNTIL WS-READ-STATUS IS NOT EQUAL TO '00'
067788        READ VLRPT-FILE
067789             AT END MOVE '10' TO WS-READ-STATUS
067790             NOT AT END
067791                MOVE SPACES TO WS-LINE-BUFFER
067792                MOVE VLRPT-LINE TO WS-LINE-BUFFER
067793                PERFORM STORE-LINE THRU
067794                        STORE-LINE-EXIT
067795        END-READ
067796     END-PERFORM.
067797     CLOSE VLRPT-FILE.
067798 CAPTURE-VLTRPT-EXIT.
067799     EXIT.
067800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
