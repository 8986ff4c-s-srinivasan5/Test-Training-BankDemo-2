010700       VALUE 'BBANK29PTBSI'.
010800   05  FILLER                              PIC X(12)
010900       VALUE 'BBANK68PS   '.
010910   05  FILLER                              PIC X(12)
010915       VALUE 'BBANK81PBS  '.
010920   05  FILLER                              PIC X(12)
010925       VALUE 'BBANK82PTBS '.
010930   05  FILLER                              PIC X(12)
010935       VALUE 'BBANK84PBS  '.
010940   05  FILLER                              PIC X(12)
010945       VALUE 'BBANK86PBS  '.
010950   05  FILLER                              PIC X(12)
010955       VALUE 'BBANK88PS   '.
010960   05  FILLER                              PIC X(12)
010965       VALUE 'BBANK90PS   '.
010970   05  FILLER                              PIC X(12)
010975       VALUE 'BBANK95PTBS '.
010980   05  FILLER                              PIC X(12)
010985       VALUE 'BBANKA0PBS  '.
010990   05  FILLER                              PIC X(12)
010991       VALUE 'BBANKA3PTBS '.
010992   05  FILLER                              PIC X(12)
010993       VALUE 'BBANKB0PTS  '.
010994   05  FILLER                              PIC X(12)
010995       VALUE 'BBANKB2PTS  '.
010996   05  FILLER                              PIC X(12)
010997       VALUE 'BBANKB4PBS  '.
011000 01  WS-AUTH-TABLE REDEFINES WS-AUTH-TABLE-VALUES.
011100   05  WS-AUTH-ENTRY                        OCCURS 40 TIMES.
011200       10  WS-AUTH-PGM                      PIC X(8).
011300       10  WS-AUTH-ROLES                    PIC X(4).
011400 01  WS-AUTH-COUNT                          PIC 9(2) VALUE 40.
011500 01  WS-AUTH-SUB                            PIC 9(2).
011600 01  WS-ROLE-SUB                            PIC 9(1).
011700 01  WS-AUTH-FLAG                           PIC X(1).
013820       VALUE 'BBANK19P'.
013830   05  FILLER                              PIC X(8)
013840       VALUE 'BBANK31P'.
013850   05  FILLER                              PIC X(8)
013860       VALUE 'BBANK81P'.
013870   05  FILLER                              PIC X(8)
013880       VALUE 'BBANK84P'.
013890   05  FILLER                              PIC X(8)
013892       VALUE 'BBANK86P'.
013894   05  FILLER                              PIC X(8)
013895       VALUE 'BBANKA0P'.
013896   05  FILLER                              PIC X(8)
013897       VALUE 'BBANKB0P'.
013898   05  FILLER                              PIC X(8)
013899       VALUE 'BBANKB2P'.
013900 01  WS-QUIESCE-TABLE REDEFINES WS-QUIESCE-TABLE-VALUES.
014000   05  WS-QUIESCE-PGM                      PIC X(8)
014100       OCCURS 12 TIMES.
014200 01  WS-QUIESCE-COUNT                       PIC 9(2) VALUE 12.
014300 01  WS-QUIESCE-SUB                         PIC 9(2).
014400 01  WS-QUIESCE-FLAG                        PIC X(1).
014500     88  WS-POSTING-QUIESCED                VALUE 'Y'.
014600     88  WS-POSTING-ALLOWED                 VALUE 'N'.
014603
014605 01  WS-SESSION-WORK.
014610   05  WS-NOW-ABSTIME                        PIC S9(15) COMP-3.
014615   05  WS-NOW-DATE                           PIC X(8).
014620   05  WS-NOW-TIME                           PIC X(6).
014625   05  WS-IDLE-LIMIT-MS                      PIC S9(15) COMP-3.
014630   05  WS-SESSION-REASON                     PIC X(40).
014635   05  WS-SESSION-FLAG                       PIC X(1).
014640     88  WS-SESSION-LIVE                     VALUE 'Y'.
014645     88  WS-SESSION-ENDED                    VALUE 'N'.
014650
014655 01  WS-BNKSESS-REC.
014660 COPY CBANKVSS.
014700
014800 01  WS-BNKRUNC-REC.
014900 COPY CBANKVRC.
042000        END-EVALUATE
042100     END-IF.
042200
042210*****************************************************************
042220* Make sure the signon behind this conversation is still live - *
042230* if not, the terminal goes straight back to the signon screen  *
042240*****************************************************************
042250     PERFORM CHECK-SESSION THRU
042260             CHECK-SESSION-EXIT.
042270     IF WS-SESSION-ENDED
042280        GO TO PUT-NEXT-MAP
042290     END-IF.
042295
042300*****************************************************************
042400* Check the AID to see if we have to toggle the colour setting  *
042500*****************************************************************
045200                CHECK-AUTHORIZATION-EXIT
045300        PERFORM CHECK-QUIESCE THRU
045400                CHECK-QUIESCE-EXIT
045420        PERFORM CHECK-SIGNOFF THRU
045440                CHECK-SIGNOFF-EXIT
045500     END-IF.
045600     IF BANK-NEXT-PROG IS NOT EQUAL TO BANK-LAST-PROG
045700        EXEC CICS LINK PROGRAM(BANK-NEXT-PROG)
049900                CHECK-AUTHORIZATION-EXIT
050000        PERFORM CHECK-QUIESCE THRU
050100                CHECK-QUIESCE-EXIT
050120        PERFORM CHECK-SIGNOFF THRU
050140                CHECK-SIGNOFF-EXIT
050200     END-IF.
050300     IF BANK-NEXT-PROG IS NOT EQUAL TO BANK-LAST-PROG
050400        EXEC CICS LINK PROGRAM(BANK-NEXT-PROG)
051200* We determine which screen we have to display and call the     *
051300* appropriate routine to handle it.                             *
051400*****************************************************************
051450 PUT-NEXT-MAP.
051500*    MOVE LOW-VALUE TO MAPAREA.
051600     STRING 'SBANK' DELIMITED BY SIZE
051700             BANK-NEXT-MAPSET(6:2) DELIMITED BY SIZE
071900 READ-QUIESCE-STATE-EXIT.
072000     EXIT.
072100
072150*****************************************************************
072200* Check the signon behind this conversation is still the live   *
072250* one on the BNKSESS session registry, and stamp its activity.  *
072300* The session ends - and the terminal goes back to signon - if  *
072350* it has been idle past its limit, taken over by a signon       *
072400* elsewhere or ended by a supervisor. A conversation not yet    *
072450* signed on (or signed on as GUEST) has no session to check.    *
072500*****************************************************************
072550 CHECK-SESSION.
072600     SET WS-SESSION-LIVE TO TRUE.
072650     IF BANK-SESSION-ID IS EQUAL TO LOW-VALUES OR
072700        BANK-SESSION-ID IS EQUAL TO SPACES
072750        GO TO CHECK-SESSION-EXIT
072800     END-IF.
072850     MOVE BANK-USERID TO SES-REC-USERID.
072900     EXEC CICS READ FILE('BNKSESS')
072950                    INTO(WS-BNKSESS-REC)
073000                    LENGTH(LENGTH OF WS-BNKSESS-REC)
073050                    RIDFLD(SES-REC-USERID)
073100                    UPDATE
073150                    RESP(WS-RESP)
073200     END-EXEC.
073250     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
073300        MOVE 'SESSION NOT ON REGISTRY' TO WS-SESSION-REASON
073350        MOVE 'Your session has ended - please sign on again' TO
073400            BANK-ERROR-MSG
073450        GO TO CHECK-SESSION-ENDED
073500     END-IF.
073550     IF SES-REC-SESSION-ID IS NOT EQUAL TO BANK-SESSION-ID
073600        EXEC CICS UNLOCK FILE('BNKSESS')
073650        END-EXEC
073700        MOVE SPACES TO WS-SESSION-REASON
073750        STRING 'SESSION TAKEN OVER AT TERMINAL '
073800                 DELIMITED BY SIZE
073850               SES-REC-TERMID DELIMITED BY SIZE
073900          INTO WS-SESSION-REASON
073950        MOVE 'Signed on elsewhere - please sign on again'
074000            TO BANK-ERROR-MSG
074050        GO TO CHECK-SESSION-ENDED
074100     END-IF.
074150     IF SES-REC-STATUS-KILLED
074200        MOVE SPACES TO WS-SESSION-REASON
074250        STRING 'SESSION ENDED BY ' DELIMITED BY SIZE
074300               SES-REC-KILLED-BY DELIMITED BY SIZE
074350          INTO WS-SESSION-REASON
074400        MOVE 'Session ended by supervisor - please sign on again'
074450            TO BANK-ERROR-MSG
074500        EXEC CICS DELETE FILE('BNKSESS')
074550                  RESP(WS-RESP)
074600        END-EXEC
074650        GO TO CHECK-SESSION-ENDED
074700     END-IF.
074750     EXEC CICS ASKTIME
074800               ABSTIME(WS-NOW-ABSTIME)
074850     END-EXEC.
074900     IF SES-REC-IDLE-MINS IS GREATER THAN 0
074950        COMPUTE WS-IDLE-LIMIT-MS = SES-REC-IDLE-MINS * 60000
075000        IF WS-NOW-ABSTIME - SES-REC-LAST-ABSTIME IS GREATER THAN
075050              WS-IDLE-LIMIT-MS
075100           MOVE 'SESSION TIMED OUT' TO WS-SESSION-REASON
075150           MOVE 'Session timed out - please sign on again' TO
075200               BANK-ERROR-MSG
075250           EXEC CICS DELETE FILE('BNKSESS')
075300                     RESP(WS-RESP)
075350           END-EXEC
075400           GO TO CHECK-SESSION-ENDED
075450        END-IF
075500     END-IF.
075550     EXEC CICS FORMATTIME
075600               ABSTIME(WS-NOW-ABSTIME)
075650               YYYYMMDD(WS-NOW-DATE)
075700               TIME(WS-NOW-TIME)
075750     END-EXEC.
075800     MOVE WS-NOW-ABSTIME TO SES-REC-LAST-ABSTIME.
075850     MOVE WS-NOW-DATE TO SES-REC-LAST-TS(1:8).
075900     MOVE WS-NOW-TIME TO SES-REC-LAST-TS(9:6).
075950     EXEC CICS REWRITE FILE('BNKSESS')
076000               FROM(WS-BNKSESS-REC)
076050               LENGTH(LENGTH OF WS-BNKSESS-REC)
076100               RESP(WS-RESP)
076150     END-EXEC.
076200     GO TO CHECK-SESSION-EXIT.
076250 CHECK-SESSION-ENDED.
076300     PERFORM WRITE-SESSION-AUDIT THRU
076350             WRITE-SESSION-AUDIT-EXIT.
076400     PERFORM FORCE-RESIGNON THRU
076450             FORCE-RESIGNON-EXIT.
076500 CHECK-SESSION-EXIT.
076550     EXIT.
076600
076650*****************************************************************
076700* Put the conversation back to the state BBANK10P starts a new  *
076750* one in, keeping the message already set for the signon screen *
076800*****************************************************************
076850 FORCE-RESIGNON.
076900     SET WS-SESSION-ENDED TO TRUE.
076950     MOVE LOW-VALUES TO BANK-SIGNON-ID.
077000     MOVE LOW-VALUES TO BANK-USERID.
077050     MOVE LOW-VALUES TO BANK-PSWD.
077100     MOVE LOW-VALUES TO BANK-NEW-PSWD.
077150     MOVE LOW-VALUES TO BANK-NEW-PSWD2.
077200     MOVE LOW-VALUES TO BANK-SESSION-ID.
077250     MOVE SPACES TO BANK-USERID-NAME.
077300     MOVE SPACES TO BANK-USERID-ADDR1.
077350     MOVE SPACES TO BANK-USERID-ADDR2.
077400     MOVE SPACES TO BANK-USERID-STATE.
077450     MOVE SPACES TO BANK-USERID-CNTRY.
077500     MOVE SPACES TO BANK-USERID-POST-CODE.
077550     MOVE SPACES TO BANK-USERID-EMAIL.
077600     SET BANK-RETURN-MSG-OFF TO TRUE.
077650     SET BANK-HELP-INACTIVE TO TRUE.
077700     MOVE SPACES TO BANK-HELP-SCREEN.
077750     MOVE SPACES TO BANK-HELP-KEYWORD.
077800     SET BANK-CONV-IN-PROGRESS TO TRUE.
077850     MOVE 'BBANK10P' TO BANK-LAST-PROG.
077900     MOVE 'BBANK10P' TO BANK-NEXT-PROG.
077950     MOVE SPACES TO BANK-LAST-MAPSET.
078000     MOVE SPACES TO BANK-LAST-MAP.
078050     MOVE 'MBANK10' TO BANK-NEXT-MAPSET.
078100     MOVE 'BANK10A' TO BANK-NEXT-MAP.
078150     MOVE WS-TRAN-ID TO WS-TRACE-TRANCODE.
078200     MOVE WS-PROGRAM-ID TO WS-TRACE-PROGRAM.
078250 FORCE-RESIGNON-EXIT.
078300     EXIT.
078350
078400*****************************************************************
078450* Signing off through BBANK99P takes the session off the        *
078500* registry, provided it is still this conversation's            *
078550*****************************************************************
078600 CHECK-SIGNOFF.
078650     IF BANK-NEXT-PROG IS NOT EQUAL TO 'BBANK99P' OR
078700        BANK-SESSION-ID IS EQUAL TO LOW-VALUES OR
078750        BANK-SESSION-ID IS EQUAL TO SPACES
078800        GO TO CHECK-SIGNOFF-EXIT
078850     END-IF.
078900     MOVE BANK-USERID TO SES-REC-USERID.
078950     EXEC CICS READ FILE('BNKSESS')
079000                    INTO(WS-BNKSESS-REC)
079050                    LENGTH(LENGTH OF WS-BNKSESS-REC)
079100                    RIDFLD(SES-REC-USERID)
079150                    UPDATE
079200                    RESP(WS-RESP)
079250     END-EXEC.
079300     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
079350        IF SES-REC-SESSION-ID IS EQUAL TO BANK-SESSION-ID
079400           EXEC CICS DELETE FILE('BNKSESS')
079450                     RESP(WS-RESP)
079500           END-EXEC
079550        ELSE
079600           EXEC CICS UNLOCK FILE('BNKSESS')
079650           END-EXEC
079700        END-IF
079750     END-IF.
079800     MOVE LOW-VALUES TO BANK-SESSION-ID.
079850 CHECK-SIGNOFF-EXIT.
079900     EXIT.
079950
080000*****************************************************************
080050* Record the ended session on the BNKAUDT trail, keyed the same *
080100* way BBANK10P keys its signon audit records                    *
080150*****************************************************************
080200 WRITE-SESSION-AUDIT.
080250     MOVE LOW-VALUES TO BAU-RECORD.
080300     EXEC CICS ASKTIME
080350               ABSTIME(WS-ABSTIME)
080400     END-EXEC.
080450     EXEC CICS FORMATTIME
080500               ABSTIME(WS-ABSTIME)
080550               YYYYMMDD(BAU-REC-TIMESTAMP(1:8))
080600               TIME(BAU-REC-TIMESTAMP(9:8))
080650     END-EXEC.
080700     MOVE EIBTASKN TO WS-TASKN-DISPLAY.
080750     MOVE WS-TASKN-DISPLAY TO BAU-REC-TIMESTAMP(17:7).
080800     MOVE BANK-SIGNON-ID TO BAU-REC-USERID.
080850     MOVE BANK-USERID TO BAU-REC-MAPPED-USERID.
080900     MOVE EIBTRMID TO BAU-REC-TERMID.
080950     SET BAU-REC-RESULT-FAILURE TO TRUE.
081000     MOVE WS-SESSION-REASON TO BAU-REC-REASON.
081050     EXEC CICS WRITE FILE('BNKAUDT')
081100               FROM(WS-BNKAUDT-REC)
081150               LENGTH(LENGTH OF WS-BNKAUDT-REC)
081200               RIDFLD(BAU-REC-TIMESTAMP)
081250               RESP(WS-RESP)
081300     END-EXEC.
081350 WRITE-SESSION-AUDIT-EXIT.
081400     EXIT.
090000 ZZ-ABEND SECTION.
090100    
090200     STRING ABEND-CULPRIT DELIMITED BY SIZE
090300            ' Abend ' DELIMITED BY SIZE
090400            ABEND-CODE DELIMITED BY SIZE
090500            ' - ' DELIMITED BY SIZE
090600             ABEND-REASON DELIMITED BY SIZE
090700         INTO ABEND-MSG
090800     END-STRING.
090900     
091000     EXEC CICS WRITE
091100               OPERATOR
091200               TEXT(ABEND-MSG)
091300               TEXTLENGTH(LENGTH OF ABEND-MSG)
091400     END-EXEC.
091500         
091600     EXEC CICS ABEND
091700           ABCODE(ABEND-CODE)
091800     END-EXEC.
091900 
092000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
