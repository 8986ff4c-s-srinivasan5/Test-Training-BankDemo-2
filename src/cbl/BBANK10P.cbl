005500 01  WS-SECURITY.
005600 COPY CPSWDD01.
005700
005702 01  WS-SESSION-WORK.
005704   05  WS-NOW-ABSTIME                        PIC S9(15) COMP-3.
005706   05  WS-NOW-DATE                           PIC X(8).
005708   05  WS-NOW-TIME                           PIC X(6).
005710   05  WS-IDLE-MINS                          PIC 9(3).
005712   05  WS-IDLE-LIMIT-MS                      PIC S9(15) COMP-3.
005714   05  WS-SESSION-ROLE                       PIC X(1).
005716     88  WS-ROLE-MAY-TAKE-OVER               VALUE 'S' SPACE.
005718   05  WS-SESSION-FLAG                       PIC X(1).
005720     88  WS-SESSION-NEW                      VALUE 'N'.
005722     88  WS-SESSION-REPLACE                  VALUE 'R'.
005724     88  WS-SESSION-TAKE-OVER                VALUE 'T'.
005726     88  WS-SESSION-REFUSED                  VALUE 'X'.
005728   05  WS-SESSION-OLD-TERMID                 PIC X(4).
005730   05  WS-AUDIT-NOTE                         PIC X(40).
005732
005734 01  WS-PARM-WORK.
005736   05  WS-BROWSE-RESP                        PIC S9(8) COMP.
005738   05  WS-PARM-BROWSE-KEY.
005740     10  WS-PARM-BROWSE-NAME                 PIC X(16).
005742     10  WS-PARM-BROWSE-DATE                 PIC X(8).
005744   05  WS-PARM-WANTED                        PIC X(16).
005746   05  WS-PARM-NUM                           PIC 9(9).
005748   05  WS-PARM-FLAG                          PIC X(1).
005750       88  WS-PARM-FOUND                      VALUE 'Y'.
005752       88  WS-PARM-NOT-FOUND                  VALUE 'N'.
005754   05  WS-VALUE-SUB                          PIC 9(2).
005756   05  WS-DIGIT-X                            PIC X(1).
005758   05  WS-DIGIT REDEFINES WS-DIGIT-X          PIC 9(1).
005760   05  WS-DIGITS-FLAG                        PIC X(1).
005762       88  WS-STILL-DIGITS                    VALUE 'Y'.
005764       88  WS-NO-MORE-DIGITS                  VALUE 'N'.
005766
005768 01  WS-BNKPARM-REC.
005770 COPY CBANKVPR.
005772
005774 01  WS-BNKSECP-REC.
005776 COPY CBANKVSE.
005778
005780 01  WS-BNKSESS-REC.
005782 COPY CBANKVSS.
005790
005800 COPY CABENDD.
005900
006000 LINKAGE SECTION.
006600* Make ourselves re-entrant                                     *
006700*****************************************************************
006800     MOVE SPACES TO WS-ERROR-MSG.
006850     MOVE SPACES TO WS-AUDIT-NOTE.
006900
007000*****************************************************************
007100* Move the passed area to our area                              *
008800        MOVE LOW-VALUES TO BANK-SIGNON-ID
008900        MOVE LOW-VALUES TO BANK-USERID
009000        MOVE LOW-VALUES TO BANK-PSWD
009050        MOVE LOW-VALUES TO BANK-SESSION-ID
009100        MOVE SPACES TO BANK-LAST-MAPSET
009200        MOVE SPACES TO BANK-LAST-MAP
009300        MOVE 'MBANK10' TO BANK-NEXT-MAPSET
023500        MOVE CD01O-PERSON-NAME TO WS-ERROR-MSG
023600        GO TO VALIDATE-USER-ERROR
023700     ELSE
023710* A customer recorded as deceased no longer signs on - the
023720* estate is dealt with by staff
023730        IF CD01O-PERSON-DECEASED
023740           MOVE 'Signon not available - please contact the bank'
023750             TO WS-ERROR-MSG
023760           GO TO VALIDATE-USER-ERROR
023770        END-IF
023800        MOVE CD01O-PERSON-NAME TO BANK-USERID-NAME
023810        MOVE CD01O-PERSON-ADDR1 TO BANK-USERID-ADDR1
023820        MOVE CD01O-PERSON-ADDR2 TO BANK-USERID-ADDR2
023960        PERFORM MAP-TEST-USERID-PREFIX THRU
023970                MAP-TEST-USERID-PREFIX-EXIT
023980        MOVE WS-MAP-PREFIX-INOUT TO BANK-USERID(1:1)
024300        PERFORM REGISTER-SESSION THRU
024310                REGISTER-SESSION-EXIT
024320        IF WS-SESSION-REFUSED
024330           GO TO VALIDATE-USER-ERROR
024340        END-IF
024350        GO TO VALIDATE-USER-EXIT
024400     END-IF.
024500 VALIDATE-USER-ERROR.
024600     SET INPUT-ERROR TO TRUE.
025060     MOVE EIBTRMID TO BAU-REC-TERMID.
025070     IF INPUT-OK
025080        SET BAU-REC-RESULT-SUCCESS TO TRUE
025085        MOVE WS-AUDIT-NOTE TO BAU-REC-REASON
025090     ELSE
025100        SET BAU-REC-RESULT-FAILURE TO TRUE
025110        MOVE WS-ERROR-MSG TO BAU-REC-REASON
025360 MAP-TEST-USERID-PREFIX-EXIT.
025370     EXIT.
025380
025390*****************************************************************
025490* Record this signon on the BNKSESS session registry. A live    *
025590* session already held for the userid elsewhere is taken over   *
025690* by a supervisor or a customer - the earlier terminal is sent  *
025790* back to signon on its next screen - but refused for the other *
025890* staff roles, who must sign off there first. A session that    *
025990* was ended, has timed out or was left on this same terminal is *
026090* simply replaced. The outcome goes onto the BNKAUDT record.    *
026190*****************************************************************
026290 REGISTER-SESSION.
026390     SET WS-SESSION-NEW TO TRUE.
026490     MOVE SPACES TO WS-SESSION-OLD-TERMID.
026590     MOVE LOW-VALUES TO BANK-SESSION-ID.
026690     EXEC CICS ASKTIME
026790               ABSTIME(WS-NOW-ABSTIME)
026890     END-EXEC.
026990     EXEC CICS FORMATTIME
027090               ABSTIME(WS-NOW-ABSTIME)
027190               YYYYMMDD(WS-NOW-DATE)
027290               TIME(WS-NOW-TIME)
027390     END-EXEC.
027490     PERFORM GET-SESSION-ROLE THRU
027590             GET-SESSION-ROLE-EXIT.
027690     PERFORM GET-IDLE-LIMIT THRU
027790             GET-IDLE-LIMIT-EXIT.
027890     MOVE BANK-USERID TO SES-REC-USERID.
027990     EXEC CICS READ FILE('BNKSESS')
028090                    INTO(WS-BNKSESS-REC)
028190                    LENGTH(LENGTH OF WS-BNKSESS-REC)
028290                    RIDFLD(SES-REC-USERID)
028390                    UPDATE
028490                    RESP(WS-RESP)
028590     END-EXEC.
028690     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
028790        PERFORM CHECK-EXISTING-SESSION THRU
028890                CHECK-EXISTING-SESSION-EXIT
028990     END-IF.
029090     IF WS-SESSION-REFUSED
029190        EXEC CICS UNLOCK FILE('BNKSESS')
029290        END-EXEC
029390        MOVE SPACES TO WS-ERROR-MSG
029490        STRING 'User already signed on at terminal '
029590                 DELIMITED BY SIZE
029690               WS-SESSION-OLD-TERMID DELIMITED BY SIZE
029790          INTO WS-ERROR-MSG
029890        GO TO REGISTER-SESSION-EXIT
029990     END-IF.
030090     MOVE LOW-VALUES TO SES-RECORD.
030190     MOVE BANK-USERID TO SES-REC-USERID.
030290     MOVE WS-NOW-DATE TO SES-REC-SIGNON-TS(1:8).
030390     MOVE WS-NOW-TIME TO SES-REC-SIGNON-TS(9:6).
030490     MOVE EIBTASKN TO SES-REC-SIGNON-TASKN.
030590     MOVE EIBTRMID TO SES-REC-TERMID.
030690     MOVE BANK-ENV TO SES-REC-ENV.
030790     MOVE WS-SESSION-ROLE TO SES-REC-ROLE.
030890     MOVE WS-NOW-ABSTIME TO SES-REC-SIGNON-ABSTIME.
030990     MOVE WS-NOW-ABSTIME TO SES-REC-LAST-ABSTIME.
031090     MOVE SES-REC-SIGNON-TS TO SES-REC-LAST-TS.
031190     MOVE WS-IDLE-MINS TO SES-REC-IDLE-MINS.
031290     SET SES-REC-STATUS-ACTIVE TO TRUE.
031390     MOVE SPACES TO SES-REC-KILLED-BY.
031490     IF WS-SESSION-NEW
031590        EXEC CICS WRITE FILE('BNKSESS')
031690                  FROM(WS-BNKSESS-REC)
031790                  LENGTH(LENGTH OF WS-BNKSESS-REC)
031890                  RIDFLD(SES-REC-USERID)
031990                  RESP(WS-RESP)
032090        END-EXEC
032190     ELSE
032290        EXEC CICS REWRITE FILE('BNKSESS')
032390                  FROM(WS-BNKSESS-REC)
032490                  LENGTH(LENGTH OF WS-BNKSESS-REC)
032590                  RESP(WS-RESP)
032690        END-EXEC
032790     END-IF.
032890     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
032990        SET WS-SESSION-REFUSED TO TRUE
033090        MOVE 'Session could not be registered - try again' TO
033190            WS-ERROR-MSG
033290        GO TO REGISTER-SESSION-EXIT
033390     END-IF.
033490     MOVE SES-REC-SESSION-ID TO BANK-SESSION-ID.
033590     IF WS-SESSION-TAKE-OVER
033690        STRING 'SESSION TAKEN OVER FROM TERMINAL '
033790                 DELIMITED BY SIZE
033890               WS-SESSION-OLD-TERMID DELIMITED BY SIZE
033990          INTO WS-AUDIT-NOTE
034090     END-IF.
034190 REGISTER-SESSION-EXIT.
034290     EXIT.
034390
034490*****************************************************************
034590* Decide what to do with the session already on the registry -  *
034690* it is left to be replaced unless it is still live elsewhere   *
034790*****************************************************************
034890 CHECK-EXISTING-SESSION.
034990     SET WS-SESSION-REPLACE TO TRUE.
035090     MOVE SES-REC-TERMID TO WS-SESSION-OLD-TERMID.
035190     IF SES-REC-STATUS-KILLED
035290        GO TO CHECK-EXISTING-SESSION-EXIT
035390     END-IF.
035490     IF SES-REC-IDLE-MINS IS GREATER THAN 0
035590        COMPUTE WS-IDLE-LIMIT-MS = SES-REC-IDLE-MINS * 60000
035690        IF WS-NOW-ABSTIME - SES-REC-LAST-ABSTIME IS GREATER THAN
035790              WS-IDLE-LIMIT-MS
035890           GO TO CHECK-EXISTING-SESSION-EXIT
035990        END-IF
036090     END-IF.
036190     IF BANK-ENV-CICS AND
036290        SES-REC-ENV IS EQUAL TO BANK-ENV AND
036390        SES-REC-TERMID IS EQUAL TO EIBTRMID
036490        GO TO CHECK-EXISTING-SESSION-EXIT
036590     END-IF.
036690     IF WS-ROLE-MAY-TAKE-OVER
036790        SET WS-SESSION-TAKE-OVER TO TRUE
036890     ELSE
036990        SET WS-SESSION-REFUSED TO TRUE
037090     END-IF.
037190 CHECK-EXISTING-SESSION-EXIT.
037290     EXIT.
037390
037490*****************************************************************
037590* Pick up the user's BNKSECP role - a signon with no profile is *
037690* an ordinary customer and is left with a blank role            *
037790*****************************************************************
037890 GET-SESSION-ROLE.
037990     MOVE SPACES TO WS-SESSION-ROLE.
038090     MOVE BANK-USERID TO SEC-REC-USERID.
038190     EXEC CICS READ FILE('BNKSECP')
038290                    INTO(WS-BNKSECP-REC)
038390                    LENGTH(LENGTH OF WS-BNKSECP-REC)
038490                    RIDFLD(SEC-REC-USERID)
038590                    RESP(WS-RESP)
038690     END-EXEC.
038790     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
038890        MOVE SEC-REC-ROLE TO WS-SESSION-ROLE
038990     END-IF.
039090 GET-SESSION-ROLE-EXIT.
039190     EXIT.
039290
039390*****************************************************************
039490* The idle period (minutes) after which SBANK00P forces a fresh *
039590* signon - BNKPARM SESS-IDLE-MINS, default 15, 0 for no limit   *
039690*****************************************************************
039790 GET-IDLE-LIMIT.
039890     MOVE 15 TO WS-IDLE-MINS.
039990     MOVE 'SESS-IDLE-MINS' TO WS-PARM-WANTED.
040090     PERFORM GET-PARM-VALUE THRU
040190             GET-PARM-VALUE-EXIT.
040290     IF WS-PARM-FOUND AND
040390        WS-PARM-NUM IS NOT GREATER THAN 999
040490        MOVE WS-PARM-NUM TO WS-IDLE-MINS
040590     END-IF.
040690 GET-IDLE-LIMIT-EXIT.
040790     EXIT.
040890
040990*****************************************************************
041090* Resolve the numeric value of the WS-PARM-WANTED runtime       *
041190* parameter - the row with the latest effective date not after  *
041290* today. WS-PARM-FOUND is left off when no row applies.         *
041390*****************************************************************
041490 GET-PARM-VALUE.
041590     SET WS-PARM-NOT-FOUND TO TRUE.
041690     MOVE 0 TO WS-PARM-NUM.
041790     MOVE WS-PARM-WANTED TO WS-PARM-BROWSE-NAME.
041890     MOVE '00000000' TO WS-PARM-BROWSE-DATE.
041990     EXEC CICS STARTBR FILE('BNKPARM')
042090                       RIDFLD(WS-PARM-BROWSE-KEY)
042190                       GTEQ
042290                       RESP(WS-BROWSE-RESP)
042390     END-EXEC.
042490     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
042590        GO TO GET-PARM-VALUE-EXIT
042690     END-IF.
042790     PERFORM SCAN-PARM-ROW
042890        UNTIL WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL).
042990     EXEC CICS ENDBR FILE('BNKPARM')
043090     END-EXEC.
043190 GET-PARM-VALUE-EXIT.
043290     EXIT.
043390
043490 SCAN-PARM-ROW.
043590     EXEC CICS READNEXT FILE('BNKPARM')
043690                        INTO(WS-BNKPARM-REC)
043790                        LENGTH(LENGTH OF WS-BNKPARM-REC)
043890                        RIDFLD(WS-PARM-BROWSE-KEY)
043990                        RESP(WS-BROWSE-RESP)
044090     END-EXEC.
044190     IF WS-BROWSE-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR
044290        PRM-REC-NAME IS NOT EQUAL TO WS-PARM-WANTED
044390        MOVE DFHRESP(ENDFILE) TO WS-BROWSE-RESP
044490     ELSE
044590        IF PRM-REC-EFF-DATE IS NOT GREATER THAN WS-NOW-DATE AND
044690           PRM-REC-VALUE(1:1) IS NUMERIC
044790           PERFORM CONVERT-PARM-VALUE THRU
044890                   CONVERT-PARM-VALUE-EXIT
044990        END-IF
045090     END-IF.
045190
045290 CONVERT-PARM-VALUE.
045390     MOVE 0 TO WS-PARM-NUM.
045490     SET WS-STILL-DIGITS TO TRUE.
045590     PERFORM CONVERT-ONE-DIGIT THRU
045690             CONVERT-ONE-DIGIT-EXIT
045790        VARYING WS-VALUE-SUB FROM 1 BY 1
045890        UNTIL WS-VALUE-SUB > 16
045990           OR WS-NO-MORE-DIGITS.
046090     SET WS-PARM-FOUND TO TRUE.
046190 CONVERT-PARM-VALUE-EXIT.
046290     EXIT.
046390
046490 CONVERT-ONE-DIGIT.
046590     IF PRM-REC-VALUE(WS-VALUE-SUB:1) IS EQUAL TO SPACE
046690        SET WS-NO-MORE-DIGITS TO TRUE
046790        GO TO CONVERT-ONE-DIGIT-EXIT
046890     END-IF.
046990     IF PRM-REC-VALUE(WS-VALUE-SUB:1) IS NUMERIC
047090        MOVE PRM-REC-VALUE(WS-VALUE-SUB:1) TO WS-DIGIT-X
047190        COMPUTE WS-PARM-NUM =
047290                (WS-PARM-NUM * 10) + WS-DIGIT
047390     ELSE
047490        SET WS-NO-MORE-DIGITS TO TRUE
047590     END-IF.
047690 CONVERT-ONE-DIGIT-EXIT.
047790     EXIT.
047890
047990* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
