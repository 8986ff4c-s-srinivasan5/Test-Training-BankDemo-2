002400* maker, so both ids are on the trail. BBANK22P fronts the     *
002500* review screen; the maintenance validators queue through the  *
002600* 'Q' function.                                                *
002610* Transfers and payments over a customer's self-service limits  *
002620* queue here too; an approved one is a one-off uplift and is    *
002630* counted against the customer's day totals once it is applied. *
002700*****************************************************************
002800
002900 IDENTIFICATION DIVISION.
006728 COPY CBANKD27.
006729 01  WS-REPLAY-D28 REDEFINES WS-REPLAY-AREA.
006730 COPY CBANKD28.
006731 01  WS-REPLAY-D47 REDEFINES WS-REPLAY-AREA.
006732 COPY CBANKD47.
006733 01  WS-REPLAY-D50 REDEFINES WS-REPLAY-AREA.
006738 COPY CBANKD50.
006743 01  WS-REPLAY-D61 REDEFINES WS-REPLAY-AREA.
006748 COPY CBANKD62.
006749 01  WS-REPLAY-D24 REDEFINES WS-REPLAY-AREA.
006750 COPY CBANKD24.
006751 01  WS-REPLAY-D22 REDEFINES WS-REPLAY-AREA.
006752 COPY CBANKD22.
006753 01  WS-REPLAY-D36 REDEFINES WS-REPLAY-AREA.
006754 COPY CBANKD36.
006755
006756 01  WS-LIMIT-DATA.
006757 COPY CBANKD66.
006758 01  WS-APPLY-FLAG                          PIC X(1).
006763     88  WS-APPLY-OK                        VALUE 'Y'.
006768     88  WS-APPLY-REFUSED                   VALUE 'N'.
006800
006900 01  WS-COMMAREA.
007000 COPY CBANKD38.
028140* refused status and the replayed image, with the module's
028150* response on it, is persisted in place of the request image
028160     SET WS-APPLY-OK TO TRUE.
028161     EVALUATE PND-REC-TARGET-PGM
028174       WHEN 'DBANK01P'
028187         IF NOT CD01O-RESP-OK
028200            SET WS-APPLY-REFUSED TO TRUE
028213         END-IF
028226       WHEN 'DBANK24P'
028239         IF NOT CD24O-RESP-OK
028252            SET WS-APPLY-REFUSED TO TRUE
028265         END-IF
028278       WHEN 'DBANK26P'
028291         IF NOT CD26O-RESP-OK
028304            SET WS-APPLY-REFUSED TO TRUE
028317         END-IF
028330       WHEN 'DBANK27P'
028343         IF NOT CD27O-RESP-OK
028356            SET WS-APPLY-REFUSED TO TRUE
028369         END-IF
028382       WHEN 'DBANK28P'
028395         IF NOT CD28O-RESP-OK
028408            SET WS-APPLY-REFUSED TO TRUE
028421         END-IF
028434       WHEN 'DBANK47P'
028447         IF NOT CD47O-RESP-OK
028460            SET WS-APPLY-REFUSED TO TRUE
028473         END-IF
028486       WHEN 'DBANK50P'
028499         IF NOT CD50O-RESP-OK
028512            SET WS-APPLY-REFUSED TO TRUE
028525         END-IF
028538       WHEN 'DBANK62P'
028551         IF NOT CD62O-RESP-OK
028564            SET WS-APPLY-REFUSED TO TRUE
028577         END-IF
028590       WHEN 'DBANK22P'
028603         IF NOT CD22O-RESP-OK
028616            SET WS-APPLY-REFUSED TO TRUE
028629         END-IF
028642       WHEN 'DBANK36P'
028655         IF NOT CD36O-RESP-OK
028668            SET WS-APPLY-REFUSED TO TRUE
028681         END-IF
028694       WHEN OTHER
028707         CONTINUE
028720     END-EVALUATE.
028733     IF WS-APPLY-OK
028746        PERFORM RECORD-UPLIFT-USE THRU
028759                RECORD-UPLIFT-USE-EXIT
028772     END-IF.
028773* A target module that backs its own work out with a rollback
028774* releases the hold this task took on the item as well - take it
028775* again before the decision is recorded on it
028776     PERFORM REFETCH-PENDING THRU
028777             REFETCH-PENDING-EXIT.
028778     IF NOT CD38O-RESP-OK
028779        GO TO APPROVE-REQUEST-EXIT
028780     END-IF.
028785     MOVE WS-REPLAY-AREA TO PND-REC-REQ-DATA.
028798     EXEC CICS ASKTIME
028811               ABSTIME(WS-ABSTIME)
028824     END-EXEC.
028837     EXEC CICS FORMATTIME
028850               ABSTIME(WS-ABSTIME)
028863               YYYYMMDD(WS-POST-DATE)
028876     END-EXEC.
028889     IF WS-APPLY-REFUSED
028902        SET PND-REC-STATUS-APPLY-REFUSED TO TRUE
028915     ELSE
028928        SET PND-REC-STATUS-APPROVED TO TRUE
028941     END-IF.
029000     MOVE CD38I-REQUESTOR TO PND-REC-CHECKER.
029100     MOVE WS-POST-DATE TO PND-REC-CHECKED-DATE.
029200     EXEC CICS REWRITE FILE('BNKPEND')
029220                       FROM(WS-BNKPEND-REC)
029240                       LENGTH(LENGTH OF WS-BNKPEND-REC)
029260                       RESP(WS-RESP)
029280     END-EXEC.
029300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
029320        SET CD38O-RESP-ERROR TO TRUE
029340        MOVE 'Pending change could not be updated' TO
029360            CD38O-RESP-MSG
029380        GO TO APPROVE-REQUEST-EXIT
029400     END-IF.
029610     IF WS-APPLY-REFUSED
029620        MOVE 'F' TO WS-MAU-FUNCTION
029630        SET CD38O-RESP-APPLY-REFUSED TO TRUE
029900             WRITE-DECISION-AUDIT-EXIT.
030000     MOVE PND-REC-ID TO CD38O-PEND-ID.
030100 APPROVE-REQUEST-EXIT.
030102     EXIT.
030104
030106*****************************************************************
030108* Read the item for update again after the replay. Any hold the *
030110* replay left in place is given up first, so the read never     *
030112* finds the record already held by this task                    *
030114*****************************************************************
030116 REFETCH-PENDING.
030118     EXEC CICS UNLOCK FILE('BNKPEND')
030120                      RESP(WS-RESP)
030122     END-EXEC.
030124     EXEC CICS READ FILE('BNKPEND')
030126                    INTO(WS-BNKPEND-REC)
030128                    LENGTH(LENGTH OF WS-BNKPEND-REC)
030130                    RIDFLD(PND-REC-ID)
030132                    UPDATE
030134                    RESP(WS-RESP)
030136     END-EXEC.
030138     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
030143        SET CD38O-RESP-ERROR TO TRUE
030148        MOVE 'Pending change could not be reread' TO
030153            CD38O-RESP-MSG
030158        GO TO REFETCH-PENDING-EXIT
030163     END-IF.
030168     IF NOT PND-REC-STATUS-PENDING
030173        SET CD38O-RESP-NOT-PENDING TO TRUE
030178        MOVE 'Change has already been decided' TO
030183            CD38O-RESP-MSG
030188     END-IF.
030193 REFETCH-PENDING-EXIT.
030200     EXIT.
030201
030202*****************************************************************
030204* An approved uplift still counts against the customer's day    *
030206* totals on BNKLUSE, on the channel it was captured through -   *
030208* an amended payment was counted when it was first made. The    *
030210* change has been applied whether or not it can be counted, so  *
030212* a failure is reported to the checker but refuses nothing      *
030214*****************************************************************
030216 RECORD-UPLIFT-USE.
030218     MOVE SPACES TO WS-LIMIT-DATA.
030220     SET CD66-REQUESTED-RECORD-USE TO TRUE.
030222     EVALUATE PND-REC-TARGET-PGM
030224       WHEN 'DBANK22P'
030226         MOVE CD22I-PID TO CD66I-PID
030228         MOVE CD22I-AMOUNT TO CD66I-AMOUNT
030230         IF CD22I-CHANNEL-MOBILE
030232            SET CD66I-CHANNEL-MOBILE TO TRUE
030234         ELSE
030236            SET CD66I-CHANNEL-TRANSFER TO TRUE
030238         END-IF
030240       WHEN 'DBANK36P'
030242         IF NOT CD36-REQUESTED-ADD
030244            GO TO RECORD-UPLIFT-USE-EXIT
030246         END-IF
030248         MOVE CD36I-FROM-ACC TO CD66I-ACCNO
030250         MOVE CD36I-AMOUNT TO CD66I-AMOUNT
030252         SET CD66I-CHANNEL-PAYMENT TO TRUE
030254       WHEN OTHER
030256         GO TO RECORD-UPLIFT-USE-EXIT
030258     END-EVALUATE.
030260     EXEC CICS LINK PROGRAM('DBANK66P')
030262                    COMMAREA(WS-LIMIT-DATA)
030264                    LENGTH(LENGTH OF WS-LIMIT-DATA)
030266     END-EXEC.
030268     IF NOT CD66O-RESP-OK
030270        DISPLAY 'DBANK38P - LIMIT USE NOT RECORDED: '
030272                PND-REC-ID ' ' CD66O-RESP-MSG
030274        MOVE 'Approved - limit use not recorded' TO
030276            CD38O-RESP-MSG
030278     END-IF.
030280 RECORD-UPLIFT-USE-EXIT.
030282     EXIT.
030300
030400*****************************************************************
030500* Reject: mark the item with the reason and journal the         *
