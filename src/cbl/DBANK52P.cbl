026700        SET IO-REQUEST-STATUS-ERROR TO TRUE
026800     END-IF.
026900     IF WS-BNKTXN-STATUS IS EQUAL TO '00'
027000        IF (BTX-REC-TYPE IS EQUAL TO '1' OR '2' OR '3' OR '4') AND
027100           (BTX-REC-PID IS EQUAL TO CD52I-PID OR
027200            NOT CD52-REQUESTED-PID)
027300           MOVE BTX-REC-PID TO CD52O-PID
029800             WHEN '3'
029900* A reversal's description names the posting it backs out so
030000* journals and statements show the pair as linked items.
030050* A goodwill refund has no original and names its case instead.
030100               MOVE BTX-REC-DATA-OLD TO TXN-DATA-REV
030200               MOVE SPACES TO CD52O-DESC
030300               IF TXN-T3-ORIG-TIMESTAMP IS EQUAL TO SPACES
030320                  MOVE 'GOODWILL CASE ' TO CD52O-DESC(1:14)
030340                  MOVE TXN-T3-CASE-NO TO CD52O-DESC(15:8)
030360               ELSE
030380                  MOVE 'REVERSAL OF ' TO CD52O-DESC(1:12)
030400                  MOVE TXN-T3-ORIG-TIMESTAMP(1:16) TO
030420                      CD52O-DESC(13:16)
030440               END-IF
030600               MOVE TXN-T3-REASON-CODE TO CD52O-REF
030610             WHEN '4'
030620               MOVE BTX-REC-DATA-OLD TO TXN-DATA-WOFF
030630               MOVE TXN-T4-DESC TO CD52O-DESC
030640               MOVE TXN-T4-REF TO CD52O-REF
030700           END-EVALUATE
030800
030900* Tell the caller when it is time to externalize the timestamp
