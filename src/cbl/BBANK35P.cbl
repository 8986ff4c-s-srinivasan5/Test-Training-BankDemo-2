006100* the data module itself only knows how to read/write BNKACC/   *
006200* BNKTXN, not what a sensible reversal request looks like       *
006300*****************************************************************
006310     IF CD24I-GOODWILL
006320        SET CD24O-RESP-NOT-REVERSIBLE TO TRUE
006330        MOVE 'Goodwill refunds are raised on a case' TO
006340            CD24O-RESP-MSG
006350        GO TO BBANK35P-EXIT
006360     END-IF.
006400     IF CD24I-ORIG-TIMESTAMP IS EQUAL TO SPACES OR
006500        CD24I-ORIG-TIMESTAMP IS EQUAL TO LOW-VALUES
006600        SET CD24O-RESP-TXN-NOTFOUND TO TRUE
