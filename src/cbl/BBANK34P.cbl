008500            CD23O-RESP-MSG
008600        GO TO BBANK34P-EXIT
008700     END-IF.
008710* A cheque cannot be presented to the clearing house without the
008720* bank it is drawn on and its serial
008730     IF CD23-REQUESTED-CHQ-DEPOSIT
008740        IF CD23I-CHQ-DRAWEE-BANK IS EQUAL TO SPACES OR
008750           CD23I-CHQ-DRAWEE-BANK IS EQUAL TO LOW-VALUES OR
008760           CD23I-CHQ-SERIAL IS EQUAL TO SPACES OR
008770           CD23I-CHQ-SERIAL IS EQUAL TO LOW-VALUES
008780           SET CD23O-RESP-INVALID-AMOUNT TO TRUE
008790           MOVE 'Drawee bank and cheque serial required' TO
008791               CD23O-RESP-MSG
008792           GO TO BBANK34P-EXIT
008793        END-IF
008794     END-IF.
008800
008900*****************************************************************
009000* Hand off to the data module to do the actual I/O               *
