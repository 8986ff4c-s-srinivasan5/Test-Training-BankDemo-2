007200        END-IF
007210        IF CD07I-ACC-MONTHLY-FEE IS LESS THAN ZERO OR
007220           CD07I-ACC-OD-FEE IS LESS THAN ZERO OR
007230           CD07I-ACC-FEE-WAIVE-BAL IS LESS THAN ZERO OR
007235           CD07I-ACC-RTN-CHQ-FEE IS LESS THAN ZERO
007240           SET CD07O-RESP-NOTFOUND TO TRUE
007250           MOVE 'Fee terms cannot be negative'
007260                TO CD07O-RESP-MSG
