018166     MOVE CD07I-ACC-OD-FEE TO BAT-REC-OD-FEE.
018167     MOVE CD07I-ACC-FEE-WAIVE-BAL TO BAT-REC-FEE-WAIVE-BAL.
018168     MOVE CD07I-ACC-FEE-EXEMPT-FLAG TO BAT-REC-FEE-EXEMPT-FLAG.
018169     MOVE CD07I-ACC-RTN-CHQ-FEE TO BAT-REC-RTN-CHQ-FEE.
018170 MOVE-FEES-TO-RECORD-EXIT.
018171     EXIT.
018172
018173 MOVE-FEES-TO-OUTPUT.
018174     MOVE BAT-REC-MONTHLY-FEE TO CD07O-ACC-MONTHLY-FEE.
018175     MOVE BAT-REC-OD-FEE TO CD07O-ACC-OD-FEE.
018176     MOVE BAT-REC-FEE-WAIVE-BAL TO CD07O-ACC-FEE-WAIVE-BAL.
018177     MOVE BAT-REC-FEE-EXEMPT-FLAG TO CD07O-ACC-FEE-EXEMPT-FLAG.
018178* A type set up before the returned cheque fee existed has no
018179* fee recorded, which is the same as charging none
018180     IF BAT-REC-RTN-CHQ-FEE IS NOT NUMERIC
018181        MOVE 0 TO BAT-REC-RTN-CHQ-FEE
018182     END-IF.
018183     MOVE BAT-REC-RTN-CHQ-FEE TO CD07O-ACC-RTN-CHQ-FEE.
018184 MOVE-FEES-TO-OUTPUT-EXIT.
018185     EXIT.
018200
018300*****************************************************************
018400* Delete an account type record, provided no account still uses *
