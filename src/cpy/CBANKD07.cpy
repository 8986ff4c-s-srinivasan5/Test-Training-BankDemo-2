001220       15  CD07I-ACC-OD-FEE                  PIC S9(5)V99.
001230       15  CD07I-ACC-FEE-WAIVE-BAL           PIC S9(9)V99.
001240       15  CD07I-ACC-FEE-EXEMPT-FLAG         PIC X(1).
001245       15  CD07I-ACC-RTN-CHQ-FEE             PIC S9(5)V99.
001250* Signon id of whoever asked for the maintenance - stamped on
001260* the BNKMAUD audit record the data module writes
001270       15  CD07I-UPDATE-BY                   PIC X(8).
001720       15  CD07O-ACC-OD-FEE                  PIC S9(5)V99.
001730       15  CD07O-ACC-FEE-WAIVE-BAL           PIC S9(9)V99.
001740       15  CD07O-ACC-FEE-EXEMPT-FLAG         PIC X(1).
001750       15  CD07O-ACC-RTN-CHQ-FEE             PIC S9(5)V99.
001800       15  CD07O-RESP-CODE                   PIC X(1).
001900           88  CD07O-RESP-OK                 VALUE '0' LOW-VALUES.
002000           88  CD07O-RESP-NOTFOUND           VALUE '1'.
