      * balance is at or above BAT-REC-FEE-WAIVE-BAL (a zero waiver
      * level waives nothing); BAT-REC-OD-FEE is charged per run to
      * each overdrawn account; BAT-REC-FEE-EXEMPT-FLAG 'Y' exempts
      * the whole account type from all fees. BAT-REC-RTN-CHQ-FEE is
      * charged by the BBANKA9P clearing-results job for each
      * deposited cheque returned unpaid (zero or an exempt type
      * charges nothing).
      *****************************************************************
000100 05  BAT-RECORD.
000200   10  BAT-REC-TYPE                          PIC X(3).
002300                                                   SPACES.
002400       88  BAT-REC-CLASS-TERM                VALUE 'T'.
002500       88  BAT-REC-CLASS-LOAN                VALUE 'L'.
002600   10  BAT-REC-RTN-CHQ-FEE                   PIC S9(5)V99
002700                                              COMP-3.
