002000* pending on the queue is left alone; a finished item is      *
002100* refreshed into a new pending one. The KYCRPT register lists  *
002200* the run's queued customers.                                  *
002220* A customer flagged gone away is marked GONE AWAY there, so    *
002240* the review contact is not posted to an address known to be    *
002260* dead.                                                         *
002300*****************************************************************
002400
002500 IDENTIFICATION DIVISION.
010400   05  FILLER                                PIC X(2) VALUE
010500       SPACES.
010600   05  WS-DET-DUE-DATE                       PIC X(8).
010700   05  FILLER                                PIC X(2) VALUE
010720       SPACES.
010740   05  WS-DET-MAIL                           PIC X(9).
010760   05  FILLER                                PIC X(17) VALUE
010800       SPACES.
010900
011000 01  WS-KYC-TRAILER-LINE.
023400     MOVE BCS-REC-NAME TO WS-DET-NAME.
023500     MOVE BCS-REC-RISK-RATING TO WS-DET-RISK.
023600     MOVE BCS-REC-KYC-REVIEW-DTE TO WS-DET-DUE-DATE.
023610     IF BCS-REC-MAIL-GONE-AWAY
023620        MOVE 'GONE AWAY' TO WS-DET-MAIL
023630     ELSE
023640        MOVE SPACES TO WS-DET-MAIL
023650     END-IF.
023700     WRITE KYCRPT-LINE FROM WS-KYC-DETAIL-LINE.
023800 QUEUE-CUSTOMER-EXIT.
023900     EXIT.
