      *         STATE/CNTRY/POST-CODE/EMAIL
      *   'X' - flag CD01I-PERSON-PID as closed, reject if [request 022]
      *         the customer still has any open BNKACC record
      *   'R' - record an item of post returned undelivered for
      *         CD01I-PERSON-PID: flags the customer gone away and
      *         counts the return. CD01I-RTS-SENT-DATE, when given, is
      *         the date the item was posted; an item sent before the
      *         last address change is not counted
      *
      * 'W'/'U'/'X'/'R' are reached online via BBANK32P.CBL, which
      * validates the input before handing off here, the same way
      * BBANK31P does for DBANK21P.
      *****************************************************************
000100 05  CD01-DATA.
000200   10  CD01-REQUEST-TYPE                     PIC X(1).
000570       88  CD01-REQUESTED-CREATE             VALUE 'W'.
000580       88  CD01-REQUESTED-UPDATE-DETAILS     VALUE 'U'.
000590       88  CD01-REQUESTED-CLOSE              VALUE 'X'.
000595       88  CD01-REQUESTED-RETURNED-MAIL      VALUE 'R'.
000600   10  CD01I-DATA.
000700       15  CD01I-PERSON-PID                  PIC X(5).
000800       15  CD01I-SEARCH-NAME                 PIC X(30).
001014       15  CD01I-NEW-ID-DOC-NO               PIC X(20).
001015       15  CD01I-NEW-ID-DOC-EXPIRY           PIC X(8).
001016       15  CD01I-NEW-RISK-RATING             PIC X(1).
001017       15  CD01I-RTS-SENT-DATE               PIC X(8).
001020   10  CD01O-DATA.
001100       15  CD01O-PERSON-PID                  PIC X(5).
001110       15  CD01O-LOCKOUT-FLAG                PIC X(1).
001911       15  CD01O-PERSON-ID-DOC-EXPIRY       PIC X(8).
001912       15  CD01O-PERSON-RISK-RATING         PIC X(1).
001913       15  CD01O-PERSON-KYC-REVIEW-DTE      PIC X(8).
001914       15  CD01O-PERSON-MAIL-STATUS         PIC X(1).
001920           88  CD01O-PERSON-GONE-AWAY       VALUE 'U'.
001926       15  CD01O-PERSON-RTS-COUNT           PIC 9(3).
001932       15  CD01O-PERSON-RTS-FIRST-DATE      PIC X(8).
001938       15  CD01O-PERSON-RTS-LAST-DATE       PIC X(8).
001939       15  CD01O-PERSON-DECEASED-FLAG       PIC X(1).
001940           88  CD01O-PERSON-DECEASED        VALUE 'D'.
001941       15  CD01O-PERSON-DEATH-DATE          PIC X(8).
001944       15  CD01O-RESP-CODE                   PIC X(1).
001950           88  CD01O-RESP-OK                 VALUE '0' LOW-VALUES
001956                                                    SPACES.
001962           88  CD01O-RESP-NOTFOUND           VALUE '1'.
001968           88  CD01O-RESP-DUPLICATE          VALUE '2'.
001974           88  CD01O-RESP-IN-USE             VALUE '3'.
001980           88  CD01O-RESP-INVALID-INPUT      VALUE '4'.
001986       15  CD01O-RESP-MSG                    PIC X(40).
002000       15  CD01O-MATCH-COUNT                 PIC 9(2).
002100       15  CD01O-MATCH-TABLE OCCURS 10 TIMES.
002200           20  CD01O-MATCH-PID               PIC X(5).
