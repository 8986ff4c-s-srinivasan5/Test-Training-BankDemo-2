      *   'N' - CD51-REQUESTED-ACCNO   single account, START EQUAL on
      *         the primary key, for a direct PID+account-number
      *         balance inquiry                              [req 018]
      *   'K' - CD51-REQUESTED-RANGE   account-number range, START
      *         GREATER THAN CD51I-RANGE-AFTER-ACCNO on the primary
      *         key and stop after CD51I-RANGE-TO-ACCNO; a partition
      *         of a full-file job runs over one such range, and
      *         restarts by passing its checkpointed account number
      *         as the after-bound
      *****************************************************************
000100 05  CD51-DATA.
000200   10  CD51-REQUEST-TYPE                     PIC X(1).
000700       88  CD51-REQUESTED-TYPE               VALUE 'T'.
000800       88  CD51-REQUESTED-BALANCE            VALUE 'B'.
000810       88  CD51-REQUESTED-ACCNO              VALUE 'N'.
000820       88  CD51-REQUESTED-RANGE              VALUE 'K'.
000900   10  CD51I-DATA.
001000       15  CD51I-PID                         PIC X(5).
001010       15  CD51I-ACCNO                       PIC X(10).
001500           88  CD51I-BALANCE-GREATER-THAN     VALUE '>'.
001600       15  CD51I-BALANCE-THRESHOLD           PIC S9(9)V99.
001700       15  CD51I-CHECKPOINT-FREQUENCY        PIC 9(5) VALUE 1000.
001710       15  CD51I-RANGE-AFTER-ACCNO           PIC X(10).
001720       15  CD51I-RANGE-TO-ACCNO              PIC X(10).
001800   10  CD51O-DATA.
001900       15  CD51O-PID                         PIC X(5).
002000       15  CD51O-ACC-NO                      PIC X(10).
002620                                                    SPACES.
002630           88  CD51O-ACC-STATUS-CLOSED       VALUE '1'.
002640           88  CD51O-ACC-STATUS-DORMANT      VALUE '2'.
002650           88  CD51O-ACC-STATUS-WRITTEN-OFF  VALUE '3'.
002700       15  CD51O-NAME                        PIC X(30).
002800       15  CD51O-ADDR1                       PIC X(30).
002900       15  CD51O-ADDR2                       PIC X(30).
      * BCS-REC-TAX-STATUS byte carries it ('S'/'R'/'E'; blank and
      * low-values read as standard)
003420       15  CD51O-TAX-STATUS                  PIC X(1).
      * The holding customer's returned-mail status as
      * BCS-REC-MAIL-STATUS carries it ('U' = gone away)
003430       15  CD51O-MAIL-STATUS                 PIC X(1).
003440           88  CD51O-MAIL-GONE-AWAY          VALUE 'U'.
003500       15  CD51O-CHECKPOINT-DUE-FLAG         PIC X(1).
003600           88  CD51O-CHECKPOINT-IS-DUE       VALUE 'Y'.
003700           88  CD51O-CHECKPOINT-NOT-DUE      VALUE 'N' LOW-VALUES
