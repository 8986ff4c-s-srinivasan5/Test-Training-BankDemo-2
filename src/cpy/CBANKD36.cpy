      *   'B' - browse up to 10 payments from CD36I-START-NO
      * Only pending payments can be amended or cancelled - once the
      * BBANK73P release has paid one it is history.
      *
      * BBANK20P holds a capture or amendment to the customer's
      * self-service limits (DBANK66P) before it gets here: over the
      * limits it is refused LIMIT-EXCEEDED, or with
      * CD36I-UPLIFT-FLAG 'Y' queued on BNKPEND for a supervisor's
      * one-off uplift and answered QUEUED - the approval replays it
      * straight into DBANK36P.
      *****************************************************************
000100 05  CD36-DATA.
000200   10  CD36-REQUEST-TYPE                     PIC X(1).
001900       15  CD36I-VALUE-DATE                  PIC X(8).
002000       15  CD36I-DESC                        PIC X(20).
002100       15  CD36I-UPDATE-BY                   PIC X(8).
002110       15  CD36I-UPLIFT-FLAG                 PIC X(1).
002120           88  CD36I-UPLIFT-REQUESTED        VALUE 'Y'.
002200   10  CD36O-DATA.
002300       15  CD36O-PAYMENT-NO                  PIC X(10).
002400       15  CD36O-STATUS                      PIC X(1).
002800           88  CD36O-RESP-NOT-PENDING        VALUE '2'.
002900           88  CD36O-RESP-ACC-INVALID        VALUE '3'.
003000           88  CD36O-RESP-INVALID-INPUT      VALUE '4'.
003010           88  CD36O-RESP-LIMIT-EXCEEDED     VALUE 'L'.
003020           88  CD36O-RESP-QUEUED             VALUE 'Q'.
003100           88  CD36O-RESP-ERROR              VALUE '9'.
003200       15  CD36O-RESP-MSG                    PIC X(40).
003300       15  CD36O-ITEM-COUNT                  PIC 9(2).
