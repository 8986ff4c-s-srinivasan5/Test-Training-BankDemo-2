      * comes back CONFIRM-REQUIRED carrying the rate and converted
      * amount so the customer sees them before anything posts - the
      * screen resubmits with CD22I-CONFIRM-FLAG 'Y' to go ahead.
      *
      * BBANK33P holds the transfer to the customer's self-service
      * limits (DBANK66P) before it gets here: over the limits it is
      * refused LIMIT-EXCEEDED, or with CD22I-UPLIFT-FLAG 'Y' queued
      * on BNKPEND for a supervisor's one-off uplift and answered
      * QUEUED - the approval replays it straight into DBANK22P. An
      * unconfirmed request is first quoted ('Q'), so a transfer
      * between currencies comes back CONFIRM-REQUIRED with the rate
      * and is queued only when resubmitted confirmed.
      *****************************************************************
000100 05  CD22-DATA.
000200   10  CD22I-DATA.
000700       15  CD22I-REFERENCE                   PIC X(12).
000710* 'Y' means the customer has seen and accepted the quoted
000720* exchange rate; anything else makes a cross-currency request
000730* come back CONFIRM-REQUIRED without posting. 'Q' checks and
000735* quotes the transfer without posting it, whatever the currency
000740       15  CD22I-CONFIRM-FLAG                PIC X(1).
000742           88  CD22I-RATE-CONFIRMED          VALUE 'Y'.
000744           88  CD22I-QUOTE-ONLY              VALUE 'Q'.
000750* The channel the transfer came in on, for the customer's
000760* limits: 'M' the mobile/web channel, anything else a
000770* transfer entered at a terminal
000780       15  CD22I-CHANNEL                     PIC X(1).
000782           88  CD22I-CHANNEL-MOBILE          VALUE 'M'.
000784       15  CD22I-UPLIFT-FLAG                 PIC X(1).
000786           88  CD22I-UPLIFT-REQUESTED        VALUE 'Y'.
000800   10  CD22O-DATA.
000900       15  CD22O-FROM-BALANCE                PIC S9(9)V99.
001000       15  CD22O-TO-BALANCE                  PIC S9(9)V99.
002060* the confirmation round-trip ('C')
002070           88  CD22O-RESP-RATE-UNAVAIL       VALUE 'R'.
002080           88  CD22O-RESP-CONFIRM-REQUIRED   VALUE 'C'.
002082           88  CD22O-RESP-LIMIT-EXCEEDED     VALUE 'L'.
002084           88  CD22O-RESP-QUEUED             VALUE 'Q'.
002100       15  CD22O-RESP-MSG                    PIC X(40).
