      *         completed for that date. A prior run left in
      *         running/abended state does not block - operators must
      *         be able to resubmit a failed job.
      *         CD53I-POSTING-JOB and CD53I-RAISES-QUIESCE both raise
      *         the posting quiesce on the '*CONTROL' record; only a
      *         posting job is refused a second run.
      *   'E' - record the clean end of CD53I-JOB-NAME
      *   'A' - record that CD53I-JOB-NAME abended
      *   'C' - end-of-day cutover: advance the business date the
      *         record no longer carries that date the cutover has
      *         already happened and the request is refused, so a
      *         doubled-up cutover cannot skip a business day
      *   'R' - reset CD53I-JOB-NAME for the current business date,
      *         removing its run record so the job may run again -
      *         used by the BBANKA6P backout for every job whose
      *         updates it has just undone
      *   'Q' - query CD53I-JOB-NAME for the current business date,
      *         returning its run status in CD53O-JOB-STATUS (space
      *         when it has no run record) - used by the BBANKB5P
      *         merge step to see that every partition has completed
      * Every function returns the (possibly just advanced) business
      * date in CD53O-BUSINESS-DATE.
      *****************************************************************
000600       88  CD53-REQUESTED-END                VALUE 'E'.
000700       88  CD53-REQUESTED-ABEND              VALUE 'A'.
000800       88  CD53-REQUESTED-CUTOVER            VALUE 'C'.
000850       88  CD53-REQUESTED-RESET              VALUE 'R'.
000860       88  CD53-REQUESTED-QUERY              VALUE 'Q'.
000900   10  CD53I-DATA.
001000       15  CD53I-JOB-NAME                    PIC X(8).
001100       15  CD53I-PREDECESSOR                 PIC X(8).
001200       15  CD53I-POSTING-FLAG                PIC X(1).
001300           88  CD53I-POSTING-JOB             VALUE 'Y'.
001305           88  CD53I-RAISES-QUIESCE          VALUE 'Q'.
001310       15  CD53I-EXPECTED-DATE               PIC X(8).
001400   10  CD53O-DATA.
001500       15  CD53O-BUSINESS-DATE               PIC X(8).
002000           88  CD53O-RESP-NOT-STARTED        VALUE '3'.
002100           88  CD53O-RESP-ERROR              VALUE '9'.
002200       15  CD53O-RESP-MSG                    PIC X(40).
002300       15  CD53O-JOB-STATUS                  PIC X(1).
002400           88  CD53O-JOB-NOT-RUN             VALUE SPACES.
002500           88  CD53O-JOB-RUNNING             VALUE 'R'.
002600           88  CD53O-JOB-COMPLETE            VALUE 'C'.
002700           88  CD53O-JOB-ABENDED             VALUE 'A'.
