001800                                                    SPACES.
001900       88  FWP-REC-STATUS-PAID               VALUE '1'.
002000       88  FWP-REC-STATUS-CANCELLED          VALUE '2'.
002020* '3' (suspended) is set by DBANK62P when the sole holder of the
002040* from account dies - the item waits for the estate to cancel it.
002060       88  FWP-REC-STATUS-SUSPENDED          VALUE '3'.
002100   10  FWP-REC-DESC                          PIC X(20).
002200   10  FWP-REC-CREATED-BY                    PIC X(8).
002300   10  FWP-REC-CREATED-DATE                  PIC X(8).
002400   10  FWP-REC-PAID-DATE                     PIC X(8).
002500* 'F' marks an item whose amount was already debited when it
002600* was created - the residual payout of an account closure
002700* (DBANK47P). The BBANK73P release only puts such an item onto
002800* the outbound clearing file and never debits the (by then
002900* closed) from account again; it cannot be amended or cancelled
003000* online. Items captured through DBANK36P carry LOW-VALUES.
003100   10  FWP-REC-FUNDED-FLAG                   PIC X(1).
003200       88  FWP-REC-FUNDED                    VALUE 'F'.
003300       88  FWP-REC-NOT-FUNDED                VALUE '0' LOW-VALUES
003400                                                    SPACES.
003500* 'B' marks an item of a corporate bulk payment file loaded by
003600* BBANKA7P. The BBANK73P release debits the whole file once, as
003700* a single posting, and then pays each item away without a debit
003800* of its own. FWP-REC-BULK-REF names the file on the BNKBULK
003900* register (with FWP-REC-FROM-ACC, its key); other items, and
004000* items converted before it existed, carry spaces or LOW-VALUES.
004100       88  FWP-REC-BULK                      VALUE 'B'.
004200   10  FWP-REC-BULK-REF                      PIC X(12).
