001600*                                                               *
001700* Validates the input before handing off to SPSWD01P's          *
001800* PSWD-ADMIN-RESET function, which stores the temporary         *
001900* password's salted hash and flags the user's next signon for a *
001950* mandatory change - the clear text is never stored. The same   *
002000* validate-then-hand-off split BBANK30P uses.                   *
002100*****************************************************************
002200
002300 IDENTIFICATION DIVISION.
