002000* account between branches, is a supervisor decision, so       *
002100* reaching this function at all is restricted to supervisors   *
002110* by SBANK00P's dispatch enforcement.                           *
002120* Converting an account to another product is the same kind of  *
002130* supervisor decision and is validated here too.                *
002200*****************************************************************
002300
002400 IDENTIFICATION DIVISION.
007740        MOVE 'Branch code is required' TO CD32O-RESP-MSG
007750        GO TO BBANK16P-EXIT
007760     END-IF.
007765     IF CD32-REQUESTED-CONVERT AND
007770        (CD32I-NEW-TYPE IS EQUAL TO SPACES OR
007775         CD32I-NEW-TYPE IS EQUAL TO LOW-VALUES)
007780        SET CD32O-RESP-INVALID-INPUT TO TRUE
007785        MOVE 'New account type is required' TO CD32O-RESP-MSG
007790        GO TO BBANK16P-EXIT
007795     END-IF.
007800
007900*****************************************************************
008000* Hand off to the data module to do the actual I/O               *
