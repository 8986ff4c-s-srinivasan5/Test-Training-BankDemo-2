002000* own right for a voluntary change. Collects the old password   *
002100* and the new one twice, then hands the actual change to        *
002200* SPSWD01P's PSWD-CHANGE function, which owns the reuse-        *
002250* history rule and stores only the salted hash of the new       *
002300* password.                                                     *
002400*****************************************************************
002500
002600 IDENTIFICATION DIVISION.
