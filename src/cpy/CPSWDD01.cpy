      * else. PSWD-CHANGE verifies the old password, refuses reuse of
      * a recent one, and stores the new; PSWD-ADMIN-RESET stores a
      * temporary password and flags the next signon for a mandatory
      * change. PSWD-VERIFY only checks CPSWDD01I-PASSWORD against
      * the user's stored password - no enrolment, ageing or update -
      * for a second person's signon, such as a supervisor override;
      * a mismatch comes back as a non-blank message. BNKPSWD holds
      * only salted hashes, so this module is the one place a
      * password can be checked.
      *****************************************************************
000100 05  CPSWDD01-DATA.
000200   10  CPSWDD01-FUNCTION                     PIC X(1).
000300       88  PSWD-SIGNON                       VALUE '1'.
000400       88  PSWD-CHANGE                       VALUE '2'.
000450       88  PSWD-ADMIN-RESET                  VALUE '3'.
000460       88  PSWD-VERIFY                       VALUE '4'.
000500   10  CPSWDD01I-DATA.
000600       15  CPSWDD01I-USERID                  PIC X(8).
000700       15  CPSWDD01I-PASSWORD                PIC X(8).
