      * DBANK29P); note BAC-REC-STATUS-OPEN deliberately does NOT
      * include '2', so "open" tests exclude dormant accounts.
      *
      * Status '3' (written off) is set by DBANK50P when a bad debt
      * write-off clears dual control: the balance and any carried
      * interest are removed by a type '4' BNKTXN write-off record,
      * the BBANK85P provisioning run passes it by, and anything
      * later received against it is taken as a recovery through
      * DBANK50P. Like dormant, it is not "open".
      *
      * The term-deposit fields only carry values on accounts whose
      * BNKATYP product class is 'T': the term and maturity date are
      * captured at BBANK31P/DBANK21P opening along with the
001200                                                    SPACES.
001300       88  BAC-REC-STATUS-CLOSED             VALUE '1'.
001310       88  BAC-REC-STATUS-DORMANT            VALUE '2'.
001320       88  BAC-REC-STATUS-WRITTEN-OFF        VALUE '3'.
001400   10  BAC-REC-CLOSE-DTE                     PIC X(8).
001500   10  BAC-REC-DORMANT-DTE                   PIC X(8).
001600   10  BAC-REC-OD-LIMIT                      PIC S9(9)V99 COMP-3.
