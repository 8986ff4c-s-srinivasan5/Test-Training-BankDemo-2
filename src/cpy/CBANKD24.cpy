      * CBANKD24.CPY
      *-----------------------------------------------------------------
      * COMMAREA layout for DBANK24P, the posting reversal/adjustment
      * data module. By default it backs out the BNKTXN posting
      * keyed by CD24I-ORIG-TIMESTAMP by posting a type '3' record
      * for the negated amount and adjusting BAC-REC-BALANCE to match.
      * CD24I-REASON-CODE is carried on the reversal posting so the
      * journal shows why the original was backed out.
      * CD24I-FUNCTION 'G' instead credits a goodwill refund of
      * CD24I-AMOUNT to CD24I-ACCNO against complaint case
      * CD24I-CASE-NO, as a type '3' adjustment carrying the case
      * number, and records it on the case through DBANK63P. Goodwill
      * is only ever queued by BBANKA3P and posted on a supervisor's
      * approval through DBANK38P - BBANK35P refuses it.
      *****************************************************************
000100 05  CD24-DATA.
000200   10  CD24I-DATA.
000300       15  CD24I-ORIG-TIMESTAMP              PIC X(26).
000400       15  CD24I-REASON-CODE                 PIC X(4).
000410       15  CD24I-FUNCTION                    PIC X(1).
000420           88  CD24I-REVERSAL                VALUE '0' LOW-VALUES
000430                                                    SPACES.
000440           88  CD24I-GOODWILL                VALUE 'G'.
000450       15  CD24I-CASE-NO                     PIC 9(8).
000460       15  CD24I-ACCNO                       PIC X(10).
000470       15  CD24I-AMOUNT                      PIC S9(9)V99.
000480       15  CD24I-UPDATE-BY                   PIC X(8).
000500   10  CD24O-DATA.
000600       15  CD24O-ACCNO                       PIC X(10).
000700       15  CD24O-REVERSED-AMOUNT             PIC S9(9)V99.
