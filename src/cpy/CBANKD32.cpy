      *         CD32I-OD-LIMIT (zero withdraws the facility)
      *   'B' - move the account to branch CD32I-BRANCH, validated
      *         against the BNKBRNCH master
      *   'T' - convert the account to product CD32I-NEW-TYPE. The
      *         interest carried in BAC-REC-ACCRUED-INT is first
      *         capitalized under the old type (net of withholding
      *         tax, as BBANK75P pays it), the new type must be on
      *         BNKATYP with the same BAT-REC-PRODUCT-CLASS, and the
      *         balance is reclassed from the old type's GL mapping
      *         to the new one by a pair of 'PRODUCT CONVERSION'
      *         postings that BBANK54P books under the type named in
      *         their reference
      * Every change is written to the BNKMAUD maintenance audit
      * journal like any other BNKACC change, stamped with
      * CD32I-UPDATE-BY.
000400                                                    SPACES 'I'.
000500       88  CD32-REQUESTED-SET-LIMIT          VALUE 'L'.
000510       88  CD32-REQUESTED-SET-BRANCH         VALUE 'B'.
000520       88  CD32-REQUESTED-CONVERT            VALUE 'T'.
000600   10  CD32I-DATA.
000700       15  CD32I-ACCNO                       PIC X(10).
000800       15  CD32I-OD-LIMIT                    PIC S9(9)V99.
000810       15  CD32I-BRANCH                      PIC X(4).
000820       15  CD32I-NEW-TYPE                    PIC X(3).
000900       15  CD32I-UPDATE-BY                   PIC X(8).
001000   10  CD32O-DATA.
001100       15  CD32O-ACCNO                       PIC X(10).
001400       15  CD32O-BALANCE                     PIC S9(9)V99.
001500       15  CD32O-OD-LIMIT                    PIC S9(9)V99.
001510       15  CD32O-BRANCH                      PIC X(4).
001520* Interest capitalized and withholding tax deducted when a
001530* conversion settled the carried accrual under the old type
001540       15  CD32O-INT-SETTLED                 PIC S9(9)V99.
001550       15  CD32O-WTAX                        PIC S9(9)V99.
001600       15  CD32O-STATUS                      PIC X(1).
001700       15  CD32O-RESP-CODE                   PIC X(1).
001800           88  CD32O-RESP-OK                 VALUE '0' LOW-VALUES.
002000           88  CD32O-RESP-ACC-CLOSED         VALUE '2'.
002100           88  CD32O-RESP-INVALID-INPUT      VALUE '3'.
002110           88  CD32O-RESP-BRANCH-NOTFOUND    VALUE '4'.
002120           88  CD32O-RESP-TYPE-NOTFOUND      VALUE '5'.
002130           88  CD32O-RESP-TYPE-INCOMPATIBLE  VALUE '6'.
002200           88  CD32O-RESP-ERROR              VALUE '9'.
002300       15  CD32O-RESP-MSG                    PIC X(40).
