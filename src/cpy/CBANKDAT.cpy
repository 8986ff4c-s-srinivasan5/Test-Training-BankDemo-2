006000* password screen and BBANK11P
006100   10  BANK-NEW-PSWD                         PIC X(8).
006200   10  BANK-NEW-PSWD2                        PIC X(8).
006300* Identity of this signon on the BNKSESS session registry, set
006400* by BBANK10P and checked by SBANK00P on every dispatch
006500   10  BANK-SESSION-ID                       PIC X(21).
