005900                                             LOW-VALUES SPACES.
006000       88  BCS-REC-RISK-HIGH                 VALUE 'H'.
006100   10  BCS-REC-KYC-REVIEW-DTE                PIC X(8).
006200* Returned-mail ("gone away") status, set when an item of post
006300* comes back undelivered - recorded online through BBANK32P's
006400* 'R' capture or from the mail house's returns file by BBANKA1P.
006500* While it is set, statements, letters and tax summaries are
006600* not printed for the post but routed through DBANK61P: emailed
006700* to BCS-REC-EMAIL where there is one, otherwise held on the
006800* BNKHMAIL held-mail register. An address change through
006900* BBANK32P clears it, and BBANKA1P then releases what was held.
007000* The count and first-returned date run from the last address
007100* change; an item posted before BCS-REC-ADDR-CHG-DATE that comes
007200* back afterwards was sent to the old address and is ignored.
007300   10  BCS-REC-MAIL-STATUS                   PIC X(1).
007400       88  BCS-REC-MAIL-DELIVERABLE          VALUE '0' LOW-VALUES
007500                                                    SPACES.
007600       88  BCS-REC-MAIL-GONE-AWAY            VALUE 'U'.
007700   10  BCS-REC-RTS-COUNT                     PIC 9(3).
007800   10  BCS-REC-RTS-FIRST-DATE                PIC X(8).
007900   10  BCS-REC-RTS-LAST-DATE                 PIC X(8).
008000   10  BCS-REC-ADDR-CHG-DATE                 PIC X(8).
008100* Bereavement, recorded through the BBANKA0P/DBANK62P function
008200* under dual control: the date of death and the date the bank was
008300* told. A deceased customer cannot sign on (BBANK10P) or use the
008400* BBANK46P channel entry; standing orders and warehoused payments
008500* from solely held accounts are suspended and those accounts carry
008600* an estate hold, while joint accounts pass to the surviving
008700* holders untouched. BCS-REC-ESTATE-CERT is 'P' until BBANKA2P has
008800* produced the estate balance certificates, then 'I'.
008900   10  BCS-REC-DECEASED-FLAG                 PIC X(1).
009000       88  BCS-REC-DECEASED                  VALUE 'D'.
009100       88  BCS-REC-NOT-DECEASED              VALUE '0' LOW-VALUES
009200                                                    SPACES.
009300   10  BCS-REC-DEATH-DATE                    PIC X(8).
009400   10  BCS-REC-DEATH-NOTIFIED                PIC X(8).
009500   10  BCS-REC-ESTATE-CERT                   PIC X(1).
009600       88  BCS-REC-ESTATE-CERT-PENDING       VALUE 'P'.
009700       88  BCS-REC-ESTATE-CERT-ISSUED        VALUE 'I'.
