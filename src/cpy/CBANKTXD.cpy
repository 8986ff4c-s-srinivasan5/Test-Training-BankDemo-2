      * TXN-DATA-REV is the type '3' reversal/adjustment payload -
      * TXN-T3-ORIG-TIMESTAMP carries the BTX-REC-TIMESTAMP of the
      * posting being reversed so the pair can be tied together on
      * journals and reconciliations. A goodwill refund raised on a
      * BNKCASE complaint is posted the same way but backs nothing
      * out: its original timestamp is spaces, TXN-T3-REV-KIND says
      * GOODWILL and TXN-T3-CASE-NO names the case.
      *
      * TXN-DATA-WOFF is the type '4' write-off payload - its
      * description and reference sit where the type '2' ones do.
      * TXN-T4-KIND tells the write-off itself ('W') from a memo of
      * a recovery received afterwards ('R'), whose reference names
      * the account that paid it.
      *****************************************************************
000100 01  TXN-DATA-OLD.
000200   05  TXN-T1-OLD-DESC                       PIC X(40).
001100   05  TXN-T3-ORIG-TIMESTAMP                 PIC X(26).
001200   05  TXN-T3-REASON-CODE                    PIC X(4).
001300   05  TXN-T3-REV-DESC                       PIC X(20).
001320   05  TXN-T3-REV-DESC-PARTS REDEFINES TXN-T3-REV-DESC.
001340       10  TXN-T3-REV-KIND                   PIC X(10).
001360       10  TXN-T3-CASE-NO                    PIC X(8).
001380       10  FILLER                            PIC X(2).
001400
001500 01  TXN-DATA-WOFF.
001600   05  TXN-T4-DESC                           PIC X(30).
001700   05  TXN-T4-REF                            PIC X(12).
001800   05  TXN-T4-KIND                           PIC X(1).
001900       88  TXN-T4-WRITE-OFF                  VALUE 'W'.
002000       88  TXN-T4-RECOVERY                   VALUE 'R'.
002100   05  FILLER                                PIC X(7).
