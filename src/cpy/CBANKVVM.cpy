      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKVVM.CPY
      *-----------------------------------------------------------------
      * Record layout for the BNKVMOV VSAM file (vault movement
      * journal) - one record per vault movement or count entered
      * through BBANKB2P/DBANK65P, carrying both members of staff
      * present - the signed-on user and the witness who signed on
      * in-flight - and the pieces moved or counted by denomination.
      *   'I' - issued from the vault to the user's drawer
      *   'R' - returned from the user's drawer to the vault
      *   'D' - delivery received from the cash centre
      *   'S' - shipment sent to the cash centre
      *   'C' - vault count; VMV-REC-OVER-SHORT is the counted value
      *         less the book value of the denominations counted
      * RECORD KEY  VMV-REC-TIMESTAMP
      *****************************************************************
000100 05  VMV-RECORD.
000200   10  VMV-REC-TIMESTAMP                     PIC X(26).
000300   10  VMV-REC-TYPE                          PIC X(1).
000400       88  VMV-REC-ISSUE                     VALUE 'I'.
000500       88  VMV-REC-RETURN                    VALUE 'R'.
000600       88  VMV-REC-DELIVERY                  VALUE 'D'.
000700       88  VMV-REC-SHIPMENT                  VALUE 'S'.
000800       88  VMV-REC-COUNT                     VALUE 'C'.
000900   10  VMV-REC-BRANCH                        PIC X(4).
001000   10  VMV-REC-CURRENCY                      PIC X(3).
001100   10  VMV-REC-USERID                        PIC X(8).
001200   10  VMV-REC-WITNESS                       PIC X(8).
001300   10  VMV-REC-BUSINESS-DATE                 PIC X(8).
001400   10  VMV-REC-VALUE                         PIC S9(11)V99 COMP-3.
001500   10  VMV-REC-OVER-SHORT                    PIC S9(11)V99 COMP-3.
001600   10  VMV-REC-REFERENCE                     PIC X(20).
001700   10  VMV-REC-LINE-COUNT                    PIC 9(2).
001800   10  VMV-REC-LINE OCCURS 12 TIMES.
001900       15  VMV-REC-LINE-DENOM                PIC 9(5)V99.
002000       15  VMV-REC-LINE-PIECES               PIC S9(9) COMP-3.
002100   10  FILLER                                PIC X(20).
