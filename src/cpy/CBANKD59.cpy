      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKD59.CPY
      *-----------------------------------------------------------------
      * Parameter/COMMAREA layout for raising a BNKPEVT posting event
      * - CALL 'DBANK59P' from a batch job, EXEC CICS LINK to
      * DBANK60P from an online data module. The caller passes the
      * BNKTXN record it has just written, unchanged, and its own
      * program name; the event's sequence number comes back.
      *****************************************************************
000100 05  CD59-DATA.
000200   10  CD59I-DATA.
000300       15  CD59I-POSTING                     PIC X(128).
000400       15  CD59I-SOURCE-PGM                  PIC X(8).
000500   10  CD59O-DATA.
000600       15  CD59O-RESP-CODE                   PIC X(1).
000700           88  CD59O-RESP-OK                 VALUE '0' LOW-VALUES.
000800           88  CD59O-RESP-ERROR              VALUE '9'.
000900       15  CD59O-RESP-MSG                    PIC X(40).
001000       15  CD59O-SEQ-NO                      PIC 9(12).
