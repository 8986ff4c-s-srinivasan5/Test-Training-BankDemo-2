      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKD57.CPY
      *-----------------------------------------------------------------
      * COMMAREA layout for DBANK57P, the online signon session
      * registry data module. CD57-REQUEST-TYPE chooses the function:
      *   'B' - browse up to 10 BNKSESS sessions starting at userid
      *         CD57I-START-USERID, returned in CD57O-ITEM-TABLE with
      *         the minutes each has been idle. CD57O-ITEM-STATUS is
      *         the record status, or 'T' for a session idle past its
      *         limit that has not been used since.
      *   'K' - end the session of CD57I-USERID: the next screen it
      *         sends is refused and that terminal is returned to
      *         signon. Recorded on the BNKAUDT trail under
      *         CD57I-UPDATE-BY.
      *****************************************************************
000100 05  CD57-DATA.
000200   10  CD57-REQUEST-TYPE                     PIC X(1).
000300       88  CD57-REQUESTED-BROWSE             VALUE 'B' '0'
000400                                             LOW-VALUES SPACES.
000500       88  CD57-REQUESTED-KILL               VALUE 'K'.
000600   10  CD57I-DATA.
000700       15  CD57I-START-USERID                PIC X(8).
000800       15  CD57I-USERID                      PIC X(8).
000900       15  CD57I-UPDATE-BY                   PIC X(8).
001000   10  CD57O-DATA.
001100       15  CD57O-RESP-CODE                   PIC X(1).
001200           88  CD57O-RESP-OK                 VALUE '0' LOW-VALUES.
001300           88  CD57O-RESP-NOTFOUND           VALUE '1'.
001400           88  CD57O-RESP-INVALID-STATUS     VALUE '2'.
001500           88  CD57O-RESP-INVALID-INPUT      VALUE '3'.
001600           88  CD57O-RESP-ERROR              VALUE '9'.
001700       15  CD57O-RESP-MSG                    PIC X(40).
001800       15  CD57O-ITEM-COUNT                  PIC 9(2).
001900       15  CD57O-ITEM-TABLE OCCURS 10 TIMES.
002000           20  CD57O-ITEM-USERID             PIC X(8).
002100           20  CD57O-ITEM-TERMID             PIC X(4).
002200           20  CD57O-ITEM-ENV                PIC X(4).
002300           20  CD57O-ITEM-ROLE               PIC X(1).
002400           20  CD57O-ITEM-SIGNON-TS          PIC X(14).
002500           20  CD57O-ITEM-LAST-TS            PIC X(14).
002600           20  CD57O-ITEM-IDLE-MINS          PIC 9(5).
002700           20  CD57O-ITEM-STATUS             PIC X(1).
002800               88  CD57O-ITEM-ACTIVE         VALUE 'A'.
002900               88  CD57O-ITEM-KILLED         VALUE 'K'.
003000               88  CD57O-ITEM-TIMED-OUT      VALUE 'T'.
