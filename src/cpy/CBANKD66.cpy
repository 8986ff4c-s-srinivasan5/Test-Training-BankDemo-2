      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKD66.CPY
      *-----------------------------------------------------------------
      * COMMAREA layout for DBANK66P, the customer self-service limits
      * data module. CD66-REQUEST-TYPE chooses the function:
      *   'Q' - inquire on the limits that apply to the customer and
      *         what has been used of them today (or, with
      *         CD66I-PROFILE-KIND 'R', on a risk rating's default)
      *   'K' - check CD66I-AMOUNT on CD66I-CHANNEL against the
      *         single-item, daily count and daily value limits;
      *         nothing is updated
      *   'I' - check CD66I-AMOUNT against the single-item limit only
      *         (an amended item already counted when it was made)
      *   'U' - record CD66I-AMOUNT as used on CD66I-CHANNEL today,
      *         once the item has gone through
      *   'S' - set a profile: the customer's own (kind 'C') or a
      *         risk rating's default (kind 'R')
      *   'D' - delete a profile; a customer falls back to the
      *         default for their risk rating
      * The customer is CD66I-PID, or the owner of CD66I-ACCNO when
      * no PID is given. Zero is no limit. Set and delete are
      * journaled to BNKMAUD under CD66I-UPDATE-BY.
      *****************************************************************
000100 05  CD66-DATA.
000200   10  CD66-REQUEST-TYPE                     PIC X(1).
000300       88  CD66-REQUESTED-INQUIRE            VALUE '0' LOW-VALUES
000400                                                    SPACES 'Q'.
000500       88  CD66-REQUESTED-CHECK              VALUE 'K'.
000600       88  CD66-REQUESTED-ITEM-CHECK         VALUE 'I'.
000700       88  CD66-REQUESTED-RECORD-USE         VALUE 'U'.
000800       88  CD66-REQUESTED-SET                VALUE 'S'.
000900       88  CD66-REQUESTED-DELETE             VALUE 'D'.
001000   10  CD66I-DATA.
001100       15  CD66I-PID                         PIC X(5).
001200       15  CD66I-ACCNO                       PIC X(10).
001300       15  CD66I-CHANNEL                     PIC X(1).
001400           88  CD66I-CHANNEL-TRANSFER        VALUE 'T'.
001500           88  CD66I-CHANNEL-PAYMENT         VALUE 'P'.
001600           88  CD66I-CHANNEL-MOBILE          VALUE 'M'.
001700       15  CD66I-AMOUNT                      PIC S9(9)V99.
001800       15  CD66I-PROFILE-KIND                PIC X(1).
001900           88  CD66I-PROFILE-CUSTOMER        VALUE 'C' LOW-VALUES
002000                                                    SPACES.
002100           88  CD66I-PROFILE-RISK-DEFAULT    VALUE 'R'.
002200       15  CD66I-RISK-RATING                 PIC X(1).
002300       15  CD66I-LIMIT OCCURS 3 TIMES.
002400           20  CD66I-DAY-VALUE               PIC 9(9)V99.
002500           20  CD66I-DAY-COUNT               PIC 9(5).
002600           20  CD66I-ITEM-VALUE              PIC 9(9)V99.
002700       15  CD66I-UPDATE-BY                   PIC X(8).
002800   10  CD66O-DATA.
002900       15  CD66O-PID                         PIC X(5).
003000       15  CD66O-RISK-RATING                 PIC X(1).
003100* Where the limits came from: the customer's own profile ('C'),
003200* their risk rating's default ('R') or nowhere ('N' - no limits)
003300       15  CD66O-PROFILE-SOURCE              PIC X(1).
003400       15  CD66O-BUSINESS-DATE               PIC X(8).
003500       15  CD66O-LIMIT OCCURS 3 TIMES.
003600           20  CD66O-DAY-VALUE               PIC 9(9)V99.
003700           20  CD66O-DAY-COUNT               PIC 9(5).
003800           20  CD66O-ITEM-VALUE              PIC 9(9)V99.
003900           20  CD66O-USED-VALUE              PIC S9(11)V99.
004000           20  CD66O-USED-COUNT              PIC 9(5).
004100       15  CD66O-RESP-CODE                   PIC X(1).
004200           88  CD66O-RESP-OK                 VALUE '0' LOW-VALUES.
004300           88  CD66O-RESP-NOTFOUND           VALUE '1'.
004400           88  CD66O-RESP-OVER-LIMIT         VALUE '2'.
004500           88  CD66O-RESP-INVALID-INPUT      VALUE '4'.
004600           88  CD66O-RESP-ERROR              VALUE '9'.
004700       15  CD66O-RESP-MSG                    PIC X(40).
