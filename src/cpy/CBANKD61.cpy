      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKD61.CPY
      *-----------------------------------------------------------------
      * Parameter layout for DBANK61P, the diverted-mail writer the
      * print jobs CALL instead of printing a document for a customer
      * flagged gone away. CD61-REQUEST-TYPE chooses the function:
      *   'O' - open the BNKHMAIL held-mail register for the run
      *   'W' - put one print line of a document on the register,
      *         routed to email when CD61I-EMAIL is present and held
      *         otherwise. Lines are numbered within the document,
      *         which is identified by customer, source program and
      *         CD61I-DOC-REF; a rerun on the same business date
      *         replaces the lines it wrote before
      *   'C' - close the register at the end of the run
      * The route taken comes back in CD61O-ROUTE.
      *****************************************************************
000100 05  CD61-DATA.
000200   10  CD61-REQUEST-TYPE                     PIC X(1).
000300       88  CD61-REQUESTED-OPEN               VALUE 'O'.
000400       88  CD61-REQUESTED-WRITE              VALUE 'W'.
000500       88  CD61-REQUESTED-CLOSE              VALUE 'C'.
000600   10  CD61I-DATA.
000700       15  CD61I-PID                         PIC X(5).
000800       15  CD61I-EMAIL                       PIC X(40).
000900       15  CD61I-BUSINESS-DATE               PIC X(8).
001000       15  CD61I-SOURCE-PGM                  PIC X(8).
001100       15  CD61I-DOC-TYPE                    PIC X(1).
001200           88  CD61I-DOC-STATEMENT           VALUE 'S'.
001300           88  CD61I-DOC-LETTER              VALUE 'L'.
001400           88  CD61I-DOC-TAX-SUMMARY         VALUE 'T'.
001500       15  CD61I-DOC-REF                     PIC X(10).
001600       15  CD61I-LINE                        PIC X(100).
001700   10  CD61O-DATA.
001800       15  CD61O-ROUTE                       PIC X(1).
001900           88  CD61O-ROUTE-EMAIL             VALUE 'E'.
002000           88  CD61O-ROUTE-HELD              VALUE 'H'.
002100       15  CD61O-RESP-CODE                   PIC X(1).
002200           88  CD61O-RESP-OK                 VALUE '0' LOW-VALUES.
002300           88  CD61O-RESP-ERROR              VALUE '9'.
002400       15  CD61O-RESP-MSG                    PIC X(40).
