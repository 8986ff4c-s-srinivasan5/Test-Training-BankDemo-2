      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CSCRND01.CPY
      *-----------------------------------------------------------------
      * Parameter area for SSCRN01P, the sanctions name-matching
      * routine (plain CALLed - it does no I/O, so the batch and the
      * CICS screening modules share it). CSCRND01-FUNCTION chooses:
      *   SCRN-NORMALISE - reduce CSCRND01I-NAME to its match form in
      *         CSCRND01O-MATCH-NAME: upper case, apostrophes closed
      *         up, other punctuation treated as a word break, titles
      *         and company suffixes (MR, DR, LTD, PLC ...) dropped,
      *         one space between words
      *   SCRN-MATCH - score candidate CSCRND01I-NAME against list
      *         entry CSCRND01I-LIST-NAME, both already in match
      *         form. Each word of the list name earns 100 for an
      *         exact word in the candidate, 90 for one that sounds
      *         the same (same Soundex code) and 50 for a bare
      *         initial; CSCRND01O-SCORE is the average over the list
      *         name's words, so word order and extra candidate
      *         names (a middle name) do not matter.
      *****************************************************************
000100 05  CSCRND01-DATA.
000200   10  CSCRND01-FUNCTION                     PIC X(1).
000300       88  SCRN-NORMALISE                    VALUE 'N'.
000400       88  SCRN-MATCH                        VALUE 'M'.
000500   10  CSCRND01I-DATA.
000600       15  CSCRND01I-NAME                    PIC X(40).
000700       15  CSCRND01I-LIST-NAME               PIC X(40).
000800   10  CSCRND01O-DATA.
000900       15  CSCRND01O-MATCH-NAME              PIC X(40).
001000       15  CSCRND01O-SCORE                   PIC 9(3).
