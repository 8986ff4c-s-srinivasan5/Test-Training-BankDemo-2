      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKVSW.CPY
      *-----------------------------------------------------------------
      * Record layout for the BNKSWP VSAM file (sweep instructions) -
      * one record per covered account and funding account pair,
      * the customer's standing authority to move money between two
      * of their own accounts so the covered account's balance stays
      * on the right side of a threshold. Set up and cancelled online
      * through BBANK95P/DBANK58P; read nightly by the BBANK96P sweep
      * batch, which runs ahead of the overdraft report and the fee
      * assessment. The rule says which way money may move:
      *   'N' minimum - pull from the funding account whatever is
      *       needed to bring the covered account up to the threshold
      *   'T' target  - pull up to, or push any excess above, the
      *       threshold so the covered account ends on it exactly
      *   'X' maximum - push whatever is above the threshold out to
      *       the funding account
      * Both accounts belong to the same customer and carry the same
      * currency; a cancelled instruction stays on file and setting
      * the same pair up again reinstates it. SWP-REC-LAST-SWEEP-AMT
      * is signed from the covered account's side - positive money
      * came in, negative money went out.
      * RECORD KEY  SWP-REC-KEY (covered + funding account, so the
      *             covered account's instructions browse together)
      *****************************************************************
000100 05  SWP-RECORD.
000200   10  SWP-REC-KEY.
000300       15  SWP-REC-COVERED-ACC               PIC X(10).
000400       15  SWP-REC-FUNDING-ACC               PIC X(10).
000500   10  SWP-REC-RULE                          PIC X(1).
000600       88  SWP-REC-RULE-MINIMUM              VALUE 'N'.
000700       88  SWP-REC-RULE-TARGET               VALUE 'T'.
000800       88  SWP-REC-RULE-MAXIMUM              VALUE 'X'.
000900       88  SWP-REC-RULE-VALID                VALUE 'N' 'T' 'X'.
001000   10  SWP-REC-THRESHOLD                     PIC S9(9)V99
001100                                              COMP-3.
001200   10  SWP-REC-STATUS                        PIC X(1).
001300       88  SWP-REC-STATUS-ACTIVE             VALUE '0' LOW-VALUES
001400                                                    SPACES.
001500       88  SWP-REC-STATUS-CANCELLED          VALUE '1'.
001600   10  SWP-REC-SETUP-BY                      PIC X(8).
001700   10  SWP-REC-SETUP-DATE                    PIC X(8).
001800   10  SWP-REC-CANCEL-BY                     PIC X(8).
001900   10  SWP-REC-CANCEL-DATE                   PIC X(8).
002000   10  SWP-REC-LAST-SWEEP-DATE               PIC X(8).
002100   10  SWP-REC-LAST-SWEEP-AMT                PIC S9(9)V99
002200                                              COMP-3.
