      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKVWL.CPY
      *-----------------------------------------------------------------
      * Record layout for the BNKWLST VSAM file (sanctions watchlist)
      * - one record per entry on the regulator's published list,
      * loaded by the BBANK87P list load. WLS-REC-NAME is the name as
      * published; WLS-REC-MATCH-NAME is the same name reduced by
      * SSCRN01P to the upper-case, punctuation- and title-free form
      * the fuzzy match compares against. An entry the latest list
      * no longer carries is kept, flagged delisted, so review items
      * raised against it still resolve; delisted entries are never
      * matched.
      * RECORD KEY  WLS-REC-ENTRY-ID
      *****************************************************************
000100 05  WLS-RECORD.
000200   10  WLS-REC-ENTRY-ID                      PIC X(10).
000300   10  WLS-REC-ENTRY-TYPE                    PIC X(1).
000400       88  WLS-REC-INDIVIDUAL                VALUE 'I'.
000500       88  WLS-REC-ENTITY                    VALUE 'E'.
000600   10  WLS-REC-NAME                          PIC X(40).
000700   10  WLS-REC-MATCH-NAME                    PIC X(40).
000800   10  WLS-REC-REGIME                        PIC X(10).
000900   10  WLS-REC-LISTED-DTE                    PIC X(8).
001000   10  WLS-REC-LIST-ID                       PIC X(10).
001100   10  WLS-REC-LOAD-DTE                      PIC X(8).
001200   10  WLS-REC-STATUS                        PIC X(1).
001300       88  WLS-REC-STATUS-ACTIVE             VALUE 'A' LOW-VALUES
001400                                                    SPACES.
001500       88  WLS-REC-STATUS-DELISTED           VALUE 'D'.
