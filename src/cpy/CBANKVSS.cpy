      *****************************************************************
      *                                                               *
      *   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
      *                                                               *
      *****************************************************************
      *
      * CBANKVSS.CPY
      *-----------------------------------------------------------------
      * Record layout for the BNKSESS VSAM file (signon session
      * registry) - one record per signed-on userid. BBANK10P writes
      * it at signon, refusing or taking over a live session already
      * held elsewhere according to the user's role. SES-REC-
      * SESSION-ID is also carried in BANK-SESSION-ID for the life
      * of the conversation: SBANK00P checks the two still agree on
      * every dispatch, stamps the last-activity time and forces a
      * fresh signon once the session has been idle longer than
      * SES-REC-IDLE-MINS (taken from BNKPARM SESS-IDLE-MINS at
      * signon; 0 means no limit), or has been taken over elsewhere
      * or ended by a supervisor. Signing off through BBANK99P
      * deletes the record. Supervisors list and end sessions
      * through BBANK90P / DBANK57P.
      * RECORD KEY  SES-REC-USERID
      *****************************************************************
000100 05  SES-RECORD.
000200   10  SES-REC-USERID                        PIC X(8).
000300   10  SES-REC-SESSION-ID.
000400     15  SES-REC-SIGNON-TS                   PIC X(14).
000500     15  SES-REC-SIGNON-TASKN                PIC 9(7).
000600   10  SES-REC-TERMID                        PIC X(4).
000700   10  SES-REC-ENV                           PIC X(4).
000800   10  SES-REC-ROLE                          PIC X(1).
000900   10  SES-REC-SIGNON-ABSTIME                PIC S9(15) COMP-3.
001000   10  SES-REC-LAST-ABSTIME                  PIC S9(15) COMP-3.
001100   10  SES-REC-LAST-TS                       PIC X(14).
001200   10  SES-REC-IDLE-MINS                     PIC 9(3).
001300   10  SES-REC-STATUS                        PIC X(1).
001400       88  SES-REC-STATUS-ACTIVE             VALUE 'A'.
001500       88  SES-REC-STATUS-KILLED             VALUE 'K'.
001600   10  SES-REC-KILLED-BY                     PIC X(8).
