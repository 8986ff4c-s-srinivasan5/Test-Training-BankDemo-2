      * maintained by SPSWD01P. PSW-REC-LAST-CHG-DATE ages the
      * password; PSW-REC-FORCE-CHANGE marks the next signon for a
      * mandatory change (set by an administrator reset, or cleared
      * by a successful change). A user with no record yet is
      * enrolled on first signon with the password they present,
      * which is how the pre-existing population keeps signing on.
      * Passwords are held only as a salted one-way hash:
      * PSW-REC-HASH is SPSWD01P's hash of salt and password,
      * and PSW-REC-HASH-HISTORY the hashes of the
      * previous passwords, newest first, so a change cannot reuse
      * a recent one (the PSWD-HIST-DEPTH parameter says how many
      * count). PSW-REC-PASSWORD and PSW-REC-OLD-PASSWORD are the
      * clear-text fields of the original layout: a record still
      * in that format (PSW-REC-FORMAT blank) is converted to the
      * hash and the clear fields blanked on its next good signon,
      * and BBANK89P marks any never converted 'X' expired - clear
      * fields blanked, signon refused until an administrator
      * reset.
      * RECORD KEY  PSW-REC-USERID
      *****************************************************************
000100 05  PSW-RECORD.
000800                                                    SPACES.
000900   10  PSW-REC-OLD-PASSWORD                  PIC X(8)
001000                                              OCCURS 5 TIMES.
001100   10  PSW-REC-FORMAT                        PIC X(1).
001200       88  PSW-REC-CLEAR-TEXT                VALUE LOW-VALUES
001300                                                    SPACES.
001400       88  PSW-REC-HASHED                    VALUE 'H'.
001500       88  PSW-REC-EXPIRED-UNCONVERTED       VALUE 'X'.
001600   10  PSW-REC-SALT                          PIC X(8).
001700   10  PSW-REC-HASH                          PIC X(24).
001800   10  PSW-REC-HASH-HISTORY                  PIC X(24)
001900                                              OCCURS 12 TIMES.
