      * changes awaiting dual control). The high-risk online
      * maintenance transactions - BBANK37P rate rows, BBANK38P
      * exchange rates, BBANK39P security profiles, a BBANK32P
      * customer close, a BBANK86P bad debt write-off - no longer
      * apply on the maker's Enter: DBANK38P queues the validated
      * request image here instead, and only a supervisor's
      * approval (never the maker's own) replays it through the
      * original data module named in PND-REC-TARGET-PGM. The
      * approval or rejection is journaled to BNKMAUD with the
      * checker as the acting user and the pending record - which
      * carries the maker - as the images, so both ids are on the
      * audit trail.
      * RECORD KEY  PND-REC-ID (timestamp, keyed the same way BNKTXN
      *             postings are)
      *****************************************************************
