      *****************************************************************
      * GLHREC - GL posting history record, one shared GLHFILE KSDS
      * (PROD.BUG.GLHISTORY.MASTER). BUGGLPST (bugglpst.cob) writes
      * every GL journal entry here as well as to the day's
      * PROD.BUG.GLJOURNAL.DAILY generation, so a key's postings can
      * be read straight off one keyed dataset -- by the GL inquiry
      * transaction (BUGL, bug011c.cbl) among others -- instead of by
      * scanning weeks of journal generations.
      *
      * Keyed by GLH-KEY then GLH-POSTING-DATE, so one START at a key
      * (and date) browses that key's postings in date order. A key
      * can post more than once on one date -- a correction's
      * reversal and its new entry, or a backout segment posting in
      * the same run as the day's own, or a second posting run under
      * the same business date -- so GLH-ENTRY-SEQUENCE keeps each one
      * distinct. It starts at the entry's position in the posting
      * run and is stepped past any sequence the key already has for
      * the date, so a later run adds to the history and never
      * writes over it. Only the resubmission of a run that never
      * completed (its segments not yet on the GL posting register)
      * REWRITEs the entries that run left, rather than adding a
      * second copy of them.
      *
      * GLH-ORIG-POST-DATE is EXT-ORIG-POST-DATE from the extract:
      * the date a reversed or backed-out amount was first posted
      * under, zero on an ordinary entry.
      *
      * Entries posted before BUGGLPST kept the history are loaded
      * once from the journal generations by BUGGLHLD (bugglhld.cob).
      * The journal never carried their original posting date or
      * when they posted: GLH-ORIG-POST-DATE is zero and
      * GLH-POSTED-TIMESTAMP is LOW-VALUES on a loaded entry. Nor
      * did it carry the rate or the flags, so a loaded entry's
      * GLH-RATE is zero, GLH-REVERSAL-FLAG is "Y" on a negative
      * principal, and GLH-BACKOUT-FLAG is space.
      *****************************************************************
       01  GL-HISTORY-RECORD.
           05  GLH-HISTORY-KEY.
               10  GLH-KEY             PIC 9(6).
               10  GLH-POSTING-DATE    PIC 9(8).
               10  GLH-ENTRY-SEQUENCE  PIC 9(7).
           05  GLH-PRINCIPAL-AMOUNT    PIC S9(9)V99 COMP-3.
           05  GLH-INTEREST-AMOUNT     PIC S9(9)V99 COMP-3.
           05  GLH-POSTING-AMOUNT      PIC S9(9)V99 COMP-3.
           05  GLH-RATE                PIC V9(6) COMP-3.
           05  GLH-REVERSAL-FLAG       PIC X.
               88  GLH-REVERSAL-ENTRY  VALUE "Y".
           05  GLH-BACKOUT-FLAG        PIC X.
               88  GLH-BACKOUT-ENTRY   VALUE "B".
           05  GLH-ORIG-POST-DATE      PIC 9(8).
           05  GLH-POSTED-TIMESTAMP    PIC X(21).
           05  FILLER                  PIC X(11).
