      * the support screen (BUG007C) can browse every prior ADD for a
      * key by its AUD-KEY alternate key, not just the latest one on
      * INQFILE.
      *
      * AUD-BACKOUT-FLAG is blank when BUG writes the entry and set to
      * "B" on AUDIT-HISTORY-FILE by the business-day backout
      * (bugbkout.cob) when the day that posted it is backed out. A
      * backed-out entry is history of a posting that no longer
      * stands: it never counts as a key's prior posting again.
      *****************************************************************
       01  AUDIT-RECORD.
           05  AUD-PRIMARY-KEY.
           05  AUD-NUMBER2              PIC 9(7).
           05  AUD-NUMBER3              PIC 9(8).
           05  AUD-OVERFLOW-FLAG        PIC X.
           05  AUD-BACKOUT-FLAG         PIC X.
               88  AUD-BACKED-OUT       VALUE "B".
           05  FILLER                   PIC X(2).
