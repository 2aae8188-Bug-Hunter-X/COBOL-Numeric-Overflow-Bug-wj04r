      * In the trailer, a reversal counts one record and SUBTRACTS
      * its EXT-NUMBER3 from EXT-TRL-TOTAL, on both the writing and
      * the verifying side.
      *
      * EXT-BACKOUT-FLAG: "B" marks an entry written by the business-
      * day backout (bugbkout.cob) rather than by a BUG run -- the
      * reversal of a backed-out day's posting, or the re-posting of
      * the amount that day had reversed. BUGGLPST selects the rate
      * for such an entry by EXT-ORIG-POST-DATE whether or not it is
      * a reversal, so the interest it posts or backs out is exactly
      * the interest the original entries carried. Blank on every
      * entry BUG writes. EXT-TRL-SEGMENT-TYPE is "B" on the trailer
      * closing a backout extract and blank on a BUG run's; it is
      * part of the segment identity, so a day's backout can post in
      * the same GL run as that day's own segments without being
      * taken for a doubled extract.
      *
       01  EXTRACT-RECORD.
           05  EXT-KEY                 PIC 9(6).
               88  EXT-REVERSAL-ENTRY  VALUE "Y".
               88  EXT-NOT-REVERSAL    VALUE "N".
           05  EXT-ORIG-POST-DATE      PIC 9(8).
           05  EXT-BACKOUT-FLAG        PIC X.
               88  EXT-BACKOUT-ENTRY   VALUE "B".
           05  FILLER                  PIC X(6).

       01  EXTRACT-TRAILER-RECORD.
           05  EXT-TRL-ID              PIC X(6).
           05  EXT-TRL-TOTAL           PIC S9(13) COMP-3.
           05  EXT-TRL-BUSINESS-DATE   PIC 9(8).
           05  EXT-TRL-PARTITION       PIC X.
           05  EXT-TRL-SEGMENT-TYPE    PIC X.
               88  EXT-TRL-BACKOUT-SEGMENT VALUE "B".
