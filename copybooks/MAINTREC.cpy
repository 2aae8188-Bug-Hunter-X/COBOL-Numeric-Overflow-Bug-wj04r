      * Records written before the flag existed carry a space there
      * (the byte was FILLER); only "D" means denied, so old records
      * read back as accepted corrections, which they were.
      *
      * Since corrections need a second operator's approval (see
      * copybooks/APPRREC.cpy), "A" is the maker's correction as keyed
      * and queued, and the checker's decision lands as a record of
      * its own carrying the same key and values: "V" approved (and
      * written to RESBFILE), "R" rejected, or "E" expired unapproved.
      * MNT-OPERATOR-ID on those is the operator who decided (for "E",
      * the one whose BUG9 screen found the item expired), never the
      * maker -- the maker is on the "A" record. An item the batch
      * closes by itself -- "R" when bug.cob refuses an approved
      * correction, "E" when BUGAPEXP expires it overnight -- carries
      * "***" there; one closed "R" because support cancelled its
      * correction from suspense (BUGSUSP) carries the initials on
      * the cancel card.
      *****************************************************************
       01  MAINTENANCE-AUDIT-RECORD.
           05  MNT-TIMESTAMP            PIC X(21).
           05  MNT-ACTION-FLAG          PIC X.
               88  MNT-ACTION-APPLIED   VALUE "A".
               88  MNT-ACTION-DENIED    VALUE "D".
               88  MNT-ACTION-APPROVED  VALUE "V".
               88  MNT-ACTION-REJECTED  VALUE "R".
               88  MNT-ACTION-EXPIRED   VALUE "E".
           05  FILLER                   PIC X(9).
