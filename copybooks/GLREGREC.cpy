      *****************************************************************
      * GLREGREC - GL posting register record, one persistent GLREG
      * KSDS (PROD.BUG.GLPOST.REGISTER) with an entry for every
      * extract segment BUGGLPST (bugglpst.cob) has posted to the GL.
      * A segment is the run of extract entries one EXTRACT-TRAILER-
      * RECORD closes, identified by EXT-TRL-BUSINESS-DATE/
      * EXT-TRL-PARTITION/EXT-TRL-SEGMENT-TYPE (see copybooks/
      * EXTRREC.cpy). WS-SEGMENT-TABLE in BUGGLPST only sees the
      * segments of one execution; this register is what stops the
      * same extract generation posting again in a later one -- a
      * resubmitted BUGGLJOB, or the scheduler firing it twice.
      *
      * Keyed by business date and partition, then GLR-ENTRY-SEQUENCE
      * in posting order, so one day/partition's postings sit
      * together, oldest first. A day/partition normally has one
      * entry. A business-day backout (bugbkout.cob) adds a second,
      * GLR-BACKOUT-SEGMENT, when its reversing extract posts, and
      * the day's rerun a third, and so on: BUGGLPST accepts a BUG
      * segment only when the latest entry for its day/partition is
      * a backout (or there is none), and a backout segment only when
      * the latest entry is not already a backout. A segment accepted
      * earlier in the same extract counts as the latest entry, so a
      * backout and the rerun of its day can post in one run, the
      * backout's segment first.
      *
      * The entry is written when the posting run ends, alongside its
      * "C" run-status record, carrying the run that posted it and
      * the segment's extract and GL totals. A repost that really is
      * needed is made with an override card naming the segment (see
      * jcl/BUGGLJOB.jcl, OVRDFILE); the entry it leaves records the
      * operator and the reason in GLR-OVERRIDE-OPERATOR/
      * GLR-OVERRIDE-REASON, so the register itself is the log of
      * every override ever used.
      *****************************************************************
       01  GL-REGISTER-RECORD.
           05  GLR-KEY.
               10  GLR-BUSINESS-DATE    PIC 9(8).
               10  GLR-PARTITION        PIC X.
               10  GLR-ENTRY-SEQUENCE   PIC 9(3).
           05  GLR-SEGMENT-TYPE         PIC X.
               88  GLR-BACKOUT-SEGMENT  VALUE "B".
           05  GLR-POSTING-RUN-DATE     PIC 9(8).
           05  GLR-POSTED-TIMESTAMP     PIC X(21).
           05  GLR-RECORD-COUNT         PIC 9(7).
           05  GLR-EXTRACT-TOTAL        PIC S9(13) COMP-3.
           05  GLR-PRINCIPAL-TOTAL      PIC S9(11)V99 COMP-3.
           05  GLR-INTEREST-TOTAL       PIC S9(11)V99 COMP-3.
           05  GLR-POSTED-TOTAL         PIC S9(11)V99 COMP-3.
           05  GLR-OVERRIDE-FLAG        PIC X.
               88  GLR-POSTED-BY-OVERRIDE VALUE "Y".
           05  GLR-OVERRIDE-OPERATOR    PIC X(3).
           05  GLR-OVERRIDE-REASON      PIC X(40).
           05  FILLER                   PIC X(16).
