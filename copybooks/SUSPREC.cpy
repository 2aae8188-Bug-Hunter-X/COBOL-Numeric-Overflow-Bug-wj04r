      *****************************************************************
      * SUSPREC - suspense queue record, SUSPFILE (PROD.BUG.SUSPENSE.
      * QUEUE), a standing VSAM KSDS defined once outside the JCL like
      * INQFILE. The daily batch (bug.cob, 8400-HOLD-IN-SUSPENSE)
      * writes one for every record whose result falls outside the
      * tolerance table (see TOLRREC.cpy) -- the record posts nothing
      * to INQFILE, AUDHFILE, the audit trail, or the GL extract until
      * support decides it with the suspense release job (bugsusp.cob,
      * jcl/BUGSUSPJOB.jcl).
      *
      * Keyed by the transaction key plus the business date it was
      * held on, so a key held on several days keeps one item per day.
      * SUS-NUMBER/SUS-NUMBER2 are the record's values exactly as
      * received; SUS-PRIOR-NUMBER3 is the result the key had already
      * posted, when it had one (SUS-PRIOR-POSTED), which is what a
      * change-limit hold was measured against.
      *
      * Reason codes:
      *   AM  result over the range's maximum amount
      *   CH  change versus the prior posted result over the range's
      *       maximum change
      * SUS-TOLERANCE-LIMIT is the limit the record exceeded.
      *
      * Status:
      *   H  held -- awaiting a support decision
      *   R  released -- queued onto PROD.BUG.RESBFILE.PENDING for the
      *      next run, which posts it without the tolerance check
      *   P  posted -- the released record has been through the batch
      *   C  cancelled -- never to post
      * SUS-ACTION-DATE and SUS-ACTION-ID record when and by whom the
      * item last changed status (the batch stamps "BUG" when it posts
      * a release).
      *****************************************************************
       01  SUSPENSE-RECORD.
           05  SUS-KEY.
               10  SUS-TRAN-KEY        PIC 9(6).
               10  SUS-HELD-DATE       PIC 9(8).
           05  SUS-NUMBER              PIC 9(7).
           05  SUS-NUMBER2             PIC 9(7).
           05  SUS-NUMBER3             PIC 9(8).
           05  SUS-PRIOR-FLAG          PIC X.
               88  SUS-PRIOR-POSTED    VALUE "Y".
           05  SUS-PRIOR-NUMBER3       PIC 9(8).
           05  SUS-REASON-CODE         PIC X(2).
               88  SUS-OVER-AMOUNT     VALUE "AM".
               88  SUS-OVER-CHANGE     VALUE "CH".
           05  SUS-TOLERANCE-LIMIT     PIC 9(8).
           05  SUS-PARTITION           PIC X.
           05  SUS-STATUS              PIC X.
               88  SUS-STATUS-HELD     VALUE "H".
               88  SUS-STATUS-RELEASED VALUE "R".
               88  SUS-STATUS-POSTED   VALUE "P".
               88  SUS-STATUS-CANCELLED VALUE "C".
           05  SUS-HELD-TIMESTAMP      PIC X(21).
           05  SUS-ACTION-DATE         PIC 9(8).
           05  SUS-ACTION-ID           PIC X(3).
           05  FILLER                  PIC X(11).
