      *****************************************************************
      * NOTCREC - correction-applied notice, written by the daily add
      * batch (bug.cob) to NOTCFILE (PROD.BUG.NOTICE.DAILY, one
      * generation per run) for the customer correspondence system,
      * which sends the customer a letter saying their correction has
      * gone through. Customer service reads the same notice rather
      * than looking the key up on BUG7.
      *
      * One detail record per key whose approved BUG7 correction the
      * run actually posted -- the same event that marks the key's
      * APPRFILE item merged (see copybooks/APPRREC.cpy). It carries
      * the result the key had before and after, the running balance
      * after the change, and who asked for the correction and when:
      * NTC-REQUEST-OPERATOR/NTC-REQUEST-TIMESTAMP are the maker's
      * MNT-OPERATOR-ID/MNT-TIMESTAMP on MAINTFIL, which the approval
      * item carries as APR-MAKER-ID/APR-REQUEST-TIMESTAMP, so the
      * originating request can be found from the notice.
      *
      * A header opens the file and a trailer with the notice count
      * closes it, so the receiving system can balance what it got.
      * A restarted run appends to the interrupted run's generation
      * and writes the one trailer at its end, counting the notices
      * both executions wrote (see CKPTREC's CKPT-NOTICE-COUNT). A
      * partitioned day's combined file is the four partition files
      * one after another, each with its own header and trailer, the
      * same way the GL extract carries one trailer per partition.
      *
      * The three 01 levels share one FD and implicitly redefine each
      * other, the same multiple-record-format layout as EXTRREC.
      *****************************************************************
       01  NOTICE-DETAIL-RECORD.
           05  NTC-RECORD-TYPE         PIC X.
               88  NTC-HEADER          VALUE "H".
               88  NTC-DETAIL          VALUE "D".
               88  NTC-TRAILER         VALUE "T".
           05  NTC-KEY                 PIC 9(6).
           05  NTC-BUSINESS-DATE       PIC 9(8).
           05  NTC-OLD-RESULT          PIC 9(8).
           05  NTC-NEW-RESULT          PIC 9(8).
           05  NTC-CUMULATIVE-BALANCE  PIC S9(13) COMP-3.
           05  NTC-REQUEST-OPERATOR    PIC X(3).
           05  NTC-REQUEST-TIMESTAMP   PIC X(21).
           05  NTC-APPROVER-ID         PIC X(3).
           05  NTC-PARTITION           PIC X.
           05  FILLER                  PIC X(14).

       01  NOTICE-HEADER-RECORD.
           05  NTC-HDR-RECORD-TYPE     PIC X.
           05  NTC-HDR-SOURCE-SYSTEM   PIC X(8).
           05  NTC-HDR-BUSINESS-DATE   PIC 9(8).
           05  NTC-HDR-PARTITION       PIC X.
           05  NTC-HDR-CREATED         PIC X(21).
           05  FILLER                  PIC X(41).

       01  NOTICE-TRAILER-RECORD.
           05  NTC-TRL-RECORD-TYPE     PIC X.
           05  NTC-TRL-BUSINESS-DATE   PIC 9(8).
           05  NTC-TRL-PARTITION       PIC X.
           05  NTC-TRL-NOTICE-COUNT    PIC 9(7).
           05  FILLER                  PIC X(63).
