      *****************************************************************
      * FREGREC - feed register record, one persistent FEEDREG KSDS
      * (PROD.BUG.FEED.REGISTER) with an entry for every TRANFILE feed
      * file the stream has accepted. Keyed by the sending source
      * system and the file's sequence number from its header (see
      * copybooks/TRANHDR.cpy), so one source's files sit contiguous
      * and in sequence order under the FRG-SOURCE-SYSTEM key prefix.
      *
      * BUGSPLIT (partitioned days) or BUG (unpartitioned days) checks
      * the incoming header against this register before anything is
      * split or posted, and refuses the whole file when the source
      * already has an entry for the same sequence number or the same
      * business date (a resend), or when the sequence number is not
      * exactly one past the source's highest registered one (a
      * skipped or out-of-order file). A source with no entries yet
      * is accepted at whatever sequence it starts from.
      *
      * The entry is written only when the accepting job completes
      * normally, alongside its "C" run-status record, so a job that
      * abends part-way leaves the file unregistered and its rerun or
      * restart is not refused as a repeat of itself.
      *
      * FRG-BACKOUT-FLAG is blank when the entry is written and set to
      * "B" by the business-day backout (bugbkout.cob) when the day
      * the file posted is backed out -- for a partitioned day, once
      * all four partitions have been backed out and none rerun since.
      * FRG-BACKOUT-DATE is the date the backout ran. A backed-out
      * entry no longer counts: it is neither a repeat of a later file
      * nor part of the source's highest sequence, so the day's file
      * can be sent again under the same sequence number, and the
      * rerun that accepts it REWRITEs the entry in place. Taken from
      * the old 19-byte FILLER; the record stays 80 bytes.
      *****************************************************************
       01  FEED-REGISTER-RECORD.
           05  FRG-KEY.
               10  FRG-SOURCE-SYSTEM    PIC X(8).
               10  FRG-SEQUENCE-NUMBER  PIC 9(6).
           05  FRG-BUSINESS-DATE        PIC 9(8).
           05  FRG-RECORD-COUNT         PIC 9(7).
           05  FRG-TRAILER-COUNT        PIC 9(3).
           05  FRG-JOB-NAME             PIC X(8).
           05  FRG-ACCEPT-TIMESTAMP     PIC X(21).
           05  FRG-BACKOUT-FLAG         PIC X.
               88  FRG-BACKED-OUT       VALUE "B".
           05  FRG-BACKOUT-DATE         PIC 9(8).
           05  FILLER                   PIC X(10).
