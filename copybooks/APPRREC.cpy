      *****************************************************************
      * APPRREC - correction approval queue record, one persistent
      * APPRFILE KSDS (PROD.BUG.APPROVAL.QUEUE) keyed by the corrected
      * key. A BUG7 PF5 correction no longer goes straight to RESBFILE:
      * it is queued here with the maker's operator ID, the time it
      * was keyed, and the before/after values, status "P", and waits
      * for a second operator with update authority -- never the
      * maker -- to approve or reject it on the BUG9 approval screen
      * (bug009c.cbl). Only an approved item is written to RESBFILE
      * for BUGRESMG to merge.
      *
      * One record per key holds that key's latest correction; the
      * full trail of every queue, approval, rejection, and expiry is
      * on MAINTFIL (see copybooks/MAINTREC.cpy), which is what
      * BUGMNTRP reports from. A key may carry only one correction
      * in flight -- BUG7 refuses a new one while the key's record is
      * "P" or "V" -- so a finished item ("R", "E", or "M") is simply
      * replaced by the key's next correction.
      *
      *   P  pending approval (IQ-PENDING-CORRECTION-FLAG set)
      *   V  approved and written to RESBFILE, awaiting the batch
      *      (flag still set)
      *   R  rejected by the checker, or approved but its correction
      *      refused by the batch -- rejected on account status or a
      *      duplicate -- or cancelled from suspense by BUGSUSP
      *      (flag cleared)
      *   E  expired unapproved, on the BUG9 screen or by the nightly
      *      BUGAPEXP pass (flag cleared)
      *   M  merged -- the batch posted the key (bug.cob's 4500-WRITE-
      *      INQUIRY-RECORD, which also clears the flag and writes the
      *      customer's correction-applied notice, see NOTCREC)
      *
      * APR-REQUEST-TIMESTAMP is also the MNT-TIMESTAMP of the maker's
      * MAINTFIL record, so the originating request can be found from
      * either file.
      *****************************************************************
       01  APPROVAL-RECORD.
           05  APR-KEY                  PIC 9(6).
           05  APR-MAKER-ID             PIC X(3).
           05  APR-REQUEST-TIMESTAMP    PIC X(21).
           05  APR-OLD-NUMBER           PIC 9(7).
           05  APR-OLD-NUMBER2          PIC 9(7).
           05  APR-OLD-NUMBER3          PIC 9(8).
           05  APR-NEW-NUMBER           PIC 9(7).
           05  APR-NEW-NUMBER2          PIC 9(7).
           05  APR-STATUS               PIC X.
               88  APR-STATUS-PENDING   VALUE "P".
               88  APR-STATUS-APPROVED  VALUE "V".
               88  APR-STATUS-REJECTED  VALUE "R".
               88  APR-STATUS-EXPIRED   VALUE "E".
               88  APR-STATUS-MERGED    VALUE "M".
               88  APR-IN-FLIGHT        VALUE "P" "V".
           05  APR-CHECKER-ID           PIC X(3).
           05  APR-DECISION-TIMESTAMP   PIC X(21).
           05  FILLER                   PIC X(9).
