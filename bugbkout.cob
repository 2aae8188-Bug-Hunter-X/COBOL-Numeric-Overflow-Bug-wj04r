       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGBKOUT.
      *
      * Business-day backout (see jcl/BUGBKOUTJOB.jcl). Reverses an
      * entire BUG run -- one business date, or one partition of a
      * partitioned day -- when the feed it posted turns out to be
      * wrong after the fact (the wrong file, a doubled file, garbage
      * amounts). Before this the only remedy was keying corrections
      * one key at a time on BUG007C.
      *
      * AUDIT-HISTORY-FILE is the record of what the day posted: every
      * entry whose timestamp carries the business date (BUG overlays
      * the business date on AUD-TIMESTAMP, see bug.cob's 8500-WRITE-
      * AUDIT-RECORD) is one key the run touched. For each such key
      * the latest earlier entry not itself backed out is the posting
      * the key stood at before the run, and the key's INQUIRY-FILE
      * record is put back to it -- IQ-NUMBER/IQ-NUMBER2/IQ-NUMBER3,
      * IQ-LAST-UPDATE-DATE, and IQ-CUMULATIVE-BALANCE less the day's
      * net posting. A key with no earlier entry was first posted by
      * the run and is removed from the master. The day's entries are
      * marked backed out (AUD-BACKOUT-FLAG, see copybooks/AUDTREC
      * .cpy) so they never count as a prior posting again.
      *
      * The GL side is a reversing extract in the EXTRREC layout,
      * closed by a trailer with segment type "B": for each key, a
      * reversal of the day's result as of the business date, and for
      * a key that had a prior posting, the re-posting of the amount
      * the run reversed, as of the date it originally posted.
      * BUGGLPST posts it like any extract, so the GL nets every key
      * back to where it stood before the run.
      *
      * Released suspense items the run posted (see copybooks/SUSPREC
      * .cpy) go back to held, so support decides them again rather
      * than losing them with the day.
      *
      * The feed file the day posted is marked backed out on the feed
      * register (FRG-BACKED-OUT, see copybooks/FREGREC.cpy), so the
      * day's file can be sent again and is not refused as a repeat
      * (see 6000-MARK-FEED-REGISTER).
      *
      * The backout refuses -- RC 8, an "F" run status, nothing
      * changed -- when the card is invalid, when the day's BUG run
      * has no completion record on RUNSFILE, when any later BUG run
      * is on RUNSFILE, when a key the day touched has a later
      * posting in its history, or when the day has nothing left to
      * back out. Later runs build their prior postings and balances
      * on the day being removed, so backing it out from under them
      * would leave their postings wrong.
      *
      * The report ties the backout to the original run: the record
      * count its RUNSFILE completion record carries, split into keys
      * backed out, records held in suspense, and records that never
      * posted (rejected or duplicate); and, for an unpartitioned day,
      * the CTLFILE control total against the day's posted total plus
      * its held total. A control total that does not tie ends RC 4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKOUT-CARD-FILE ASSIGN TO BKOFILE
               ORGANIZATION IS SEQUENTIAL.

      *
      * ACCESS DYNAMIC on AUDIT-HISTORY-FILE for the START/READ NEXT
      * browse of the day by AUD-PRIMARY-KEY and of each key's history
      * by the AUD-KEY alternate key, and the REWRITE that marks an
      * entry backed out.
      *
           SELECT AUDIT-HISTORY-FILE ASSIGN TO AUDHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-PRIMARY-KEY
               ALTERNATE RECORD KEY IS AUD-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-HISTORY-FILE-STATUS.

           SELECT INQUIRY-FILE ASSIGN TO INQFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IQ-KEY
               FILE STATUS IS WS-INQUIRY-FILE-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO RUNSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-STATUS-KEY
               FILE STATUS IS WS-RUN-STATUS-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

      *
      * ACCESS DYNAMIC for the START/READ NEXT browse of the feed
      * register and the REWRITE that marks the day's entry.
      *
           SELECT FEED-REGISTER-FILE ASSIGN TO FEEDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRG-KEY
               FILE STATUS IS WS-FEED-REGISTER-FILE-STATUS.

           SELECT CONTROL-TOTAL-FILE ASSIGN TO CTLFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXTRACT-FILE ASSIGN TO EXTRFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT BACKOUT-REPORT-FILE ASSIGN TO BKORPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKOUT-CARD-FILE
           RECORDING MODE IS F.
       01  BACKOUT-CARD.
           05  BKO-BUSINESS-DATE       PIC 9(8).
           05  FILLER                  PIC X.
           05  BKO-PARTITION           PIC X.
           05  FILLER                  PIC X(70).

       FD  AUDIT-HISTORY-FILE.
           COPY AUDTREC REPLACING AUDIT-RECORD BY AUDIT-HISTORY-RECORD.

       FD  INQUIRY-FILE.
           COPY INQREC.

       FD  RUN-STATUS-FILE.
           COPY RUNSREC.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  FEED-REGISTER-FILE.
           COPY FREGREC.

       FD  CONTROL-TOTAL-FILE
           RECORDING MODE IS F.
       01  CONTROL-TOTAL-RECORD.
           05  CT-CONTROL-TOTAL        PIC 9(13).
           05  CT-EXPECTED-RECORD-COUNT PIC 9(7).

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
           COPY EXTRREC.

       FD  BACKOUT-REPORT-FILE
           RECORDING MODE IS F.
       01  BACKOUT-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-AUDIT-HISTORY-FILE-STATUS PIC XX VALUE "00".
           05  WS-INQUIRY-FILE-STATUS  PIC XX VALUE "00".
           05  WS-RUN-STATUS-FILE-STATUS PIC XX VALUE "00".
           05  WS-SUSPENSE-FILE-STATUS PIC XX VALUE "00".
           05  WS-FEED-REGISTER-FILE-STATUS PIC XX VALUE "00".
           05  WS-RUN-STATUS-CODE      PIC X VALUE "S".
           05  WS-BACKOUT-FLAG         PIC X VALUE "0".
               88  WS-BACKOUT-ALLOWED  VALUE "0".
               88  WS-BACKOUT-REFUSED  VALUE "1".
           05  WS-REFUSAL-REASON       PIC X(40) VALUE SPACES.
           05  WS-REFUSAL-KEY          PIC 9(6) VALUE ZERO.
           05  WS-SCAN-DONE-FLAG       PIC X VALUE "N".
               88  WS-SCAN-DONE        VALUE "Y".
           05  WS-RUN-COMPLETED-FLAG   PIC X VALUE "N".
               88  WS-RUN-COMPLETED    VALUE "Y".
           05  WS-LATER-RUN-FLAG       PIC X VALUE "N".
               88  WS-LATER-RUN-FOUND  VALUE "Y".
           05  WS-MARK-MODE-FLAG       PIC X VALUE "N".
               88  WS-MARK-ENTRIES     VALUE "Y".
           05  WS-CTL-TIE-FLAG         PIC X VALUE "0".
               88  WS-CTL-TIES         VALUE "0".
               88  WS-CTL-DOES-NOT-TIE VALUE "1".
           05  WS-DAY-BACKED-OUT-FLAG  PIC X VALUE "Y".
               88  WS-WHOLE-DAY-BACKED-OUT VALUE "Y".

      *
      * The feed register entry 6000 marks: the one written by the
      * job that checked the day's file -- BUG for an unpartitioned
      * day, BUGSPLIT for a partitioned one. 6100 steps through the
      * other partitions of a partitioned day, comparing each one's
      * backout completion with its latest BUG completion.
      *
       01  WS-FEED-REGISTER-CONTROL.
           05  WS-FEED-JOB-NAME        PIC X(8) VALUE SPACES.
           05  WS-CHECK-PARTITION      PIC 9 VALUE ZERO.
           05  WS-BACKOUT-STAMP        PIC X(21) VALUE SPACES.

      *
      * What the card asked for: the business date, the partition
      * ("1"-"4", or space for an unpartitioned day), and the key
      * range that partition covers -- the same quarters of the
      * 000000-999999 key domain BUGSPLIT deals the feed out by.
      *
       01  WS-BACKOUT-REQUEST.
           05  WS-BACKOUT-DATE         PIC 9(8) VALUE ZERO.
           05  WS-BACKOUT-PARTITION    PIC X VALUE SPACE.
           05  WS-RANGE-LOW            PIC 9(6) VALUE ZERO.
           05  WS-RANGE-HIGH           PIC 9(6) VALUE ZERO.

       01  WS-RUN-DATE-RAW             PIC 9(8) VALUE ZERO.

      *
      * One flag byte per possible key, subscripted by key value + 1,
      * the same full-domain index bug.cob's WS-SEEN-KEY-TABLE is: the
      * day's keys are collected in one pass over the day's history
      * entries, and each is then verified and backed out exactly
      * once however many entries (a restarted run's in-flight
      * record can have two) it has on the day.
      *
       01  WS-TOUCHED-KEY-TABLE.
           05  WS-TOUCHED-KEY-FLAG     PIC X
               OCCURS 1000000 TIMES VALUE "N".

       01  WS-KEY-SUB                  PIC 9(7) VALUE ZERO.

      *
      * What 3500-SCAN-KEY-HISTORY found in one key's history: the
      * day's posting, the latest earlier posting still standing, and
      * whether anything later than the day exists.
      *
       01  WS-KEY-HISTORY.
           05  WS-CURRENT-KEY          PIC 9(6) VALUE ZERO.
           05  WS-DAY-FOUND-FLAG       PIC X VALUE "N".
               88  WS-DAY-FOUND        VALUE "Y".
           05  WS-DAY-NUMBER3          PIC 9(8) VALUE ZERO.
           05  WS-PRIOR-FOUND-FLAG     PIC X VALUE "N".
               88  WS-PRIOR-FOUND      VALUE "Y".
           05  WS-PRIOR-TIMESTAMP      PIC X(21) VALUE SPACES.
           05  WS-PRIOR-NUMBER         PIC 9(7) VALUE ZERO.
           05  WS-PRIOR-NUMBER2        PIC 9(7) VALUE ZERO.
           05  WS-PRIOR-NUMBER3        PIC 9(8) VALUE ZERO.
           05  WS-PRIOR-OVERFLOW-FLAG  PIC X VALUE "N".
           05  WS-PRIOR-DATE           PIC 9(8) VALUE ZERO.
           05  WS-LATER-FOUND-FLAG     PIC X VALUE "N".
               88  WS-LATER-FOUND      VALUE "Y".

       01  WS-TOTALS.
           05  WS-DAY-ENTRY-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-KEY-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-RESTORED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-REMOVED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-NOT-ON-MASTER-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-DAY-TOTAL            PIC S9(13) COMP-3 VALUE ZERO.
           05  WS-PRIOR-TOTAL          PIC S9(13) COMP-3 VALUE ZERO.
           05  WS-EXTRACT-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-EXTRACT-TOTAL        PIC S9(13) COMP-3 VALUE ZERO.
           05  WS-RUN-RECORD-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-HELD-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-HELD-TOTAL           PIC S9(13) COMP-3 VALUE ZERO.
           05  WS-RETURNED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-FEED-MARKED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-NOT-POSTED-COUNT     PIC S9(8) COMP-3 VALUE ZERO.
           05  WS-CTL-DIFFERENCE       PIC S9(13) COMP-3 VALUE ZERO.

       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(38) VALUE
               "BUSINESS-DAY BACKOUT -- BUSINESS DATE ".
           05  WS-RH-BUSINESS-DATE     PIC 9(8).
           05  FILLER                  PIC X(12) VALUE
               "  PARTITION ".
           05  WS-RH-PARTITION         PIC X.
           05  FILLER                  PIC X(11) VALUE
               "  RUN DATE ".
           05  WS-RH-RUN-DATE          PIC 9(8).
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-KEY-LINE.
           05  FILLER                  PIC X(4) VALUE "KEY ".
           05  WS-KL-KEY               PIC 9(6).
           05  FILLER                  PIC X(13) VALUE
               "  DAY RESULT ".
           05  WS-KL-DAY-NUMBER3       PIC Z(7)9.
           05  FILLER                  PIC X(8) VALUE "  PRIOR ".
           05  WS-KL-PRIOR-NUMBER3     PIC Z(7)9.
           05  FILLER                  PIC X(9) VALUE "  POSTED ".
           05  WS-KL-PRIOR-DATE        PIC 9(8).
           05  FILLER                  PIC X(4) VALUE " -- ".
           05  WS-KL-ACTION            PIC X(34).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-FEED-LINE.
           05  FILLER                  PIC X(12) VALUE
               "FEED SOURCE ".
           05  WS-FL-SOURCE-SYSTEM     PIC X(8).
           05  FILLER                  PIC X(11) VALUE
               "  SEQUENCE ".
           05  WS-FL-SEQUENCE-NUMBER   PIC 9(6).
           05  FILLER                  PIC X(10) VALUE
               "  RECORDS ".
           05  WS-FL-RECORD-COUNT      PIC Z(6)9.
           05  FILLER                  PIC X(4) VALUE " -- ".
           05  WS-FL-ACTION            PIC X(40).
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-REFUSAL-LINE.
           05  FILLER                  PIC X(24) VALUE
               "*** BACKOUT REFUSED -- ".
           05  WS-RF-REASON            PIC X(40).
           05  FILLER                  PIC X(5) VALUE " KEY ".
           05  WS-RF-KEY               PIC 9(6).
           05  FILLER                  PIC X(57) VALUE SPACES.

      *
      * The tie-out section is one label and one figure per line.
      *
       01  WS-TIE-LINE.
           05  FILLER                  PIC X(4) VALUE "*** ".
           05  WS-TL-LABEL             PIC X(44).
           05  WS-TL-VALUE             PIC -(13)9.
           05  FILLER                  PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.

           IF WS-BACKOUT-ALLOWED
               PERFORM 1500-CHECK-RUN-STATUS
           END-IF

           IF WS-BACKOUT-ALLOWED
               PERFORM 2000-COLLECT-DAY-KEYS
           END-IF

           IF WS-BACKOUT-ALLOWED
               PERFORM 3000-VERIFY-KEY
                   VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > 1000000
                       OR WS-BACKOUT-REFUSED
           END-IF

           IF WS-BACKOUT-ALLOWED
               SET WS-MARK-ENTRIES TO TRUE
               PERFORM 4000-BACK-OUT-KEY
                   VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > 1000000
               PERFORM 4800-WRITE-EXTRACT-TRAILER
               PERFORM 5000-SCAN-SUSPENSE-ITEMS
               PERFORM 6000-MARK-FEED-REGISTER
               PERFORM 7000-WRITE-TIE-OUT
               IF WS-CTL-DOES-NOT-TIE
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 8000-WRITE-REFUSAL
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 9000-TERMINATE.
           STOP RUN.

      *
      * The "S" run-status record goes down once the card has named a
      * valid day, before any check that can refuse, so a refusal
      * leaves its "F" against a started record like BUG's does. A
      * card that names no valid day has nothing to key a status
      * record by and just refuses.
      *
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           OPEN INPUT BACKOUT-CARD-FILE
           READ BACKOUT-CARD-FILE
               AT END
                   MOVE SPACES TO BACKOUT-CARD
           END-READ
           CLOSE BACKOUT-CARD-FILE

           OPEN I-O AUDIT-HISTORY-FILE
           OPEN I-O INQUIRY-FILE
           OPEN I-O RUN-STATUS-FILE
           OPEN I-O SUSPENSE-FILE
           OPEN I-O FEED-REGISTER-FILE
           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT BACKOUT-REPORT-FILE

           IF BKO-BUSINESS-DATE IS NUMERIC
               AND BKO-BUSINESS-DATE > ZERO
               MOVE BKO-BUSINESS-DATE TO WS-BACKOUT-DATE
               MOVE BKO-PARTITION TO WS-BACKOUT-PARTITION
               PERFORM 1100-SET-KEY-RANGE
           ELSE
               SET WS-BACKOUT-REFUSED TO TRUE
               MOVE "INVALID BACKOUT CARD" TO WS-REFUSAL-REASON
           END-IF

           MOVE WS-BACKOUT-DATE TO WS-RH-BUSINESS-DATE
           MOVE WS-BACKOUT-PARTITION TO WS-RH-PARTITION
           MOVE WS-RUN-DATE-RAW TO WS-RH-RUN-DATE
           WRITE BACKOUT-REPORT-RECORD FROM WS-REPORT-HEADER-LINE

           IF WS-BACKOUT-ALLOWED
               MOVE "S" TO WS-RUN-STATUS-CODE
               PERFORM 8900-WRITE-RUN-STATUS
           END-IF.

       1100-SET-KEY-RANGE.
           EVALUATE WS-BACKOUT-PARTITION
               WHEN SPACE
                   MOVE 000000 TO WS-RANGE-LOW
                   MOVE 999999 TO WS-RANGE-HIGH
               WHEN "1"
                   MOVE 000000 TO WS-RANGE-LOW
                   MOVE 249999 TO WS-RANGE-HIGH
               WHEN "2"
                   MOVE 250000 TO WS-RANGE-LOW
                   MOVE 499999 TO WS-RANGE-HIGH
               WHEN "3"
                   MOVE 500000 TO WS-RANGE-LOW
                   MOVE 749999 TO WS-RANGE-HIGH
               WHEN "4"
                   MOVE 750000 TO WS-RANGE-LOW
                   MOVE 999999 TO WS-RANGE-HIGH
               WHEN OTHER
                   SET WS-BACKOUT-REFUSED TO TRUE
                   MOVE "INVALID BACKOUT CARD" TO WS-REFUSAL-REASON
           END-EVALUATE.

      *
      * Every BUG run-status record sits contiguous under the "BUG"
      * job-name prefix, so one START and READ NEXT pass sees them
      * all: the day's own completion record (which also carries the
      * record count the report ties to), and any run for a later
      * business date, in any partition.
      *
       1500-CHECK-RUN-STATUS.
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE LOW-VALUES TO RUN-STATUS-KEY
           MOVE "BUG" TO RUN-JOB-NAME
           START RUN-STATUS-FILE KEY IS NOT LESS THAN RUN-STATUS-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START

           PERFORM 1550-SCAN-RUN-STATUS UNTIL WS-SCAN-DONE

           EVALUATE TRUE
               WHEN NOT WS-RUN-COMPLETED
                   SET WS-BACKOUT-REFUSED TO TRUE
                   MOVE "NO COMPLETED BUG RUN FOR THE DAY"
                       TO WS-REFUSAL-REASON
               WHEN WS-LATER-RUN-FOUND
                   SET WS-BACKOUT-REFUSED TO TRUE
                   MOVE "A LATER BUG RUN IS ON RUNSFILE"
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1550-SCAN-RUN-STATUS.
           READ RUN-STATUS-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ

           IF NOT WS-SCAN-DONE
               IF RUN-JOB-NAME = "BUG"
                   IF RUN-BUSINESS-DATE > WS-BACKOUT-DATE
                       SET WS-LATER-RUN-FOUND TO TRUE
                   END-IF
                   IF RUN-PARTITION = WS-BACKOUT-PARTITION
                       AND RUN-BUSINESS-DATE = WS-BACKOUT-DATE
                       AND RUN-STATUS-COMPLETED
                       SET WS-RUN-COMPLETED TO TRUE
                       MOVE RUN-RECORD-COUNT TO WS-RUN-RECORD-COUNT
                   END-IF
               ELSE
                   SET WS-SCAN-DONE TO TRUE
               END-IF
           END-IF.

      *
      * The day's entries sit contiguous on AUD-PRIMARY-KEY, whose
      * leading eight bytes are the business date. Entries already
      * backed out, and keys outside the partition's range, are
      * passed over.
      *
       2000-COLLECT-DAY-KEYS.
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE LOW-VALUES TO AUD-PRIMARY-KEY
           MOVE WS-BACKOUT-DATE TO AUD-TIMESTAMP(1:8)
           START AUDIT-HISTORY-FILE
               KEY IS NOT LESS THAN AUD-PRIMARY-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START

           PERFORM 2100-COLLECT-DAY-ENTRY UNTIL WS-SCAN-DONE

           IF WS-KEY-COUNT = ZERO
               SET WS-BACKOUT-REFUSED TO TRUE
               MOVE "NOTHING TO BACK OUT FOR THE DAY"
                   TO WS-REFUSAL-REASON
           END-IF.

       2100-COLLECT-DAY-ENTRY.
           READ AUDIT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ

           IF NOT WS-SCAN-DONE
               IF AUD-TIMESTAMP(1:8) NOT = WS-BACKOUT-DATE
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   IF NOT AUD-BACKED-OUT
                       AND AUD-KEY >= WS-RANGE-LOW
                       AND AUD-KEY <= WS-RANGE-HIGH
                       ADD 1 TO WS-DAY-ENTRY-COUNT
                       COMPUTE WS-KEY-SUB = AUD-KEY + 1
                       IF WS-TOUCHED-KEY-FLAG(WS-KEY-SUB) = "N"
                           MOVE "Y" TO WS-TOUCHED-KEY-FLAG(WS-KEY-SUB)
                           ADD 1 TO WS-KEY-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *
      * Verification runs over every key before anything is changed,
      * so a refusal leaves the master, the history, and the GL
      * exactly as they were.
      *
       3000-VERIFY-KEY.
           IF WS-TOUCHED-KEY-FLAG(WS-KEY-SUB) = "Y"
               COMPUTE WS-CURRENT-KEY = WS-KEY-SUB - 1
               PERFORM 3500-SCAN-KEY-HISTORY
               IF WS-LATER-FOUND
                   SET WS-BACKOUT-REFUSED TO TRUE
                   MOVE "KEY HAS A POSTING AFTER THE DAY"
                       TO WS-REFUSAL-REASON
                   MOVE WS-CURRENT-KEY TO WS-REFUSAL-KEY
               END-IF
           END-IF.

      *
      * One pass over the key's history by the AUD-KEY alternate key.
      * Backed-out entries are history of postings that no longer
      * stand and are passed over. In WS-MARK-ENTRIES mode the day's
      * entries are marked backed out as the browse meets them.
      *
       3500-SCAN-KEY-HISTORY.
           MOVE "N" TO WS-DAY-FOUND-FLAG
           MOVE "N" TO WS-PRIOR-FOUND-FLAG
           MOVE "N" TO WS-LATER-FOUND-FLAG
           MOVE LOW-VALUES TO WS-PRIOR-TIMESTAMP
           MOVE ZERO TO WS-DAY-NUMBER3
           MOVE ZERO TO WS-PRIOR-NUMBER3
           MOVE ZERO TO WS-PRIOR-DATE

           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE WS-CURRENT-KEY TO AUD-KEY
           START AUDIT-HISTORY-FILE KEY IS EQUAL TO AUD-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START

           PERFORM 3600-SCAN-KEY-ENTRY UNTIL WS-SCAN-DONE.

       3600-SCAN-KEY-ENTRY.
           READ AUDIT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ

           IF NOT WS-SCAN-DONE
               IF AUD-KEY NOT = WS-CURRENT-KEY
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   IF NOT AUD-BACKED-OUT
                       PERFORM 3700-CLASSIFY-KEY-ENTRY
                   END-IF
               END-IF
           END-IF.

       3700-CLASSIFY-KEY-ENTRY.
           EVALUATE TRUE
               WHEN AUD-TIMESTAMP(1:8) > WS-BACKOUT-DATE
                   SET WS-LATER-FOUND TO TRUE
               WHEN AUD-TIMESTAMP(1:8) = WS-BACKOUT-DATE
                   SET WS-DAY-FOUND TO TRUE
                   MOVE AUD-NUMBER3 TO WS-DAY-NUMBER3
                   IF WS-MARK-ENTRIES
                       PERFORM 3800-MARK-ENTRY-BACKED-OUT
                   END-IF
               WHEN AUD-TIMESTAMP > WS-PRIOR-TIMESTAMP
                   SET WS-PRIOR-FOUND TO TRUE
                   MOVE AUD-TIMESTAMP TO WS-PRIOR-TIMESTAMP
                   MOVE AUD-NUMBER TO WS-PRIOR-NUMBER
                   MOVE AUD-NUMBER2 TO WS-PRIOR-NUMBER2
                   MOVE AUD-NUMBER3 TO WS-PRIOR-NUMBER3
                   MOVE AUD-OVERFLOW-FLAG TO WS-PRIOR-OVERFLOW-FLAG
                   MOVE AUD-TIMESTAMP(1:8) TO WS-PRIOR-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *
      * Checked via FILE STATUS like bug.cob's audit history WRITE --
      * an entry left unmarked would count as the key's prior posting
      * the next time the key is backed out or swept.
      *
       3800-MARK-ENTRY-BACKED-OUT.
           SET AUD-BACKED-OUT TO TRUE
           REWRITE AUDIT-HISTORY-RECORD
           IF WS-AUDIT-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "*** ERROR MARKING AUDIT HISTORY RECORD "
                   "FOR KEY " AUD-KEY
                   " STATUS " WS-AUDIT-HISTORY-FILE-STATUS
           END-IF.

       4000-BACK-OUT-KEY.
           IF WS-TOUCHED-KEY-FLAG(WS-KEY-SUB) = "Y"
               COMPUTE WS-CURRENT-KEY = WS-KEY-SUB - 1
               PERFORM 3500-SCAN-KEY-HISTORY
               PERFORM 4200-RESTORE-INQUIRY-RECORD
               PERFORM 4300-WRITE-BACKOUT-ENTRIES
               ADD WS-DAY-NUMBER3 TO WS-DAY-TOTAL
               IF WS-PRIOR-FOUND
                   ADD WS-PRIOR-NUMBER3 TO WS-PRIOR-TOTAL
               END-IF
               PERFORM 4400-WRITE-KEY-LINE
           END-IF.

      *
      * The day's net posting on this key was its result less the
      * prior result it replaced (or the whole result on a first
      * posting, see bug.cob's 4500-WRITE-INQUIRY-RECORD), so taking
      * that net back off the balance returns the balance to where
      * the run found it. A balance that is not valid packed data is
      * reseeded from the prior result, the same rule BUG applies. A
      * key the master no longer carries (archived since the day)
      * still has its GL postings reversed below.
      *
       4200-RESTORE-INQUIRY-RECORD.
           MOVE WS-CURRENT-KEY TO IQ-KEY
           READ INQUIRY-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN WS-INQUIRY-FILE-STATUS NOT = "00"
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
                   MOVE "NOT ON MASTER -- GL REVERSED ONLY"
                       TO WS-KL-ACTION
               WHEN WS-PRIOR-FOUND
                   IF IQ-CUMULATIVE-BALANCE IS NUMERIC
                       COMPUTE IQ-CUMULATIVE-BALANCE =
                           IQ-CUMULATIVE-BALANCE
                           - (WS-DAY-NUMBER3 - WS-PRIOR-NUMBER3)
                   ELSE
                       MOVE WS-PRIOR-NUMBER3 TO IQ-CUMULATIVE-BALANCE
                   END-IF
                   MOVE WS-PRIOR-NUMBER TO IQ-NUMBER
                   MOVE WS-PRIOR-NUMBER2 TO IQ-NUMBER2
                   MOVE WS-PRIOR-NUMBER3 TO IQ-NUMBER3
                   MOVE WS-PRIOR-OVERFLOW-FLAG TO IQ-OVERFLOW-FLAG
                   MOVE WS-PRIOR-DATE TO IQ-LAST-UPDATE-DATE
                   REWRITE INQUIRY-RECORD
                       INVALID KEY
                           DISPLAY "*** ERROR REWRITING INQUIRY "
                               "RECORD FOR KEY " IQ-KEY
                   END-REWRITE
                   ADD 1 TO WS-RESTORED-COUNT
                   MOVE "RESTORED TO PRIOR POSTING" TO WS-KL-ACTION
               WHEN OTHER
                   DELETE INQUIRY-FILE RECORD
                       INVALID KEY
                           DISPLAY "*** ERROR DELETING INQUIRY "
                               "RECORD FOR KEY " IQ-KEY
                   END-DELETE
                   ADD 1 TO WS-REMOVED-COUNT
                   MOVE "REMOVED -- FIRST POSTED THAT DAY"
                       TO WS-KL-ACTION
           END-EVALUATE.

      *
      * The reversal backs the day's entry out at the day's rate; the
      * re-posting puts back the prior amount the run reversed, at
      * the rate of the date it originally posted (see EXTRREC's
      * EXT-BACKOUT-FLAG). Trailer arithmetic is BUG's: a reversal
      * subtracts, a normal entry adds.
      *
       4300-WRITE-BACKOUT-ENTRIES.
           MOVE SPACES TO EXTRACT-RECORD
           MOVE WS-CURRENT-KEY TO EXT-KEY
           MOVE WS-DAY-NUMBER3 TO EXT-NUMBER3
           SET EXT-REVERSAL-ENTRY TO TRUE
           MOVE WS-BACKOUT-DATE TO EXT-ORIG-POST-DATE
           SET EXT-BACKOUT-ENTRY TO TRUE
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT
           SUBTRACT WS-DAY-NUMBER3 FROM WS-EXTRACT-TOTAL

           IF WS-PRIOR-FOUND
               MOVE SPACES TO EXTRACT-RECORD
               MOVE WS-CURRENT-KEY TO EXT-KEY
               MOVE WS-PRIOR-NUMBER3 TO EXT-NUMBER3
               SET EXT-NOT-REVERSAL TO TRUE
               MOVE WS-PRIOR-DATE TO EXT-ORIG-POST-DATE
               SET EXT-BACKOUT-ENTRY TO TRUE
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-EXTRACT-COUNT
               ADD WS-PRIOR-NUMBER3 TO WS-EXTRACT-TOTAL
           END-IF.

       4400-WRITE-KEY-LINE.
           MOVE WS-CURRENT-KEY TO WS-KL-KEY
           MOVE WS-DAY-NUMBER3 TO WS-KL-DAY-NUMBER3
           MOVE WS-PRIOR-NUMBER3 TO WS-KL-PRIOR-NUMBER3
           MOVE WS-PRIOR-DATE TO WS-KL-PRIOR-DATE
           WRITE BACKOUT-REPORT-RECORD FROM WS-KEY-LINE.

       4800-WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO EXTRACT-TRAILER-RECORD
           MOVE "*TRLR*" TO EXT-TRL-ID
           MOVE WS-EXTRACT-COUNT TO EXT-TRL-RECORD-COUNT
           MOVE WS-EXTRACT-TOTAL TO EXT-TRL-TOTAL
           MOVE WS-BACKOUT-DATE TO EXT-TRL-BUSINESS-DATE
           MOVE WS-BACKOUT-PARTITION TO EXT-TRL-PARTITION
           SET EXT-TRL-BACKOUT-SEGMENT TO TRUE
           WRITE EXTRACT-TRAILER-RECORD.

      *
      * SUSPFILE only holds the exceptions, so it is read end to end.
      * Items held on the day are counted for the tie-out -- their
      * results are in the run's grand total but never posted. A
      * released item the run posted was backed out with the day, so
      * it goes back to held for support to decide again.
      *
       5000-SCAN-SUSPENSE-ITEMS.
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE LOW-VALUES TO SUS-KEY
           START SUSPENSE-FILE KEY IS NOT LESS THAN SUS-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START

           PERFORM 5100-CHECK-SUSPENSE-ITEM UNTIL WS-SCAN-DONE.

       5100-CHECK-SUSPENSE-ITEM.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ

           IF NOT WS-SCAN-DONE
               AND SUS-TRAN-KEY >= WS-RANGE-LOW
               AND SUS-TRAN-KEY <= WS-RANGE-HIGH
               IF SUS-HELD-DATE = WS-BACKOUT-DATE
                   ADD 1 TO WS-HELD-COUNT
                   ADD SUS-NUMBER3 TO WS-HELD-TOTAL
               END-IF
               IF SUS-STATUS-POSTED
                   AND SUS-ACTION-DATE = WS-BACKOUT-DATE
                   AND SUS-ACTION-ID = "BUG"
                   SET SUS-STATUS-HELD TO TRUE
                   MOVE WS-RUN-DATE-RAW TO SUS-ACTION-DATE
                   MOVE "BKO" TO SUS-ACTION-ID
                   REWRITE SUSPENSE-RECORD
                       INVALID KEY
                           DISPLAY "*** ERROR REWRITING SUSPENSE "
                               "RECORD FOR KEY " SUS-TRAN-KEY
                   END-REWRITE
                   ADD 1 TO WS-RETURNED-COUNT
               END-IF
           END-IF.

      *
      * The day's feed file was checked and registered by BUG on an
      * unpartitioned day and by BUGSPLIT on a partitioned one. A
      * single partition is rerun from the day's split slice
      * (jcl/BUGPARTJOB.jcl), which never reads the register, so a
      * partitioned day's entry is marked only once the whole day is
      * out -- every other partition backed out and not rerun since
      * -- when the file itself has to be split again. The register
      * is keyed by source, so the whole of it is browsed for the
      * day's entries, one per source that sent a file for the day.
      *
       6000-MARK-FEED-REGISTER.
           IF WS-BACKOUT-PARTITION = SPACE
               MOVE "BUG" TO WS-FEED-JOB-NAME
           ELSE
               MOVE "BUGSPLIT" TO WS-FEED-JOB-NAME
               PERFORM 6100-CHECK-OTHER-PARTITION
                   VARYING WS-CHECK-PARTITION FROM 1 BY 1
                   UNTIL WS-CHECK-PARTITION > 4
           END-IF

           IF WS-WHOLE-DAY-BACKED-OUT
               MOVE "N" TO WS-SCAN-DONE-FLAG
               MOVE LOW-VALUES TO FRG-KEY
               START FEED-REGISTER-FILE KEY IS NOT LESS THAN FRG-KEY
                   INVALID KEY
                       SET WS-SCAN-DONE TO TRUE
               END-START
               PERFORM 6200-MARK-FEED-ENTRY UNTIL WS-SCAN-DONE
           ELSE
               MOVE SPACES TO WS-FL-SOURCE-SYSTEM
               MOVE ZERO TO WS-FL-SEQUENCE-NUMBER
               MOVE ZERO TO WS-FL-RECORD-COUNT
               MOVE "REGISTER KEPT -- OTHER PARTITIONS STAND"
                   TO WS-FL-ACTION
               WRITE BACKOUT-REPORT-RECORD FROM WS-FEED-LINE
           END-IF.

       6100-CHECK-OTHER-PARTITION.
           MOVE WS-CHECK-PARTITION TO RUN-PARTITION
           IF RUN-PARTITION NOT = WS-BACKOUT-PARTITION
               AND WS-WHOLE-DAY-BACKED-OUT
               MOVE "BUGBKOUT" TO RUN-JOB-NAME
               MOVE WS-BACKOUT-DATE TO RUN-BUSINESS-DATE
               MOVE "C" TO RUN-STATUS-CODE
               READ RUN-STATUS-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-RUN-STATUS-FILE-STATUS = "00"
                   MOVE RUN-TIMESTAMP TO WS-BACKOUT-STAMP
                   MOVE "BUG" TO RUN-JOB-NAME
                   READ RUN-STATUS-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-RUN-STATUS-FILE-STATUS = "00"
                       AND RUN-TIMESTAMP > WS-BACKOUT-STAMP
                       MOVE "N" TO WS-DAY-BACKED-OUT-FLAG
                   END-IF
               ELSE
                   MOVE "N" TO WS-DAY-BACKED-OUT-FLAG
               END-IF
           END-IF.

       6200-MARK-FEED-ENTRY.
           READ FEED-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ

           IF NOT WS-SCAN-DONE
               AND FRG-BUSINESS-DATE = WS-BACKOUT-DATE
               AND FRG-JOB-NAME = WS-FEED-JOB-NAME
               AND NOT FRG-BACKED-OUT
               SET FRG-BACKED-OUT TO TRUE
               MOVE WS-RUN-DATE-RAW TO FRG-BACKOUT-DATE
               MOVE FRG-SOURCE-SYSTEM TO WS-FL-SOURCE-SYSTEM
               MOVE FRG-SEQUENCE-NUMBER TO WS-FL-SEQUENCE-NUMBER
               MOVE FRG-RECORD-COUNT TO WS-FL-RECORD-COUNT
               REWRITE FEED-REGISTER-RECORD
               IF WS-FEED-REGISTER-FILE-STATUS = "00"
                   ADD 1 TO WS-FEED-MARKED-COUNT
                   MOVE "MARKED BACKED OUT -- MAY BE SENT AGAIN"
                       TO WS-FL-ACTION
               ELSE
                   MOVE "ERROR MARKING REGISTER ENTRY"
                       TO WS-FL-ACTION
                   DISPLAY "*** ERROR MARKING FEED REGISTER RECORD "
                       "FOR SOURCE " FRG-SOURCE-SYSTEM
                       " STATUS " WS-FEED-REGISTER-FILE-STATUS
               END-IF
               WRITE BACKOUT-REPORT-RECORD FROM WS-FEED-LINE
           END-IF.

      *
      * Every record the run read either posted (one key backed out
      * here), was held in suspense, or never posted at all (rejected
      * to REJFILE or refused as a duplicate), so the run's RUNSFILE
      * record count splits three ways. On an unpartitioned day the
      * run's grand total -- posted plus held -- is what balanced
      * against CTLFILE, so the backed-out total plus the held total
      * must equal the control total. A partition's share of the day
      * has no control total of its own (BUGMERGE reconciles the
      * whole day), so that line is left off for a partition.
      *
       7000-WRITE-TIE-OUT.
           COMPUTE WS-NOT-POSTED-COUNT =
               WS-RUN-RECORD-COUNT - WS-KEY-COUNT - WS-HELD-COUNT

           MOVE "RECORDS READ BY THE RUN (RUNSFILE)" TO WS-TL-LABEL
           MOVE WS-RUN-RECORD-COUNT TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           MOVE "  KEYS BACKED OUT" TO WS-TL-LABEL
           MOVE WS-KEY-COUNT TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           MOVE "  HELD IN SUSPENSE" TO WS-TL-LABEL
           MOVE WS-HELD-COUNT TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           MOVE "  NEVER POSTED (REJECTED OR DUPLICATE)"
               TO WS-TL-LABEL
           MOVE WS-NOT-POSTED-COUNT TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           MOVE "AUDIT HISTORY ENTRIES MARKED BACKED OUT"
               TO WS-TL-LABEL
           MOVE WS-DAY-ENTRY-COUNT TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           MOVE "MASTER RECORDS RESTORED" TO WS-TL-LABEL
           MOVE WS-RESTORED-COUNT TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           MOVE "MASTER RECORDS REMOVED" TO WS-TL-LABEL
           MOVE WS-REMOVED-COUNT TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           MOVE "KEYS NOT ON MASTER" TO WS-TL-LABEL
           MOVE WS-NOT-ON-MASTER-COUNT TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           MOVE "RELEASED ITEMS RETURNED TO SUSPENSE" TO WS-TL-LABEL
           MOVE WS-RETURNED-COUNT TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           MOVE "FEED REGISTER ENTRIES MARKED BACKED OUT"
               TO WS-TL-LABEL
           MOVE WS-FEED-MARKED-COUNT TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           MOVE "DAY'S POSTED TOTAL BACKED OUT" TO WS-TL-LABEL
           MOVE WS-DAY-TOTAL TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           MOVE "PRIOR POSTINGS REINSTATED" TO WS-TL-LABEL
           MOVE WS-PRIOR-TOTAL TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           MOVE "HELD TOTAL" TO WS-TL-LABEL
           MOVE WS-HELD-TOTAL TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           MOVE "REVERSING EXTRACT ENTRIES" TO WS-TL-LABEL
           MOVE WS-EXTRACT-COUNT TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           MOVE "REVERSING EXTRACT TRAILER TOTAL" TO WS-TL-LABEL
           MOVE WS-EXTRACT-TOTAL TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE

           IF WS-BACKOUT-PARTITION = SPACE
               PERFORM 7500-TIE-TO-CONTROL-TOTAL
           END-IF.

       7500-TIE-TO-CONTROL-TOTAL.
           OPEN INPUT CONTROL-TOTAL-FILE
           READ CONTROL-TOTAL-FILE
               AT END
                   MOVE ZERO TO CT-CONTROL-TOTAL
                   MOVE ZERO TO CT-EXPECTED-RECORD-COUNT
           END-READ
           CLOSE CONTROL-TOTAL-FILE

           COMPUTE WS-CTL-DIFFERENCE =
               CT-CONTROL-TOTAL - WS-DAY-TOTAL - WS-HELD-TOTAL

           MOVE "CTLFILE EXPECTED RECORD COUNT" TO WS-TL-LABEL
           MOVE CT-EXPECTED-RECORD-COUNT TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           MOVE "CTLFILE CONTROL TOTAL" TO WS-TL-LABEL
           MOVE CT-CONTROL-TOTAL TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           MOVE "CONTROL TOTAL LESS POSTED AND HELD TOTALS"
               TO WS-TL-LABEL
           MOVE WS-CTL-DIFFERENCE TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE

           IF WS-CTL-DIFFERENCE = ZERO
               SET WS-CTL-TIES TO TRUE
               DISPLAY "*** BACKOUT TIES TO CONTROL TOTAL"
           ELSE
               SET WS-CTL-DOES-NOT-TIE TO TRUE
               DISPLAY "*** BACKOUT DOES NOT TIE TO CONTROL TOTAL -- "
                   "DIFFERENCE " WS-TL-VALUE
           END-IF.

       7900-WRITE-TIE-LINE.
           WRITE BACKOUT-REPORT-RECORD FROM WS-TIE-LINE
           DISPLAY WS-TIE-LINE.

       8000-WRITE-REFUSAL.
           MOVE WS-REFUSAL-REASON TO WS-RF-REASON
           MOVE WS-REFUSAL-KEY TO WS-RF-KEY
           WRITE BACKOUT-REPORT-RECORD FROM WS-REFUSAL-LINE
           DISPLAY WS-REFUSAL-LINE.

      *
      * Same READ-then-REWRITE-or-WRITE shape as bug.cob's
      * 8900-WRITE-RUN-STATUS, keyed by the day and partition backed
      * out rather than the date the backout ran.
      *
       8900-WRITE-RUN-STATUS.
           MOVE "BUGBKOUT" TO RUN-JOB-NAME
           MOVE WS-BACKOUT-PARTITION TO RUN-PARTITION
           MOVE WS-BACKOUT-DATE TO RUN-BUSINESS-DATE
           MOVE WS-RUN-STATUS-CODE TO RUN-STATUS-CODE
           READ RUN-STATUS-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           MOVE "STEP010" TO RUN-STEP-NAME
           MOVE WS-KEY-COUNT TO RUN-RECORD-COUNT
           MOVE RETURN-CODE TO RUN-COMPLETION-CODE
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP

           IF WS-RUN-STATUS-FILE-STATUS = "00"
               REWRITE RUN-STATUS-RECORD
                   INVALID KEY
                       DISPLAY "*** ERROR REWRITING RUN STATUS "
                           "RECORD STATUS " WS-RUN-STATUS-FILE-STATUS
               END-REWRITE
           ELSE
               WRITE RUN-STATUS-RECORD
                   INVALID KEY
                       DISPLAY "*** ERROR WRITING RUN STATUS "
                           "RECORD STATUS " WS-RUN-STATUS-FILE-STATUS
               END-WRITE
           END-IF.

      *
      * A refused backout on a valid card records "F"; a refused card
      * never wrote an "S" and records nothing.
      *
       9000-TERMINATE.
           IF WS-BACKOUT-REFUSED
               IF WS-BACKOUT-DATE > ZERO
                   AND WS-RANGE-HIGH > ZERO
                   MOVE "F" TO WS-RUN-STATUS-CODE
                   PERFORM 8900-WRITE-RUN-STATUS
               END-IF
           ELSE
               MOVE "C" TO WS-RUN-STATUS-CODE
               PERFORM 8900-WRITE-RUN-STATUS
           END-IF

           CLOSE AUDIT-HISTORY-FILE
           CLOSE INQUIRY-FILE
           CLOSE RUN-STATUS-FILE
           CLOSE SUSPENSE-FILE
           CLOSE FEED-REGISTER-FILE
           CLOSE EXTRACT-FILE
           CLOSE BACKOUT-REPORT-FILE.
