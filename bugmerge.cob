      * would in its own 7000-RECONCILE-TOTALS -- each partition itself
      * skips that check (WS-PARTITIONED-RUN) since no one partition's
      * total can balance against the full day's control total alone.
      *
      * A business date in a GL period accounting has closed is
      * refused before the partitions are even looked at (see 1700-
      * CHECK-PERIOD-OPEN and copybooks/PERDREC.cpy).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS RUN-STATUS-KEY
               FILE STATUS IS WS-RUN-STATUS-FILE-STATUS.

      *
      * The GL period control file and, for a closed period only, the
      * override cards and the operator authority behind them -- the
      * same three files bug.cob's 1800-CHECK-PERIOD-OPEN reads.
      *
           SELECT PERIOD-CONTROL-FILE ASSIGN TO PERDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-PERIOD
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT PERIOD-OVERRIDE-FILE ASSIGN TO POVRFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUTHORIZATION-FILE ASSIGN TO AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-OPERATOR-ID
               FILE STATUS IS WS-AUTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE-1
               CKPT-RECORD-COUNT BY CKPT-RECORD-COUNT-1
               CKPT-GRAND-TOTAL BY CKPT-GRAND-TOTAL-1
               CKPT-EXTRACT-COUNT BY CKPT-EXTRACT-COUNT-1
               CKPT-EXTRACT-TOTAL BY CKPT-EXTRACT-TOTAL-1
               CKPT-NOTICE-COUNT BY CKPT-NOTICE-COUNT-1.

       FD  CHECKPOINT-FILE-2
           RECORDING MODE IS F.
               CKPT-RECORD-COUNT BY CKPT-RECORD-COUNT-2
               CKPT-GRAND-TOTAL BY CKPT-GRAND-TOTAL-2
               CKPT-EXTRACT-COUNT BY CKPT-EXTRACT-COUNT-2
               CKPT-EXTRACT-TOTAL BY CKPT-EXTRACT-TOTAL-2
               CKPT-NOTICE-COUNT BY CKPT-NOTICE-COUNT-2.

       FD  CHECKPOINT-FILE-3
           RECORDING MODE IS F.
               CKPT-RECORD-COUNT BY CKPT-RECORD-COUNT-3
               CKPT-GRAND-TOTAL BY CKPT-GRAND-TOTAL-3
               CKPT-EXTRACT-COUNT BY CKPT-EXTRACT-COUNT-3
               CKPT-EXTRACT-TOTAL BY CKPT-EXTRACT-TOTAL-3
               CKPT-NOTICE-COUNT BY CKPT-NOTICE-COUNT-3.

       FD  CHECKPOINT-FILE-4
           RECORDING MODE IS F.
               CKPT-RECORD-COUNT BY CKPT-RECORD-COUNT-4
               CKPT-GRAND-TOTAL BY CKPT-GRAND-TOTAL-4
               CKPT-EXTRACT-COUNT BY CKPT-EXTRACT-COUNT-4
               CKPT-EXTRACT-TOTAL BY CKPT-EXTRACT-TOTAL-4
               CKPT-NOTICE-COUNT BY CKPT-NOTICE-COUNT-4.

       FD  CONTROL-TOTAL-FILE
           RECORDING MODE IS F.
       FD  RUN-STATUS-FILE.
           COPY RUNSREC.

       FD  PERIOD-CONTROL-FILE.
           COPY PERDREC.

       FD  PERIOD-OVERRIDE-FILE
           RECORDING MODE IS F.
           COPY POVRREC.

       FD  AUTHORIZATION-FILE.
           COPY AUTHREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-RECON-FLAG            PIC X VALUE "0".
               88  WS-BDAT-OVERRIDDEN   VALUE "Y".
           05  WS-STREAM-SCAN-FLAG      PIC X VALUE "N".
               88  WS-STREAM-SCAN-DONE  VALUE "Y".
           05  WS-PERIOD-GATE-FLAG      PIC X VALUE "0".
               88  WS-PERIOD-ACCEPTED   VALUE "0".
               88  WS-PERIOD-REFUSED    VALUE "1".

      *
      * What 1700-CHECK-PERIOD-OPEN found for the business date's GL
      * period, and the override card it accepted, if any.
      *
       01  WS-PERIOD-CONTROL.
           05  WS-PERIOD-FILE-STATUS    PIC XX VALUE "00".
           05  WS-AUTH-FILE-STATUS      PIC XX VALUE "00".
           05  WS-PERIOD-CARD-EOF-FLAG  PIC X VALUE "N".
               88  WS-PERIOD-CARD-EOF   VALUE "Y".
           05  WS-PERIOD-OVERRIDE-FLAG  PIC X VALUE "N".
               88  WS-PERIOD-OVERRIDE-FOUND VALUE "Y".
           05  WS-PERIOD-AUTHORITY-FLAG PIC X VALUE "N".
               88  WS-PERIOD-OVERRIDE-AUTHORIZED VALUE "Y".
           05  WS-PERIOD-OPERATOR-ID    PIC X(3) VALUE SPACES.
           05  WS-PERIOD-REASON         PIC X(40) VALUE SPACES.

       01  WS-STREAM-DATE               PIC 9(8) VALUE ZERO.

           05  WS-ALC-RUN-DATE     PIC X(10).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-ALERT-PERIOD-LINE.
           05  FILLER              PIC X(30) VALUE
               "*** ALERT: CLOSED PERIOD RUN R".
           05  FILLER              PIC X(14) VALUE
               "EFUSED -- PER ".
           05  WS-ALK-PERIOD       PIC 9(6).
           05  FILLER              PIC X(10) VALUE " RUN DATE ".
           05  WS-ALK-RUN-DATE     PIC X(10).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-ALERT-PERIOD-FILE-LINE.
           05  FILLER              PIC X(30) VALUE
               "*** ALERT: PERIOD FILE UNREADA".
           05  FILLER              PIC X(14) VALUE
               "BLE -- STATUS ".
           05  WS-ALQ-STATUS       PIC XX.
           05  FILLER              PIC X(10) VALUE " RUN DATE ".
           05  WS-ALQ-RUN-DATE     PIC X(10).
           05  FILLER              PIC X(14) VALUE SPACES.

       01  WS-ALERT-PERIOD-OVERRIDE-LINE.
           05  FILLER              PIC X(30) VALUE
               "*** ALERT: CLOSED PERIOD OVERR".
           05  FILLER              PIC X(11) VALUE
               "IDE -- PER ".
           05  WS-ALV-PERIOD       PIC 9(6).
           05  FILLER              PIC X(4) VALUE " BY ".
           05  WS-ALV-OPERATOR-ID  PIC X(3).
           05  FILLER              PIC X(10) VALUE " RUN DATE ".
           05  WS-ALV-RUN-DATE     PIC X(10).
           05  FILLER              PIC X(6) VALUE SPACES.

       01  WS-MERGE-SUMMARY-LINE.
           05  FILLER                   PIC X(24) VALUE
               "*** MERGE SUMMARY -- REC".
      * not a phantom mismatch, is what gets reported. The return
      * code is settled before 9000-TERMINATE so the completion
      * status record carries it.
      *
      * A closed GL period comes first of all: the day is refused
      * with RC 8 whatever state its partitions are in, and records
      * "F" rather than "C", so BUGGLPST will not post its extract.
      *
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 1700-CHECK-PERIOD-OPEN.
           IF WS-PERIOD-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1500-VERIFY-PARTITIONS-COMPLETE
               IF WS-PARTITIONS-INCOMPLETE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 2000-MERGE-CHECKPOINTS
                   PERFORM 7000-RECONCILE-TOTALS
                   IF WS-RECON-MISMATCH OR WS-RECON-COUNT-MISMATCH
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           PERFORM 9000-TERMINATE.
               PERFORM 8850-WRITE-ALERT-PARTITION-LINE
           END-IF.

      *
      * The business date's GL period must not be closed (see
      * copybooks/PERDREC.cpy) unless a period override card names
      * BUGMERGE and the business date and was keyed by an operator
      * with period authority (see copybooks/POVRREC.cpy) -- the same
      * check, in the same order, as bug.cob's 1800-CHECK-PERIOD-
      * OPEN. The partitions' own ALRTFILE is DUMMY, so this is where
      * a partitioned day's refusal is alerted. It fails closed as
      * that check does: only a not-found ("23") means the period has
      * never been closed, and any other PERDFILE status refuses with
      * an alert of its own. The lookup opens PERDFILE INPUT; only an
      * override, which has to be logged, reopens it I-O (1790).
      *
       1700-CHECK-PERIOD-OPEN.
           MOVE "N" TO WS-PERIOD-OVERRIDE-FLAG
           MOVE "N" TO WS-PERIOD-AUTHORITY-FLAG
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-FILE-STATUS = "00"
               MOVE WS-RUN-DATE-RAW(1:6) TO PRD-PERIOD
               READ PERIOD-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ

               EVALUATE TRUE
                   WHEN WS-PERIOD-FILE-STATUS = "23"
                       CONTINUE
                   WHEN WS-PERIOD-FILE-STATUS NOT = "00"
                       PERFORM 1780-REFUSE-PERIOD-UNREADABLE
                   WHEN PRD-PERIOD-CLOSED
                       PERFORM 1750-FIND-PERIOD-OVERRIDE
                       IF WS-PERIOD-OVERRIDE-FOUND
                           PERFORM 1770-CHECK-PERIOD-AUTHORITY
                       END-IF
                       IF NOT WS-PERIOD-OVERRIDE-AUTHORIZED
                           SET WS-PERIOD-REFUSED TO TRUE
                           DISPLAY "*** GL PERIOD " PRD-PERIOD
                               " IS CLOSED -- RECONCILIATION REFUSED"
                           PERFORM 8860-WRITE-ALERT-PERIOD-LINE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               CLOSE PERIOD-CONTROL-FILE
           ELSE
               PERFORM 1780-REFUSE-PERIOD-UNREADABLE
           END-IF

           IF WS-PERIOD-OVERRIDE-AUTHORIZED
               PERFORM 1790-LOG-PERIOD-OVERRIDE
           END-IF.

       1750-FIND-PERIOD-OVERRIDE.
           MOVE "N" TO WS-PERIOD-CARD-EOF-FLAG
           OPEN INPUT PERIOD-OVERRIDE-FILE
           PERFORM 1760-READ-PERIOD-OVERRIDE
               UNTIL WS-PERIOD-CARD-EOF
                   OR WS-PERIOD-OVERRIDE-FOUND
           CLOSE PERIOD-OVERRIDE-FILE.

       1760-READ-PERIOD-OVERRIDE.
           READ PERIOD-OVERRIDE-FILE
               AT END
                   SET WS-PERIOD-CARD-EOF TO TRUE
           END-READ

           IF NOT WS-PERIOD-CARD-EOF
               IF POV-BUSINESS-DATE IS NUMERIC
                   AND POV-BUSINESS-DATE = WS-RUN-DATE-RAW
                   AND POV-JOB-NAME = "BUGMERGE"
                   AND POV-OPERATOR-ID NOT = SPACES
                   AND POV-REASON NOT = SPACES
                   SET WS-PERIOD-OVERRIDE-FOUND TO TRUE
                   MOVE POV-OPERATOR-ID TO WS-PERIOD-OPERATOR-ID
                   MOVE POV-REASON TO WS-PERIOD-REASON
               END-IF
           END-IF.

       1770-CHECK-PERIOD-AUTHORITY.
           OPEN INPUT AUTHORIZATION-FILE
           MOVE WS-PERIOD-OPERATOR-ID TO AUT-OPERATOR-ID
           READ AUTHORIZATION-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-AUTH-FILE-STATUS = "00"
               AND AUT-PERIOD-AUTHORITY
               SET WS-PERIOD-OVERRIDE-AUTHORIZED TO TRUE
           ELSE
               DISPLAY "*** PERIOD OVERRIDE CARD OF OPERATOR "
                   WS-PERIOD-OPERATOR-ID
                   " NOT ACCEPTED -- NO PERIOD AUTHORITY"
           END-IF

           CLOSE AUTHORIZATION-FILE.

       1780-REFUSE-PERIOD-UNREADABLE.
           SET WS-PERIOD-REFUSED TO TRUE
           DISPLAY "*** GL PERIOD CONTROL FILE STATUS "
               WS-PERIOD-FILE-STATUS " -- RECONCILIATION REFUSED"
           PERFORM 8865-WRITE-ALERT-PERDFILE-LINE.

      *
      * An override is only used once it is on the period record: a
      * PERDFILE that cannot be reopened I-O, reread, or rewritten
      * refuses the run rather than let it post into the closed
      * period with no trail.
      *
       1790-LOG-PERIOD-OVERRIDE.
           OPEN I-O PERIOD-CONTROL-FILE
           IF WS-PERIOD-FILE-STATUS = "00"
               MOVE WS-RUN-DATE-RAW(1:6) TO PRD-PERIOD
               READ PERIOD-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PERIOD-FILE-STATUS = "00"
                   ADD 1 TO PRD-OVERRIDE-COUNT
                   MOVE WS-RUN-DATE-RAW TO PRD-LAST-OVERRIDE-DATE
                   MOVE "BUGMERGE" TO PRD-LAST-OVERRIDE-JOB
                   MOVE WS-PERIOD-OPERATOR-ID
                       TO PRD-LAST-OVERRIDE-OPERATOR
                   MOVE WS-PERIOD-REASON TO PRD-LAST-OVERRIDE-REASON
                   REWRITE PERIOD-CONTROL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               IF WS-PERIOD-FILE-STATUS = "00"
                   DISPLAY "*** GL PERIOD " PRD-PERIOD
                       " IS CLOSED -- RUN BY OVERRIDE OF OPERATOR "
                       WS-PERIOD-OPERATOR-ID ": " WS-PERIOD-REASON
                   PERFORM 8870-WRITE-ALERT-PERIOD-OVERRIDE
               ELSE
                   PERFORM 1780-REFUSE-PERIOD-UNREADABLE
               END-IF
               CLOSE PERIOD-CONTROL-FILE
           ELSE
               PERFORM 1780-REFUSE-PERIOD-UNREADABLE
           END-IF.

      *
      * Each CKPTnFIL holds exactly one record -- the last checkpoint
      * its partition wrote before hitting end of file -- so a plain
           MOVE WS-RUN-DATE-EDITED TO WS-ALP-RUN-DATE
           WRITE ALERT-RECORD FROM WS-ALERT-PARTITION-LINE.

       8860-WRITE-ALERT-PERIOD-LINE.
           MOVE WS-RUN-DATE-RAW(1:6) TO WS-ALK-PERIOD
           MOVE WS-RUN-DATE-EDITED TO WS-ALK-RUN-DATE
           WRITE ALERT-RECORD FROM WS-ALERT-PERIOD-LINE.

       8865-WRITE-ALERT-PERDFILE-LINE.
           MOVE WS-PERIOD-FILE-STATUS TO WS-ALQ-STATUS
           MOVE WS-RUN-DATE-EDITED TO WS-ALQ-RUN-DATE
           WRITE ALERT-RECORD FROM WS-ALERT-PERIOD-FILE-LINE.

       8870-WRITE-ALERT-PERIOD-OVERRIDE.
           MOVE WS-RUN-DATE-RAW(1:6) TO WS-ALV-PERIOD
           MOVE WS-PERIOD-OPERATOR-ID TO WS-ALV-OPERATOR-ID
           MOVE WS-RUN-DATE-EDITED TO WS-ALV-RUN-DATE
           WRITE ALERT-RECORD FROM WS-ALERT-PERIOD-OVERRIDE-LINE.

      *
      * Same READ-then-REWRITE-or-WRITE shape as bug.cob's
      * 8900-WRITE-RUN-STATUS. An abend between the "S" and the "C"
           MOVE WS-MERGED-GRAND-TOTAL TO WS-SUM-GRAND-TOTAL
           DISPLAY WS-MERGE-SUMMARY-LINE

           IF WS-PERIOD-REFUSED
               MOVE "F" TO WS-RUN-STATUS-CODE
           ELSE
               MOVE "C" TO WS-RUN-STATUS-CODE
           END-IF
           PERFORM 8900-WRITE-RUN-STATUS

           CLOSE CHECKPOINT-FILE-1
