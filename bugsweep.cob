       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSWEEP.
      *
      * Nightly three-way integrity sweep (see jcl/BUGSWEEPJOB.jcl).
      * Every program checks its own arithmetic -- bug.cob's 7000-
      * RECONCILE-TOTALS and 7500-VERIFY-BALANCE-PROOF, BUGGLPST's
      * extract trailer check -- but nothing checked that the three
      * stores still agree with each other key by key. A BUGRETRV
      * restore, a partition that died half way, or an old-layout
      * record that self-healed with a seeded balance can each leave
      * INQUIRY-FILE out of step with its history.
      *
      * For every INQUIRY-FILE key the sweep checks:
      *   HI  IQ-NUMBER3 against the latest AUDIT-HISTORY-FILE entry
      *       for the key;
      *   BL  IQ-CUMULATIVE-BALANCE against the net of the key's
      *       posted history;
      *   GL  the net principal of the key's GL postings on the GL
      *       posting history (GLHFILE, see copybooks/GLHREC.cpy)
      *       against that same position -- postings made before
      *       BUGGLPST kept the history are loaded onto it once by
      *       BUGGLHLD (see jcl/BUGGLHLDJOB.jcl);
      * and reports two conditions that stop a check being made:
      *   NH  a key on the master with no posted history at all;
      *   UB  a balance that is still not valid packed data (an
      *       old-layout record no run has reprocessed, see INQREC).
      * Each break is one line on the exception report. More breaks
      * than the threshold on SWPCFILE raises an ALRTFILE alert and
      * ends the step RC 4.
      *
      * Net of posted history: every posting replaces the key's prior
      * result, so its net is the new result less the one it replaced
      * (see bug.cob's 4500-WRITE-INQUIRY-RECORD) and the nets
      * telescope to the latest standing result. Entries a business-
      * day backout reversed (AUD-BACKED-OUT, see bugbkout.cob) no
      * longer stand and are passed over. The GL is posted the same
      * way -- a reversal of the prior result and the new result, see
      * EXTRREC's EXT-REVERSAL-FLAG -- so its principal nets to that
      * same figure once BUGGLJOB has posted the day.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * Walked start to end in key order, same as bugarch.cob, but
      * read only.
      *
           SELECT INQUIRY-FILE ASSIGN TO INQFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IQ-KEY
               FILE STATUS IS WS-INQUIRY-FILE-STATUS.

      *
      * ACCESS DYNAMIC for the START/READ NEXT browse of each key's
      * history by the AUD-KEY alternate path.
      *
           SELECT AUDIT-HISTORY-FILE ASSIGN TO AUDHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-PRIMARY-KEY
               ALTERNATE RECORD KEY IS AUD-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-HISTORY-FILE-STATUS.

      *
      * ACCESS DYNAMIC for the START/READ NEXT browse of each key's
      * GL postings, the way bugclose.cob sums a key's interest.
      *
           SELECT GL-HISTORY-FILE ASSIGN TO GLHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLH-HISTORY-KEY
               FILE STATUS IS WS-GL-HISTORY-FILE-STATUS.

           SELECT SWEEP-CARD-FILE ASSIGN TO SWPCFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT SWEEP-REPORT-FILE ASSIGN TO SWPRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT ALERT-FILE ASSIGN TO ALRTFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-STATUS-FILE ASSIGN TO RUNSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-STATUS-KEY
               FILE STATUS IS WS-RUN-STATUS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-FILE.
           COPY INQREC.

       FD  AUDIT-HISTORY-FILE.
           COPY AUDTREC REPLACING AUDIT-RECORD BY AUDIT-HISTORY-RECORD.

       FD  GL-HISTORY-FILE.
           COPY GLHREC.

       FD  SWEEP-CARD-FILE
           RECORDING MODE IS F.
       01  SWEEP-CARD.
           05  SWC-BREAK-THRESHOLD     PIC 9(7).
           05  FILLER                  PIC X(73).

       FD  SWEEP-REPORT-FILE
           RECORDING MODE IS F.
       01  SWEEP-REPORT-RECORD         PIC X(132).

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01  ALERT-RECORD                PIC X(80).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
           COPY BDATREC.

       FD  RUN-STATUS-FILE.
           COPY RUNSREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-INQUIRY-FILE-STATUS  PIC XX VALUE "00".
           05  WS-AUDIT-HISTORY-FILE-STATUS PIC XX VALUE "00".
           05  WS-RUN-STATUS-FILE-STATUS PIC XX VALUE "00".
           05  WS-GL-HISTORY-FILE-STATUS PIC XX VALUE "00".
           05  WS-RUN-STATUS-CODE      PIC X VALUE "S".
           05  WS-EOF-FLAG             PIC X VALUE "N".
               88  WS-EOF              VALUE "Y".
           05  WS-GL-SCAN-DONE-FLAG    PIC X VALUE "N".
               88  WS-GL-SCAN-DONE     VALUE "Y".
           05  WS-SCAN-DONE-FLAG       PIC X VALUE "N".
               88  WS-SCAN-DONE        VALUE "Y".
           05  WS-HISTORY-FOUND-FLAG   PIC X VALUE "N".
               88  WS-HISTORY-FOUND    VALUE "Y".
           05  WS-KEY-BREAK-FLAG       PIC X VALUE "N".
               88  WS-KEY-HAS-BREAK    VALUE "Y".

       01  WS-RUN-DATE-RAW             PIC 9(8) VALUE ZERO.
       01  WS-BREAK-THRESHOLD          PIC 9(7) VALUE ZERO.

      *
      * What 3000-SCAN-KEY-HISTORY found for the current key.
      *
       01  WS-KEY-POSITION.
           05  WS-LATEST-TIMESTAMP     PIC X(21) VALUE SPACES.
           05  WS-HISTORY-NUMBER3      PIC 9(8) VALUE ZERO.
           05  WS-HISTORY-NET          PIC S9(13) COMP-3 VALUE ZERO.
           05  WS-GL-NET               PIC S9(13) COMP-3 VALUE ZERO.
           05  WS-EXPECTED-POSITION    PIC S9(13) COMP-3 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-KEY-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-GL-ENTRY-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-GL-SKIPPED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-BREAK-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-BREAK-KEY-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-HI-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-BL-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-GL-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-NH-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-UB-COUNT             PIC 9(7) VALUE ZERO.

       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(40) VALUE
               "INTEGRITY SWEEP -- INQFILE / AUDHFILE / ".
           05  FILLER                  PIC X(24) VALUE
               "GLHFILE -- BUSINESS DATE".
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RH-BUSINESS-DATE     PIC 9(8).
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-BREAK-LINE.
           05  FILLER                  PIC X(4) VALUE "KEY ".
           05  WS-BK-KEY               PIC 9(6).
           05  FILLER                  PIC X(7) VALUE "  TYPE ".
           05  WS-BK-TYPE              PIC XX.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-BK-DESCRIPTION       PIC X(36).
           05  FILLER                  PIC X(7) VALUE "  HAS: ".
           05  WS-BK-FOUND             PIC -(13)9.
           05  FILLER                  PIC X(12) VALUE
               "  EXPECTED: ".
           05  WS-BK-EXPECTED          PIC -(13)9.
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(4) VALUE "*** ".
           05  WS-CL-LABEL             PIC X(40).
           05  WS-CL-COUNT             PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(75) VALUE SPACES.

       01  WS-ALERT-BREAK-LINE.
           05  FILLER                  PIC X(30) VALUE
               "*** ALERT: INTEGRITY SWEEP BRE".
           05  FILLER                  PIC X(7) VALUE "AKS -- ".
           05  WS-ALK-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
               " -- BUS DATE ".
           05  WS-ALK-BUSINESS-DATE    PIC 9(8).
           05  FILLER                  PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CHECK-KEY UNTIL WS-EOF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-SET-BUSINESS-DATE
           PERFORM 1200-READ-THRESHOLD-CARD

           OPEN INPUT INQUIRY-FILE
           OPEN INPUT AUDIT-HISTORY-FILE
           OPEN INPUT GL-HISTORY-FILE
           OPEN OUTPUT SWEEP-REPORT-FILE
           OPEN OUTPUT ALERT-FILE
           OPEN I-O RUN-STATUS-FILE

           MOVE "S" TO WS-RUN-STATUS-CODE
           PERFORM 8900-WRITE-RUN-STATUS

           MOVE WS-RUN-DATE-RAW TO WS-RH-BUSINESS-DATE
           WRITE SWEEP-REPORT-RECORD FROM WS-REPORT-HEADER-LINE

           PERFORM 2100-READ-INQUIRY-RECORD.

      *
      * Same business-date rule as bugarch.cob: the wall clock unless
      * a BDATFILE card overrides it.
      *
       1100-SET-BUSINESS-DATE.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   MOVE ZERO TO BDT-BUSINESS-DATE
           END-READ
           CLOSE BUSINESS-DATE-FILE

           IF BDT-BUSINESS-DATE IS NUMERIC
               AND BDT-BUSINESS-DATE > ZERO
               MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE-RAW
           END-IF.

      *
      * SWPCFILE carries the alert threshold, cols 1-7: the number of
      * breaks the night can carry before the alert is raised. A
      * missing or blank card leaves it zero -- any break alerts.
      *
       1200-READ-THRESHOLD-CARD.
           OPEN INPUT SWEEP-CARD-FILE
           READ SWEEP-CARD-FILE
               AT END
                   MOVE ZERO TO SWC-BREAK-THRESHOLD
           END-READ
           CLOSE SWEEP-CARD-FILE

           IF SWC-BREAK-THRESHOLD IS NUMERIC
               MOVE SWC-BREAK-THRESHOLD TO WS-BREAK-THRESHOLD
           END-IF.

       2000-CHECK-KEY.
           ADD 1 TO WS-KEY-COUNT
           MOVE "N" TO WS-KEY-BREAK-FLAG
           PERFORM 3000-SCAN-KEY-HISTORY
           PERFORM 3500-SUM-KEY-GL-HISTORY

      *
      * The position the GL is held to is the history's when the key
      * has history, else the master's own balance, else its posted
      * result -- whichever is the best figure the stores offer.
      *
           IF WS-HISTORY-FOUND
               MOVE WS-HISTORY-NET TO WS-EXPECTED-POSITION
               PERFORM 2200-CHECK-AGAINST-HISTORY
           ELSE
               MOVE "NH" TO WS-BK-TYPE
               MOVE "NO POSTED HISTORY FOR KEY" TO WS-BK-DESCRIPTION
               MOVE ZERO TO WS-BK-FOUND
               MOVE ZERO TO WS-BK-EXPECTED
               ADD 1 TO WS-NH-COUNT
               PERFORM 8000-WRITE-BREAK-LINE
               EVALUATE TRUE
                   WHEN IQ-CUMULATIVE-BALANCE IS NUMERIC
                       MOVE IQ-CUMULATIVE-BALANCE
                           TO WS-EXPECTED-POSITION
                   WHEN IQ-NUMBER3 IS NUMERIC
                       MOVE IQ-NUMBER3 TO WS-EXPECTED-POSITION
                   WHEN OTHER
                       MOVE ZERO TO WS-EXPECTED-POSITION
               END-EVALUATE
           END-IF

           IF WS-GL-NET NOT = WS-EXPECTED-POSITION
               MOVE "GL" TO WS-BK-TYPE
               MOVE "GL HISTORY NET NOT EQUAL TO POSITION"
                   TO WS-BK-DESCRIPTION
               MOVE WS-GL-NET TO WS-BK-FOUND
               MOVE WS-EXPECTED-POSITION TO WS-BK-EXPECTED
               ADD 1 TO WS-GL-COUNT
               PERFORM 8000-WRITE-BREAK-LINE
           END-IF

           IF WS-KEY-HAS-BREAK
               ADD 1 TO WS-BREAK-KEY-COUNT
           END-IF

           PERFORM 2100-READ-INQUIRY-RECORD.

       2100-READ-INQUIRY-RECORD.
           READ INQUIRY-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2200-CHECK-AGAINST-HISTORY.
           IF IQ-NUMBER3 IS NOT NUMERIC
               OR IQ-NUMBER3 NOT = WS-HISTORY-NUMBER3
               MOVE "HI" TO WS-BK-TYPE
               MOVE "RESULT NOT EQUAL TO LATEST HISTORY"
                   TO WS-BK-DESCRIPTION
               IF IQ-NUMBER3 IS NUMERIC
                   MOVE IQ-NUMBER3 TO WS-BK-FOUND
               ELSE
                   MOVE ZERO TO WS-BK-FOUND
               END-IF
               MOVE WS-HISTORY-NUMBER3 TO WS-BK-EXPECTED
               ADD 1 TO WS-HI-COUNT
               PERFORM 8000-WRITE-BREAK-LINE
           END-IF

           EVALUATE TRUE
               WHEN IQ-CUMULATIVE-BALANCE IS NOT NUMERIC
                   MOVE "UB" TO WS-BK-TYPE
                   MOVE "BALANCE NOT YET SEEDED (OLD LAYOUT)"
                       TO WS-BK-DESCRIPTION
                   MOVE ZERO TO WS-BK-FOUND
                   MOVE WS-HISTORY-NET TO WS-BK-EXPECTED
                   ADD 1 TO WS-UB-COUNT
                   PERFORM 8000-WRITE-BREAK-LINE
               WHEN IQ-CUMULATIVE-BALANCE NOT = WS-HISTORY-NET
                   MOVE "BL" TO WS-BK-TYPE
                   MOVE "BALANCE NOT EQUAL TO HISTORY NET"
                       TO WS-BK-DESCRIPTION
                   MOVE IQ-CUMULATIVE-BALANCE TO WS-BK-FOUND
                   MOVE WS-HISTORY-NET TO WS-BK-EXPECTED
                   ADD 1 TO WS-BL-COUNT
                   PERFORM 8000-WRITE-BREAK-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *
      * One pass over the key's history by the AUD-KEY alternate
      * path. Duplicates on an alternate key come back in the order
      * they were written, so the latest standing entry is found by
      * timestamp rather than by position. Entries whose bytes fail
      * the NUMERIC guards are pre-cutover entries, skipped the same
      * way bugstmt.cob skips them.
      *
       3000-SCAN-KEY-HISTORY.
           MOVE "N" TO WS-HISTORY-FOUND-FLAG
           MOVE LOW-VALUES TO WS-LATEST-TIMESTAMP
           MOVE ZERO TO WS-HISTORY-NUMBER3
           MOVE ZERO TO WS-HISTORY-NET

           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE IQ-KEY TO AUD-KEY
           START AUDIT-HISTORY-FILE KEY IS EQUAL TO AUD-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START

           PERFORM 3100-SCAN-KEY-ENTRY UNTIL WS-SCAN-DONE

           IF WS-HISTORY-FOUND
               MOVE WS-HISTORY-NUMBER3 TO WS-HISTORY-NET
           END-IF.

       3100-SCAN-KEY-ENTRY.
           READ AUDIT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ

           IF NOT WS-SCAN-DONE
               IF AUD-KEY NOT = IQ-KEY
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   IF NOT AUD-BACKED-OUT
                       AND AUD-NUMBER3 IS NUMERIC
                       AND AUD-TIMESTAMP(1:8) IS NUMERIC
                       AND AUD-TIMESTAMP > WS-LATEST-TIMESTAMP
                       SET WS-HISTORY-FOUND TO TRUE
                       MOVE AUD-TIMESTAMP TO WS-LATEST-TIMESTAMP
                       MOVE AUD-NUMBER3 TO WS-HISTORY-NUMBER3
                   END-IF
               END-IF
           END-IF.

      *
      * GLHFILE is keyed by key then posting date (see copybooks/
      * GLHREC.cpy), so one START at the key's first possible entry
      * browses every GL posting the key has ever had, the same
      * browse bugclose.cob's 4200-SUM-PERIOD-INTEREST makes over a
      * month. Reversals are posted with a negative principal (see
      * bugglpst.cob), so a straight sum is the key's GL net. An
      * entry whose principal is not valid packed data cannot be
      * added and is counted for the report.
      *
       3500-SUM-KEY-GL-HISTORY.
           MOVE ZERO TO WS-GL-NET
           MOVE "N" TO WS-GL-SCAN-DONE-FLAG
           MOVE IQ-KEY TO GLH-KEY
           MOVE ZERO TO GLH-POSTING-DATE
           MOVE ZERO TO GLH-ENTRY-SEQUENCE
           START GL-HISTORY-FILE KEY IS NOT LESS THAN GLH-HISTORY-KEY
               INVALID KEY
                   SET WS-GL-SCAN-DONE TO TRUE
           END-START

           PERFORM 3600-ADD-GL-HISTORY-ENTRY UNTIL WS-GL-SCAN-DONE.

       3600-ADD-GL-HISTORY-ENTRY.
           READ GL-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-GL-SCAN-DONE TO TRUE
           END-READ

           IF NOT WS-GL-SCAN-DONE
               IF GLH-KEY NOT = IQ-KEY
                   SET WS-GL-SCAN-DONE TO TRUE
               ELSE
                   IF GLH-PRINCIPAL-AMOUNT IS NUMERIC
                       ADD GLH-PRINCIPAL-AMOUNT TO WS-GL-NET
                       ADD 1 TO WS-GL-ENTRY-COUNT
                   ELSE
                       ADD 1 TO WS-GL-SKIPPED-COUNT
                   END-IF
               END-IF
           END-IF.

       8000-WRITE-BREAK-LINE.
           SET WS-KEY-HAS-BREAK TO TRUE
           ADD 1 TO WS-BREAK-COUNT
           MOVE IQ-KEY TO WS-BK-KEY
           WRITE SWEEP-REPORT-RECORD FROM WS-BREAK-LINE.

       8100-WRITE-COUNT-LINE.
           WRITE SWEEP-REPORT-RECORD FROM WS-COUNT-LINE
           DISPLAY WS-COUNT-LINE.

      *
      * Same READ-then-REWRITE-or-WRITE shape as bug.cob's
      * 8900-WRITE-RUN-STATUS.
      *
       8900-WRITE-RUN-STATUS.
           MOVE "BUGSWEEP" TO RUN-JOB-NAME
           MOVE SPACE TO RUN-PARTITION
           MOVE WS-RUN-DATE-RAW TO RUN-BUSINESS-DATE
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

       9000-TERMINATE.
           MOVE "KEYS SWEPT" TO WS-CL-LABEL
           MOVE WS-KEY-COUNT TO WS-CL-COUNT
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "GL HISTORY ENTRIES READ" TO WS-CL-LABEL
           MOVE WS-GL-ENTRY-COUNT TO WS-CL-COUNT
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "GL HISTORY ENTRIES SKIPPED (BAD AMOUNT)"
               TO WS-CL-LABEL
           MOVE WS-GL-SKIPPED-COUNT TO WS-CL-COUNT
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "KEYS WITH A BREAK" TO WS-CL-LABEL
           MOVE WS-BREAK-KEY-COUNT TO WS-CL-COUNT
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "BREAKS" TO WS-CL-LABEL
           MOVE WS-BREAK-COUNT TO WS-CL-COUNT
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "  HI -- RESULT VS LATEST HISTORY" TO WS-CL-LABEL
           MOVE WS-HI-COUNT TO WS-CL-COUNT
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "  BL -- BALANCE VS HISTORY NET" TO WS-CL-LABEL
           MOVE WS-BL-COUNT TO WS-CL-COUNT
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "  GL -- GL HISTORY NET VS POSITION" TO WS-CL-LABEL
           MOVE WS-GL-COUNT TO WS-CL-COUNT
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "  NH -- NO POSTED HISTORY" TO WS-CL-LABEL
           MOVE WS-NH-COUNT TO WS-CL-COUNT
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "  UB -- BALANCE NOT YET SEEDED" TO WS-CL-LABEL
           MOVE WS-UB-COUNT TO WS-CL-COUNT
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "ALERT THRESHOLD" TO WS-CL-LABEL
           MOVE WS-BREAK-THRESHOLD TO WS-CL-COUNT
           PERFORM 8100-WRITE-COUNT-LINE

           IF WS-BREAK-COUNT > WS-BREAK-THRESHOLD
               MOVE WS-BREAK-COUNT TO WS-ALK-COUNT
               MOVE WS-RUN-DATE-RAW TO WS-ALK-BUSINESS-DATE
               WRITE ALERT-RECORD FROM WS-ALERT-BREAK-LINE
               DISPLAY WS-ALERT-BREAK-LINE
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE "C" TO WS-RUN-STATUS-CODE
           PERFORM 8900-WRITE-RUN-STATUS

           CLOSE INQUIRY-FILE
           CLOSE AUDIT-HISTORY-FILE
           CLOSE GL-HISTORY-FILE
           CLOSE SWEEP-REPORT-FILE
           CLOSE ALERT-FILE
           CLOSE RUN-STATUS-FILE.
