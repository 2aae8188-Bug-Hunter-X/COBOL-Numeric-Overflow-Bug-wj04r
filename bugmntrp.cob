      *      them -- the resubmitted pair never made it through a
      *      batch run and the customer's fix never posted;
      *   2. corrections per operator ID;
      *   3. keys corrected more than once in the window;
      *   4. corrections a checker rejected on the BUG9 approval
      *      screen, or that expired unapproved (there or in the
      *      nightly BUGAPEXP pass), and approved ones closed because
      *      the batch refused the released record or support
      *      cancelled it from suspense -- keyed, but never posted.
      *      A batch closure shows operator "***" (see MAINTREC).
      * Answers "who changed key 123456 and did it ever post" without
      * anyone browsing the raw dataset by eye.
      *
           05  WS-UNDATED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-DENIED-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-OUTSIDE-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-APPROVED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-EXPIRED-COUNT        PIC 9(7) VALUE ZERO.

       01  WS-PRINT-CONTROL.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 999.
               "--- KEYS CORRECTED MORE THAN ONCE".
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-SECTION-DECLINED-LINE.
           05  FILLER                  PIC X(40) VALUE
               "--- CORRECTIONS REJECTED OR EXPIRED".
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-STALE-DETAIL-LINE.
           05  FILLER                  PIC X(10) VALUE "OPERATOR ".
           05  WS-ST-OPERATOR          PIC X(3).
           05  FILLER                  PIC X(6) VALUE " TIMES".
           05  FILLER                  PIC X(98) VALUE SPACES.

       01  WS-DECLINED-DETAIL-LINE.
           05  FILLER                  PIC X(4) VALUE "KEY ".
           05  WS-DC-KEY               PIC Z(5)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DC-ACTION            PIC X(8).
           05  FILLER                  PIC X(4) VALUE " BY ".
           05  WS-DC-OPERATOR          PIC X(3).
           05  FILLER                  PIC X(4) VALUE " ON ".
           05  WS-DC-DATE              PIC X(8).
           05  FILLER                  PIC X(16) VALUE
               "  VALUES KEYED: ".
           05  WS-DC-NEW-NUMBER        PIC Z(6)9.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-DC-NEW-NUMBER2       PIC Z(6)9.
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(30) VALUE
               "*** CORRECTIONS REPORT -- READ".
           05  FILLER                  PIC X(2) VALUE ": ".
           05  WS-DEN-COUNT            PIC Z,ZZZ,ZZ9.

       01  WS-DECISION-LINE.
           05  FILLER                  PIC X(30) VALUE
               "*** CHECKER DECISIONS -- APPRO".
           05  FILLER                  PIC X(6) VALUE "VED: ".
           05  WS-DEC-APPROVED         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE
               "  REJECTED: ".
           05  WS-DEC-REJECTED         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE
               "  EXPIRED: ".
           05  WS-DEC-EXPIRED          PIC Z,ZZZ,ZZ9.

       01  WS-OUTSIDE-LINE.
           05  FILLER                  PIC X(30) VALUE
               "*** RECORDS OUTSIDE THE REPORT".
           PERFORM 2000-PROCESS-RECORD UNTIL WS-EOF.
           PERFORM 5000-WRITE-OPERATOR-SECTION.
           PERFORM 6000-WRITE-MULTI-KEY-SECTION.
           PERFORM 7000-WRITE-DECLINED-SECTION.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      * inflating any operator's correction tally or the per-key
      * counts. Records from before the flag existed carry a space
      * there and read as accepted corrections, which they were.
      *
      * The checker's decisions on the BUG9 approval screen ("V"
      * approved, "R" rejected, "E" expired -- see MAINTREC), and the
      * "R" and "E" closures the batch writes under "***", are
      * records of their own for a correction the maker's "A" record
      * already counts, so they are only counted here; the rejected
      * and expired ones are listed by 7000-WRITE-DECLINED-SECTION.
      *
       2000-PROCESS-RECORD.
           ADD 1 TO WS-RECORD-COUNT
                   OR WS-RECORD-DATE > WS-WINDOW-DATE-TO
                   ADD 1 TO WS-OUTSIDE-COUNT
               ELSE
                   EVALUATE TRUE
                       WHEN MNT-ACTION-DENIED
                           ADD 1 TO WS-DENIED-COUNT
                       WHEN MNT-ACTION-APPROVED
                           ADD 1 TO WS-APPROVED-COUNT
                       WHEN MNT-ACTION-REJECTED
                           ADD 1 TO WS-REJECTED-COUNT
                       WHEN MNT-ACTION-EXPIRED
                           ADD 1 TO WS-EXPIRED-COUNT
                       WHEN OTHER
                           PERFORM 2500-TALLY-OPERATOR
                           PERFORM 2700-TALLY-KEY
                           PERFORM 3000-CHECK-STALE-PENDING
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM 2100-READ-MAINT-RECORD.
               ADD 1 TO WS-LINE-COUNT
           END-IF.

      *
      * The stale-pending section is written during the first pass,
      * so this section needs a pass of its own: MAINTFIL is closed
      * and reopened and read again from the top, listing each
      * rejected or expired decision inside the report window. The
      * section, heading and all, is only written when the first pass
      * counted any, so a quiet week prints no empty section and
      * costs no second read of the file.
      *
       7000-WRITE-DECLINED-SECTION.
           IF WS-REJECTED-COUNT > ZERO OR WS-EXPIRED-COUNT > ZERO
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 4100-WRITE-PAGE-HEADER
               END-IF
               WRITE MAINT-REPORT-RECORD FROM WS-SECTION-DECLINED-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
               CLOSE MAINT-AUDIT-FILE
               OPEN INPUT MAINT-AUDIT-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 2100-READ-MAINT-RECORD
               PERFORM 7100-CHECK-DECLINED-RECORD UNTIL WS-EOF
           END-IF.

       7100-CHECK-DECLINED-RECORD.
           IF (MNT-ACTION-REJECTED OR MNT-ACTION-EXPIRED)
               AND MNT-TIMESTAMP(1:8) IS NUMERIC
               MOVE MNT-TIMESTAMP(1:8) TO WS-RECORD-DATE
               IF WS-RECORD-DATE NOT < WS-WINDOW-DATE-FROM
                   AND WS-RECORD-DATE NOT > WS-WINDOW-DATE-TO
                   PERFORM 7500-WRITE-DECLINED-LINE
               END-IF
           END-IF
           PERFORM 2100-READ-MAINT-RECORD.

       7500-WRITE-DECLINED-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4100-WRITE-PAGE-HEADER
           END-IF
           MOVE MNT-KEY TO WS-DC-KEY
           IF MNT-ACTION-REJECTED
               MOVE "REJECTED" TO WS-DC-ACTION
           ELSE
               MOVE "EXPIRED" TO WS-DC-ACTION
           END-IF
           MOVE MNT-OPERATOR-ID TO WS-DC-OPERATOR
           MOVE MNT-TIMESTAMP(1:8) TO WS-DC-DATE
           MOVE MNT-NEW-NUMBER TO WS-DC-NEW-NUMBER
           MOVE MNT-NEW-NUMBER2 TO WS-DC-NEW-NUMBER2
           WRITE MAINT-REPORT-RECORD FROM WS-DECLINED-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       9000-TERMINATE.
           MOVE WS-RECORD-COUNT TO WS-SUM-RECORD-COUNT
           MOVE WS-STALE-COUNT TO WS-SUM-STALE-COUNT
                   AFTER ADVANCING 1 LINE
           END-IF

           IF WS-APPROVED-COUNT > ZERO
               OR WS-REJECTED-COUNT > ZERO
               OR WS-EXPIRED-COUNT > ZERO
               MOVE WS-APPROVED-COUNT TO WS-DEC-APPROVED
               MOVE WS-REJECTED-COUNT TO WS-DEC-REJECTED
               MOVE WS-EXPIRED-COUNT TO WS-DEC-EXPIRED
               WRITE MAINT-REPORT-RECORD FROM WS-DECISION-LINE
                   AFTER ADVANCING 1 LINE
               DISPLAY WS-DECISION-LINE
           END-IF

           IF WS-DENIED-COUNT > ZERO
               MOVE WS-DENIED-COUNT TO WS-DEN-COUNT
               WRITE MAINT-REPORT-RECORD FROM WS-DENIED-LINE
