       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGCLOSE.
      *
      * GL period close (see jcl/BUGCLOSEJOB.jcl). Accounting's one
      * way of opening and closing a period on the period control
      * file, PERDFILE (see copybooks/PERDREC.cpy), which BUG,
      * BUGMERGE, and BUGGLPST consult before they post: a business
      * date in a closed period is refused unless an authorized
      * override card names the run.
      *
      * A close card first takes the month-end snapshot, SNAPFILE
      * (see copybooks/SNAPREC.cpy): every key on the inquiry master
      * with its IQ-CUMULATIVE-BALANCE as it stands and the interest
      * posted to it in the period, summed off the GL posting history
      * (GLHFILE, see copybooks/GLHREC.cpy). Statements and audits
      * of the month then read a figure that does not move, instead
      * of the live master. The snapshot is read back and tied to the
      * pass that wrote it before the period is marked closed, and
      * the period record carries its totals.
      *
      * The close refuses -- RC 8, an alert, an "F" run status, the
      * period left as it was -- when the card is invalid, when the
      * operator lacks period authority on AUTHFILE (see copybooks/
      * AUTHREC.cpy), when the period is already closed or has not
      * yet ended, when any master record was updated after the
      * period ended (its balance would no longer be the month-end
      * figure), or when the snapshot does not tie. The close must
      * therefore run after the month's last BUG and BUGGLPST runs
      * and before the first run of the next month.
      *
      * An open card opens the period -- reopens one closed in error,
      * or adds a period not yet on the file. A closed period can only
      * be reopened while no later period has posted: once the master
      * carries a posting dated after the period, the card is refused
      * and a late adjustment goes through a period override card on
      * the run that posts it. Closing a reopened period again keeps
      * the snapshot its first close took and ties it once more to
      * the totals on the period record -- like an override, nothing
      * posted while it was open moves the month-end figure -- so the
      * re-close neither needs the master to stand still nor can lose
      * the snapshot it already has.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-CARD-FILE ASSIGN TO CLOSFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO PERDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-PERIOD
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT AUTHORIZATION-FILE ASSIGN TO AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-OPERATOR-ID
               FILE STATUS IS WS-AUTH-FILE-STATUS.

      *
      * INQUIRY-FILE and GL-HISTORY-FILE are only read: a START and
      * READ NEXT pass over the whole master, and for each key a
      * START at the period's first day on its GL history. ACCESS
      * DYNAMIC on SNAPSHOT-FILE for the browse that clears and then
      * reads back the period's entries, and the keyed WRITE between.
      *
           SELECT INQUIRY-FILE ASSIGN TO INQFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IQ-KEY
               FILE STATUS IS WS-INQUIRY-FILE-STATUS.

           SELECT GL-HISTORY-FILE ASSIGN TO GLHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLH-HISTORY-KEY
               FILE STATUS IS WS-GL-HISTORY-FILE-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO SNAPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-SNAPSHOT-KEY
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO RUNSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-STATUS-KEY
               FILE STATUS IS WS-RUN-STATUS-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO ALRTFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT CLOSE-REPORT-FILE ASSIGN TO CLOSRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-CARD-FILE
           RECORDING MODE IS F.
       01  CLOSE-CARD.
           05  CLS-PERIOD              PIC 9(6).
           05  FILLER                  PIC X.
           05  CLS-ACTION              PIC X.
           05  FILLER                  PIC X.
           05  CLS-OPERATOR-ID         PIC X(3).
           05  FILLER                  PIC X(68).

       FD  PERIOD-CONTROL-FILE.
           COPY PERDREC.

       FD  AUTHORIZATION-FILE.
           COPY AUTHREC.

       FD  INQUIRY-FILE.
           COPY INQREC.

       FD  GL-HISTORY-FILE.
           COPY GLHREC.

       FD  SNAPSHOT-FILE.
           COPY SNAPREC.

       FD  RUN-STATUS-FILE.
           COPY RUNSREC.

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01  ALERT-RECORD                PIC X(80).

       FD  CLOSE-REPORT-FILE
           RECORDING MODE IS F.
       01  CLOSE-REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-PERIOD-FILE-STATUS   PIC XX VALUE "00".
           05  WS-AUTH-FILE-STATUS     PIC XX VALUE "00".
           05  WS-INQUIRY-FILE-STATUS  PIC XX VALUE "00".
           05  WS-GL-HISTORY-FILE-STATUS PIC XX VALUE "00".
           05  WS-SNAPSHOT-FILE-STATUS PIC XX VALUE "00".
           05  WS-RUN-STATUS-FILE-STATUS PIC XX VALUE "00".
           05  WS-RUN-STATUS-CODE      PIC X VALUE "S".
           05  WS-CLOSE-FLAG           PIC X VALUE "0".
               88  WS-CLOSE-ALLOWED    VALUE "0".
               88  WS-CLOSE-REFUSED    VALUE "1".
           05  WS-REFUSAL-REASON       PIC X(40) VALUE SPACES.
           05  WS-STATUS-STARTED-FLAG  PIC X VALUE "N".
               88  WS-STATUS-STARTED   VALUE "Y".
           05  WS-SCAN-DONE-FLAG       PIC X VALUE "N".
               88  WS-SCAN-DONE        VALUE "Y".
           05  WS-HISTORY-DONE-FLAG    PIC X VALUE "N".
               88  WS-HISTORY-DONE     VALUE "Y".
           05  WS-DATE-CHECK-FLAG      PIC X VALUE "N".
               88  WS-DATE-CHECK-NEEDED VALUE "Y".
           05  WS-SNAPSHOT-KEPT-FLAG   PIC X VALUE "N".
               88  WS-SNAPSHOT-KEPT    VALUE "Y".

      *
      * What the card asked for, and the first and last posting dates
      * the period can hold. The last day is taken as the 31st
      * whatever the month: no posting date falls between a short
      * month's true last day and the 31st, so the bound serves for
      * every month without a calendar.
      *
       01  WS-CLOSE-REQUEST.
           05  WS-CLOSE-PERIOD         PIC 9(6) VALUE ZERO.
           05  WS-CLOSE-PERIOD-PARTS REDEFINES WS-CLOSE-PERIOD.
               10  WS-CLOSE-CCYY       PIC 9(4).
               10  WS-CLOSE-MM         PIC 9(2).
           05  WS-CLOSE-ACTION         PIC X VALUE SPACE.
               88  WS-ACTION-CLOSE     VALUE "C".
               88  WS-ACTION-OPEN      VALUE "O".
           05  WS-CLOSE-OPERATOR-ID    PIC X(3) VALUE SPACES.
           05  WS-PERIOD-START-DATE    PIC 9(8) VALUE ZERO.
           05  WS-PERIOD-END-DATE      PIC 9(8) VALUE ZERO.

       01  WS-RUN-DATE-RAW             PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-RAW.
           05  WS-RUN-PERIOD           PIC 9(6).
           05  FILLER                  PIC 9(2).

       01  WS-RUN-DATE-EDITED.
           05  WS-RUN-DATE-MM          PIC 9(2).
           05  FILLER                  PIC X VALUE "/".
           05  WS-RUN-DATE-DD          PIC 9(2).
           05  FILLER                  PIC X VALUE "/".
           05  WS-RUN-DATE-CCYY        PIC 9(4).

       01  WS-SNAPSHOT-TIMESTAMP       PIC X(21) VALUE SPACES.

       01  WS-KEY-WORK.
           05  WS-CURRENT-KEY          PIC 9(6) VALUE ZERO.
           05  WS-KEY-INTEREST         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-KEY-SKIPPED-COUNT    PIC 9(5) VALUE ZERO.

       01  WS-TOTALS.
           05  WS-MASTER-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-LATER-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-REPLACED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-SNAPSHOT-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-SEEDED-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-SKIPPED-KEY-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-SKIPPED-ENTRY-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-BALANCE-TOTAL        PIC S9(15) COMP-3 VALUE ZERO.
           05  WS-INTEREST-TOTAL       PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-READBACK-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-READBACK-BALANCE     PIC S9(15) COMP-3 VALUE ZERO.
           05  WS-READBACK-INTEREST    PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(27) VALUE
               "GL PERIOD CONTROL -- PERIOD".
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RH-PERIOD            PIC 9(6).
           05  FILLER                  PIC X(9) VALUE "  ACTION ".
           05  WS-RH-ACTION            PIC X.
           05  FILLER                  PIC X(11) VALUE
               "  OPERATOR ".
           05  WS-RH-OPERATOR-ID       PIC X(3).
           05  FILLER                  PIC X(11) VALUE
               "  RUN DATE ".
           05  WS-RH-RUN-DATE          PIC 9(8).
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-SEEDED-LINE.
           05  FILLER                  PIC X(4) VALUE "KEY ".
           05  WS-SL-KEY               PIC 9(6).
           05  FILLER                  PIC X(42) VALUE
               "  BALANCE NOT ON MASTER -- SNAPSHOT AT THE".
           05  FILLER                  PIC X(16) VALUE
               " POSTED RESULT ".
           05  WS-SL-NUMBER3           PIC Z(7)9.
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-SKIPPED-LINE.
           05  FILLER                  PIC X(4) VALUE "KEY ".
           05  WS-SK-KEY               PIC 9(6).
           05  FILLER                  PIC X(25) VALUE
               "  PERIOD INTEREST LEAVES ".
           05  WS-SK-SKIPPED-COUNT     PIC Z(4)9.
           05  FILLER                  PIC X(41) VALUE
               " GL HISTORY ENTRIES NOT VALID PACKED DATA".
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-REFUSAL-LINE.
           05  FILLER                  PIC X(28) VALUE
               "*** PERIOD CONTROL REFUSED -".
           05  FILLER                  PIC X(2) VALUE "- ".
           05  WS-RF-REASON            PIC X(40).
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-STATUS-LINE.
           05  FILLER                  PIC X(14) VALUE
               "*** GL PERIOD ".
           05  WS-ST-PERIOD            PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-ST-STATUS            PIC X(20).
           05  FILLER                  PIC X(91) VALUE SPACES.

      *
      * The tie-out section is one label and one figure per line, the
      * money figures with their cents.
      *
       01  WS-TIE-LINE.
           05  FILLER                  PIC X(4) VALUE "*** ".
           05  WS-TL-LABEL             PIC X(44).
           05  WS-TL-VALUE             PIC -(15)9.
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  WS-TIE-AMOUNT-LINE.
           05  FILLER                  PIC X(4) VALUE "*** ".
           05  WS-TA-LABEL             PIC X(44).
           05  WS-TA-VALUE             PIC -(13)9.99.
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-ALERT-REFUSED-LINE.
           05  FILLER              PIC X(30) VALUE
               "*** ALERT: GL PERIOD CONTROL R".
           05  FILLER              PIC X(14) VALUE
               "EFUSED -- PER ".
           05  WS-ALR-PERIOD       PIC 9(6).
           05  FILLER              PIC X(10) VALUE " RUN DATE ".
           05  WS-ALR-RUN-DATE     PIC X(10).
           05  FILLER              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.

           IF WS-CLOSE-ALLOWED
               PERFORM 1500-CHECK-PERIOD-STATUS
           END-IF

           IF WS-CLOSE-ALLOWED
               AND WS-DATE-CHECK-NEEDED
               PERFORM 2000-CHECK-MASTER-DATES
           END-IF

           IF WS-CLOSE-ALLOWED
               AND WS-ACTION-CLOSE
               IF NOT WS-SNAPSHOT-KEPT
                   PERFORM 3000-CLEAR-PRIOR-SNAPSHOT
                   PERFORM 4000-TAKE-SNAPSHOT
               END-IF
               PERFORM 6000-VERIFY-SNAPSHOT
           END-IF

           IF WS-CLOSE-ALLOWED
               PERFORM 7000-SET-PERIOD-STATUS
               IF WS-ACTION-CLOSE
                   PERFORM 7500-WRITE-TIE-OUT
               END-IF
           ELSE
               PERFORM 8000-WRITE-REFUSAL
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 9000-TERMINATE.
           STOP RUN.

      *
      * The "S" run-status record goes down once the card is known
      * valid, before any check that can refuse, as BUGBKOUT's does;
      * a card that is not valid just refuses. The close runs under
      * its own wall-clock date, the date RUNSFILE keys it by.
      *
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE-RAW(5:2) TO WS-RUN-DATE-MM
           MOVE WS-RUN-DATE-RAW(7:2) TO WS-RUN-DATE-DD
           MOVE WS-RUN-DATE-RAW(1:4) TO WS-RUN-DATE-CCYY
           MOVE FUNCTION CURRENT-DATE TO WS-SNAPSHOT-TIMESTAMP

           OPEN INPUT CLOSE-CARD-FILE
           READ CLOSE-CARD-FILE
               AT END
                   MOVE SPACES TO CLOSE-CARD
           END-READ
           CLOSE CLOSE-CARD-FILE

           OPEN I-O PERIOD-CONTROL-FILE
           OPEN INPUT INQUIRY-FILE
           OPEN INPUT GL-HISTORY-FILE
           OPEN I-O SNAPSHOT-FILE
           OPEN I-O RUN-STATUS-FILE
           OPEN OUTPUT ALERT-FILE
           OPEN OUTPUT CLOSE-REPORT-FILE

           IF CLS-PERIOD IS NUMERIC
               AND (CLS-ACTION = "C" OR CLS-ACTION = "O")
               AND CLS-OPERATOR-ID NOT = SPACES
               MOVE CLS-PERIOD TO WS-CLOSE-PERIOD
               MOVE CLS-ACTION TO WS-CLOSE-ACTION
               MOVE CLS-OPERATOR-ID TO WS-CLOSE-OPERATOR-ID
               IF WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
                   SET WS-CLOSE-REFUSED TO TRUE
                   MOVE "INVALID PERIOD CONTROL CARD"
                       TO WS-REFUSAL-REASON
               END-IF
           ELSE
               SET WS-CLOSE-REFUSED TO TRUE
               MOVE "INVALID PERIOD CONTROL CARD" TO WS-REFUSAL-REASON
           END-IF

           COMPUTE WS-PERIOD-START-DATE = WS-CLOSE-PERIOD * 100 + 1
           COMPUTE WS-PERIOD-END-DATE = WS-CLOSE-PERIOD * 100 + 31

           MOVE WS-CLOSE-PERIOD TO WS-RH-PERIOD
           MOVE WS-CLOSE-ACTION TO WS-RH-ACTION
           MOVE WS-CLOSE-OPERATOR-ID TO WS-RH-OPERATOR-ID
           MOVE WS-RUN-DATE-RAW TO WS-RH-RUN-DATE
           WRITE CLOSE-REPORT-RECORD FROM WS-REPORT-HEADER-LINE

           IF WS-CLOSE-ALLOWED
               SET WS-STATUS-STARTED TO TRUE
               MOVE "S" TO WS-RUN-STATUS-CODE
               PERFORM 8900-WRITE-RUN-STATUS
               PERFORM 1100-CHECK-AUTHORITY
           END-IF.

      *
      * Fails closed, like BUG007C's update check: an operator with
      * no AUTHFILE record has no period authority.
      *
       1100-CHECK-AUTHORITY.
           OPEN INPUT AUTHORIZATION-FILE
           MOVE WS-CLOSE-OPERATOR-ID TO AUT-OPERATOR-ID
           READ AUTHORIZATION-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-AUTH-FILE-STATUS NOT = "00"
               OR NOT AUT-PERIOD-AUTHORITY
               SET WS-CLOSE-REFUSED TO TRUE
               MOVE "OPERATOR HAS NO PERIOD AUTHORITY"
                   TO WS-REFUSAL-REASON
           END-IF

           CLOSE AUTHORIZATION-FILE.

      *
      * A period closes once, and only after it has ended -- the
      * current month is still taking postings. Opening a closed
      * period needs the master-date check (2000) to find nothing
      * posted after it; opening one that is not closed just records
      * it open. A period record that already carries a snapshot but
      * is open was reopened, and its close keeps that snapshot: the
      * totals it is tied to are the ones its first close recorded.
      * Only a not-found ("23") means the period is not on the file.
      *
       1500-CHECK-PERIOD-STATUS.
           MOVE WS-CLOSE-PERIOD TO PRD-PERIOD
           READ PERIOD-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN WS-PERIOD-FILE-STATUS NOT = "00"
                   AND WS-PERIOD-FILE-STATUS NOT = "23"
                   SET WS-CLOSE-REFUSED TO TRUE
                   MOVE "PERIOD FILE UNREADABLE" TO WS-REFUSAL-REASON
               WHEN WS-ACTION-OPEN
                   IF WS-PERIOD-FILE-STATUS = "00"
                       AND PRD-PERIOD-CLOSED
                       SET WS-DATE-CHECK-NEEDED TO TRUE
                   END-IF
               WHEN WS-PERIOD-FILE-STATUS = "00"
                   AND PRD-PERIOD-CLOSED
                   SET WS-CLOSE-REFUSED TO TRUE
                   MOVE "PERIOD IS ALREADY CLOSED" TO WS-REFUSAL-REASON
               WHEN WS-CLOSE-PERIOD NOT < WS-RUN-PERIOD
                   SET WS-CLOSE-REFUSED TO TRUE
                   MOVE "PERIOD HAS NOT ENDED" TO WS-REFUSAL-REASON
               WHEN WS-PERIOD-FILE-STATUS = "00"
                   AND PRD-SNAPSHOT-COUNT IS NUMERIC
                   AND PRD-SNAPSHOT-COUNT > ZERO
                   SET WS-SNAPSHOT-KEPT TO TRUE
                   MOVE PRD-SNAPSHOT-COUNT TO WS-SNAPSHOT-COUNT
                   MOVE PRD-SNAPSHOT-BALANCE TO WS-BALANCE-TOTAL
                   MOVE PRD-SNAPSHOT-INTEREST TO WS-INTEREST-TOTAL
               WHEN OTHER
                   SET WS-DATE-CHECK-NEEDED TO TRUE
           END-EVALUATE.

      *
      * A master record updated after the period ended carries a
      * balance that already includes the next month's postings, so
      * the snapshot would not be the month-end figure. One pass over
      * the whole master before anything is written: any such record
      * refuses the close. It refuses a reopen just the same -- a
      * later period has posted on top of the month, which is then
      * past reopening. A date that is not numeric (an old-layout
      * record, see copybooks/INQREC.cpy) has not been posted since.
      *
       2000-CHECK-MASTER-DATES.
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE ZERO TO IQ-KEY
           START INQUIRY-FILE KEY IS NOT LESS THAN IQ-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START

           PERFORM 2100-CHECK-MASTER-RECORD UNTIL WS-SCAN-DONE

           IF WS-LATER-COUNT > ZERO
               SET WS-CLOSE-REFUSED TO TRUE
               IF WS-ACTION-OPEN
                   MOVE "LATER PERIOD HAS POSTINGS -- NO REOPEN"
                       TO WS-REFUSAL-REASON
               ELSE
                   MOVE "MASTER HAS POSTINGS AFTER THE PERIOD"
                       TO WS-REFUSAL-REASON
               END-IF
               DISPLAY "*** MASTER RECORDS UPDATED AFTER THE PERIOD: "
                   WS-LATER-COUNT
           END-IF.

       2100-CHECK-MASTER-RECORD.
           READ INQUIRY-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ

           IF NOT WS-SCAN-DONE
               ADD 1 TO WS-MASTER-COUNT
               IF IQ-LAST-UPDATE-DATE IS NUMERIC
                   AND IQ-LAST-UPDATE-DATE > WS-PERIOD-END-DATE
                   ADD 1 TO WS-LATER-COUNT
               END-IF
           END-IF.

      *
      * Only a period never closed gets here, so any entries already
      * under its key prefix are what a close refused at the tie-out
      * left behind; they are removed first so a key that has left
      * the master since does not linger in the new snapshot.
      *
       3000-CLEAR-PRIOR-SNAPSHOT.
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE WS-CLOSE-PERIOD TO SNP-PERIOD
           MOVE ZERO TO SNP-KEY
           START SNAPSHOT-FILE KEY IS NOT LESS THAN SNP-SNAPSHOT-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START

           PERFORM 3100-CLEAR-SNAPSHOT-ENTRY UNTIL WS-SCAN-DONE.

       3100-CLEAR-SNAPSHOT-ENTRY.
           READ SNAPSHOT-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ

           IF NOT WS-SCAN-DONE
               IF SNP-PERIOD NOT = WS-CLOSE-PERIOD
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   DELETE SNAPSHOT-FILE RECORD
                       INVALID KEY
                           DISPLAY "*** ERROR DELETING SNAPSHOT "
                               "RECORD FOR KEY " SNP-KEY
                   END-DELETE
                   ADD 1 TO WS-REPLACED-COUNT
               END-IF
           END-IF.

       4000-TAKE-SNAPSHOT.
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE ZERO TO IQ-KEY
           START INQUIRY-FILE KEY IS NOT LESS THAN IQ-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START

           PERFORM 4100-SNAPSHOT-KEY UNTIL WS-SCAN-DONE.

      *
      * A balance that is not valid packed data is snapshotted at the
      * key's posted result, the figure bug.cob's 4500-WRITE-INQUIRY-
      * RECORD seeds it from, and listed on the report. A key whose
      * period interest left out GL history entries (4300) is flagged
      * and listed the same way.
      *
       4100-SNAPSHOT-KEY.
           READ INQUIRY-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ

           IF NOT WS-SCAN-DONE
               MOVE IQ-KEY TO WS-CURRENT-KEY
               PERFORM 4200-SUM-PERIOD-INTEREST

               MOVE SPACES TO PERIOD-SNAPSHOT-RECORD
               MOVE WS-CLOSE-PERIOD TO SNP-PERIOD
               MOVE IQ-KEY TO SNP-KEY
               MOVE WS-KEY-INTEREST TO SNP-PERIOD-INTEREST
               MOVE WS-SNAPSHOT-TIMESTAMP TO SNP-SNAPSHOT-TIMESTAMP

               IF WS-KEY-SKIPPED-COUNT > ZERO
                   SET SNP-INTEREST-INCOMPLETE TO TRUE
                   ADD 1 TO WS-SKIPPED-KEY-COUNT
                   PERFORM 4450-WRITE-SKIPPED-LINE
               END-IF

               IF IQ-NUMBER3 IS NUMERIC
                   MOVE IQ-NUMBER3 TO SNP-NUMBER3
               ELSE
                   MOVE ZERO TO SNP-NUMBER3
               END-IF

               IF IQ-LAST-UPDATE-DATE IS NUMERIC
                   MOVE IQ-LAST-UPDATE-DATE TO SNP-LAST-UPDATE-DATE
               ELSE
                   MOVE ZERO TO SNP-LAST-UPDATE-DATE
               END-IF

               IF IQ-CUMULATIVE-BALANCE IS NUMERIC
                   MOVE IQ-CUMULATIVE-BALANCE
                       TO SNP-CUMULATIVE-BALANCE
               ELSE
                   MOVE SNP-NUMBER3 TO SNP-CUMULATIVE-BALANCE
                   SET SNP-BALANCE-SEEDED TO TRUE
                   ADD 1 TO WS-SEEDED-COUNT
                   PERFORM 4400-WRITE-SEEDED-LINE
               END-IF

               WRITE PERIOD-SNAPSHOT-RECORD
                   INVALID KEY
                       DISPLAY "*** ERROR WRITING SNAPSHOT RECORD "
                           "FOR KEY " SNP-KEY
                           " STATUS " WS-SNAPSHOT-FILE-STATUS
               END-WRITE

               ADD 1 TO WS-SNAPSHOT-COUNT
               ADD SNP-CUMULATIVE-BALANCE TO WS-BALANCE-TOTAL
               ADD SNP-PERIOD-INTEREST TO WS-INTEREST-TOTAL
           END-IF.

      *
      * The key's GL history sits in posting-date order under its key
      * (see copybooks/GLHREC.cpy), so a START at the period's first
      * day and a READ NEXT until the key or the period changes sees
      * exactly the month's entries. Reversals and backouts carry
      * their own signs and are summed with the rest, as BUGL sums
      * its MTD figure. An interest amount that is not valid packed
      * data is left out and counted, as bugsweep.cob's 3600 passes
      * such an entry over, rather than abend the close half way
      * through the snapshot.
      *
       4200-SUM-PERIOD-INTEREST.
           MOVE ZERO TO WS-KEY-INTEREST
           MOVE ZERO TO WS-KEY-SKIPPED-COUNT
           MOVE "N" TO WS-HISTORY-DONE-FLAG
           MOVE WS-CURRENT-KEY TO GLH-KEY
           MOVE WS-PERIOD-START-DATE TO GLH-POSTING-DATE
           MOVE ZERO TO GLH-ENTRY-SEQUENCE
           START GL-HISTORY-FILE KEY IS NOT LESS THAN GLH-HISTORY-KEY
               INVALID KEY
                   SET WS-HISTORY-DONE TO TRUE
           END-START

           PERFORM 4300-ADD-PERIOD-INTEREST UNTIL WS-HISTORY-DONE.

       4300-ADD-PERIOD-INTEREST.
           READ GL-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HISTORY-DONE TO TRUE
           END-READ

           IF NOT WS-HISTORY-DONE
               IF GLH-KEY NOT = WS-CURRENT-KEY
                   OR GLH-POSTING-DATE > WS-PERIOD-END-DATE
                   SET WS-HISTORY-DONE TO TRUE
               ELSE
                   IF GLH-INTEREST-AMOUNT IS NUMERIC
                       ADD GLH-INTEREST-AMOUNT TO WS-KEY-INTEREST
                   ELSE
                       ADD 1 TO WS-KEY-SKIPPED-COUNT
                       ADD 1 TO WS-SKIPPED-ENTRY-COUNT
                   END-IF
               END-IF
           END-IF.

       4400-WRITE-SEEDED-LINE.
           MOVE SNP-KEY TO WS-SL-KEY
           MOVE SNP-NUMBER3 TO WS-SL-NUMBER3
           WRITE CLOSE-REPORT-RECORD FROM WS-SEEDED-LINE.

       4450-WRITE-SKIPPED-LINE.
           MOVE SNP-KEY TO WS-SK-KEY
           MOVE WS-KEY-SKIPPED-COUNT TO WS-SK-SKIPPED-COUNT
           WRITE CLOSE-REPORT-RECORD FROM WS-SKIPPED-LINE.

      *
      * The period's entries are read back off SNAPFILE and must come
      * to the count and totals the snapshot pass wrote -- an entry
      * that failed to write, or a leftover the clear missed, refuses
      * the close rather than leave a month-end that does not add up.
      * A kept snapshot is held to the totals its first close left on
      * the period record, and a refusal leaves it untouched.
      *
       6000-VERIFY-SNAPSHOT.
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE WS-CLOSE-PERIOD TO SNP-PERIOD
           MOVE ZERO TO SNP-KEY
           START SNAPSHOT-FILE KEY IS NOT LESS THAN SNP-SNAPSHOT-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START

           PERFORM 6100-VERIFY-SNAPSHOT-ENTRY UNTIL WS-SCAN-DONE

           IF WS-READBACK-COUNT NOT = WS-SNAPSHOT-COUNT
               OR WS-READBACK-BALANCE NOT = WS-BALANCE-TOTAL
               OR WS-READBACK-INTEREST NOT = WS-INTEREST-TOTAL
               SET WS-CLOSE-REFUSED TO TRUE
               IF WS-SNAPSHOT-KEPT
                   MOVE "KEPT SNAPSHOT DOES NOT TIE TO THE PERIOD"
                       TO WS-REFUSAL-REASON
               ELSE
                   MOVE "SNAPSHOT DOES NOT TIE TO THE MASTER PASS"
                       TO WS-REFUSAL-REASON
               END-IF
           END-IF.

       6100-VERIFY-SNAPSHOT-ENTRY.
           READ SNAPSHOT-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ

           IF NOT WS-SCAN-DONE
               IF SNP-PERIOD NOT = WS-CLOSE-PERIOD
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-READBACK-COUNT
                   ADD SNP-CUMULATIVE-BALANCE TO WS-READBACK-BALANCE
                   ADD SNP-PERIOD-INTEREST TO WS-READBACK-INTEREST
               END-IF
           END-IF.

      *
      * Same READ-then-REWRITE-or-WRITE shape as 8900-WRITE-RUN-
      * STATUS. A period new to the file starts with no snapshot and
      * no overrides; an existing one keeps its override log.
      *
       7000-SET-PERIOD-STATUS.
           MOVE WS-CLOSE-PERIOD TO PRD-PERIOD
           READ PERIOD-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-PERIOD-FILE-STATUS NOT = "00"
               MOVE SPACES TO PERIOD-CONTROL-RECORD
               MOVE WS-CLOSE-PERIOD TO PRD-PERIOD
               MOVE ZERO TO PRD-SNAPSHOT-COUNT
               MOVE ZERO TO PRD-SNAPSHOT-BALANCE
               MOVE ZERO TO PRD-SNAPSHOT-INTEREST
               MOVE ZERO TO PRD-OVERRIDE-COUNT
               MOVE ZERO TO PRD-LAST-OVERRIDE-DATE
           END-IF

           IF WS-ACTION-CLOSE
               SET PRD-PERIOD-CLOSED TO TRUE
               MOVE WS-SNAPSHOT-COUNT TO PRD-SNAPSHOT-COUNT
               MOVE WS-BALANCE-TOTAL TO PRD-SNAPSHOT-BALANCE
               MOVE WS-INTEREST-TOTAL TO PRD-SNAPSHOT-INTEREST
               MOVE "CLOSED" TO WS-ST-STATUS
           ELSE
               SET PRD-PERIOD-OPEN TO TRUE
               MOVE "OPEN" TO WS-ST-STATUS
           END-IF
           MOVE WS-RUN-DATE-RAW TO PRD-STATUS-DATE
           MOVE WS-SNAPSHOT-TIMESTAMP TO PRD-STATUS-TIMESTAMP
           MOVE WS-CLOSE-OPERATOR-ID TO PRD-STATUS-OPERATOR

           IF WS-PERIOD-FILE-STATUS = "00"
               REWRITE PERIOD-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "*** ERROR REWRITING PERIOD CONTROL "
                           "RECORD STATUS " WS-PERIOD-FILE-STATUS
               END-REWRITE
           ELSE
               WRITE PERIOD-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "*** ERROR WRITING PERIOD CONTROL "
                           "RECORD STATUS " WS-PERIOD-FILE-STATUS
               END-WRITE
           END-IF

           MOVE WS-CLOSE-PERIOD TO WS-ST-PERIOD
           WRITE CLOSE-REPORT-RECORD FROM WS-STATUS-LINE
           DISPLAY WS-STATUS-LINE.

       7500-WRITE-TIE-OUT.
           MOVE "MASTER RECORDS READ" TO WS-TL-LABEL
           MOVE WS-MASTER-COUNT TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           IF WS-SNAPSHOT-KEPT
               MOVE "SNAPSHOT ENTRIES KEPT FROM THE FIRST CLOSE"
                   TO WS-TL-LABEL
           ELSE
               MOVE "EARLIER SNAPSHOT ENTRIES REPLACED" TO WS-TL-LABEL
               MOVE WS-REPLACED-COUNT TO WS-TL-VALUE
               PERFORM 7900-WRITE-TIE-LINE
               MOVE "SNAPSHOT ENTRIES WRITTEN" TO WS-TL-LABEL
           END-IF
           MOVE WS-SNAPSHOT-COUNT TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           MOVE "  BALANCES TAKEN AT THE POSTED RESULT" TO WS-TL-LABEL
           MOVE WS-SEEDED-COUNT TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           MOVE "  INTEREST LEAVING OUT INVALID GL ENTRIES"
               TO WS-TL-LABEL
           MOVE WS-SKIPPED-KEY-COUNT TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           MOVE "GL HISTORY ENTRIES NOT VALID PACKED DATA"
               TO WS-TL-LABEL
           MOVE WS-SKIPPED-ENTRY-COUNT TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           MOVE "SNAPSHOT ENTRIES READ BACK" TO WS-TL-LABEL
           MOVE WS-READBACK-COUNT TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           MOVE "CLOSING BALANCE TOTAL" TO WS-TL-LABEL
           MOVE WS-BALANCE-TOTAL TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           MOVE "CLOSING BALANCE TOTAL READ BACK" TO WS-TL-LABEL
           MOVE WS-READBACK-BALANCE TO WS-TL-VALUE
           PERFORM 7900-WRITE-TIE-LINE
           MOVE "PERIOD INTEREST TOTAL" TO WS-TA-LABEL
           MOVE WS-INTEREST-TOTAL TO WS-TA-VALUE
           PERFORM 7950-WRITE-TIE-AMOUNT-LINE
           MOVE "PERIOD INTEREST TOTAL READ BACK" TO WS-TA-LABEL
           MOVE WS-READBACK-INTEREST TO WS-TA-VALUE
           PERFORM 7950-WRITE-TIE-AMOUNT-LINE.

       7900-WRITE-TIE-LINE.
           WRITE CLOSE-REPORT-RECORD FROM WS-TIE-LINE
           DISPLAY WS-TIE-LINE.

       7950-WRITE-TIE-AMOUNT-LINE.
           WRITE CLOSE-REPORT-RECORD FROM WS-TIE-AMOUNT-LINE
           DISPLAY WS-TIE-AMOUNT-LINE.

       8000-WRITE-REFUSAL.
           MOVE WS-REFUSAL-REASON TO WS-RF-REASON
           WRITE CLOSE-REPORT-RECORD FROM WS-REFUSAL-LINE
           DISPLAY WS-REFUSAL-LINE
           PERFORM 8800-WRITE-ALERT-REFUSED-LINE.

       8800-WRITE-ALERT-REFUSED-LINE.
           MOVE WS-CLOSE-PERIOD TO WS-ALR-PERIOD
           MOVE WS-RUN-DATE-EDITED TO WS-ALR-RUN-DATE
           WRITE ALERT-RECORD FROM WS-ALERT-REFUSED-LINE.

      *
      * Same READ-then-REWRITE-or-WRITE shape as bug.cob's
      * 8900-WRITE-RUN-STATUS. The record count is the snapshot's.
      *
       8900-WRITE-RUN-STATUS.
           MOVE "BUGCLOSE" TO RUN-JOB-NAME
           MOVE SPACE TO RUN-PARTITION
           MOVE WS-RUN-DATE-RAW TO RUN-BUSINESS-DATE
           MOVE WS-RUN-STATUS-CODE TO RUN-STATUS-CODE
           READ RUN-STATUS-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           MOVE "STEP010" TO RUN-STEP-NAME
           MOVE WS-SNAPSHOT-COUNT TO RUN-RECORD-COUNT
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
      * A refusal after the "S" record records "F"; a refused card
      * never wrote an "S" and records nothing.
      *
       9000-TERMINATE.
           IF WS-CLOSE-REFUSED
               IF WS-STATUS-STARTED
                   MOVE "F" TO WS-RUN-STATUS-CODE
                   PERFORM 8900-WRITE-RUN-STATUS
               END-IF
           ELSE
               MOVE "C" TO WS-RUN-STATUS-CODE
               PERFORM 8900-WRITE-RUN-STATUS
           END-IF

           CLOSE PERIOD-CONTROL-FILE
           CLOSE INQUIRY-FILE
           CLOSE GL-HISTORY-FILE
           CLOSE SNAPSHOT-FILE
           CLOSE RUN-STATUS-FILE
           CLOSE ALERT-FILE
           CLOSE CLOSE-REPORT-FILE.
