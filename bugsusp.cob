       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSUSP.
      *
      * Suspense release/cancel pass (see jcl/BUGSUSPJOB.jcl). BUG's
      * 8400-HOLD-IN-SUSPENSE parks every record whose result falls
      * outside the tolerance table on the suspense queue, SUSPFILE
      * (see copybooks/SUSPREC.cpy), instead of posting it. This job
      * takes decision cards from support -- key, held date, and
      * release or cancel -- and acts on each held item:
      *
      *   R  release: the record is rebuilt from the item, stamped
      *      with its held date (TR-SUSPENSE-DATE, see copybooks/
      *      TRANREC.cpy), and appended to PROD.BUG.RESBFILE.PENDING,
      *      the same pending dataset BUG007C corrections and BUGREJRP
      *      repairs ride, so BUGRESMG merges it into the next run's
      *      TRANFILE. That run finds the item released and posts the
      *      record without the tolerance check, then marks it posted.
      *   C  cancel: the item is closed and never posts. When the
      *      held record was the released correction of an approved
      *      item on the approval queue (see copybooks/APPRREC.cpy),
      *      that item is closed rejected as well, logged on MAINTFIL
      *      under the cancelling operator, and the key's pending-
      *      correction flag on INQFILE cleared -- the correction it
      *      carried will now never post.
      *
      * Only a held item can be decided -- a released, posted, or
      * cancelled one is reported and left alone, so a card run twice
      * cannot queue the same record twice. The report lists every
      * decision, then every item still held after this run's cards,
      * oldest first within each key, so nothing sits in suspense
      * unnoticed. A card that cannot be acted on sets RC 4 so the
      * scheduler flags the run for support to look at.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * ACCESS DYNAMIC for the keyed READ/REWRITE per card plus the
      * START/READ NEXT browse behind the still-held listing.
      *
           SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT DECISION-CARD-FILE ASSIGN TO SUSCFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT RESUBMIT-FILE ASSIGN TO RESBFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUSPENSE-REPORT-FILE ASSIGN TO SUSARPT
               ORGANIZATION IS SEQUENTIAL.

      *
      * Only touched by 3300-CLOSE-APPROVED-CORRECTION, one keyed
      * READ per cancelled item.
      *
           SELECT APPROVAL-FILE ASSIGN TO APPRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-KEY
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.

           SELECT INQUIRY-FILE ASSIGN TO INQFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IQ-KEY
               FILE STATUS IS WS-INQUIRY-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO MAINTFIL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  DECISION-CARD-FILE
           RECORDING MODE IS F.
       01  DECISION-CARD.
           05  DCN-KEY                 PIC 9(6).
           05  FILLER                  PIC X.
           05  DCN-HELD-DATE           PIC 9(8).
           05  FILLER                  PIC X.
           05  DCN-ACTION              PIC X.
               88  DCN-RELEASE         VALUE "R".
               88  DCN-CANCEL          VALUE "C".
           05  FILLER                  PIC X.
           05  DCN-OPERATOR-ID         PIC X(3).
           05  FILLER                  PIC X(59).

       FD  RESUBMIT-FILE
           RECORDING MODE IS F.
           COPY TRANREC REPLACING TRANS-RECORD BY RESUBMIT-RECORD.

       FD  SUSPENSE-REPORT-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-REPORT-RECORD      PIC X(132).

       FD  APPROVAL-FILE.
           COPY APPRREC.

       FD  INQUIRY-FILE.
           COPY INQREC.

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F.
           COPY MAINTREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-CARD-EOF-FLAG        PIC X VALUE "N".
               88  WS-CARD-EOF         VALUE "Y".
           05  WS-BROWSE-DONE-FLAG     PIC X VALUE "N".
               88  WS-BROWSE-DONE      VALUE "Y".
           05  WS-SUSPENSE-FILE-STATUS PIC XX VALUE "00".
           05  WS-APPROVAL-FILE-STATUS PIC XX VALUE "00".
           05  WS-INQUIRY-FILE-STATUS  PIC XX VALUE "00".

       01  WS-RUN-DATE-RAW             PIC 9(8) VALUE ZERO.

       01  WS-TOTALS.
           05  WS-CARD-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-RELEASE-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-CANCEL-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-REFUSED-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-STILL-HELD-COUNT     PIC 9(7) VALUE ZERO.

       01  WS-REPORT-HEADER-LINE.
           05  FILLER                  PIC X(33) VALUE
               "SUSPENSE DECISIONS -- RUN DATE: ".
           05  WS-RH-RUN-DATE          PIC 9(8).
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-DECISION-LINE.
           05  FILLER                  PIC X(4) VALUE "KEY ".
           05  WS-DL-KEY               PIC 9(6).
           05  FILLER                  PIC X(7) VALUE "  HELD ".
           05  WS-DL-HELD-DATE         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-NUMBER            PIC Z(6)9.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-DL-NUMBER2           PIC Z(6)9.
           05  FILLER                  PIC X(3) VALUE " = ".
           05  WS-DL-NUMBER3           PIC Z(7)9.
           05  FILLER                  PIC X(5) VALUE " RSN ".
           05  WS-DL-REASON            PIC X(2).
           05  FILLER                  PIC X(5) VALUE " BY  ".
           05  WS-DL-OPERATOR-ID       PIC X(3).
           05  FILLER                  PIC X(4) VALUE " -- ".
           05  WS-DL-RESULT            PIC X(40).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-BAD-CARD-LINE.
           05  FILLER                  PIC X(28) VALUE
               "*** INVALID DECISION CARD: ".
           05  WS-BC-IMAGE             PIC X(80).
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-HELD-HEADER-LINE.
           05  FILLER                  PIC X(40) VALUE
               "--- ITEMS STILL HELD IN SUSPENSE".
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-HELD-LINE.
           05  FILLER                  PIC X(4) VALUE "KEY ".
           05  WS-HL-KEY               PIC 9(6).
           05  FILLER                  PIC X(7) VALUE "  HELD ".
           05  WS-HL-HELD-DATE         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-HL-NUMBER3           PIC Z(7)9.
           05  FILLER                  PIC X(8) VALUE "  PRIOR ".
           05  WS-HL-PRIOR             PIC Z(7)9.
           05  FILLER                  PIC X(5) VALUE " RSN ".
           05  WS-HL-REASON            PIC X(2).
           05  FILLER                  PIC X(8) VALUE "  LIMIT ".
           05  WS-HL-LIMIT             PIC Z(7)9.
           05  FILLER                  PIC X(12) VALUE
               "  PARTITION ".
           05  WS-HL-PARTITION         PIC X.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(20) VALUE
               "*** CARDS READ: ".
           05  WS-SUM-CARD-COUNT       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE
               "  RELEASED: ".
           05  WS-SUM-RELEASE-COUNT    PIC ZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
               "  CANCELLED: ".
           05  WS-SUM-CANCEL-COUNT     PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE
               "  REFUSED: ".
           05  WS-SUM-REFUSED-COUNT    PIC ZZ,ZZ9.
           05  FILLER                  PIC X(15) VALUE
               "  STILL HELD: ".
           05  WS-SUM-STILL-HELD       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-DECISION-CARD UNTIL WS-CARD-EOF.
           PERFORM 5000-LIST-HELD-ITEMS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *
      * RESBFILE OPENs EXTEND for the same reason BUGREJRP's does --
      * corrections and repairs may already be pending there, and the
      * released records queue in behind them for the same merge.
      *
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           OPEN I-O SUSPENSE-FILE
           OPEN INPUT DECISION-CARD-FILE
           OPEN EXTEND RESUBMIT-FILE
           OPEN OUTPUT SUSPENSE-REPORT-FILE
           OPEN I-O APPROVAL-FILE
           OPEN I-O INQUIRY-FILE
           OPEN EXTEND MAINT-AUDIT-FILE

           MOVE WS-RUN-DATE-RAW TO WS-RH-RUN-DATE
           WRITE SUSPENSE-REPORT-RECORD FROM WS-REPORT-HEADER-LINE

           PERFORM 2100-READ-DECISION-CARD.

      *
      * A card must name the item exactly (numeric key and held
      * date), carry R or C, and say who decided -- the operator's
      * initials go on the item alongside the decision date.
      *
       2000-PROCESS-DECISION-CARD.
           ADD 1 TO WS-CARD-COUNT

           IF DCN-KEY IS NUMERIC
               AND DCN-HELD-DATE IS NUMERIC
               AND (DCN-RELEASE OR DCN-CANCEL)
               AND DCN-OPERATOR-ID NOT = SPACES
               PERFORM 3000-DECIDE-ITEM
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE DECISION-CARD TO WS-BC-IMAGE
               WRITE SUSPENSE-REPORT-RECORD FROM WS-BAD-CARD-LINE
           END-IF

           PERFORM 2100-READ-DECISION-CARD.

       2100-READ-DECISION-CARD.
           READ DECISION-CARD-FILE
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.

       3000-DECIDE-ITEM.
           MOVE DCN-KEY TO SUS-TRAN-KEY
           MOVE DCN-HELD-DATE TO SUS-HELD-DATE
           READ SUSPENSE-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           MOVE DCN-KEY TO WS-DL-KEY
           MOVE DCN-HELD-DATE TO WS-DL-HELD-DATE
           MOVE DCN-OPERATOR-ID TO WS-DL-OPERATOR-ID

           EVALUATE TRUE
               WHEN WS-SUSPENSE-FILE-STATUS NOT = "00"
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE ZERO TO WS-DL-NUMBER
                   MOVE ZERO TO WS-DL-NUMBER2
                   MOVE ZERO TO WS-DL-NUMBER3
                   MOVE SPACES TO WS-DL-REASON
                   MOVE "NOT IN SUSPENSE -- NO ACTION"
                       TO WS-DL-RESULT
               WHEN NOT SUS-STATUS-HELD
                   ADD 1 TO WS-REFUSED-COUNT
                   PERFORM 3900-FILL-DECISION-VALUES
                   PERFORM 3800-DESCRIBE-CLOSED-ITEM
               WHEN DCN-RELEASE
                   PERFORM 3900-FILL-DECISION-VALUES
                   PERFORM 3100-RELEASE-ITEM
               WHEN OTHER
                   PERFORM 3900-FILL-DECISION-VALUES
                   PERFORM 3200-CANCEL-ITEM
           END-EVALUATE

           WRITE SUSPENSE-REPORT-RECORD FROM WS-DECISION-LINE.

      *
      * The pending record goes down before the item is marked, the
      * same order BUG009C releases an approved correction in: a
      * failure between the two leaves the item still held, which a
      * rerun of the card puts right, rather than marked released
      * with nothing queued.
      *
       3100-RELEASE-ITEM.
           MOVE SPACES TO RESUBMIT-RECORD
           MOVE SUS-TRAN-KEY TO TR-KEY OF RESUBMIT-RECORD
           MOVE SUS-NUMBER TO TR-NUMBER OF RESUBMIT-RECORD
           MOVE SUS-NUMBER2 TO TR-NUMBER2 OF RESUBMIT-RECORD
           MOVE SUS-HELD-DATE TO TR-SUSPENSE-DATE OF RESUBMIT-RECORD
           WRITE RESUBMIT-RECORD

           SET SUS-STATUS-RELEASED TO TRUE
           PERFORM 3500-REWRITE-ITEM
           IF WS-SUSPENSE-FILE-STATUS = "00"
               ADD 1 TO WS-RELEASE-COUNT
               MOVE "RELEASED -- QUEUED TO PENDING"
                   TO WS-DL-RESULT
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "QUEUED BUT ITEM NOT MARKED -- SEE LOG"
                   TO WS-DL-RESULT
           END-IF.

       3200-CANCEL-ITEM.
           SET SUS-STATUS-CANCELLED TO TRUE
           PERFORM 3500-REWRITE-ITEM
           IF WS-SUSPENSE-FILE-STATUS = "00"
               ADD 1 TO WS-CANCEL-COUNT
               MOVE "CANCELLED -- WILL NOT POST" TO WS-DL-RESULT
               PERFORM 3300-CLOSE-APPROVED-CORRECTION
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "ITEM NOT MARKED -- SEE LOG" TO WS-DL-RESULT
           END-IF.

      *
      * A held record carrying exactly the approved values of the
      * key's approved ("V") item is that item's released correction
      * -- bug.cob held it rather than post it -- so cancelling it
      * closes the item the way bug.cob's 4560-CLOSE-REFUSED-
      * CORRECTION closes one the batch refused: MAINTFIL record
      * first, then the item marked rejected, then the key's
      * pending-correction flag cleared. A cancel card rerun finds the
      * item already rejected and does nothing more.
      *
       3300-CLOSE-APPROVED-CORRECTION.
           MOVE SUS-TRAN-KEY TO APR-KEY
           READ APPROVAL-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-APPROVAL-FILE-STATUS = "00"
               AND APR-STATUS-APPROVED
               AND APR-NEW-NUMBER = SUS-NUMBER
               AND APR-NEW-NUMBER2 = SUS-NUMBER2
               MOVE FUNCTION CURRENT-DATE TO APR-DECISION-TIMESTAMP
               MOVE APR-DECISION-TIMESTAMP TO MNT-TIMESTAMP
               MOVE DCN-OPERATOR-ID TO MNT-OPERATOR-ID
               MOVE APR-KEY TO MNT-KEY
               MOVE APR-OLD-NUMBER TO MNT-OLD-NUMBER
               MOVE APR-OLD-NUMBER2 TO MNT-OLD-NUMBER2
               MOVE APR-OLD-NUMBER3 TO MNT-OLD-NUMBER3
               MOVE APR-NEW-NUMBER TO MNT-NEW-NUMBER
               MOVE APR-NEW-NUMBER2 TO MNT-NEW-NUMBER2
               SET MNT-ACTION-REJECTED TO TRUE
               WRITE MAINTENANCE-AUDIT-RECORD

               SET APR-STATUS-REJECTED TO TRUE
               REWRITE APPROVAL-RECORD
                   INVALID KEY
                       DISPLAY "*** ERROR REWRITING APPROVAL "
                           "RECORD FOR KEY " APR-KEY
               END-REWRITE
               MOVE "CANCELLED -- APPROVED CORRECTION CLOSED"
                   TO WS-DL-RESULT

               MOVE APR-KEY TO IQ-KEY
               READ INQUIRY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-INQUIRY-FILE-STATUS = "00"
                   SET IQ-NOT-PENDING-CORRECTION TO TRUE
                   REWRITE INQUIRY-RECORD
                       INVALID KEY
                           DISPLAY "*** ERROR REWRITING INQUIRY "
                               "RECORD FOR KEY " IQ-KEY
                   END-REWRITE
               END-IF
           END-IF.

      *
      * Checked via FILE STATUS, like BUG's audit history WRITE, so a
      * failed REWRITE is reported on the decision line rather than
      * counted as done.
      *
       3500-REWRITE-ITEM.
           MOVE WS-RUN-DATE-RAW TO SUS-ACTION-DATE
           MOVE DCN-OPERATOR-ID TO SUS-ACTION-ID
           REWRITE SUSPENSE-RECORD
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               DISPLAY "*** ERROR REWRITING SUSPENSE RECORD FOR KEY "
                   SUS-TRAN-KEY " STATUS " WS-SUSPENSE-FILE-STATUS
           END-IF.

       3800-DESCRIBE-CLOSED-ITEM.
           EVALUATE TRUE
               WHEN SUS-STATUS-RELEASED
                   MOVE "ALREADY RELEASED -- NO ACTION"
                       TO WS-DL-RESULT
               WHEN SUS-STATUS-POSTED
                   MOVE "ALREADY POSTED -- NO ACTION" TO WS-DL-RESULT
               WHEN SUS-STATUS-CANCELLED
                   MOVE "ALREADY CANCELLED -- NO ACTION"
                       TO WS-DL-RESULT
               WHEN OTHER
                   MOVE "UNKNOWN ITEM STATUS -- NO ACTION"
                       TO WS-DL-RESULT
           END-EVALUATE.

       3900-FILL-DECISION-VALUES.
           MOVE SUS-NUMBER TO WS-DL-NUMBER
           MOVE SUS-NUMBER2 TO WS-DL-NUMBER2
           MOVE SUS-NUMBER3 TO WS-DL-NUMBER3
           MOVE SUS-REASON-CODE TO WS-DL-REASON.

      *
      * Whole-file browse from the lowest key: SUSPFILE only ever
      * holds the exceptions, so reading it end to end is cheap, and
      * listing every still-held item -- however old -- is what keeps
      * a forgotten one from sitting in suspense indefinitely.
      *
       5000-LIST-HELD-ITEMS.
           WRITE SUSPENSE-REPORT-RECORD FROM WS-HELD-HEADER-LINE
           MOVE LOW-VALUES TO SUS-KEY
           START SUSPENSE-FILE KEY IS NOT LESS THAN SUS-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START

           PERFORM 5100-LIST-HELD-ITEM UNTIL WS-BROWSE-DONE.

       5100-LIST-HELD-ITEM.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
           END-READ

           IF NOT WS-BROWSE-DONE
               AND SUS-STATUS-HELD
               ADD 1 TO WS-STILL-HELD-COUNT
               MOVE SUS-TRAN-KEY TO WS-HL-KEY
               MOVE SUS-HELD-DATE TO WS-HL-HELD-DATE
               MOVE SUS-NUMBER3 TO WS-HL-NUMBER3
               MOVE SUS-PRIOR-NUMBER3 TO WS-HL-PRIOR
               MOVE SUS-REASON-CODE TO WS-HL-REASON
               MOVE SUS-TOLERANCE-LIMIT TO WS-HL-LIMIT
               MOVE SUS-PARTITION TO WS-HL-PARTITION
               WRITE SUSPENSE-REPORT-RECORD FROM WS-HELD-LINE
           END-IF.

       9000-TERMINATE.
           MOVE WS-CARD-COUNT TO WS-SUM-CARD-COUNT
           MOVE WS-RELEASE-COUNT TO WS-SUM-RELEASE-COUNT
           MOVE WS-CANCEL-COUNT TO WS-SUM-CANCEL-COUNT
           MOVE WS-REFUSED-COUNT TO WS-SUM-REFUSED-COUNT
           MOVE WS-STILL-HELD-COUNT TO WS-SUM-STILL-HELD
           WRITE SUSPENSE-REPORT-RECORD FROM WS-SUMMARY-LINE
           DISPLAY WS-SUMMARY-LINE

           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE SUSPENSE-FILE
           CLOSE DECISION-CARD-FILE
           CLOSE RESUBMIT-FILE
           CLOSE SUSPENSE-REPORT-FILE
           CLOSE APPROVAL-FILE
           CLOSE INQUIRY-FILE
           CLOSE MAINT-AUDIT-FILE.
