       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGAPEXP.
      *
      * Nightly expiry pass over the correction approval queue (see
      * jcl/BUGJOB.jcl / jcl/BUGSPLIT.jcl STEP007). BUG009C expires a
      * pending item left unapproved for more than its WS-EXPIRY-DAYS
      * the first time its screen shows it -- but an item nobody ever
      * looks at again would sit "P" for good, with the key's
      * IQ-PENDING-CORRECTION-FLAG set and bugarch.cob holding the
      * key on the live cluster. This pass expires every such item
      * the same way the screen does: status "E" on APPRFILE (see
      * copybooks/APPRREC.cpy), an "E" record on MAINTFIL for BUGMNTRP
      * (see copybooks/MAINTREC.cpy), and the flag cleared on INQFILE.
      * The operator on both is "***", the batch.
      *
      * Only "P" items are looked at, so the pass is harmless to
      * re-run: an item it expired is "E" the second time round.
      * The expired keys are listed on EXPRPT with a count.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * ACCESS DYNAMIC for the START/READ NEXT browse of the whole
      * queue and the REWRITE of each item expired.
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

           SELECT EXPIRY-REPORT-FILE ASSIGN TO EXPRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE.
           COPY APPRREC.

       FD  INQUIRY-FILE.
           COPY INQREC.

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F.
           COPY MAINTREC.

       FD  EXPIRY-REPORT-FILE
           RECORDING MODE IS F.
       01  EXPIRY-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-BROWSE-DONE-FLAG     PIC X VALUE "N".
               88  WS-BROWSE-DONE      VALUE "Y".
           05  WS-EXPIRED-FLAG         PIC X VALUE "N".
               88  WS-ITEM-EXPIRED     VALUE "Y".
           05  WS-APPROVAL-FILE-STATUS PIC XX VALUE "00".
           05  WS-INQUIRY-FILE-STATUS  PIC XX VALUE "00".

      *
      * Items older than this many days are expired unapproved -- the
      * same limit as BUG009C's WS-EXPIRY-DAYS, so an item expires
      * on the same day whichever of the two finds it first.
      *
       01  WS-EXPIRY-DAYS              PIC 9(3) VALUE 3.

       01  WS-AGE-FIELDS.
           05  WS-TODAY                PIC 9(8) VALUE ZERO.
           05  WS-REQUEST-DATE         PIC 9(8) VALUE ZERO.
           05  WS-AGE-DAYS             PIC S9(7) COMP-3 VALUE ZERO.

       01  WS-TOTALS.
           05  WS-PENDING-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-EXPIRE-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-EXPIRY-DETAIL-LINE.
           05  FILLER                  PIC X(17) VALUE
               "*** EXPIRED KEY: ".
           05  WS-ED-KEY               PIC Z(5)9.
           05  FILLER                  PIC X(8) VALUE "  MAKER ".
           05  WS-ED-MAKER-ID          PIC X(3).
           05  FILLER                  PIC X(12) VALUE
               "  REQUESTED ".
           05  WS-ED-REQUEST-DATE      PIC X(8).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(30) VALUE
               "*** PENDING CORRECTIONS EXPIRE".
           05  FILLER                  PIC X(15) VALUE
               "D UNAPPROVED: ".
           05  WS-SUM-EXPIRE-COUNT     PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
               "  STILL OPEN: ".
           05  WS-SUM-PENDING-COUNT    PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CHECK-ITEM UNTIL WS-BROWSE-DONE.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *
      * Age is measured against the wall-clock date, as BUG009C
      * measures it, not the business date: the limit is on how long
      * the item has waited for a checker. MAINTFIL OPENs EXTEND
      * behind whatever CICS has already appended.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN I-O APPROVAL-FILE
           OPEN I-O INQUIRY-FILE
           OPEN EXTEND MAINT-AUDIT-FILE
           OPEN OUTPUT EXPIRY-REPORT-FILE

           MOVE ZERO TO APR-KEY
           START APPROVAL-FILE KEY IS NOT LESS THAN APR-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START

           IF NOT WS-BROWSE-DONE
               PERFORM 2100-READ-NEXT-ITEM
           END-IF.

       2000-CHECK-ITEM.
           IF APR-STATUS-PENDING
               PERFORM 3000-CHECK-ITEM-AGE
               IF WS-ITEM-EXPIRED
                   PERFORM 4000-EXPIRE-ITEM
               ELSE
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
           END-IF

           PERFORM 2100-READ-NEXT-ITEM.

       2100-READ-NEXT-ITEM.
           READ APPROVAL-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
           END-READ.

      *
      * The same test as BUG009C's 3300-CHECK-ITEM-AGE. An item whose
      * request date is not numeric cannot be aged and is left for a
      * checker to decide.
      *
       3000-CHECK-ITEM-AGE.
           MOVE "N" TO WS-EXPIRED-FLAG
           IF APR-REQUEST-TIMESTAMP(1:8) IS NUMERIC
               MOVE APR-REQUEST-TIMESTAMP(1:8) TO WS-REQUEST-DATE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-REQUEST-DATE)
               IF WS-AGE-DAYS > WS-EXPIRY-DAYS
                   SET WS-ITEM-EXPIRED TO TRUE
               END-IF
           END-IF.

      *
      * The item is rewritten first, as BUG009C's 7500-EXPIRE-ITEM
      * does: only an item actually marked expired is logged and has
      * its key's flag cleared, and one whose REWRITE failed is still
      * "P" for tomorrow's pass or the screen to pick up.
      *
       4000-EXPIRE-ITEM.
           SET APR-STATUS-EXPIRED TO TRUE
           MOVE "***" TO APR-CHECKER-ID
           MOVE FUNCTION CURRENT-DATE TO APR-DECISION-TIMESTAMP
           REWRITE APPROVAL-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF WS-APPROVAL-FILE-STATUS = "00"
               ADD 1 TO WS-EXPIRE-COUNT
               PERFORM 4100-LOG-EXPIRY
               PERFORM 4200-CLEAR-PENDING-FLAG
               PERFORM 4300-WRITE-EXPIRY-LINE
           ELSE
               ADD 1 TO WS-PENDING-COUNT
               DISPLAY "*** ERROR REWRITING APPROVAL RECORD FOR KEY "
                   APR-KEY " STATUS " WS-APPROVAL-FILE-STATUS
           END-IF.

       4100-LOG-EXPIRY.
           MOVE APR-DECISION-TIMESTAMP TO MNT-TIMESTAMP
           MOVE APR-CHECKER-ID TO MNT-OPERATOR-ID
           MOVE APR-KEY TO MNT-KEY
           MOVE APR-OLD-NUMBER TO MNT-OLD-NUMBER
           MOVE APR-OLD-NUMBER2 TO MNT-OLD-NUMBER2
           MOVE APR-OLD-NUMBER3 TO MNT-OLD-NUMBER3
           MOVE APR-NEW-NUMBER TO MNT-NEW-NUMBER
           MOVE APR-NEW-NUMBER2 TO MNT-NEW-NUMBER2
           SET MNT-ACTION-EXPIRED TO TRUE
           WRITE MAINTENANCE-AUDIT-RECORD.

      *
      * A key not yet on INQFILE (a correction for a key the batch
      * has never posted) has no flag to clear.
      *
       4200-CLEAR-PENDING-FLAG.
           MOVE APR-KEY TO IQ-KEY
           READ INQUIRY-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-INQUIRY-FILE-STATUS = "00"
               SET IQ-NOT-PENDING-CORRECTION TO TRUE
               REWRITE INQUIRY-RECORD
                   INVALID KEY
                       DISPLAY "*** ERROR REWRITING INQUIRY RECORD "
                           "FOR KEY " IQ-KEY
               END-REWRITE
           END-IF.

       4300-WRITE-EXPIRY-LINE.
           MOVE APR-KEY TO WS-ED-KEY
           MOVE APR-MAKER-ID TO WS-ED-MAKER-ID
           MOVE APR-REQUEST-TIMESTAMP(1:8) TO WS-ED-REQUEST-DATE
           WRITE EXPIRY-REPORT-RECORD FROM WS-EXPIRY-DETAIL-LINE.

       9000-TERMINATE.
           MOVE WS-EXPIRE-COUNT TO WS-SUM-EXPIRE-COUNT
           MOVE WS-PENDING-COUNT TO WS-SUM-PENDING-COUNT
           WRITE EXPIRY-REPORT-RECORD FROM WS-SUMMARY-LINE
           DISPLAY WS-SUMMARY-LINE

           CLOSE APPROVAL-FILE
           CLOSE INQUIRY-FILE
           CLOSE MAINT-AUDIT-FILE
           CLOSE EXPIRY-REPORT-FILE.
