       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGGLHLD.
      *
      * One-time back-load of the GL posting history KSDS, GLHFILE
      * (see copybooks/GLHREC.cpy), from the GL journal generations
      * BUGGLPST wrote before it kept the history. BUGGLPST has
      * written every journal entry to GLHFILE as well as to the
      * day's PROD.BUG.GLJOURNAL.DAILY generation since the history
      * was introduced; everything posted before that is only on the
      * journal generations. Until it is loaded, a key posted before
      * the cutover shows a GL history net short of its position on
      * the integrity sweep (bugsweep.cob), and the GL inquiry (BUGL,
      * bug011c.cbl) and the period close interest (bugclose.cob)
      * see only the postings since. See jcl/BUGGLHLDJOB.jcl.
      *
      * The card gives the cutover: the first business date BUGGLPST
      * posted with GLHFILE in place. Journal entries posted on or
      * after it are already on the history and are passed over, so
      * the journal generations handed in may run past the cutover.
      *
      * The load is done once. A completed load leaves a "C" on
      * RUNSFILE under BUGGLHLD and the cutover date, and a second
      * submission is refused (RC 8) rather than loading every entry
      * twice. An abended load is restored from the copy the job's
      * first step takes and run again.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAD-CARD-FILE ASSIGN TO HLDCFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT GL-JOURNAL-FILE ASSIGN TO GLJRFILE
               ORGANIZATION IS SEQUENTIAL.

      *
      * Keyed WRITEs in journal order, not key order -- the
      * generations are read as they come (see 2500-STORE-GL-
      * HISTORY), so ACCESS DYNAMIC as BUGGLPST opens it.
      *
           SELECT GL-HISTORY-FILE ASSIGN TO GLHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLH-HISTORY-KEY
               FILE STATUS IS WS-GL-HISTORY-FILE-STATUS.

      *
      * RUN-STATUS-FILE carries the load's start and completion (see
      * copybooks/RUNSREC.cpy), and the completion is what refuses a
      * second load. ACCESS DYNAMIC for the keyed READ in 1200 and
      * 8900-WRITE-RUN-STATUS.
      *
           SELECT RUN-STATUS-FILE ASSIGN TO RUNSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-STATUS-KEY
               FILE STATUS IS WS-RUN-STATUS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-CARD-FILE
           RECORDING MODE IS F.
       01  LOAD-CARD.
           05  HLD-CUTOVER-DATE        PIC 9(8).
           05  FILLER                  PIC X(72).

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY GLJEREC.

       FD  GL-HISTORY-FILE.
           COPY GLHREC.

       FD  RUN-STATUS-FILE.
           COPY RUNSREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X VALUE "N".
               88  WS-EOF              VALUE "Y".
           05  WS-LOAD-REFUSED-FLAG    PIC X VALUE "N".
               88  WS-LOAD-REFUSED     VALUE "Y".
           05  WS-HISTORY-STORED-FLAG  PIC X VALUE "N".
               88  WS-HISTORY-STORED   VALUE "Y".
           05  WS-GL-HISTORY-FILE-STATUS PIC XX VALUE "00".
           05  WS-RUN-STATUS-FILE-STATUS PIC XX VALUE "00".
           05  WS-RUN-STATUS-CODE      PIC X VALUE "S".

       01  WS-CUTOVER-DATE             PIC 9(8) VALUE ZERO.

       01  WS-TOTALS.
           05  WS-READ-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-LOADED-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-CURRENT-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-INVALID-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-FAILED-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(26) VALUE
               "*** GL HISTORY LOAD READ: ".
           05  WS-SUM-READ-COUNT       PIC Z(6)9.
           05  FILLER                  PIC X(10) VALUE
               "  LOADED: ".
           05  WS-SUM-LOADED-COUNT     PIC Z(6)9.
           05  FILLER                  PIC X(16) VALUE
               "  POST-CUTOVER: ".
           05  WS-SUM-CURRENT-COUNT    PIC Z(6)9.
           05  FILLER                  PIC X(11) VALUE
               "  INVALID: ".
           05  WS-SUM-INVALID-COUNT    PIC Z(6)9.
           05  FILLER                  PIC X(10) VALUE
               "  FAILED: ".
           05  WS-SUM-FAILED-COUNT     PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           IF WS-LOAD-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-PROCESS-RECORD UNTIL WS-EOF
               IF WS-INVALID-COUNT > ZERO OR WS-FAILED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-LOAD-CARD
           OPEN INPUT GL-JOURNAL-FILE
           OPEN I-O GL-HISTORY-FILE
           OPEN I-O RUN-STATUS-FILE

           IF NOT WS-LOAD-REFUSED
               PERFORM 1200-CHECK-ALREADY-LOADED
           END-IF

           IF NOT WS-LOAD-REFUSED
               MOVE "S" TO WS-RUN-STATUS-CODE
               PERFORM 8900-WRITE-RUN-STATUS
               PERFORM 2100-READ-JOURNAL-RECORD
           END-IF.

      *
      * HLDCFILE carries the cutover date, CCYYMMDD in cols 1-8. A
      * missing, non-numeric, or zero date refuses the load: without
      * it there is no telling which entries the history already has.
      *
       1100-READ-LOAD-CARD.
           OPEN INPUT LOAD-CARD-FILE
           READ LOAD-CARD-FILE
               AT END
                   MOVE ZERO TO HLD-CUTOVER-DATE
           END-READ
           CLOSE LOAD-CARD-FILE

           IF HLD-CUTOVER-DATE IS NUMERIC
               AND HLD-CUTOVER-DATE > ZERO
               MOVE HLD-CUTOVER-DATE TO WS-CUTOVER-DATE
           ELSE
               DISPLAY "*** NO VALID CUTOVER DATE ON HLDCFILE "
                   "-- LOAD REFUSED"
               SET WS-LOAD-REFUSED TO TRUE
           END-IF.

       1200-CHECK-ALREADY-LOADED.
           MOVE "BUGGLHLD" TO RUN-JOB-NAME
           MOVE SPACE TO RUN-PARTITION
           MOVE WS-CUTOVER-DATE TO RUN-BUSINESS-DATE
           MOVE "C" TO RUN-STATUS-CODE
           READ RUN-STATUS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUN-STATUS-FILE-STATUS = "00"
               DISPLAY "*** GL HISTORY ALREADY LOADED FOR CUTOVER "
                   WS-CUTOVER-DATE " ON " RUN-TIMESTAMP
                   " -- LOAD REFUSED"
               SET WS-LOAD-REFUSED TO TRUE
           END-IF.

      *
      * An entry whose key or posting date is not numeric is
      * reported and skipped; one posted on or after the cutover is
      * already on the history.
      *
       2000-PROCESS-RECORD.
           ADD 1 TO WS-READ-COUNT
           EVALUATE TRUE
               WHEN GLJ-KEY IS NOT NUMERIC
                   OR GLJ-POSTING-DATE IS NOT NUMERIC
                   ADD 1 TO WS-INVALID-COUNT
                   DISPLAY "*** INVALID JOURNAL ENTRY AT RECORD "
                       WS-READ-COUNT ": " GL-JOURNAL-RECORD(1:14)
               WHEN GLJ-POSTING-DATE NOT < WS-CUTOVER-DATE
                   ADD 1 TO WS-CURRENT-COUNT
               WHEN OTHER
                   PERFORM 2400-WRITE-GL-HISTORY
           END-EVALUATE
           PERFORM 2100-READ-JOURNAL-RECORD.

       2100-READ-JOURNAL-RECORD.
           READ GL-JOURNAL-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *
      * The entry goes on the history as BUGGLPST's 2600-WRITE-GL-
      * HISTORY would have written it, less what the journal never
      * carried: GLH-ORIG-POST-DATE is zero, and GLH-POSTED-TIMESTAMP
      * is LOW-VALUES -- below every run's stamp, so BUGGLPST never
      * takes a loaded entry for one a run of its own left (see its
      * 2660-CHECK-HISTORY-ENTRY). The sequence starts at 1 and is
      * stepped past any the key already has for the date.
      *
      * Every generation loaded here predates the cutover, so it was
      * written before GLJ-RATE and the two flags were taken from the
      * journal's old FILLER, which BUGGLPST never set -- the bytes
      * are whatever was in the record area. The rate is taken only
      * when it is valid packed data, else zero. A reversal showed in
      * the old journal only as a negative principal, so that is what
      * marks one here; no backout is marked.
      *
       2400-WRITE-GL-HISTORY.
           MOVE SPACES TO GL-HISTORY-RECORD
           MOVE GLJ-KEY TO GLH-KEY
           MOVE GLJ-POSTING-DATE TO GLH-POSTING-DATE
           MOVE 1 TO GLH-ENTRY-SEQUENCE
           MOVE GLJ-PRINCIPAL-AMOUNT TO GLH-PRINCIPAL-AMOUNT
           MOVE GLJ-INTEREST-AMOUNT TO GLH-INTEREST-AMOUNT
           MOVE GLJ-POSTING-AMOUNT TO GLH-POSTING-AMOUNT
           IF GLJ-RATE IS NUMERIC
               MOVE GLJ-RATE TO GLH-RATE
           ELSE
               MOVE ZERO TO GLH-RATE
           END-IF
           IF GLJ-PRINCIPAL-AMOUNT < ZERO
               MOVE "Y" TO GLH-REVERSAL-FLAG
           ELSE
               MOVE SPACE TO GLH-REVERSAL-FLAG
           END-IF
           MOVE SPACE TO GLH-BACKOUT-FLAG
           MOVE ZERO TO GLH-ORIG-POST-DATE
           MOVE LOW-VALUES TO GLH-POSTED-TIMESTAMP

           MOVE "N" TO WS-HISTORY-STORED-FLAG
           PERFORM 2500-STORE-GL-HISTORY UNTIL WS-HISTORY-STORED.

       2500-STORE-GL-HISTORY.
           WRITE GL-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           EVALUATE WS-GL-HISTORY-FILE-STATUS
               WHEN "00"
                   ADD 1 TO WS-LOADED-COUNT
                   SET WS-HISTORY-STORED TO TRUE
               WHEN "22"
                   ADD 1 TO GLH-ENTRY-SEQUENCE
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "*** ERROR WRITING GL HISTORY RECORD "
                       "FOR KEY " GLH-KEY " DATE " GLH-POSTING-DATE
                       " STATUS " WS-GL-HISTORY-FILE-STATUS
                   SET WS-HISTORY-STORED TO TRUE
           END-EVALUATE.

       8900-WRITE-RUN-STATUS.
           MOVE "BUGGLHLD" TO RUN-JOB-NAME
           MOVE SPACE TO RUN-PARTITION
           MOVE WS-CUTOVER-DATE TO RUN-BUSINESS-DATE
           MOVE WS-RUN-STATUS-CODE TO RUN-STATUS-CODE
           READ RUN-STATUS-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           MOVE "STEP010" TO RUN-STEP-NAME
           MOVE WS-LOADED-COUNT TO RUN-RECORD-COUNT
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
      * A refused load writes nothing to RUNSFILE: a second
      * submission must leave the first load's "C" as it stands.
      *
       9000-TERMINATE.
           MOVE WS-READ-COUNT TO WS-SUM-READ-COUNT
           MOVE WS-LOADED-COUNT TO WS-SUM-LOADED-COUNT
           MOVE WS-CURRENT-COUNT TO WS-SUM-CURRENT-COUNT
           MOVE WS-INVALID-COUNT TO WS-SUM-INVALID-COUNT
           MOVE WS-FAILED-COUNT TO WS-SUM-FAILED-COUNT
           DISPLAY WS-SUMMARY-LINE

           IF NOT WS-LOAD-REFUSED
               MOVE "C" TO WS-RUN-STATUS-CODE
               PERFORM 8900-WRITE-RUN-STATUS
           END-IF

           CLOSE GL-JOURNAL-FILE
           CLOSE GL-HISTORY-FILE
           CLOSE RUN-STATUS-FILE.
