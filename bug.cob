      * (2040-VALIDATE-RECORD) -- non-numeric or blank-filled
      * TR-NUMBER/TR-NUMBER2 from a feed problem -- with the raw
      * record image, instead of letting them ride into the ADD as
      * garbage -- and, since the account master check, records for
      * keys whose account is unknown, closed, or frozen (2060-CHECK-
      * ACCOUNT-STATUS), each stamped with a reason code (see copybooks/
      * REJREC.cpy). It lands on a cataloged daily GDG generation (see
      * jcl/BUGJOB.jcl), NOT SYSOUT: the raw images are the input to
      * the reject repair pass (BUGREJRP, bugrejrp.cob), which would
      * be impossible against spool. Like AUDTFILE/EXTRFILE it rolls
               RECORD KEY IS RUN-STATUS-KEY
               FILE STATUS IS WS-RUN-STATUS-FILE-STATUS.

      *
      * ACCOUNT-FILE is the account reference master (see copybooks/
      * ACCTREC.cpy) that BUG8 maintains. Read-only here, one keyed
      * READ per valid TRANS-FILE record in 2060-CHECK-ACCOUNT-STATUS;
      * a standing KSDS defined once outside the JCL like INQFILE.
      *
           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-KEY
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

      *
      * FEED-REGISTER-FILE lists every feed file the stream has
      * accepted (see copybooks/FREGREC.cpy). An unpartitioned run is
      * the feed's first reader, so it checks the TRANFILE header
      * against the register in 1200-VALIDATE-FEED and registers the
      * file at normal end of run; on a partitioned day BUGSPLIT does
      * both and the partitions never open it. ACCESS DYNAMIC for the
      * START/READ NEXT browse of one source's entries plus the
      * keyed WRITE.
      *
           SELECT FEED-REGISTER-FILE ASSIGN TO FEEDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRG-KEY
               FILE STATUS IS WS-FEED-REGISTER-FILE-STATUS.

      *
      * APPROVAL-FILE is the correction approval queue BUG7 and BUG9
      * maintain (see copybooks/APPRREC.cpy), a standing KSDS like
      * INQFILE. One keyed READ per posted key in 4550-SETTLE-
      * APPROVAL-ITEM, which marks an approved correction merged once
      * this run has posted it.
      *
           SELECT APPROVAL-FILE ASSIGN TO APPRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-KEY
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.

      *
      * TOLERANCE-FILE is the posting tolerance table (see copybooks/
      * TOLRREC.cpy), loaded whole at initialization the way BUGGLPST
      * loads its rate table. SUSPENSE-FILE is the suspense queue a
      * record outside tolerance is held on instead of posting (see
      * copybooks/SUSPREC.cpy), a standing KSDS like INQFILE; ACCESS
      * DYNAMIC for the keyed READ ahead of every WRITE/REWRITE.
      * SUSPENSE-REPORT-FILE lists what this run held and what
      * released items it posted, for support to work from.
      *
           SELECT TOLERANCE-FILE ASSIGN TO TOLRFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT SUSPENSE-REPORT-FILE ASSIGN TO SUSPRPT
               ORGANIZATION IS SEQUENTIAL.

      *
      * NOTICE-FILE is the day's correction-applied notices for the
      * customer correspondence system (see copybooks/NOTCREC.cpy),
      * one per key whose approved correction this run posted. A
      * daily GDG generation like EXTRFILE, and like it reopened
      * EXTEND on a restart so one run's notices end up on one
      * generation under one header and trailer.
      *
           SELECT NOTICE-FILE ASSIGN TO NOTCFILE
               ORGANIZATION IS SEQUENTIAL.

      *
      * PERIOD-CONTROL-FILE is accounting's list of open and closed
      * GL periods (see copybooks/PERDREC.cpy), read once by 1800-
      * CHECK-PERIOD-OPEN before anything posts. PERIOD-OVERRIDE-FILE
      * (DUMMY on a normal run) and AUTHORIZATION-FILE are only read
      * when the period is closed: the card that may let the run
      * through, and the authority of the operator who keyed it.
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

      *
      * MAINT-AUDIT-FILE is the maintenance-audit trail BUG007C and
      * BUG009C write (see copybooks/MAINTREC.cpy), appended to here
      * only when 4560-CLOSE-REFUSED-CORRECTION closes an approved
      * correction this run refused, so BUGMNTRP lists it with the
      * checkers' rejections.
      *
           SELECT MAINT-AUDIT-FILE ASSIGN TO MAINTFIL
               ORGANIZATION IS SEQUENTIAL.

      *
      * RESUBMIT-FILE is the pending-corrections dataset BUGRESMG
      * merged onto TRANFILE and emptied. It is only opened when the
      * feed is refused, to put back what that merge appended (see
      * 1260-RETURN-MERGED-CORRECTIONS).
      *
           SELECT RESUBMIT-FILE ASSIGN TO RESBFILE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           RECORDING MODE IS F.
           COPY TRANREC.
           COPY TRANHDR.

       FD  ERROR-REPORT-FILE
           RECORDING MODE IS F.

       FD  REJECT-FILE
           RECORDING MODE IS F.
           COPY REJREC.

       FD  ALERT-FILE
           RECORDING MODE IS F.
       FD  RUN-STATUS-FILE.
           COPY RUNSREC.

       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  FEED-REGISTER-FILE.
           COPY FREGREC.

       FD  APPROVAL-FILE.
           COPY APPRREC.

       FD  TOLERANCE-FILE
           RECORDING MODE IS F.
           COPY TOLRREC.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  SUSPENSE-REPORT-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-REPORT-RECORD      PIC X(132).

       FD  NOTICE-FILE
           RECORDING MODE IS F.
           COPY NOTCREC.

       FD  PERIOD-CONTROL-FILE.
           COPY PERDREC.

       FD  PERIOD-OVERRIDE-FILE
           RECORDING MODE IS F.
           COPY POVRREC.

       FD  AUTHORIZATION-FILE.
           COPY AUTHREC.

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F.
           COPY MAINTREC.

       FD  RESUBMIT-FILE
           RECORDING MODE IS F.
           COPY TRANREC REPLACING TRANS-RECORD BY RESUBMIT-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-DATA-AREA.
           05 WS-NUMBER PIC 9(7) VALUE 0.
               88  WS-RECORD-VALID     VALUE "Y".
               88  WS-RECORD-INVALID   VALUE "N".
      *
      * WS-REJECT-REASON is set alongside WS-RECORD-INVALID by
      * whichever check refused the record -- 2040-VALIDATE-RECORD
      * or 2060-CHECK-ACCOUNT-STATUS -- and is stamped on the REJFILE
      * record by 8300-WRITE-REJECT-RECORD (codes in copybooks/
      * REJREC.cpy).
      *
           05  WS-REJECT-REASON        PIC XX VALUE SPACES.
           05  WS-ACCOUNT-FILE-STATUS  PIC XX VALUE "00".
      *
      * WS-PARTITION-FLAG is "Y" when this run is one slice of a key-
      * range-partitioned TRANFILE (see BUGSPLIT/BUGMERGE and
      * jcl/BUGPARTJOB.jcl) rather than the whole day's feed. A
      * some BUG run did.
      *
           05  WS-PARTITION-ID         PIC X VALUE SPACE.
           05  WS-FEED-REGISTER-FILE-STATUS PIC XX VALUE "00".
           05  WS-APPROVAL-FILE-STATUS PIC XX VALUE "00".
           05  WS-SUSPENSE-FILE-STATUS PIC XX VALUE "00".

      *
      * What 1200-VALIDATE-FEED learned from the TRANFILE header and
      * its pre-pass over the file: the header's identity, the detail
      * and trailer counts that prove the file complete, and the
      * register browse's findings. WS-FEED-REFUSAL-REASON is the
      * text that goes on the alert line when the file is refused.
      *
       01  WS-FEED-CONTROL.
           05  WS-FEED-STATUS-FLAG     PIC X VALUE "0".
               88  WS-FEED-ACCEPTED    VALUE "0".
               88  WS-FEED-REFUSED     VALUE "1".
           05  WS-FEED-REFUSAL-REASON  PIC X(23) VALUE SPACES.
           05  WS-FEED-SOURCE-SYSTEM   PIC X(8) VALUE SPACES.
           05  WS-FEED-SEQUENCE-NUMBER PIC 9(6) VALUE ZERO.
           05  WS-FEED-BUSINESS-DATE   PIC 9(8) VALUE ZERO.
           05  WS-FEED-SEGMENT-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-FEED-DETAIL-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-FEED-TRAILER-COUNT   PIC 9(3) VALUE ZERO.
           05  WS-FEED-LAST-SEQUENCE   PIC 9(6) VALUE ZERO.
           05  WS-FEED-EXPECTED-SEQUENCE PIC 9(6) VALUE ZERO.
           05  WS-FEED-KNOWN-FLAG      PIC X VALUE "N".
               88  WS-FEED-SOURCE-KNOWN VALUE "Y".
           05  WS-FEED-REPEAT-FLAG     PIC X VALUE "N".
               88  WS-FEED-REPEAT      VALUE "Y".
           05  WS-FEED-REGISTERED-FLAG PIC X VALUE "N".
               88  WS-FEED-REGISTERED  VALUE "Y".
           05  WS-REGISTER-SCAN-FLAG   PIC X VALUE "N".
               88  WS-REGISTER-SCAN-DONE VALUE "Y".

      *
      * 1260-RETURN-MERGED-CORRECTIONS's record positions on TRANFILE:
      * where the segment under the scan began, and the first and
      * last details of the last segment BUGRESMG closed.
      *
       01  WS-MERGE-RETURN.
           05  WS-RETURN-ORDINAL       PIC 9(7) VALUE ZERO.
           05  WS-RETURN-SEGMENT-START PIC 9(7) VALUE ZERO.
           05  WS-RETURN-FIRST         PIC 9(7) VALUE ZERO.
           05  WS-RETURN-LAST          PIC 9(7) VALUE ZERO.
           05  WS-RETURN-COUNT         PIC 9(7) VALUE ZERO.

      *
      * What 1800-CHECK-PERIOD-OPEN found for the business date's GL
      * period, and the override card it accepted, if any.
      *
       01  WS-PERIOD-CONTROL.
           05  WS-PERIOD-FILE-STATUS   PIC XX VALUE "00".
           05  WS-AUTH-FILE-STATUS     PIC XX VALUE "00".
           05  WS-PERIOD-CARD-EOF-FLAG PIC X VALUE "N".
               88  WS-PERIOD-CARD-EOF  VALUE "Y".
           05  WS-PERIOD-OVERRIDE-FLAG PIC X VALUE "N".
               88  WS-PERIOD-OVERRIDE-FOUND VALUE "Y".
           05  WS-PERIOD-AUTHORITY-FLAG PIC X VALUE "N".
               88  WS-PERIOD-OVERRIDE-AUTHORIZED VALUE "Y".
           05  WS-PERIOD-OPERATOR-ID   PIC X(3) VALUE SPACES.
           05  WS-PERIOD-REASON        PIC X(40) VALUE SPACES.

      *
      * WS-SEEN-KEY-TABLE is this run's same-day key index -- one flag

       01  WS-SEEN-SUBSCRIPT           PIC 9(7) VALUE ZERO.

      *
      * The tolerance table is a small, support-maintained dataset, a
      * handful of key ranges, so it is loaded whole into
      * WS-TOLERANCE-TABLE and scanned per record, the same trade-off
      * BUGGLPST makes for its rate table. 2070-CHECK-TOLERANCE sets
      * WS-ITEM-HELD, with the reason and the limit exceeded, for a
      * record that must go to suspense instead of posting, and
      * WS-SUSPENSE-RELEASE for a record the suspense release job
      * queued, which posts without the check.
      *
       01  WS-TOLERANCE-CONTROL.
           05  WS-TOLERANCE-EOF-FLAG   PIC X VALUE "N".
               88  WS-TOLERANCE-EOF    VALUE "Y".
           05  WS-TOLERANCE-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-TOLERANCE-MAX        PIC 9(3) VALUE 100.
           05  WS-TOLERANCE-SUB        PIC 9(3) VALUE ZERO.
           05  WS-TOLERANCE-FOUND-FLAG PIC X VALUE "N".
               88  WS-TOLERANCE-FOUND  VALUE "Y".
           05  WS-SEL-MAX-AMOUNT       PIC 9(8) VALUE ZERO.
           05  WS-SEL-MAX-CHANGE       PIC 9(8) VALUE ZERO.
           05  WS-TOLERANCE-CHANGE     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-HOLD-FLAG            PIC X VALUE "N".
               88  WS-ITEM-HELD        VALUE "Y".
           05  WS-HOLD-REASON          PIC XX VALUE SPACES.
           05  WS-HOLD-LIMIT           PIC 9(8) VALUE ZERO.
           05  WS-HOLD-PRIOR-FLAG      PIC X VALUE "N".
               88  WS-HOLD-PRIOR-POSTED VALUE "Y".
           05  WS-HOLD-PRIOR-NUMBER3   PIC 9(8) VALUE ZERO.
           05  WS-RELEASE-FLAG         PIC X VALUE "N".
               88  WS-SUSPENSE-RELEASE VALUE "Y".
           05  WS-SUSPENSE-ON-FILE-FLAG PIC X VALUE "N".
               88  WS-SUSPENSE-ON-FILE VALUE "Y".

       01  WS-TOLERANCE-TABLE.
           05  WS-TOLERANCE-ENTRY OCCURS 100 TIMES.
               10  WS-TL-KEY-LOW       PIC 9(6).
               10  WS-TL-KEY-HIGH      PIC 9(6).
               10  WS-TL-MAX-AMOUNT    PIC 9(8).
               10  WS-TL-MAX-CHANGE    PIC 9(8).

       01  WS-STREAM-DATE              PIC 9(8) VALUE ZERO.

       01  WS-CHECKPOINT-CONTROL.
      *
           05  WS-EXTRACT-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-EXTRACT-TOTAL        PIC S9(13) COMP-3 VALUE ZERO.
      *
      * Records 2060-CHECK-ACCOUNT-STATUS turned away, for the run
      * summary. Like the print-page fields this is not carried in
      * CHECKPOINT-RECORD -- a restarted run reports the refusals its
      * own execution made; the REJFILE generation holds them all.
      *
           05  WS-ACCOUNT-REJECT-COUNT PIC 9(7) VALUE ZERO.
      *
      * Records held in suspense and released records posted, for the
      * run summary and the suspense report -- not carried in
      * CHECKPOINT-RECORD either; SUSPFILE itself holds every item. A
      * held record's result IS in WS-GRAND-TOTAL and WS-RECORD-COUNT
      * (see 2000-PROCESS-RECORD).
      *
           05  WS-HELD-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-HELD-TOTAL           PIC S9(13) COMP-3 VALUE ZERO.
           05  WS-RELEASED-POSTED-COUNT PIC 9(7) VALUE ZERO.
      *
      * Correction-applied notices written to NOTICE-FILE, for its
      * trailer. Carried in CHECKPOINT-RECORD like WS-EXTRACT-COUNT,
      * since a restarted run's trailer closes the interrupted run's
      * notices as well as its own.
      *
           05  WS-NOTICE-COUNT         PIC 9(7) VALUE ZERO.

      *
      * Captured by 4500-WRITE-INQUIRY-RECORD when its keyed READ
           05  WS-ALC-RUN-DATE     PIC X(10).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-ALERT-FEED-LINE.
           05  FILLER              PIC X(27) VALUE
               "*** ALERT: FEED REFUSED -- ".
           05  WS-ALF-REASON       PIC X(23).
           05  FILLER              PIC X(10) VALUE " RUN DATE ".
           05  WS-ALF-RUN-DATE     PIC X(10).
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

       01  WS-SUSPENSE-HEADER-LINE-1.
           05  FILLER              PIC X(34) VALUE
               "SUSPENSE -- TOLERANCE HOLDS  RUN ".
           05  FILLER              PIC X(15) VALUE
               "BUSINESS DATE: ".
           05  WS-SH-RUN-DATE      PIC X(10).
           05  FILLER              PIC X(13) VALUE
               "  PARTITION: ".
           05  WS-SH-PARTITION     PIC X.
           05  FILLER              PIC X(59) VALUE SPACES.

       01  WS-SUSPENSE-HEADER-LINE-2.
           05  FILLER              PIC X(8) VALUE "KEY".
           05  FILLER              PIC X(10) VALUE "NUMBER 1".
           05  FILLER              PIC X(10) VALUE "NUMBER 2".
           05  FILLER              PIC X(11) VALUE "RESULT".
           05  FILLER              PIC X(11) VALUE "PRIOR".
           05  FILLER              PIC X(8) VALUE "REASON".
           05  FILLER              PIC X(11) VALUE "LIMIT".
           05  FILLER              PIC X(63) VALUE "ACTION".

       01  WS-SUSPENSE-DETAIL-LINE.
           05  WS-SD-KEY           PIC 9(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-SD-NUMBER        PIC Z(6)9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-SD-NUMBER2       PIC Z(6)9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-SD-NUMBER3       PIC Z(7)9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-SD-PRIOR         PIC Z(7)9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-SD-REASON        PIC X(2).
           05  FILLER              PIC X(6) VALUE SPACES.
           05  WS-SD-LIMIT         PIC Z(7)9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-SD-ACTION        PIC X(30).
           05  FILLER              PIC X(33) VALUE SPACES.

       01  WS-SUSPENSE-SUMMARY-LINE.
           05  FILLER              PIC X(19) VALUE
               "*** ITEMS HELD: ".
           05  WS-SS-HELD-COUNT    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(15) VALUE
               "  HELD TOTAL: ".
           05  WS-SS-HELD-TOTAL    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(21) VALUE
               "  RELEASES POSTED: ".
           05  WS-SS-RELEASED      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(42) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC S9(4) COMP.
           05  LK-PARM-DATA            PIC X(80).

      *
      * A feed file refused by 1200-VALIDATE-FEED, or a business date
      * in a closed GL period (1800-CHECK-PERIOD-OPEN), posts nothing
      * at all and fails the step with RC 8, the same gate-refusal code
      * BUGMERGE uses for an incomplete day -- jcl/BUGJOB.jcl's
      * STEP020 turns it into the failed job the same way it does a
      * reconciliation mismatch. 9000-TERMINATE then records the
      * refusal as the run's "F" status.
      *
       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           IF WS-FEED-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-PROCESS-RECORD UNTIL WS-EOF

               IF WS-PARTITIONED-RUN
                   CONTINUE
               ELSE
                   PERFORM 7000-RECONCILE-TOTALS
                   IF WS-RECON-MISMATCH OR WS-RECON-COUNT-MISMATCH
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF

      *
      * The balance-forward proof runs for partitioned runs too --
      * unlike the CTLFILE reconciliation it is self-contained per
      * run, proving only this run's own balance arithmetic.
      *
               PERFORM 7500-VERIFY-BALANCE-PROOF
               IF WS-BALANCE-PROOF-MISMATCH
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM 9000-TERMINATE.
           STOP RUN.
      *
           OPEN I-O AUDIT-HISTORY-FILE
           OPEN I-O RUN-STATUS-FILE
           OPEN INPUT ACCOUNT-FILE
           OPEN I-O APPROVAL-FILE
           OPEN I-O SUSPENSE-FILE
           OPEN EXTEND MAINT-AUDIT-FILE
      *
      * SUSPRPT is SYSOUT like RPTFILE, so a restarted run's suspense
      * report is a fresh one covering only the resumed records.
      *
           OPEN OUTPUT SUSPENSE-REPORT-FILE

           IF WS-PARTITIONED-RUN
               PERFORM 1400-LOCATE-STREAM-DATE
               OPEN EXTEND AUDIT-FILE
               OPEN EXTEND EXTRACT-FILE
               OPEN EXTEND REJECT-FILE
               OPEN EXTEND NOTICE-FILE
           ELSE
               OPEN OUTPUT AUDIT-FILE
               OPEN OUTPUT EXTRACT-FILE
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT NOTICE-FILE
           END-IF

           MOVE WS-RUN-DATE-RAW(5:2) TO WS-RUN-DATE-MM
           MOVE WS-RUN-DATE-RAW(7:2) TO WS-RUN-DATE-DD
           MOVE WS-RUN-DATE-RAW(1:4) TO WS-RUN-DATE-CCYY

      *
      * The feed check needs the final business date (1100/1400
      * above) and the alert file open, and has to finish before the
      * first record is read for posting. A partitioned run's slice
      * carries no header or trailer -- BUGSPLIT checked and
      * registered the whole file before dealing it out. A refused
      * file gives back what BUGRESMG merged onto it (1260) -- but
      * not on a restart, whose interrupted run may already have
      * posted some of it.
      *
           IF NOT WS-PARTITIONED-RUN
               OPEN I-O FEED-REGISTER-FILE
               PERFORM 1200-VALIDATE-FEED
               IF WS-FEED-REFUSED
                   AND NOT WS-RESTART-REQUESTED
                   PERFORM 1260-RETURN-MERGED-CORRECTIONS
               END-IF
           END-IF

      *
      * The period check needs the final business date as well; a
      * feed already refused needs no second reason.
      *
           IF WS-FEED-ACCEPTED
               PERFORM 1800-CHECK-PERIOD-OPEN
           END-IF

      *
      * A fresh run rewrites CKPTFILE with its starting (zero) totals
      * before the first record is read. Without this, a run whose
               PERFORM 6000-SAVE-CHECKPOINT
           END-IF

      *
      * The notice header goes on once per generation: a restart
      * appends behind the one the interrupted run wrote, and a
      * refused feed leaves the generation empty, as it does the
      * extract.
      *
           IF WS-FEED-ACCEPTED
               AND NOT WS-RESTART-REQUESTED
               PERFORM 4850-WRITE-NOTICE-HEADER
           END-IF

           MOVE "S" TO WS-RUN-STATUS-CODE
           PERFORM 8900-WRITE-RUN-STATUS

      *
      * The tolerance table loads after the "S" record for the same
      * reason BUGGLPST's rate table does -- 1650-STORE-TOLERANCE-
      * ENTRY's hard-fail paths STOP RUN, and a bad table must still
      * leave the started-with-no-completion record the monitor
      * looks for.
      *
           PERFORM 1600-LOAD-TOLERANCE-TABLE
           PERFORM 8450-WRITE-SUSPENSE-HEADER

           PERFORM 2100-READ-TRANS-RECORD.

      *
               END-IF
           END-IF.

      *
      * Pre-pass over the whole TRANFILE, before anything posts: the
      * first record must be a feed header (see copybooks/TRANHDR
      * .cpy), every trailer's count must equal the details since the
      * header or the previous trailer, no details may follow the
      * last trailer, and no second header may appear (two files run
      * together). The header must carry this run's business date,
      * and the register check in 1300 must find the file neither a
      * repeat nor out of sequence. Counting segment by segment is
      * what lets BUGRESMG's appended corrections, closed by its own
      * trailer, pass the same check as the sender's details. The
      * file is then closed and reopened so 2100-READ-TRANS-RECORD
      * starts again from the top -- the restart replay in 1500
      * counts on that too. The first failure found is the one
      * reported.
      *
       1200-VALIDATE-FEED.
           SET WS-FEED-ACCEPTED TO TRUE
           MOVE ZERO TO WS-FEED-SEGMENT-COUNT
           MOVE ZERO TO WS-FEED-DETAIL-COUNT
           MOVE ZERO TO WS-FEED-TRAILER-COUNT

           READ TRANS-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ

           EVALUATE TRUE
               WHEN WS-EOF
               WHEN NOT TRH-FEED-HEADER
                   SET WS-FEED-REFUSED TO TRUE
                   MOVE "MISSING FEED HEADER" TO WS-FEED-REFUSAL-REASON
               WHEN TRH-BUSINESS-DATE IS NOT NUMERIC
               WHEN TRH-SEQUENCE-NUMBER IS NOT NUMERIC
                   SET WS-FEED-REFUSED TO TRUE
                   MOVE "INVALID FEED HEADER" TO WS-FEED-REFUSAL-REASON
               WHEN OTHER
                   MOVE TRH-SOURCE-SYSTEM TO WS-FEED-SOURCE-SYSTEM
                   MOVE TRH-SEQUENCE-NUMBER TO WS-FEED-SEQUENCE-NUMBER
                   MOVE TRH-BUSINESS-DATE TO WS-FEED-BUSINESS-DATE
                   PERFORM 1250-SCAN-FEED-RECORD
                       UNTIL WS-EOF OR WS-FEED-REFUSED
           END-EVALUATE

           IF WS-FEED-ACCEPTED
               AND (WS-FEED-TRAILER-COUNT = ZERO
                   OR WS-FEED-SEGMENT-COUNT > ZERO)
               SET WS-FEED-REFUSED TO TRUE
               MOVE "MISSING FEED TRAILER" TO WS-FEED-REFUSAL-REASON
           END-IF

           IF WS-FEED-ACCEPTED
               AND WS-FEED-BUSINESS-DATE NOT = WS-RUN-DATE-RAW
               SET WS-FEED-REFUSED TO TRUE
               MOVE "WRONG BUSINESS DATE" TO WS-FEED-REFUSAL-REASON
           END-IF

           IF WS-FEED-ACCEPTED
               PERFORM 1300-CHECK-FEED-REGISTER
           END-IF

           CLOSE TRANS-FILE
           OPEN INPUT TRANS-FILE
           MOVE "N" TO WS-EOF-FLAG

           DISPLAY "*** FEED HEADER -- SOURCE " WS-FEED-SOURCE-SYSTEM
               " SEQUENCE " WS-FEED-SEQUENCE-NUMBER
               " BUSINESS DATE " WS-FEED-BUSINESS-DATE
               " DETAILS " WS-FEED-DETAIL-COUNT
           IF WS-FEED-REFUSED
               DISPLAY "*** FEED FILE REFUSED -- "
                   WS-FEED-REFUSAL-REASON
               PERFORM 8650-WRITE-ALERT-FEED-LINE
           END-IF.

       1250-SCAN-FEED-RECORD.
           READ TRANS-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ

           IF NOT WS-EOF
               EVALUATE TRUE
                   WHEN TRH-FEED-HEADER
                       SET WS-FEED-REFUSED TO TRUE
                       MOVE "SECOND FEED HEADER"
                           TO WS-FEED-REFUSAL-REASON
                   WHEN TRT-FEED-TRAILER
                       IF TRT-RECORD-COUNT IS NUMERIC
                           AND TRT-RECORD-COUNT = WS-FEED-SEGMENT-COUNT
                           ADD 1 TO WS-FEED-TRAILER-COUNT
                           MOVE ZERO TO WS-FEED-SEGMENT-COUNT
                       ELSE
                           SET WS-FEED-REFUSED TO TRUE
                           MOVE "TRAILER COUNT MISMATCH"
                               TO WS-FEED-REFUSAL-REASON
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-FEED-SEGMENT-COUNT
                       ADD 1 TO WS-FEED-DETAIL-COUNT
               END-EVALUATE
           END-IF.

      *
      * A refused feed file is not run again as it stands -- the
      * sender resends it -- so the corrections and released suspense
      * records BUGRESMG appended to it, and emptied RESBFILE of,
      * would go with it, their approval items left "V" and suspense
      * items "R" for good. They are written back to RESBFILE
      * (OPEN EXTEND, as BUGSUSP appends) for the next night's merge.
      * BUGRESMG closes what it appends with a trailer of its own
      * (source "BUGRESMG"), so a first pass finds the details of the
      * last such segment and a second copies them. Only the last:
      * a refused file run again as it stands (under a BDATFILE date,
      * say) has had the returned records merged onto it a second
      * time, and that last segment holds everything RESBFILE did.
      * TRANFILE is left reopened at the top, as 1200 leaves it.
      *
       1260-RETURN-MERGED-CORRECTIONS.
           MOVE ZERO TO WS-RETURN-ORDINAL
           MOVE ZERO TO WS-RETURN-FIRST
           MOVE ZERO TO WS-RETURN-LAST
           MOVE ZERO TO WS-RETURN-COUNT
           MOVE 1 TO WS-RETURN-SEGMENT-START
           CLOSE TRANS-FILE
           OPEN INPUT TRANS-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM 1265-LOCATE-MERGED-SEGMENT UNTIL WS-EOF

           IF WS-RETURN-FIRST > ZERO
               AND WS-RETURN-FIRST NOT > WS-RETURN-LAST
               CLOSE TRANS-FILE
               OPEN INPUT TRANS-FILE
               MOVE "N" TO WS-EOF-FLAG
               MOVE ZERO TO WS-RETURN-ORDINAL
               OPEN EXTEND RESUBMIT-FILE
               PERFORM 1270-RETURN-MERGED-RECORD
                   UNTIL WS-EOF
                       OR WS-RETURN-ORDINAL NOT < WS-RETURN-LAST
               CLOSE RESUBMIT-FILE
               DISPLAY "*** FEED FILE REFUSED -- " WS-RETURN-COUNT
                   " MERGED RECORDS RETURNED TO RESBFILE"
           END-IF

           CLOSE TRANS-FILE
           OPEN INPUT TRANS-FILE
           MOVE "N" TO WS-EOF-FLAG.

       1265-LOCATE-MERGED-SEGMENT.
           READ TRANS-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ

           IF NOT WS-EOF
               ADD 1 TO WS-RETURN-ORDINAL
               IF TRH-FEED-HEADER OR TRT-FEED-TRAILER
                   IF TRT-FEED-TRAILER
                       AND TRT-SOURCE-SYSTEM = "BUGRESMG"
                       MOVE WS-RETURN-SEGMENT-START TO WS-RETURN-FIRST
                       COMPUTE WS-RETURN-LAST = WS-RETURN-ORDINAL - 1
                   END-IF
                   COMPUTE WS-RETURN-SEGMENT-START =
                       WS-RETURN-ORDINAL + 1
               END-IF
           END-IF.

       1270-RETURN-MERGED-RECORD.
           READ TRANS-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ

           IF NOT WS-EOF
               ADD 1 TO WS-RETURN-ORDINAL
               IF WS-RETURN-ORDINAL NOT < WS-RETURN-FIRST
                   WRITE RESUBMIT-RECORD FROM TRANS-RECORD
                   ADD 1 TO WS-RETURN-COUNT
               END-IF
           END-IF.

      *
      * One source's register entries sit contiguous and ascending
      * under the FRG-SOURCE-SYSTEM key prefix, so a START at the
      * source with sequence zero and a READ NEXT until the source
      * changes sees every file that source ever sent. An entry with
      * the same sequence number or the same business date means
      * this file (or another file for the same day) was already
      * accepted; otherwise the file must be exactly one past the
      * source's highest sequence. A source's first file sets its
      * starting sequence. An entry whose day has been backed out
      * (FRG-BACKED-OUT, see bugbkout.cob) counts for none of this,
      * so the day's file can be sent again under its own sequence.
      *
      * On a restart the interrupted run may have got as far as
      * registering the file before it died (8600 runs just ahead of
      * the "C" status). An entry for exactly this file written by
      * BUG is then this run's own, not a repeat, and is not written
      * again at end of run.
      *
       1300-CHECK-FEED-REGISTER.
           MOVE "N" TO WS-FEED-KNOWN-FLAG
           MOVE "N" TO WS-FEED-REPEAT-FLAG
           MOVE "N" TO WS-FEED-REGISTERED-FLAG
           MOVE "N" TO WS-REGISTER-SCAN-FLAG
           MOVE ZERO TO WS-FEED-LAST-SEQUENCE
           MOVE WS-FEED-SOURCE-SYSTEM TO FRG-SOURCE-SYSTEM
           MOVE ZERO TO FRG-SEQUENCE-NUMBER
           START FEED-REGISTER-FILE KEY IS NOT LESS THAN FRG-KEY
               INVALID KEY
                   SET WS-REGISTER-SCAN-DONE TO TRUE
           END-START

           PERFORM 1350-SCAN-REGISTER-ENTRY
               UNTIL WS-REGISTER-SCAN-DONE

           COMPUTE WS-FEED-EXPECTED-SEQUENCE =
               WS-FEED-LAST-SEQUENCE + 1

           EVALUATE TRUE
               WHEN WS-FEED-REPEAT
                   SET WS-FEED-REFUSED TO TRUE
                   MOVE "REPEAT FILE" TO WS-FEED-REFUSAL-REASON
               WHEN WS-FEED-SOURCE-KNOWN
                   AND WS-FEED-SEQUENCE-NUMBER
                       NOT = WS-FEED-EXPECTED-SEQUENCE
                   SET WS-FEED-REFUSED TO TRUE
                   MOVE "OUT OF SEQUENCE" TO WS-FEED-REFUSAL-REASON
                   DISPLAY "*** EXPECTED FEED SEQUENCE "
                       WS-FEED-EXPECTED-SEQUENCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1350-SCAN-REGISTER-ENTRY.
           READ FEED-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-REGISTER-SCAN-DONE TO TRUE
           END-READ

           IF NOT WS-REGISTER-SCAN-DONE
               EVALUATE TRUE
                   WHEN FRG-SOURCE-SYSTEM NOT = WS-FEED-SOURCE-SYSTEM
                       SET WS-REGISTER-SCAN-DONE TO TRUE
                   WHEN FRG-BACKED-OUT
                       CONTINUE
                   WHEN WS-RESTART-REQUESTED
                       AND FRG-SEQUENCE-NUMBER = WS-FEED-SEQUENCE-NUMBER
                       AND FRG-BUSINESS-DATE = WS-FEED-BUSINESS-DATE
                       AND FRG-JOB-NAME = "BUG"
                       SET WS-FEED-REGISTERED TO TRUE
                   WHEN OTHER
                       SET WS-FEED-SOURCE-KNOWN TO TRUE
                       IF FRG-SEQUENCE-NUMBER = WS-FEED-SEQUENCE-NUMBER
                           OR FRG-BUSINESS-DATE = WS-FEED-BUSINESS-DATE
                           SET WS-FEED-REPEAT TO TRUE
                       END-IF
                       IF FRG-SEQUENCE-NUMBER > WS-FEED-LAST-SEQUENCE
                           MOVE FRG-SEQUENCE-NUMBER
                               TO WS-FEED-LAST-SEQUENCE
                       END-IF
               END-EVALUATE
           END-IF.

       1500-RESTART-FROM-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           READ CHECKPOINT-FILE
                   MOVE ZERO TO CKPT-GRAND-TOTAL
                   MOVE ZERO TO CKPT-EXTRACT-COUNT
                   MOVE ZERO TO CKPT-EXTRACT-TOTAL
                   MOVE ZERO TO CKPT-NOTICE-COUNT
           END-READ
           CLOSE CHECKPOINT-FILE

           MOVE CKPT-GRAND-TOTAL TO WS-GRAND-TOTAL
           MOVE CKPT-EXTRACT-COUNT TO WS-EXTRACT-COUNT
           MOVE CKPT-EXTRACT-TOTAL TO WS-EXTRACT-TOTAL
           IF CKPT-NOTICE-COUNT IS NUMERIC
               MOVE CKPT-NOTICE-COUNT TO WS-NOTICE-COUNT
           ELSE
               MOVE ZERO TO WS-NOTICE-COUNT
           END-IF
           MOVE CKPT-RECORD-COUNT TO WS-SKIP-COUNT

      *
      * back empty on a restart, so without rebuilding it here a key
      * already posted before the checkpoint would no longer look like
      * a duplicate if it recurs later in the same TRANFILE, and would
      * post twice. 2040-VALIDATE-RECORD/2060-CHECK-ACCOUNT-STATUS/
      * 2050-CHECK-DUPLICATE-KEY are replayed for exactly that reason
      * (and are safe to replay: they only read, set flags, and mark
      * the table, they perform no WRITEs), so the table ends up
      * exactly as it was at the moment the run died, without
      * repeating any of that record's original output. The account
      * check has to be part of the replay because an account-refused
      * key never marks the table in 2000-PROCESS-RECORD either. The
      * replay reads through 2100-READ-TRANS-RECORD, so the feed's
      * header and trailers are passed over exactly as they were the
      * first time and WS-SKIP-COUNT stays a count of details.
      *
           PERFORM WS-SKIP-COUNT TIMES
               PERFORM 2100-READ-TRANS-RECORD

               IF NOT WS-EOF
                   PERFORM 2040-VALIDATE-RECORD
                   IF WS-RECORD-VALID
                       PERFORM 2060-CHECK-ACCOUNT-STATUS
                   END-IF
                   IF WS-RECORD-VALID
                       PERFORM 2050-CHECK-DUPLICATE-KEY
                   END-IF
               END-IF
           END-PERFORM.

       1600-LOAD-TOLERANCE-TABLE.
           OPEN INPUT TOLERANCE-FILE
           PERFORM 1700-READ-TOLERANCE-RECORD
           PERFORM 1650-STORE-TOLERANCE-ENTRY UNTIL WS-TOLERANCE-EOF
           CLOSE TOLERANCE-FILE.

      *
      * A table wider than WS-TOLERANCE-TABLE, or an entry with a
      * non-numeric field, is a configuration problem, not something
      * to half-load: skipping an entry would let its whole key range
      * post unchecked, which is exactly what the table exists to
      * stop. Fail the step hard, the same discipline as BUGGLPST's
      * 1250-STORE-RATE-ENTRY.
      *
       1650-STORE-TOLERANCE-ENTRY.
           IF WS-TOLERANCE-COUNT >= WS-TOLERANCE-MAX
               DISPLAY "*** TOLERANCE TABLE EXCEEDS " WS-TOLERANCE-MAX
                   " ENTRIES -- STEP ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF TOL-KEY-LOW IS NOT NUMERIC
               OR TOL-KEY-HIGH IS NOT NUMERIC
               OR TOL-MAX-AMOUNT IS NOT NUMERIC
               OR TOL-MAX-CHANGE IS NOT NUMERIC
               DISPLAY "*** INVALID TOLERANCE TABLE ENTRY: "
                   TOLERANCE-TABLE-RECORD " -- STEP ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-TOLERANCE-COUNT
           MOVE TOL-KEY-LOW TO WS-TL-KEY-LOW(WS-TOLERANCE-COUNT)
           MOVE TOL-KEY-HIGH TO WS-TL-KEY-HIGH(WS-TOLERANCE-COUNT)
           MOVE TOL-MAX-AMOUNT TO WS-TL-MAX-AMOUNT(WS-TOLERANCE-COUNT)
           MOVE TOL-MAX-CHANGE TO WS-TL-MAX-CHANGE(WS-TOLERANCE-COUNT)

           PERFORM 1700-READ-TOLERANCE-RECORD.

       1700-READ-TOLERANCE-RECORD.
           READ TOLERANCE-FILE
               AT END
                   SET WS-TOLERANCE-EOF TO TRUE
           END-READ.

      *
      * The business date's GL period (CCYYMM) must not be one
      * accounting has closed (see copybooks/PERDREC.cpy): a rerun
      * into a closed month would move the balances its month-end
      * snapshot and reported figures stand on. A closed period
      * refuses the run as a refused feed is refused -- nothing
      * posts, RC 8, an "F" status -- with its own alert, unless a
      * period override card names this job and business date and
      * was keyed by an operator with period authority (see
      * copybooks/POVRREC.cpy). An override used is logged on the
      * period record and alerted. A partitioned run's ALRTFILE is
      * DUMMY, so its refusal shows as the partition's "F" and
      * BUGMERGE, which checks the same period, alerts for the day.
      *
      * The check fails closed, like the AUTHFILE checks: only a
      * not-found ("23") means the period has never been closed. A
      * file that will not open or a read that fails any other way
      * -- a missing cluster, BUGCLOSE holding it -- refuses the run
      * as a closed period would, with an alert of its own. The
      * lookup opens PERDFILE INPUT, so the 4 partitions of a
      * partitioned day read it side by side; only an override,
      * which has to be logged, reopens it I-O (1890).
      *
       1800-CHECK-PERIOD-OPEN.
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
                       PERFORM 1880-REFUSE-PERIOD-UNREADABLE
                   WHEN PRD-PERIOD-CLOSED
                       PERFORM 1850-FIND-PERIOD-OVERRIDE
                       IF WS-PERIOD-OVERRIDE-FOUND
                           PERFORM 1870-CHECK-PERIOD-AUTHORITY
                       END-IF
                       IF NOT WS-PERIOD-OVERRIDE-AUTHORIZED
                           SET WS-FEED-REFUSED TO TRUE
                           MOVE "PERIOD CLOSED"
                               TO WS-FEED-REFUSAL-REASON
                           DISPLAY "*** GL PERIOD " PRD-PERIOD
                               " IS CLOSED -- RUN REFUSED"
                           PERFORM 8660-WRITE-ALERT-PERIOD-LINE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               CLOSE PERIOD-CONTROL-FILE
           ELSE
               PERFORM 1880-REFUSE-PERIOD-UNREADABLE
           END-IF

           IF WS-PERIOD-OVERRIDE-AUTHORIZED
               PERFORM 1890-LOG-PERIOD-OVERRIDE
           END-IF.

       1850-FIND-PERIOD-OVERRIDE.
           MOVE "N" TO WS-PERIOD-CARD-EOF-FLAG
           OPEN INPUT PERIOD-OVERRIDE-FILE
           PERFORM 1860-READ-PERIOD-OVERRIDE
               UNTIL WS-PERIOD-CARD-EOF
                   OR WS-PERIOD-OVERRIDE-FOUND
           CLOSE PERIOD-OVERRIDE-FILE.

      *
      * Cards for another job or another date are passed over, so
      * one deck can carry the cards for a whole rerun.
      *
       1860-READ-PERIOD-OVERRIDE.
           READ PERIOD-OVERRIDE-FILE
               AT END
                   SET WS-PERIOD-CARD-EOF TO TRUE
           END-READ

           IF NOT WS-PERIOD-CARD-EOF
               IF POV-BUSINESS-DATE IS NUMERIC
                   AND POV-BUSINESS-DATE = WS-RUN-DATE-RAW
                   AND POV-JOB-NAME = "BUG"
                   AND POV-OPERATOR-ID NOT = SPACES
                   AND POV-REASON NOT = SPACES
                   SET WS-PERIOD-OVERRIDE-FOUND TO TRUE
                   MOVE POV-OPERATOR-ID TO WS-PERIOD-OPERATOR-ID
                   MOVE POV-REASON TO WS-PERIOD-REASON
               END-IF
           END-IF.

      *
      * Fails closed, like BUG007C's update check: an operator with
      * no AUTHFILE record has no period authority.
      *
       1870-CHECK-PERIOD-AUTHORITY.
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

       1880-REFUSE-PERIOD-UNREADABLE.
           SET WS-FEED-REFUSED TO TRUE
           MOVE "PERIOD FILE UNREADABLE" TO WS-FEED-REFUSAL-REASON
           DISPLAY "*** GL PERIOD CONTROL FILE STATUS "
               WS-PERIOD-FILE-STATUS " -- RUN REFUSED"
           PERFORM 8665-WRITE-ALERT-PERDFILE-LINE.

      *
      * An override is only used once it is on the period record: a
      * PERDFILE that cannot be reopened I-O, reread, or rewritten
      * refuses the run rather than let it post into the closed
      * period with no trail.
      *
       1890-LOG-PERIOD-OVERRIDE.
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
                   MOVE "BUG" TO PRD-LAST-OVERRIDE-JOB
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
                   PERFORM 8670-WRITE-ALERT-PERIOD-OVERRIDE
               ELSE
                   PERFORM 1880-REFUSE-PERIOD-UNREADABLE
               END-IF
               CLOSE PERIOD-CONTROL-FILE
           ELSE
               PERFORM 1880-REFUSE-PERIOD-UNREADABLE
           END-IF.

       2000-PROCESS-RECORD.
           PERFORM 2040-VALIDATE-RECORD
           IF WS-RECORD-VALID
               PERFORM 2060-CHECK-ACCOUNT-STATUS
               IF WS-RECORD-INVALID
                   ADD 1 TO WS-ACCOUNT-REJECT-COUNT
               END-IF
           END-IF

      *
      * A record that does not post may be the released correction
      * of an approved ("V") item -- see 4560-CLOSE-REFUSED-
      * CORRECTION, which closes such an item rather than leave it
      * in flight forever. Only a record with numeric fields can be
      * matched against the item's approved values.
      *
           IF WS-RECORD-INVALID
               PERFORM 8300-WRITE-REJECT-RECORD
               IF TR-KEY OF TRANS-RECORD IS NUMERIC
                   AND TR-NUMBER OF TRANS-RECORD IS NUMERIC
                   AND TR-NUMBER2 OF TRANS-RECORD IS NUMERIC
                   PERFORM 4560-CLOSE-REFUSED-CORRECTION
               END-IF
           ELSE
               PERFORM 2050-CHECK-DUPLICATE-KEY

               IF WS-DUPLICATE-KEY
                   PERFORM 8100-WRITE-DUPLICATE-ERROR-LINE
                   PERFORM 4560-CLOSE-REFUSED-CORRECTION
               ELSE
                   MOVE TR-NUMBER OF TRANS-RECORD TO WS-NUMBER
                   MOVE TR-NUMBER2 OF TRANS-RECORD TO WS-NUMBER2
      *
                   ADD WS-NUMBER3-WIDE TO WS-GRAND-TOTAL

      *
      * A record outside tolerance is held in suspense instead of
      * posting -- no audit record, no INQFILE update, no report line,
      * no extract entry. It has already been added to WS-GRAND-TOTAL
      * above and is counted in WS-RECORD-COUNT below like any other
      * record read, so the CTLFILE reconciliation sees it as received
      * and accounted for, not missing; the suspense report and
      * SUSPFILE say where it went.
      *
      * 4500 runs ahead of the report line since the REPORT now shows
      * the running balance 4500 computes; it also has to run ahead
      * of 4700, which reverses the prior posting 4500 captured.
      *
                   PERFORM 2070-CHECK-TOLERANCE
                   IF WS-ITEM-HELD
                       PERFORM 8400-HOLD-IN-SUSPENSE
                   ELSE
                       PERFORM 8500-WRITE-AUDIT-RECORD
                       PERFORM 4500-WRITE-INQUIRY-RECORD
                       PERFORM 4000-WRITE-REPORT-LINE
                       PERFORM 4700-WRITE-EXTRACT-RECORD
                       IF WS-SUSPENSE-RELEASE
                           PERFORM 8460-MARK-SUSPENSE-POSTED
                       END-IF
                   END-IF
               END-IF
           END-IF


           PERFORM 2100-READ-TRANS-RECORD.

      *
      * Feed header and trailer records (see copybooks/TRANHDR.cpy)
      * have done their job in 1200-VALIDATE-FEED and are passed over
      * here, so only detail records ever reach 2000-PROCESS-RECORD
      * and WS-RECORD-COUNT counts exactly what CTLFILE expects.
      *
       2100-READ-TRANS-RECORD.
           PERFORM 2110-READ-NEXT-TRANS-RECORD
           PERFORM 2110-READ-NEXT-TRANS-RECORD
               UNTIL WS-EOF
                   OR NOT (TRH-FEED-HEADER OR TRT-FEED-TRAILER).

       2110-READ-NEXT-TRANS-RECORD.
           READ TRANS-FILE
               AT END
                   SET WS-EOF TO TRUE
               SET WS-RECORD-VALID TO TRUE
           ELSE
               SET WS-RECORD-INVALID TO TRUE
               MOVE "IV" TO WS-REJECT-REASON
           END-IF.

      *
      * Only a key whose account is on the account master and open
      * may post. An unknown key, a closed account, or a frozen one
      * is refused the same way a malformed record is -- the record
      * goes to REJFILE, stamped with the reason, and is counted in
      * WS-RECORD-COUNT but never reaches the grand total, INQFILE,
      * or the extract. It runs ahead of 2050-CHECK-DUPLICATE-KEY so
      * a refused key does not mark WS-SEEN-KEY-TABLE: a later record
      * for the same key is refused on its own merits too, rather
      * than reported as a duplicate of a record that never posted.
      * Any read failure other than not-found is treated as unknown
      * -- the check fails closed, like BUG007C's authority check.
      *
       2060-CHECK-ACCOUNT-STATUS.
           MOVE TR-KEY OF TRANS-RECORD TO ACT-KEY
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN WS-ACCOUNT-FILE-STATUS NOT = "00"
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "UA" TO WS-REJECT-REASON
               WHEN ACT-STATUS-CLOSED
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "AC" TO WS-REJECT-REASON
               WHEN ACT-STATUS-FROZEN
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "AF" TO WS-REJECT-REASON
               WHEN ACT-STATUS-OPEN
                   CONTINUE
               WHEN OTHER
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "UA" TO WS-REJECT-REASON
           END-EVALUATE.

      *
      * Catches a same-day duplicate TR-KEY submission (feed glitch, or
      * an operator resubmitting a key that was already re-merged into
               MOVE "Y" TO WS-SEEN-KEY-FLAG(WS-SEEN-SUBSCRIPT)
           END-IF.

      *
      * A record the suspense release job queued (TR-SUSPENSE-DATE
      * set, see copybooks/TRANREC.cpy) posts without the check --
      * support has already looked at it -- but only when SUSPFILE
      * agrees: the item for that key and held date must be released
      * and carry the same values. Anything else, including digits a
      * feed happens to send in those positions, is checked like any
      * other record. A restarted run may find the item already
      * marked posted by the interrupted run, for the record that was
      * in flight when it died; that still counts as a release.
      *
      * Otherwise the first table entry covering the key gives the
      * limits. The change limit needs the key's prior posted result,
      * read from INQFILE the same way 4500-WRITE-INQUIRY-RECORD reads
      * it; a key with no trustworthy prior posting is held only on
      * the amount limit.
      *
       2070-CHECK-TOLERANCE.
           MOVE "N" TO WS-HOLD-FLAG
           MOVE "N" TO WS-RELEASE-FLAG
           MOVE "N" TO WS-HOLD-PRIOR-FLAG
           MOVE ZERO TO WS-HOLD-PRIOR-NUMBER3

           IF TR-SUSPENSE-DATE OF TRANS-RECORD IS NUMERIC
               PERFORM 2075-CHECK-SUSPENSE-RELEASE
           END-IF

           IF NOT WS-SUSPENSE-RELEASE
               MOVE "N" TO WS-TOLERANCE-FOUND-FLAG
               PERFORM 2080-CHECK-TOLERANCE-ENTRY
                   VARYING WS-TOLERANCE-SUB FROM 1 BY 1
                   UNTIL WS-TOLERANCE-SUB > WS-TOLERANCE-COUNT
                       OR WS-TOLERANCE-FOUND
               IF WS-TOLERANCE-FOUND
                   PERFORM 2085-TEST-TOLERANCE-LIMITS
               END-IF
           END-IF.

       2075-CHECK-SUSPENSE-RELEASE.
           MOVE TR-KEY OF TRANS-RECORD TO SUS-TRAN-KEY
           MOVE TR-SUSPENSE-DATE OF TRANS-RECORD TO SUS-HELD-DATE
           READ SUSPENSE-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-SUSPENSE-FILE-STATUS = "00"
               AND SUS-NUMBER = TR-NUMBER OF TRANS-RECORD
               AND SUS-NUMBER2 = TR-NUMBER2 OF TRANS-RECORD
               AND (SUS-STATUS-RELEASED
                   OR (SUS-STATUS-POSTED
                       AND WS-RESTART-REQUESTED
                       AND SUS-ACTION-DATE = WS-RUN-DATE-RAW))
               SET WS-SUSPENSE-RELEASE TO TRUE
           ELSE
               DISPLAY "*** NO RELEASED SUSPENSE ITEM FOR KEY "
                   TR-KEY OF TRANS-RECORD " HELD "
                   TR-SUSPENSE-DATE OF TRANS-RECORD
                   " -- TOLERANCE APPLIED"
           END-IF.

       2080-CHECK-TOLERANCE-ENTRY.
           IF TR-KEY OF TRANS-RECORD
                   >= WS-TL-KEY-LOW(WS-TOLERANCE-SUB)
               AND TR-KEY OF TRANS-RECORD
                   <= WS-TL-KEY-HIGH(WS-TOLERANCE-SUB)
               MOVE WS-TL-MAX-AMOUNT(WS-TOLERANCE-SUB)
                   TO WS-SEL-MAX-AMOUNT
               MOVE WS-TL-MAX-CHANGE(WS-TOLERANCE-SUB)
                   TO WS-SEL-MAX-CHANGE
               SET WS-TOLERANCE-FOUND TO TRUE
           END-IF.

       2085-TEST-TOLERANCE-LIMITS.
           MOVE TR-KEY OF TRANS-RECORD TO IQ-KEY
           READ INQUIRY-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-INQUIRY-FILE-STATUS = "00"
               AND IQ-NUMBER3 IS NUMERIC
               SET WS-HOLD-PRIOR-POSTED TO TRUE
               MOVE IQ-NUMBER3 TO WS-HOLD-PRIOR-NUMBER3
           END-IF

           COMPUTE WS-TOLERANCE-CHANGE =
               WS-NUMBER3-WIDE - WS-HOLD-PRIOR-NUMBER3
           IF WS-TOLERANCE-CHANGE < ZERO
               COMPUTE WS-TOLERANCE-CHANGE = ZERO - WS-TOLERANCE-CHANGE
           END-IF

           EVALUATE TRUE
               WHEN WS-SEL-MAX-AMOUNT > ZERO
                   AND WS-NUMBER3-WIDE > WS-SEL-MAX-AMOUNT
                   SET WS-ITEM-HELD TO TRUE
                   MOVE "AM" TO WS-HOLD-REASON
                   MOVE WS-SEL-MAX-AMOUNT TO WS-HOLD-LIMIT
               WHEN WS-SEL-MAX-CHANGE > ZERO
                   AND WS-HOLD-PRIOR-POSTED
                   AND WS-TOLERANCE-CHANGE > WS-SEL-MAX-CHANGE
                   SET WS-ITEM-HELD TO TRUE
                   MOVE "CH" TO WS-HOLD-REASON
                   MOVE WS-SEL-MAX-CHANGE TO WS-HOLD-LIMIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8000-WRITE-ERROR-LINE.
           MOVE WS-NUMBER TO WS-ERR-NUMBER
           MOVE WS-NUMBER2 TO WS-ERR-NUMBER2
           WRITE ERROR-REPORT-RECORD FROM WS-DUP-ERROR-LINE.

       8300-WRITE-REJECT-RECORD.
           MOVE TRANS-RECORD TO REJ-TRANS-IMAGE
           MOVE WS-REJECT-REASON TO REJ-REASON-CODE
           WRITE REJECT-RECORD.

       4000-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
           MOVE WS-OVERFLOW-FLAG TO IQ-OVERFLOW-FLAG
           MOVE WS-RUN-DATE-RAW TO IQ-LAST-UPDATE-DATE
      *
      * The pending-correction flag is settled against the approval
      * queue -- see 4550-SETTLE-APPROVAL-ITEM.
      *
           PERFORM 4550-SETTLE-APPROVAL-ITEM
           MOVE WS-CLOSING-BALANCE TO IQ-CUMULATIVE-BALANCE

           IF WS-INQUIRY-FILE-STATUS = "00"
               END-WRITE
           END-IF.

      *
      * The batch run is the authoritative reprocess of this key, so
      * an approved correction for it (see BUG009C) has just been
      * applied here when the record posted carries the approved
      * values -- the item is marked merged and the pending-correction
      * flag cleared so the archive/purge job (bugarch.cob) can
      * consider this key for retention again. An item still awaiting
      * approval, or approved but not yet merged into a feed (released
      * after BUGRESMG ran), keeps the flag set: a correction is still
      * in flight for the key. With no item in flight the flag is
      * cleared as before.
      *
      * Posting the approved values is the moment the correction is
      * applied, so that is when the customer's notice is written --
      * ahead of the REWRITE to merged, so a run that dies between
      * the two repeats the notice on restart rather than losing it.
      *
      * An approved item whose released correction this run refuses
      * instead of posting is closed by 4560-CLOSE-REFUSED-CORRECTION
      * below; one whose correction is held in suspense stays "V"
      * until BUGSUSP releases (and a later run posts) or cancels it.
      *
       4550-SETTLE-APPROVAL-ITEM.
           MOVE TR-KEY OF TRANS-RECORD TO APR-KEY
           READ APPROVAL-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN WS-APPROVAL-FILE-STATUS NOT = "00"
                   SET IQ-NOT-PENDING-CORRECTION TO TRUE
               WHEN APR-STATUS-APPROVED
                   AND APR-NEW-NUMBER = TR-NUMBER OF TRANS-RECORD
                   AND APR-NEW-NUMBER2 = TR-NUMBER2 OF TRANS-RECORD
                   PERFORM 4600-WRITE-CORRECTION-NOTICE
                   SET APR-STATUS-MERGED TO TRUE
                   REWRITE APPROVAL-RECORD
                       INVALID KEY
                           DISPLAY "*** ERROR REWRITING APPROVAL "
                               "RECORD FOR KEY " APR-KEY
                   END-REWRITE
                   SET IQ-NOT-PENDING-CORRECTION TO TRUE
               WHEN APR-IN-FLIGHT
                   SET IQ-PENDING-CORRECTION TO TRUE
               WHEN OTHER
                   SET IQ-NOT-PENDING-CORRECTION TO TRUE
           END-EVALUATE.

      *
      * A released correction reaches the feed as BUGRESMG appended
      * it -- after the sender's own records -- and carries the
      * approved values exactly. When a record with those values for
      * an approved item's key is refused (rejected on account status
      * or as malformed) or is a same-day duplicate of a record that
      * already posted, the correction will never post from this
      * feed, so the item is closed "R" rather than left "V" with the
      * key's pending-correction flag set for good: the maker can key
      * it again once the account is sorted out. The MAINTFIL record
      * goes first, operator "***" for the batch, so a run that dies
      * before the REWRITE repeats it on restart rather than losing
      * it. A sender record that merely differs from the approved
      * values closes nothing -- the correction may still follow it
      * in this feed, or the item may have been approved after
      * BUGRESMG ran and be waiting for tomorrow's.
      *
       4560-CLOSE-REFUSED-CORRECTION.
           MOVE TR-KEY OF TRANS-RECORD TO APR-KEY
           READ APPROVAL-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-APPROVAL-FILE-STATUS = "00"
               AND APR-STATUS-APPROVED
               AND APR-NEW-NUMBER = TR-NUMBER OF TRANS-RECORD
               AND APR-NEW-NUMBER2 = TR-NUMBER2 OF TRANS-RECORD
               MOVE FUNCTION CURRENT-DATE TO APR-DECISION-TIMESTAMP
               MOVE APR-DECISION-TIMESTAMP TO MNT-TIMESTAMP
               MOVE "***" TO MNT-OPERATOR-ID
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
               DISPLAY "*** APPROVED CORRECTION FOR KEY " APR-KEY
                   " NOT POSTED -- ITEM CLOSED"

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
      * The old result is what the key had posted before this run
      * replaced it -- the amount 4750 reverses -- or, for a key with
      * no trustworthy prior posting on the master, the result the
      * maker saw when keying the correction. The balance is the one
      * 4500 is about to store.
      *
       4600-WRITE-CORRECTION-NOTICE.
           MOVE SPACES TO NOTICE-DETAIL-RECORD
           SET NTC-DETAIL TO TRUE
           MOVE TR-KEY OF TRANS-RECORD TO NTC-KEY
           MOVE WS-RUN-DATE-RAW TO NTC-BUSINESS-DATE
           IF WS-PRIOR-AMOUNT-POSTED
               MOVE WS-PRIOR-NUMBER3 TO NTC-OLD-RESULT
           ELSE
               MOVE APR-OLD-NUMBER3 TO NTC-OLD-RESULT
           END-IF
           MOVE WS-NUMBER3-WIDE TO NTC-NEW-RESULT
           MOVE WS-CLOSING-BALANCE TO NTC-CUMULATIVE-BALANCE
           MOVE APR-MAKER-ID TO NTC-REQUEST-OPERATOR
           MOVE APR-REQUEST-TIMESTAMP TO NTC-REQUEST-TIMESTAMP
           MOVE APR-CHECKER-ID TO NTC-APPROVER-ID
           MOVE WS-PARTITION-ID TO NTC-PARTITION
           WRITE NOTICE-DETAIL-RECORD
           ADD 1 TO WS-NOTICE-COUNT.

       4700-WRITE-EXTRACT-RECORD.
           IF WS-PRIOR-AMOUNT-POSTED
               PERFORM 4750-WRITE-REVERSAL-RECORD
           MOVE WS-PARTITION-ID TO EXT-TRL-PARTITION
           WRITE EXTRACT-TRAILER-RECORD.

       4850-WRITE-NOTICE-HEADER.
           MOVE SPACES TO NOTICE-HEADER-RECORD
           MOVE "H" TO NTC-HDR-RECORD-TYPE
           MOVE "BUG" TO NTC-HDR-SOURCE-SYSTEM
           MOVE WS-RUN-DATE-RAW TO NTC-HDR-BUSINESS-DATE
           MOVE WS-PARTITION-ID TO NTC-HDR-PARTITION
           MOVE FUNCTION CURRENT-DATE TO NTC-HDR-CREATED
           WRITE NOTICE-HEADER-RECORD.

      *
      * Written only at normal end of run, like the extract trailer:
      * a notice file with no trailer is one the correspondence
      * system must not send letters from.
      *
       4900-WRITE-NOTICE-TRAILER.
           MOVE SPACES TO NOTICE-TRAILER-RECORD
           MOVE "T" TO NTC-TRL-RECORD-TYPE
           MOVE WS-RUN-DATE-RAW TO NTC-TRL-BUSINESS-DATE
           MOVE WS-PARTITION-ID TO NTC-TRL-PARTITION
           MOVE WS-NOTICE-COUNT TO NTC-TRL-NOTICE-COUNT
           WRITE NOTICE-TRAILER-RECORD.

       6000-SAVE-CHECKPOINT.
           MOVE WS-RECORD-COUNT TO CKPT-RECORD-COUNT
           MOVE WS-GRAND-TOTAL TO CKPT-GRAND-TOTAL
           MOVE WS-EXTRACT-COUNT TO CKPT-EXTRACT-COUNT
           MOVE WS-EXTRACT-TOTAL TO CKPT-EXTRACT-TOTAL
           MOVE WS-NOTICE-COUNT TO CKPT-NOTICE-COUNT
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

      *
      * READ first, as 4500 does for INQFILE: on a restart the record
      * that was in flight may already have been held by the
      * interrupted run, and a same-date rerun replaces the day's
      * item rather than abending on a duplicate key.
      *
       8400-HOLD-IN-SUSPENSE.
           MOVE TR-KEY OF TRANS-RECORD TO SUS-TRAN-KEY
           MOVE WS-RUN-DATE-RAW TO SUS-HELD-DATE
           READ SUSPENSE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SUSPENSE-FILE-STATUS = "00"
               SET WS-SUSPENSE-ON-FILE TO TRUE
           ELSE
               MOVE "N" TO WS-SUSPENSE-ON-FILE-FLAG
           END-IF

           MOVE SPACES TO SUSPENSE-RECORD
           MOVE TR-KEY OF TRANS-RECORD TO SUS-TRAN-KEY
           MOVE WS-RUN-DATE-RAW TO SUS-HELD-DATE
           MOVE WS-NUMBER TO SUS-NUMBER
           MOVE WS-NUMBER2 TO SUS-NUMBER2
           MOVE WS-NUMBER3-WIDE TO SUS-NUMBER3
           MOVE WS-HOLD-PRIOR-FLAG TO SUS-PRIOR-FLAG
           MOVE WS-HOLD-PRIOR-NUMBER3 TO SUS-PRIOR-NUMBER3
           MOVE WS-HOLD-REASON TO SUS-REASON-CODE
           MOVE WS-HOLD-LIMIT TO SUS-TOLERANCE-LIMIT
           MOVE WS-PARTITION-ID TO SUS-PARTITION
           SET SUS-STATUS-HELD TO TRUE
           MOVE FUNCTION CURRENT-DATE TO SUS-HELD-TIMESTAMP
           MOVE ZERO TO SUS-ACTION-DATE

           IF WS-SUSPENSE-ON-FILE
               REWRITE SUSPENSE-RECORD
                   INVALID KEY
                       DISPLAY "*** ERROR REWRITING SUSPENSE RECORD "
                           "FOR KEY " SUS-TRAN-KEY
               END-REWRITE
           ELSE
               WRITE SUSPENSE-RECORD
                   INVALID KEY
                       DISPLAY "*** ERROR WRITING SUSPENSE RECORD "
                           "FOR KEY " SUS-TRAN-KEY
               END-WRITE
           END-IF

           ADD 1 TO WS-HELD-COUNT
           ADD WS-NUMBER3-WIDE TO WS-HELD-TOTAL
           MOVE "HELD" TO WS-SD-ACTION
           PERFORM 8470-WRITE-SUSPENSE-LINE.

       8450-WRITE-SUSPENSE-HEADER.
           MOVE WS-RUN-DATE-EDITED TO WS-SH-RUN-DATE
           MOVE WS-PARTITION-ID TO WS-SH-PARTITION
           WRITE SUSPENSE-REPORT-RECORD FROM WS-SUSPENSE-HEADER-LINE-1
           WRITE SUSPENSE-REPORT-RECORD FROM WS-SUSPENSE-HEADER-LINE-2.

      *
      * The release has posted: the item is closed out as posted so
      * the release job will not queue it a second time. Its report
      * line shows the values, reason, and limit it was held with.
      *
       8460-MARK-SUSPENSE-POSTED.
           MOVE TR-KEY OF TRANS-RECORD TO SUS-TRAN-KEY
           MOVE TR-SUSPENSE-DATE OF TRANS-RECORD TO SUS-HELD-DATE
           READ SUSPENSE-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-SUSPENSE-FILE-STATUS = "00"
               SET SUS-STATUS-POSTED TO TRUE
               MOVE WS-RUN-DATE-RAW TO SUS-ACTION-DATE
               MOVE "BUG" TO SUS-ACTION-ID
               REWRITE SUSPENSE-RECORD
                   INVALID KEY
                       DISPLAY "*** ERROR REWRITING SUSPENSE RECORD "
                           "FOR KEY " SUS-TRAN-KEY
               END-REWRITE
           END-IF

           ADD 1 TO WS-RELEASED-POSTED-COUNT
           MOVE "RELEASED -- POSTED" TO WS-SD-ACTION
           PERFORM 8470-WRITE-SUSPENSE-LINE.

       8470-WRITE-SUSPENSE-LINE.
           MOVE SUS-TRAN-KEY TO WS-SD-KEY
           MOVE SUS-NUMBER TO WS-SD-NUMBER
           MOVE SUS-NUMBER2 TO WS-SD-NUMBER2
           MOVE SUS-NUMBER3 TO WS-SD-NUMBER3
           MOVE SUS-PRIOR-NUMBER3 TO WS-SD-PRIOR
           MOVE SUS-REASON-CODE TO WS-SD-REASON
           MOVE SUS-TOLERANCE-LIMIT TO WS-SD-LIMIT
           WRITE SUSPENSE-REPORT-RECORD FROM WS-SUSPENSE-DETAIL-LINE.

      *
      * The timestamp's calendar-day part is overlaid with the
      * business date so a late rerun's audit records land in the
      * which is what keeps AUD-PRIMARY-KEY unique across the run.
      *
       8500-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP OF AUDIT-RECORD
           MOVE WS-RUN-DATE-RAW
               TO AUD-TIMESTAMP OF AUDIT-RECORD(1:8)
                   " STATUS " WS-AUDIT-HISTORY-FILE-STATUS
           END-IF.

      *
      * Registers the accepted feed file (see copybooks/FREGREC.cpy)
      * at normal end of run, so tomorrow's file is checked against
      * it. Checked via FILE STATUS like the audit history WRITE: a
      * failed register write does not undo a completed run, but it
      * must not pass silently either, or a resend of this file would
      * no longer be caught. The one key already taken is a backed-
      * out day's entry, resent under its own sequence (1300 passes
      * over no other), and the rerun's entry replaces it.
      *
       8600-REGISTER-FEED.
           MOVE SPACES TO FEED-REGISTER-RECORD
           MOVE WS-FEED-SOURCE-SYSTEM TO FRG-SOURCE-SYSTEM
           MOVE WS-FEED-SEQUENCE-NUMBER TO FRG-SEQUENCE-NUMBER
           MOVE WS-FEED-BUSINESS-DATE TO FRG-BUSINESS-DATE
           MOVE WS-FEED-DETAIL-COUNT TO FRG-RECORD-COUNT
           MOVE WS-FEED-TRAILER-COUNT TO FRG-TRAILER-COUNT
           MOVE "BUG" TO FRG-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO FRG-ACCEPT-TIMESTAMP
           WRITE FEED-REGISTER-RECORD
           IF WS-FEED-REGISTER-FILE-STATUS = "22"
               REWRITE FEED-REGISTER-RECORD
           END-IF
           IF WS-FEED-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "*** ERROR WRITING FEED REGISTER RECORD "
                   "FOR SOURCE " WS-FEED-SOURCE-SYSTEM
                   " SEQUENCE " WS-FEED-SEQUENCE-NUMBER
                   " STATUS " WS-FEED-REGISTER-FILE-STATUS
           END-IF.

       8650-WRITE-ALERT-FEED-LINE.
           MOVE WS-FEED-REFUSAL-REASON TO WS-ALF-REASON
           MOVE WS-RUN-DATE-EDITED TO WS-ALF-RUN-DATE
           WRITE ALERT-RECORD FROM WS-ALERT-FEED-LINE.

       8660-WRITE-ALERT-PERIOD-LINE.
           MOVE WS-RUN-DATE-RAW(1:6) TO WS-ALK-PERIOD
           MOVE WS-RUN-DATE-EDITED TO WS-ALK-RUN-DATE
           WRITE ALERT-RECORD FROM WS-ALERT-PERIOD-LINE.

       8665-WRITE-ALERT-PERDFILE-LINE.
           MOVE WS-PERIOD-FILE-STATUS TO WS-ALQ-STATUS
           MOVE WS-RUN-DATE-EDITED TO WS-ALQ-RUN-DATE
           WRITE ALERT-RECORD FROM WS-ALERT-PERIOD-FILE-LINE.

       8670-WRITE-ALERT-PERIOD-OVERRIDE.
           MOVE WS-RUN-DATE-RAW(1:6) TO WS-ALV-PERIOD
           MOVE WS-PERIOD-OPERATOR-ID TO WS-ALV-OPERATOR-ID
           MOVE WS-RUN-DATE-EDITED TO WS-ALV-RUN-DATE
           WRITE ALERT-RECORD FROM WS-ALERT-PERIOD-OVERRIDE-LINE.

       8700-WRITE-ALERT-TOTAL-LINE.
           MOVE WS-RUN-DATE-EDITED TO WS-ALT-RUN-DATE
           WRITE ALERT-RECORD FROM WS-ALERT-TOTAL-LINE.
           MOVE WS-RECORD-COUNT TO WS-SUM-RECORD-COUNT
           MOVE WS-GRAND-TOTAL TO WS-SUM-GRAND-TOTAL
           DISPLAY WS-SUMMARY-LINE
           DISPLAY "*** RECORDS REFUSED BY ACCOUNT STATUS: "
               WS-ACCOUNT-REJECT-COUNT
           DISPLAY "*** RECORDS HELD IN SUSPENSE: " WS-HELD-COUNT
               " RELEASES POSTED: " WS-RELEASED-POSTED-COUNT
           DISPLAY "*** CORRECTION-APPLIED NOTICES WRITTEN: "
               WS-NOTICE-COUNT
           MOVE WS-HELD-COUNT TO WS-SS-HELD-COUNT
           MOVE WS-HELD-TOTAL TO WS-SS-HELD-TOTAL
           MOVE WS-RELEASED-POSTED-COUNT TO WS-SS-RELEASED
           WRITE SUSPENSE-REPORT-RECORD FROM WS-SUSPENSE-SUMMARY-LINE

      *
      * A refused feed gets no extract trailer: the extract generation
      * stays empty and trailerless, which BUGGLPST already refuses
      * as a never-completed extract, so nothing of the file can
      * reach the GL even if the GL job is run regardless.
      *
           IF WS-FEED-REFUSED
               MOVE "F" TO WS-RUN-STATUS-CODE
           ELSE
               PERFORM 4800-WRITE-EXTRACT-TRAILER
               PERFORM 4900-WRITE-NOTICE-TRAILER
               IF NOT WS-PARTITIONED-RUN
                   AND NOT WS-FEED-REGISTERED
                   PERFORM 8600-REGISTER-FEED
               END-IF
               MOVE "C" TO WS-RUN-STATUS-CODE
           END-IF
           PERFORM 8900-WRITE-RUN-STATUS

           CLOSE TRANS-FILE
           CLOSE REJECT-FILE
           CLOSE AUDIT-HISTORY-FILE
           CLOSE RUN-STATUS-FILE
           CLOSE ACCOUNT-FILE
           CLOSE APPROVAL-FILE
           CLOSE SUSPENSE-FILE
           CLOSE MAINT-AUDIT-FILE
           CLOSE SUSPENSE-REPORT-FILE
           CLOSE NOTICE-FILE
           IF NOT WS-PARTITIONED-RUN
               CLOSE FEED-REGISTER-FILE
           END-IF
           CLOSE ALERT-FILE.
