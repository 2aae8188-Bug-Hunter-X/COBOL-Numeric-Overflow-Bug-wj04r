      * quarters would unbalance the partitions' run times, but never
      * their correctness (see BUGMERGE, which reconciles the combined
      * total once all 4 have finished).
      *
      * On a partitioned day this is the feed's first reader, so it is
      * also where the TRANFILE header and trailers are checked and
      * the file is checked against and entered on the feed register
      * (see copybooks/TRANHDR.cpy and FREGREC.cpy), the same check
      * bug.cob makes on an unpartitioned day. A refused file is not
      * dealt out at all, and the control records themselves are
      * never copied to the partitions -- each partition's BUG run
      * sees bare details, as it always has.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PARTITION-FILE-4 ASSIGN TO PART4FIL
               ORGANIZATION IS SEQUENTIAL.

      *
      * RESUBMIT-FILE is the pending-corrections dataset BUGRESMG
      * merged onto TRANFILE and emptied. It is only opened when the
      * feed is refused, to put back what that merge appended (see
      * 1260-RETURN-MERGED-CORRECTIONS).
      *
           SELECT RESUBMIT-FILE ASSIGN TO RESBFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATFILE
               ORGANIZATION IS SEQUENTIAL.

      *
      * ALERT-FILE carries the feed-refusal alert for the monitoring
      * job, the same 80-byte alert dataset bug.cob writes.
      *
           SELECT ALERT-FILE ASSIGN TO ALRTFILE
               ORGANIZATION IS SEQUENTIAL.

      *
      * FEED-REGISTER-FILE is the persistent list of accepted feed
      * files (see copybooks/FREGREC.cpy and bug.cob's SELECT of the
      * same KSDS). ACCESS DYNAMIC for the START/READ NEXT browse of
      * one source's entries plus the keyed WRITE.
      *
           SELECT FEED-REGISTER-FILE ASSIGN TO FEEDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRG-KEY
               FILE STATUS IS WS-FEED-REGISTER-FILE-STATUS.

      *
      * RUN-STATUS-FILE is the stream-wide start/completion ledger
      * the monitoring job polls (see copybooks/RUNSREC.cpy and
       FD  TRANS-FILE
           RECORDING MODE IS F.
           COPY TRANREC.
           COPY TRANHDR.

       FD  PARTITION-FILE-1
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY TRANREC REPLACING TRANS-RECORD BY PARTITION-RECORD-4.

       FD  RESUBMIT-FILE
           RECORDING MODE IS F.
           COPY TRANREC REPLACING TRANS-RECORD BY RESUBMIT-RECORD.

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
           COPY BDATREC.

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01  ALERT-RECORD                 PIC X(80).

       FD  RUN-STATUS-FILE.
           COPY RUNSREC.

       FD  FEED-REGISTER-FILE.
           COPY FREGREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG              PIC X VALUE "N".
               88  WS-EOF               VALUE "Y".
           05  WS-RUN-STATUS-FILE-STATUS PIC XX VALUE "00".
           05  WS-RUN-STATUS-CODE       PIC X VALUE "S".
           05  WS-FEED-REGISTER-FILE-STATUS PIC XX VALUE "00".

       01  WS-RUN-DATE-RAW              PIC 9(8) VALUE ZERO.

       01  WS-RUN-DATE-EDITED.
           05  WS-RUN-DATE-MM           PIC 9(2).
           05  FILLER                   PIC X VALUE "/".
           05  WS-RUN-DATE-DD           PIC 9(2).
           05  FILLER                   PIC X VALUE "/".
           05  WS-RUN-DATE-CCYY         PIC 9(4).

      *
      * What 1200-VALIDATE-FEED learned from the TRANFILE header and
      * its pre-pass over the file -- the same fields bug.cob keeps
      * for its own unpartitioned-day check.
      *
       01  WS-FEED-CONTROL.
           05  WS-FEED-STATUS-FLAG      PIC X VALUE "0".
               88  WS-FEED-ACCEPTED     VALUE "0".
               88  WS-FEED-REFUSED      VALUE "1".
           05  WS-FEED-REFUSAL-REASON   PIC X(23) VALUE SPACES.
           05  WS-FEED-SOURCE-SYSTEM    PIC X(8) VALUE SPACES.
           05  WS-FEED-SEQUENCE-NUMBER  PIC 9(6) VALUE ZERO.
           05  WS-FEED-BUSINESS-DATE    PIC 9(8) VALUE ZERO.
           05  WS-FEED-SEGMENT-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-FEED-DETAIL-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-FEED-TRAILER-COUNT    PIC 9(3) VALUE ZERO.
           05  WS-FEED-LAST-SEQUENCE    PIC 9(6) VALUE ZERO.
           05  WS-FEED-EXPECTED-SEQUENCE PIC 9(6) VALUE ZERO.
           05  WS-FEED-KNOWN-FLAG       PIC X VALUE "N".
               88  WS-FEED-SOURCE-KNOWN VALUE "Y".
           05  WS-FEED-REPEAT-FLAG      PIC X VALUE "N".
               88  WS-FEED-REPEAT       VALUE "Y".
           05  WS-REGISTER-SCAN-FLAG    PIC X VALUE "N".
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

       01  WS-TOTAL-READ-COUNT          PIC 9(7) VALUE ZERO.

       01  WS-SPLIT-COUNTS.
           05  FILLER                   PIC X(8) VALUE " PART4:".
           05  WS-SUM-COUNT-4           PIC Z(6)9.

       01  WS-ALERT-FEED-LINE.
           05  FILLER                   PIC X(27) VALUE
               "*** ALERT: FEED REFUSED -- ".
           05  WS-ALF-REASON            PIC X(23).
           05  FILLER                   PIC X(10) VALUE " RUN DATE ".
           05  WS-ALF-RUN-DATE          PIC X(10).
           05  FILLER                   PIC X(10) VALUE SPACES.

      *
      * A refused feed file is not split: the step fails with RC 8
      * (the gate-refusal code BUGMERGE also uses) and the partition
      * datasets are left empty -- they were opened OUTPUT in 1000 --
      * so yesterday's slices cannot be picked up and posted again by
      * a BUGPARTJOB submitted in error.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           IF WS-FEED-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-SPLIT-RECORD UNTIL WS-EOF
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

           OPEN OUTPUT PARTITION-FILE-2
           OPEN OUTPUT PARTITION-FILE-3
           OPEN OUTPUT PARTITION-FILE-4
           OPEN OUTPUT ALERT-FILE
           OPEN I-O RUN-STATUS-FILE
           OPEN I-O FEED-REGISTER-FILE

           MOVE WS-RUN-DATE-RAW(5:2) TO WS-RUN-DATE-MM
           MOVE WS-RUN-DATE-RAW(7:2) TO WS-RUN-DATE-DD
           MOVE WS-RUN-DATE-RAW(1:4) TO WS-RUN-DATE-CCYY

           MOVE "S" TO WS-RUN-STATUS-CODE
           PERFORM 8900-WRITE-RUN-STATUS

           PERFORM 1200-VALIDATE-FEED
           IF WS-FEED-REFUSED
               PERFORM 1260-RETURN-MERGED-CORRECTIONS
           END-IF
           PERFORM 2100-READ-TRANS-RECORD.

      *
               MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE-RAW
           END-IF.

      *
      * Pre-pass over the whole TRANFILE before anything is dealt
      * out -- the same checks, in the same order, as bug.cob's
      * 1200-VALIDATE-FEED: a header first, every trailer's count
      * equal to the details since the header or previous trailer
      * (BUGRESMG's appended corrections carry their own), nothing
      * after the last trailer, no second header, the header dated
      * for this business date, and the file neither a repeat nor out
      * of sequence on the feed register. The file is then closed
      * and reopened so the split starts from the top.
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
      * Browses the source's register entries the way bug.cob's
      * 1300-CHECK-FEED-REGISTER does: the same sequence number or
      * business date already on file is a repeat, anything but one
      * past the highest sequence is out of sequence, and a source's
      * first file is taken at whatever sequence it starts from. A
      * backed-out day's entry (FRG-BACKED-OUT) counts for none of it.
      *
       1300-CHECK-FEED-REGISTER.
           MOVE "N" TO WS-FEED-KNOWN-FLAG
           MOVE "N" TO WS-FEED-REPEAT-FLAG
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

      *
      * A non-numeric or blank-filled TR-KEY (the same feed problem
      * BUG's own 2040-VALIDATE-RECORD rejects) cannot go through the

           PERFORM 2100-READ-TRANS-RECORD.

      *
      * Feed header and trailer records are passed over, so the
      * partitions receive details only (see 1200-VALIDATE-FEED).
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
           END-READ.

      *
      * Registers the accepted feed file (see copybooks/FREGREC.cpy)
      * once the split has completed, just ahead of the "C" status --
      * a split that abends part-way leaves the file unregistered, so
      * its rerun is not refused as a repeat of itself. The one key
      * already taken is a backed-out day's entry, resent under its
      * own sequence, and the rerun's entry replaces it.
      *
       8600-REGISTER-FEED.
           MOVE SPACES TO FEED-REGISTER-RECORD
           MOVE WS-FEED-SOURCE-SYSTEM TO FRG-SOURCE-SYSTEM
           MOVE WS-FEED-SEQUENCE-NUMBER TO FRG-SEQUENCE-NUMBER
           MOVE WS-FEED-BUSINESS-DATE TO FRG-BUSINESS-DATE
           MOVE WS-FEED-DETAIL-COUNT TO FRG-RECORD-COUNT
           MOVE WS-FEED-TRAILER-COUNT TO FRG-TRAILER-COUNT
           MOVE "BUGSPLIT" TO FRG-JOB-NAME
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

      *
      * Same READ-then-REWRITE-or-WRITE shape as bug.cob's
      * 8900-WRITE-RUN-STATUS. An abend between the "S" and the "C"
           MOVE WS-COUNT-4 TO WS-SUM-COUNT-4
           DISPLAY WS-SPLIT-SUMMARY-LINE

           IF WS-FEED-REFUSED
               MOVE "F" TO WS-RUN-STATUS-CODE
           ELSE
               PERFORM 8600-REGISTER-FEED
               MOVE "C" TO WS-RUN-STATUS-CODE
           END-IF
           PERFORM 8900-WRITE-RUN-STATUS

           CLOSE TRANS-FILE
           CLOSE PARTITION-FILE-2
           CLOSE PARTITION-FILE-3
           CLOSE PARTITION-FILE-4
           CLOSE ALERT-FILE
           CLOSE RUN-STATUS-FILE
           CLOSE FEED-REGISTER-FILE.
