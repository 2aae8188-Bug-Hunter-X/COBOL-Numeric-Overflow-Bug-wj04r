      *
      * Pre-processing step of the daily add batch (see jcl/BUGJOB.jcl
      * STEP005). Appends every correction a support analyst resubmitted
      * through BUG007C's CICS screen, once a second operator has
      * approved it on BUG009C's (written to RESBFILE,
      * PROD.BUG.RESBFILE.PENDING, same TRANREC layout as the feed) onto
      * the day's TRANFILE, reports exactly which keys were merged, and
      * empties the pending dataset so the same correction cannot ride
      * append the job stream used to depend on -- a forgotten merge
      * left the key sitting with IQ-PENDING-CORRECTION-FLAG set and
      * the customer's fix never posting.
      *
      * The feed now carries a header and closing trailer (see
      * copybooks/TRANHDR.cpy), and BUG/BUGSPLIT refuse a file whose
      * trailer counts do not prove every detail. The corrections
      * appended here land after the sender's trailer, so they are
      * closed with a trailer of their own (8500-WRITE-FEED-TRAILER)
      * and pass the same segment-by-segment count check. That
      * trailer is also how BUG/BUGSPLIT find them again when they
      * refuse the file: they write them back to RESBFILE so they
      * ride the next night's merge rather than leave with it.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  TRANS-FILE
           RECORDING MODE IS F.
           COPY TRANREC.
           COPY TRANHDR.

       FD  MERGE-REPORT-FILE
           RECORDING MODE IS F.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-MERGE-RECORD UNTIL WS-EOF.
           PERFORM 8500-WRITE-FEED-TRAILER.
           PERFORM 8000-EMPTY-PENDING-FILE.
           PERFORM 9000-TERMINATE.
           STOP RUN.
           MOVE TR-KEY OF RESUBMIT-RECORD TO WS-MD-KEY
           WRITE MERGE-REPORT-RECORD FROM WS-MERGE-DETAIL-LINE.

      *
      * Closes the appended corrections as a segment of their own,
      * counted the same way the sender's trailer counts its details.
      * Nothing is written when nothing was merged, so a re-run of
      * this step on a RESTART=Y resubmission (which merges nothing,
      * see 8000-EMPTY-PENDING-FILE) leaves TRANFILE exactly as the
      * first run left it.
      *
       8500-WRITE-FEED-TRAILER.
           IF WS-MERGE-COUNT > ZERO
               MOVE SPACES TO FEED-TRAILER-RECORD
               MOVE "*FTRL*" TO TRT-ID
               MOVE WS-MERGE-COUNT TO TRT-RECORD-COUNT
               MOVE "BUGRESMG" TO TRT-SOURCE-SYSTEM
               WRITE FEED-TRAILER-RECORD
           END-IF.

      *
      * Reopening the pending dataset OUTPUT and closing it again
      * truncates it to empty -- with the corrections now riding on
