      * total reconciliation can account for a record that posts a
      * day late. Before this existed the only way to repost a reject
      * was to ask the feed provider to resend.
      *
      * Each reject carries the reason BUG refused it (see copybooks/
      * REJREC.cpy), shown next to the before image. A record refused
      * for its account's status (unknown, closed, frozen) is repaired
      * by fixing the account on BUG8 and then queuing the record with
      * its original values -- the card format is the same either way.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD  REJECT-FILE
           RECORDING MODE IS F.
           COPY REJREC.

       FD  REPAIR-CARD-FILE
           RECORDING MODE IS F.
           05  WS-RD-LINE              PIC Z(6)9.
           05  FILLER                  PIC X(10) VALUE
               "  BEFORE: ".
           05  WS-RD-BEFORE            PIC X(28).
           05  FILLER                  PIC X(5) VALUE " RSN ".
           05  WS-RD-REASON            PIC X(2).
           05  FILLER                  PIC X(9) VALUE
               "  AFTER: ".
           05  WS-RD-KEY               PIC 9(6).
           05  WS-RD-NUMBER2           PIC 9(7).
           05  FILLER                  PIC X(22) VALUE
               "  -- QUEUED TO PENDING".
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-BAD-CARD-LINE.
           05  FILLER                  PIC X(26) VALUE
           ADD 1 TO WS-REPAIR-COUNT

           MOVE WS-REJECT-LINE-NO TO WS-RD-LINE
           MOVE REJ-TRANS-IMAGE TO WS-RD-BEFORE
           MOVE REJ-REASON-CODE TO WS-RD-REASON
           MOVE WS-CD-KEY(WS-CARD-HIT-SUB) TO WS-RD-KEY
           MOVE WS-CD-NUMBER(WS-CARD-HIT-SUB) TO WS-RD-NUMBER
           MOVE WS-CD-NUMBER2(WS-CARD-HIT-SUB) TO WS-RD-NUMBER2
