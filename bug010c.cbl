       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUG010C.
      *
      * CICS BMS operations status transaction (BUGS). Shows the
      * night's job stream for one business date straight off the
      * run-status file, RUNSFILE (PROD.BUG.RUNSTATUS -- see
      * copybooks/RUNSREC.cpy), one line per job/partition the
      * stream is expected to run: started, completed, failed,
      * missing, or running too long, with the record count and
      * completion code of the finished step and its start and end
      * times. Until now RUNSFILE could only be read by the
      * monitoring job or an IDCAMS PRINT.
      *
      *   ENTER  show the business date keyed (today when blank)
      *   PF7    show the previous business date
      *   PF8    show the next business date, up to today
      *   PF3    end the session
      *
      * A job that started with no completion record -- still
      * running, or abended -- and a job that refused its input
      * ("F") are shown highlighted. A started job is reported as
      * running too long once it has run past the limit in its
      * WS-EXPECTED-JOB-TABLE entry.
      *
      * Which jobs are expected depends on how the day ran. A BUG
      * run-status record under partition space means the day ran
      * unpartitioned through jcl/BUGJOB.jcl, and the list is BUG
      * itself; otherwise the day is a partitioned one and the list
      * is BUGSPLIT, the four BUG partitions, and BUGMERGE. The GL
      * posting, the integrity sweep, and the archive follow either
      * way. BUGARCH is the weekly housekeeping run, so it reads
      * missing on the other nights of the week.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY BUGSSET.
           COPY RUNSREC.

       01  WS-RESP                     PIC S9(8) COMP.

      *
      * One entry per job/partition the stream runs: job name,
      * partition, the kind of day it runs on ("P" partitioned, "U"
      * unpartitioned, "B" both), and the minutes it may run before
      * it is reported as running too long. The order is the order
      * the stream runs them in.
      *
       01  WS-EXPECTED-JOB-VALUES.
           05  FILLER                  PIC X(14) VALUE "BUGSPLIT P0030".
           05  FILLER                  PIC X(14) VALUE "BUG     1P0120".
           05  FILLER                  PIC X(14) VALUE "BUG     2P0120".
           05  FILLER                  PIC X(14) VALUE "BUG     3P0120".
           05  FILLER                  PIC X(14) VALUE "BUG     4P0120".
           05  FILLER                  PIC X(14) VALUE "BUG      U0240".
           05  FILLER                  PIC X(14) VALUE "BUGMERGE P0030".
           05  FILLER                  PIC X(14) VALUE "BUGGLPST B0060".
           05  FILLER                  PIC X(14) VALUE "BUGSWEEP B0060".
           05  FILLER                  PIC X(14) VALUE "BUGARCH  B0060".

       01  WS-EXPECTED-JOB-TABLE REDEFINES WS-EXPECTED-JOB-VALUES.
           05  WS-EJ-ENTRY             OCCURS 10 TIMES.
               10  WS-EJ-JOB-NAME      PIC X(8).
               10  WS-EJ-PARTITION     PIC X.
               10  WS-EJ-DAY-TYPE      PIC X.
               10  WS-EJ-LIMIT-MINUTES PIC 9(4).

       01  WS-EXPECTED-JOB-COUNT       PIC S9(4) COMP VALUE 10.
       01  WS-SCREEN-ROW-COUNT         PIC S9(4) COMP VALUE 10.

       01  WS-SUBSCRIPTS.
           05  WS-JOB-SUB              PIC S9(4) COMP VALUE ZERO.
           05  WS-ROW-SUB              PIC S9(4) COMP VALUE ZERO.

       01  WS-FLAGS.
           05  WS-DAY-TYPE             PIC X VALUE "P".
               88  WS-PARTITIONED-DAY  VALUE "P".
               88  WS-UNPARTITIONED-DAY VALUE "U".
           05  WS-DATE-VALID-FLAG      PIC X VALUE "N".
               88  WS-DATE-VALID       VALUE "Y".
           05  WS-STARTED-FLAG         PIC X VALUE "N".
               88  WS-JOB-STARTED      VALUE "Y".
           05  WS-COMPLETED-FLAG       PIC X VALUE "N".
               88  WS-JOB-COMPLETED    VALUE "Y".
           05  WS-FAILED-FLAG          PIC X VALUE "N".
               88  WS-JOB-FAILED       VALUE "Y".

       01  WS-DATE-FIELDS.
           05  WS-TODAY                PIC 9(8) VALUE ZERO.
           05  WS-KEYED-DATE           PIC 9(8) VALUE ZERO.
           05  FILLER REDEFINES WS-KEYED-DATE.
               10  WS-KEYED-CCYY       PIC 9(4).
               10  WS-KEYED-MM         PIC 9(2).
               10  WS-KEYED-DD         PIC 9(2).
           05  WS-DATE-INTEGER         PIC S9(9) COMP VALUE ZERO.
           05  WS-NOW-TIMESTAMP        PIC X(21) VALUE SPACES.
           05  FILLER REDEFINES WS-NOW-TIMESTAMP.
               10  WS-NOW-DATE         PIC 9(8).
               10  WS-NOW-HH           PIC 9(2).
               10  WS-NOW-MI           PIC 9(2).
               10  FILLER              PIC X(9).

       01  WS-ELAPSED-FIELDS.
           05  WS-START-TIMESTAMP      PIC X(21) VALUE SPACES.
           05  FILLER REDEFINES WS-START-TIMESTAMP.
               10  WS-START-DATE       PIC 9(8).
               10  WS-START-HH         PIC 9(2).
               10  WS-START-MI         PIC 9(2).
               10  FILLER              PIC X(9).
           05  WS-END-TIMESTAMP        PIC X(21) VALUE SPACES.
           05  WS-END-RECORD-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-END-COMPLETION-CODE  PIC 9(4) VALUE ZERO.
           05  WS-ELAPSED-MINUTES      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TS-WORK              PIC X(21) VALUE SPACES.
           05  WS-TS-DISPLAY           PIC X(14) VALUE SPACES.

       01  WS-STATUS-COUNTS.
           05  WS-COMPLETED-COUNT      PIC 9(2) VALUE ZERO.
           05  WS-ATTENTION-COUNT      PIC 9(2) VALUE ZERO.
           05  WS-MISSING-COUNT        PIC 9(2) VALUE ZERO.

      *
      * One screen row. The two leading spaces line the job name up
      * under the COLLBL heading, which starts two columns in.
      *
       01  WS-STATUS-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SL-JOB-NAME          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-SL-PARTITION         PIC X.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SL-STATUS            PIC X(16).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-SL-RECORD-COUNT      PIC Z(6)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SL-COMPLETION-CODE   PIC Z(3)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SL-STARTED           PIC X(14).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SL-ENDED             PIC X(14).
           05  FILLER                  PIC X(3) VALUE SPACES.

       01  WS-SUMMARY-MESSAGE.
           05  WS-SM-COMPLETED         PIC Z9.
           05  FILLER                  PIC X(13) VALUE
               " COMPLETED,  ".
           05  WS-SM-ATTENTION         PIC Z9.
           05  FILLER                  PIC X(31) VALUE
               " NEED ATTENTION (HIGHLIGHTED), ".
           05  WS-SM-MISSING           PIC Z9.
           05  FILLER                  PIC X(20) VALUE
               " MISSING".

       01  WS-MESSAGES.
           05  WS-MSG-INVALID-DATE     PIC X(70) VALUE
               "INVALID BUSINESS DATE -- KEY CCYYMMDD".
           05  WS-MSG-NO-LATER-DATE    PIC X(70) VALUE
               "ALREADY SHOWING TODAY -- NO LATER BUSINESS DATE".
           05  WS-MSG-INVALID-KEY      PIC X(70) VALUE
               "INVALID KEY PRESSED -- USE ENTER, PF3, PF7, PF8".

      *
      * WS-COMMAREA carries the business date last shown across this
      * pseudo-conversational transaction's tasks, so PF7/PF8 step
      * from it. DFHCOMMAREA's length must track WS-COMMAREA's --
      * CA-SHOW-DATE(8) = 8 bytes.
      *
       01  WS-COMMAREA.
           05  CA-SHOW-DATE            PIC 9(8) VALUE ZERO.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP
           MOVE WS-NOW-DATE TO WS-TODAY

           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 2000-RECEIVE-MAP
               EVALUATE EIBAID
                   WHEN DFHENTER
                       PERFORM 2100-SHOW-KEYED-DATE
                   WHEN DFHPF7
                       PERFORM 2200-SHOW-PREVIOUS-DATE
                   WHEN DFHPF8
                       PERFORM 2300-SHOW-NEXT-DATE
                   WHEN DFHPF3
                       PERFORM 9000-END-SESSION
                   WHEN OTHER
                       MOVE WS-MSG-INVALID-KEY TO MSGFLDO
                       PERFORM 5000-SEND-DATAONLY-MAP
               END-EVALUATE
           END-IF.

           EXEC CICS RETURN
               TRANSID("BUGS")
               COMMAREA(WS-COMMAREA)
           END-EXEC.

      *
      * The first screen of a session shows today's date straight
      * away -- the question the operator is almost always asking.
      *
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO BUGSMAPO
           MOVE WS-TODAY TO CA-SHOW-DATE
           PERFORM 3000-BUILD-STATUS-DISPLAY
           EXEC CICS SEND MAP("BUGSMAP")
               MAPSET("BUGSSET")
               ERASE
           END-EXEC.

      *
      * MAPFAIL is "no new input", exactly as on BUG7 (see bug007c.cbl
      * 2000-RECEIVE-MAP): the input area is cleared and the date
      * comes from the COMMAREA instead.
      *
       2000-RECEIVE-MAP.
           EXEC CICS RECEIVE MAP("BUGSMAP")
               MAPSET("BUGSSET")
               INTO(BUGSMAPI)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO BUGSMAPI
           END-IF.

      *
      * A blank date field re-shows the date last shown -- ENTER is
      * also how the operator refreshes a running night.
      *
       2100-SHOW-KEYED-DATE.
           IF DATEFLDI = LOW-VALUES OR DATEFLDI = SPACES
               MOVE CA-SHOW-DATE TO WS-KEYED-DATE
           ELSE
               MOVE DATEFLDI TO WS-KEYED-DATE
           END-IF

           PERFORM 2500-VALIDATE-KEYED-DATE
           IF WS-DATE-VALID
               MOVE WS-KEYED-DATE TO CA-SHOW-DATE
               MOVE LOW-VALUES TO BUGSMAPO
               PERFORM 3000-BUILD-STATUS-DISPLAY
           ELSE
               MOVE WS-MSG-INVALID-DATE TO MSGFLDO
           END-IF

           PERFORM 5000-SEND-DATAONLY-MAP.

       2200-SHOW-PREVIOUS-DATE.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(CA-SHOW-DATE) - 1
           COMPUTE CA-SHOW-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE LOW-VALUES TO BUGSMAPO
           PERFORM 3000-BUILD-STATUS-DISPLAY
           PERFORM 5000-SEND-DATAONLY-MAP.

       2300-SHOW-NEXT-DATE.
           IF CA-SHOW-DATE < WS-TODAY
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CA-SHOW-DATE) + 1
               COMPUTE CA-SHOW-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               MOVE LOW-VALUES TO BUGSMAPO
               PERFORM 3000-BUILD-STATUS-DISPLAY
           ELSE
               MOVE WS-MSG-NO-LATER-DATE TO MSGFLDO
           END-IF
           PERFORM 5000-SEND-DATAONLY-MAP.

      *
      * Checked field by field before INTEGER-OF-DATE ever sees the
      * date -- an impossible date there abends the task. A day past
      * the end of a shorter month is caught by comparing the date
      * that comes back from the round trip.
      *
       2500-VALIDATE-KEYED-DATE.
           MOVE "N" TO WS-DATE-VALID-FLAG
           IF WS-KEYED-DATE IS NUMERIC
               AND WS-KEYED-CCYY >= 1601
               AND WS-KEYED-MM >= 1 AND WS-KEYED-MM <= 12
               AND WS-KEYED-DD >= 1 AND WS-KEYED-DD <= 31
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-KEYED-DATE)
               IF FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   = WS-KEYED-DATE
                   SET WS-DATE-VALID TO TRUE
               END-IF
           END-IF.

      *
      * Builds every row of the screen for CA-SHOW-DATE. Every row's
      * attribute is set on every pass, so a row highlighted for one
      * date does not stay highlighted when the operator pages to
      * another.
      *
       3000-BUILD-STATUS-DISPLAY.
           MOVE CA-SHOW-DATE TO DATEFLDO
           STRING WS-NOW-TIMESTAMP(1:4) "-"
                  WS-NOW-TIMESTAMP(5:2) "-"
                  WS-NOW-TIMESTAMP(7:2) " "
                  WS-NOW-TIMESTAMP(9:2) ":"
                  WS-NOW-TIMESTAMP(11:2) ":"
                  WS-NOW-TIMESTAMP(13:2)
               DELIMITED BY SIZE INTO ASOFFLDO
           END-STRING

           MOVE ZERO TO WS-COMPLETED-COUNT
           MOVE ZERO TO WS-ATTENTION-COUNT
           MOVE ZERO TO WS-MISSING-COUNT

           PERFORM 3100-SET-DAY-TYPE

           PERFORM 3150-CLEAR-ROW
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-SCREEN-ROW-COUNT

           MOVE ZERO TO WS-ROW-SUB
           PERFORM 3200-SHOW-EXPECTED-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-EXPECTED-JOB-COUNT

           MOVE WS-COMPLETED-COUNT TO WS-SM-COMPLETED
           MOVE WS-ATTENTION-COUNT TO WS-SM-ATTENTION
           MOVE WS-MISSING-COUNT TO WS-SM-MISSING
           MOVE WS-SUMMARY-MESSAGE TO MSGFLDO.

      *
      * Any BUG record under partition space -- started, completed,
      * or failed -- means the day ran through the unpartitioned
      * job.
      *
       3100-SET-DAY-TYPE.
           SET WS-PARTITIONED-DAY TO TRUE
           MOVE "BUG" TO RUN-JOB-NAME
           MOVE SPACE TO RUN-PARTITION
           PERFORM 3300-FIND-JOB-STATUS
           IF WS-JOB-STARTED OR WS-JOB-COMPLETED OR WS-JOB-FAILED
               SET WS-UNPARTITIONED-DAY TO TRUE
               MOVE "UNPARTITIONED DAY" TO DTYPFLDO
           ELSE
               MOVE "PARTITIONED DAY" TO DTYPFLDO
           END-IF.

       3150-CLEAR-ROW.
           MOVE SPACES TO STLNO(WS-ROW-SUB)
           MOVE DFHBMASK TO STLNA(WS-ROW-SUB).

       3200-SHOW-EXPECTED-JOB.
           IF WS-EJ-DAY-TYPE(WS-JOB-SUB) = "B"
               OR WS-EJ-DAY-TYPE(WS-JOB-SUB) = WS-DAY-TYPE
               ADD 1 TO WS-ROW-SUB
               MOVE WS-EJ-JOB-NAME(WS-JOB-SUB) TO RUN-JOB-NAME
               MOVE WS-EJ-PARTITION(WS-JOB-SUB) TO RUN-PARTITION
               PERFORM 3300-FIND-JOB-STATUS
               PERFORM 3400-FORMAT-STATUS-LINE
           END-IF.

      *
      * The status code is the last byte of the RUNSFILE key, so a
      * job/partition/date has up to three records -- "S", "C", "F"
      * -- each read directly by its full key. RUN-JOB-NAME and
      * RUN-PARTITION are set by the caller.
      *
       3300-FIND-JOB-STATUS.
           MOVE "N" TO WS-STARTED-FLAG
           MOVE "N" TO WS-COMPLETED-FLAG
           MOVE "N" TO WS-FAILED-FLAG
           MOVE SPACES TO WS-START-TIMESTAMP
           MOVE SPACES TO WS-END-TIMESTAMP
           MOVE ZERO TO WS-END-RECORD-COUNT
           MOVE ZERO TO WS-END-COMPLETION-CODE

           MOVE CA-SHOW-DATE TO RUN-BUSINESS-DATE
           MOVE "S" TO RUN-STATUS-CODE
           PERFORM 3350-READ-RUN-STATUS
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-JOB-STARTED TO TRUE
               MOVE RUN-TIMESTAMP TO WS-START-TIMESTAMP
           END-IF

           MOVE "F" TO RUN-STATUS-CODE
           PERFORM 3350-READ-RUN-STATUS
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-JOB-FAILED TO TRUE
               MOVE RUN-TIMESTAMP TO WS-END-TIMESTAMP
               MOVE RUN-RECORD-COUNT TO WS-END-RECORD-COUNT
               MOVE RUN-COMPLETION-CODE TO WS-END-COMPLETION-CODE
           END-IF

      *
      * A "C" outranks an "F" left by an earlier attempt: the rerun
      * that completed is the result that stands.
      *
           MOVE "C" TO RUN-STATUS-CODE
           PERFORM 3350-READ-RUN-STATUS
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-JOB-COMPLETED TO TRUE
               MOVE RUN-TIMESTAMP TO WS-END-TIMESTAMP
               MOVE RUN-RECORD-COUNT TO WS-END-RECORD-COUNT
               MOVE RUN-COMPLETION-CODE TO WS-END-COMPLETION-CODE
           END-IF.

       3350-READ-RUN-STATUS.
           EXEC CICS READ FILE("RUNSFILE")
               INTO(RUN-STATUS-RECORD)
               RIDFLD(RUN-STATUS-KEY)
               KEYLENGTH(18)
               RESP(WS-RESP)
           END-EXEC.

       3400-FORMAT-STATUS-LINE.
           MOVE WS-EJ-JOB-NAME(WS-JOB-SUB) TO WS-SL-JOB-NAME
           MOVE WS-EJ-PARTITION(WS-JOB-SUB) TO WS-SL-PARTITION
           MOVE ZERO TO WS-SL-RECORD-COUNT
           MOVE ZERO TO WS-SL-COMPLETION-CODE
           MOVE SPACES TO WS-SL-STARTED
           MOVE SPACES TO WS-SL-ENDED

           IF WS-JOB-STARTED
               MOVE WS-START-TIMESTAMP TO WS-TS-WORK
               PERFORM 3500-FORMAT-TIMESTAMP
               MOVE WS-TS-DISPLAY TO WS-SL-STARTED
           END-IF

           EVALUATE TRUE
               WHEN WS-JOB-COMPLETED
                   MOVE "COMPLETED" TO WS-SL-STATUS
                   PERFORM 3450-SHOW-END-FIELDS
                   ADD 1 TO WS-COMPLETED-COUNT
               WHEN WS-JOB-FAILED
                   MOVE "FAILED" TO WS-SL-STATUS
                   PERFORM 3450-SHOW-END-FIELDS
                   MOVE DFHBMASB TO STLNA(WS-ROW-SUB)
                   ADD 1 TO WS-ATTENTION-COUNT
               WHEN WS-JOB-STARTED
                   PERFORM 3600-COMPUTE-ELAPSED
                   IF WS-ELAPSED-MINUTES >
                       WS-EJ-LIMIT-MINUTES(WS-JOB-SUB)
                       MOVE "RUNNING TOO LONG" TO WS-SL-STATUS
                   ELSE
                       MOVE "STARTED" TO WS-SL-STATUS
                   END-IF
                   MOVE DFHBMASB TO STLNA(WS-ROW-SUB)
                   ADD 1 TO WS-ATTENTION-COUNT
               WHEN OTHER
                   MOVE "MISSING" TO WS-SL-STATUS
                   ADD 1 TO WS-MISSING-COUNT
           END-EVALUATE

           MOVE WS-STATUS-LINE TO STLNO(WS-ROW-SUB).

       3450-SHOW-END-FIELDS.
           MOVE WS-END-RECORD-COUNT TO WS-SL-RECORD-COUNT
           MOVE WS-END-COMPLETION-CODE TO WS-SL-COMPLETION-CODE
           MOVE WS-END-TIMESTAMP TO WS-TS-WORK
           PERFORM 3500-FORMAT-TIMESTAMP
           MOVE WS-TS-DISPLAY TO WS-SL-ENDED.

      *
      * RUN-TIMESTAMP is FUNCTION CURRENT-DATE as the batch wrote it;
      * shown as MM/DD HH:MM:SS. A timestamp that is not all digits
      * where the date and time belong is shown as it is rather than
      * rearranged.
      *
       3500-FORMAT-TIMESTAMP.
           IF WS-TS-WORK(1:14) IS NUMERIC
               STRING WS-TS-WORK(5:2) "/"
                      WS-TS-WORK(7:2) " "
                      WS-TS-WORK(9:2) ":"
                      WS-TS-WORK(11:2) ":"
                      WS-TS-WORK(13:2)
                   DELIMITED BY SIZE INTO WS-TS-DISPLAY
               END-STRING
           ELSE
               MOVE WS-TS-WORK TO WS-TS-DISPLAY
           END-IF.

      *
      * Minutes from the "S" record's timestamp to now. A start time
      * that cannot be read counts as over the limit -- a job whose
      * start cannot be dated is one the operator should look at.
      *
       3600-COMPUTE-ELAPSED.
           IF WS-START-TIMESTAMP(1:12) IS NUMERIC
               COMPUTE WS-ELAPSED-MINUTES =
                   (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                    - FUNCTION INTEGER-OF-DATE(WS-START-DATE)) * 1440
                   + (WS-NOW-HH * 60 + WS-NOW-MI)
                   - (WS-START-HH * 60 + WS-START-MI)
           ELSE
               MOVE 9999 TO WS-ELAPSED-MINUTES
           END-IF.

       5000-SEND-DATAONLY-MAP.
           EXEC CICS SEND MAP("BUGSMAP")
               MAPSET("BUGSSET")
               DATAONLY
           END-EXEC.

       9000-END-SESSION.
           EXEC CICS SEND TEXT
               FROM("BUGS SESSION ENDED")
               LENGTH(18)
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
