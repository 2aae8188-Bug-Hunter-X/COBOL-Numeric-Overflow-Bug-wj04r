       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUG011C.
      *
      * CICS BMS GL posting inquiry transaction (BUGL). Lists one
      * record key's GL postings, oldest first, straight off the GL
      * posting history KSDS GLHFILE (PROD.BUG.GLHISTORY.MASTER --
      * see copybooks/GLHREC.cpy) that BUGGLPST (bugglpst.cob) keeps
      * alongside each day's journal generation: posting date,
      * principal, interest, amount posted, the rate the interest was
      * worked at, and whether the entry was an ordinary posting, a
      * reversal, or a business-day backout entry. The key's month-
      * to-date and year-to-date interest head the screen. Until now
      * the question "how much interest was booked on this key" meant
      * someone scanning weeks of PROD.BUG.GLJOURNAL.DAILY
      * generations.
      *
      *   ENTER  list the key keyed, from the FROM DATE when one is
      *          keyed, from its first posting when not
      *   PF7    back to the first page for the same key
      *   PF8    the next page of postings
      *   PF12   back to BUG7 (bug007c.cbl)
      *   PF3    end the session
      *
      * BUG7 also starts this transaction: its PF8 key XCTLs here
      * with the 6-byte record key it was showing as the COMMAREA, and
      * the first page for that key comes up straight away. That
      * 6-byte COMMAREA is how this program tells the hand-off from
      * BUG7 apart from its own pseudo-conversational returns, which
      * carry the full WS-COMMAREA.
      *
      * The MTD and YTD totals are the interest posted for the key
      * with a posting date in the current calendar month and year,
      * reversals and backouts included, so they are the net interest
      * booked -- what the customer's account actually carries.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY BUGLSET.
           COPY GLHREC.

       01  WS-RESP                     PIC S9(8) COMP.

       01  WS-SCREEN-ROW-COUNT         PIC S9(4) COMP VALUE 12.

       01  WS-SUBSCRIPTS.
           05  WS-ROW-SUB              PIC S9(4) COMP VALUE ZERO.

       01  WS-FLAGS.
           05  WS-DATE-VALID-FLAG      PIC X VALUE "N".
               88  WS-DATE-VALID       VALUE "Y".
           05  WS-BROWSE-EOF-FLAG      PIC X VALUE "N".
               88  WS-BROWSE-AT-END    VALUE "Y".
           05  WS-PAGE-FULL-FLAG       PIC X VALUE "N".
               88  WS-PAGE-FULL        VALUE "Y".
           05  WS-KEY-VALID-FLAG       PIC X VALUE "N".
               88  WS-KEY-VALID        VALUE "Y".

       01  WS-DATE-FIELDS.
           05  WS-NOW-TIMESTAMP        PIC X(21) VALUE SPACES.
           05  FILLER REDEFINES WS-NOW-TIMESTAMP.
               10  WS-NOW-DATE         PIC 9(8).
               10  FILLER              PIC X(13).
           05  WS-TODAY                PIC 9(8) VALUE ZERO.
           05  FILLER REDEFINES WS-TODAY.
               10  WS-TODAY-CCYY       PIC 9(4).
               10  WS-TODAY-MM         PIC 9(2).
               10  WS-TODAY-DD         PIC 9(2).
           05  WS-KEYED-DATE           PIC 9(8) VALUE ZERO.
           05  FILLER REDEFINES WS-KEYED-DATE.
               10  WS-KEYED-CCYY       PIC 9(4).
               10  WS-KEYED-MM         PIC 9(2).
               10  WS-KEYED-DD         PIC 9(2).
           05  WS-DATE-INTEGER         PIC S9(9) COMP VALUE ZERO.
           05  WS-YEAR-START-DATE      PIC 9(8) VALUE ZERO.
           05  FILLER REDEFINES WS-YEAR-START-DATE.
               10  WS-YEAR-START-CCYY  PIC 9(4).
               10  WS-YEAR-START-MMDD  PIC 9(4).
           05  WS-POSTING-DATE-WORK    PIC 9(8) VALUE ZERO.
           05  FILLER REDEFINES WS-POSTING-DATE-WORK.
               10  WS-POSTING-CCYY     PIC 9(4).
               10  WS-POSTING-MM       PIC 9(2).
               10  WS-POSTING-DD       PIC 9(2).

       01  WS-PERIOD-TOTALS.
           05  WS-MTD-INTEREST         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-YTD-INTEREST         PIC S9(11)V99 COMP-3 VALUE ZERO.

      *
      * One screen row. The two leading spaces line the posting date
      * up under the COLLBL heading, which starts two columns in.
      *
       01  WS-POSTING-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-POSTING-DATE      PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-PRINCIPAL         PIC -(9)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-INTEREST          PIC -(9)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-POSTED            PIC -(9)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-RATE              PIC .9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-ENTRY-TYPE        PIC X(8).
           05  FILLER                  PIC X(3) VALUE SPACES.

       01  WS-MESSAGES.
           05  WS-MSG-MORE-POSTINGS    PIC X(70) VALUE
               "MORE POSTINGS FOR THIS KEY -- PF8 FOR THE NEXT PAGE".
           05  WS-MSG-END-OF-POSTINGS  PIC X(70) VALUE
               "END OF GL POSTINGS FOR THIS KEY".
           05  WS-MSG-NO-POSTINGS      PIC X(70) VALUE
               "NO GL POSTINGS FOR THIS KEY ON OR AFTER THE FROM DATE".
           05  WS-MSG-NO-MORE-PAGES    PIC X(70) VALUE
               "NO MORE POSTINGS -- PF7 FOR THE FIRST PAGE".
           05  WS-MSG-INVALID-KEY-FLD  PIC X(70) VALUE
               "KEY IN A SIX-DIGIT RECORD KEY".
           05  WS-MSG-INVALID-DATE     PIC X(70) VALUE
               "INVALID FROM DATE -- KEY CCYYMMDD OR LEAVE IT BLANK".
           05  WS-MSG-INVALID-KEY      PIC X(70) VALUE
               "INVALID KEY PRESSED -- USE ENTER, PF3, PF7, PF8, PF12".

      *
      * WS-COMMAREA carries the key and FROM DATE being listed, and
      * where the next page starts, across this pseudo-conversational
      * transaction's tasks. CA-NEXT-POSTING-DATE/CA-NEXT-SEQUENCE
      * are the GLHFILE key of the first posting NOT yet shown -- the
      * KSDS key is unique, so unlike BUG7's correction-history
      * browse the next page can START right on it. CA-GL-KEY-FLAG
      * says whether a key is being listed at all: 000000 is a valid
      * record key, so CA-GL-KEY's value cannot double as "no key".
      * DFHCOMMAREA's length must track WS-COMMAREA's -- CA-GL-KEY(6)
      * + CA-FROM-DATE(8) + CA-NEXT-POSTING-DATE(8) +
      * CA-NEXT-SEQUENCE(7) + CA-MORE-FLAG(1) + CA-GL-KEY-FLAG(1) =
      * 31 bytes.
      *
       01  WS-COMMAREA.
           05  CA-GL-KEY               PIC 9(6) VALUE ZERO.
           05  CA-FROM-DATE            PIC 9(8) VALUE ZERO.
           05  CA-NEXT-POSTING-DATE    PIC 9(8) VALUE ZERO.
           05  CA-NEXT-SEQUENCE        PIC 9(7) VALUE ZERO.
           05  CA-MORE-FLAG            PIC X VALUE "N".
               88  CA-MORE-POSTINGS    VALUE "Y".
               88  CA-NO-MORE-POSTINGS VALUE "N".
           05  CA-GL-KEY-FLAG          PIC X VALUE "N".
               88  CA-GL-KEY-PRESENT   VALUE "Y".

      *
      * The COMMAREA BUG7 passes on its PF8 XCTL: the record key
      * alone.
      *
       01  WS-BUG7-COMMAREA-LENGTH     PIC S9(4) COMP VALUE 6.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(31).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP
           MOVE WS-NOW-DATE TO WS-TODAY

           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   PERFORM 1000-SEND-INITIAL-MAP
               WHEN EIBCALEN = WS-BUG7-COMMAREA-LENGTH
                   PERFORM 1100-START-FROM-BUG7
               WHEN OTHER
                   MOVE DFHCOMMAREA TO WS-COMMAREA
                   PERFORM 2000-RECEIVE-MAP
                   EVALUATE EIBAID
                       WHEN DFHENTER
                           PERFORM 2100-INQUIRE-KEY
                       WHEN DFHPF7
                           PERFORM 2200-SHOW-FIRST-PAGE
                       WHEN DFHPF8
                           PERFORM 2300-SHOW-NEXT-PAGE
                       WHEN DFHPF12
                           PERFORM 8000-RETURN-TO-BUG7
                       WHEN DFHPF3
                           PERFORM 9000-END-SESSION
                       WHEN OTHER
                           MOVE WS-MSG-INVALID-KEY TO MSGFLDO
                           PERFORM 5000-SEND-DATAONLY-MAP
                   END-EVALUATE
           END-EVALUATE.

           EXEC CICS RETURN
               TRANSID("BUGL")
               COMMAREA(WS-COMMAREA)
           END-EXEC.

       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO BUGLMAPO.
           EXEC CICS SEND MAP("BUGLMAP")
               MAPSET("BUGLSET")
               ERASE
           END-EXEC.

      *
      * BUG7's screen is still on the terminal, so the first page for
      * the key it passed goes out with a full ERASE send, not the
      * DATAONLY send the other paths use.
      *
       1100-START-FROM-BUG7.
           MOVE LOW-VALUES TO BUGLMAPO
           MOVE DFHCOMMAREA(1:6) TO CA-GL-KEY
           SET CA-GL-KEY-PRESENT TO TRUE
           MOVE ZERO TO CA-FROM-DATE
           PERFORM 2250-POSITION-FIRST-PAGE
           EXEC CICS SEND MAP("BUGLMAP")
               MAPSET("BUGLSET")
               ERASE
           END-EXEC.

      *
      * MAPFAIL is "no new input", exactly as on BUG7 (see bug007c.cbl
      * 2000-RECEIVE-MAP): the input area is cleared and the key and
      * date come from the COMMAREA instead.
      *
       2000-RECEIVE-MAP.
           EXEC CICS RECEIVE MAP("BUGLMAP")
               MAPSET("BUGLSET")
               INTO(BUGLMAPI)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO BUGLMAPI
           END-IF.

      *
      * A blank key field re-lists the key already on the screen --
      * ENTER with nothing keyed is a refresh. A blank FROM DATE
      * lists from the key's first posting.
      *
       2100-INQUIRE-KEY.
           MOVE "N" TO WS-KEY-VALID-FLAG
           IF KEYFLDI = LOW-VALUES OR KEYFLDI = SPACES
               IF CA-GL-KEY-PRESENT
                   SET WS-KEY-VALID TO TRUE
               END-IF
           ELSE
               IF KEYFLDI IS NUMERIC
                   MOVE KEYFLDI TO CA-GL-KEY
                   SET CA-GL-KEY-PRESENT TO TRUE
                   SET WS-KEY-VALID TO TRUE
               END-IF
           END-IF

           IF FROMFLDI = LOW-VALUES OR FROMFLDI = SPACES
               MOVE ZERO TO WS-KEYED-DATE
               SET WS-DATE-VALID TO TRUE
           ELSE
               MOVE FROMFLDI TO WS-KEYED-DATE
               PERFORM 2500-VALIDATE-KEYED-DATE
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-KEY-VALID
                   MOVE WS-MSG-INVALID-KEY-FLD TO MSGFLDO
               WHEN NOT WS-DATE-VALID
                   MOVE WS-MSG-INVALID-DATE TO MSGFLDO
               WHEN OTHER
                   MOVE WS-KEYED-DATE TO CA-FROM-DATE
                   MOVE LOW-VALUES TO BUGLMAPO
                   PERFORM 2250-POSITION-FIRST-PAGE
           END-EVALUATE

           PERFORM 5000-SEND-DATAONLY-MAP.

      *
      * PF7 before any key has been listed has no first page to go
      * back to.
      *
       2200-SHOW-FIRST-PAGE.
           IF CA-GL-KEY-PRESENT
               MOVE LOW-VALUES TO BUGLMAPO
               PERFORM 2250-POSITION-FIRST-PAGE
           ELSE
               MOVE WS-MSG-INVALID-KEY-FLD TO MSGFLDO
           END-IF
           PERFORM 5000-SEND-DATAONLY-MAP.

       2250-POSITION-FIRST-PAGE.
           MOVE CA-GL-KEY TO GLH-KEY
           MOVE CA-FROM-DATE TO GLH-POSTING-DATE
           MOVE ZERO TO GLH-ENTRY-SEQUENCE
           PERFORM 3000-BUILD-POSTING-DISPLAY.

       2300-SHOW-NEXT-PAGE.
           IF CA-MORE-POSTINGS
               MOVE LOW-VALUES TO BUGLMAPO
               MOVE CA-GL-KEY TO GLH-KEY
               MOVE CA-NEXT-POSTING-DATE TO GLH-POSTING-DATE
               MOVE CA-NEXT-SEQUENCE TO GLH-ENTRY-SEQUENCE
               PERFORM 3000-BUILD-POSTING-DISPLAY
           ELSE
               MOVE WS-MSG-NO-MORE-PAGES TO MSGFLDO
           END-IF
           PERFORM 5000-SEND-DATAONLY-MAP.

      *
      * Checked field by field before INTEGER-OF-DATE ever sees the
      * date, the same way BUGS does it (bug010c.cbl 2500-VALIDATE-
      * KEYED-DATE) -- an impossible date there abends the task.
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
      * Fills one page starting at the GLHFILE key the caller set in
      * GLH-HISTORY-KEY. The browse reads one posting past a full
      * page: when that thirteenth posting still belongs to the key,
      * its key is where PF8 picks up. Every row's attribute is set
      * on every pass, so a row highlighted on one page does not stay
      * highlighted on the next.
      *
       3000-BUILD-POSTING-DISPLAY.
           MOVE CA-GL-KEY TO KEYFLDO
           MOVE CA-FROM-DATE TO FROMFLDO

           PERFORM 3050-CLEAR-ROW
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-SCREEN-ROW-COUNT

           MOVE ZERO TO WS-ROW-SUB
           MOVE "N" TO WS-BROWSE-EOF-FLAG
           MOVE "N" TO WS-PAGE-FULL-FLAG
           SET CA-NO-MORE-POSTINGS TO TRUE

           EXEC CICS STARTBR FILE("GLHFILE")
               RIDFLD(GLH-HISTORY-KEY)
               KEYLENGTH(21)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3100-READ-NEXT-POSTING
                   UNTIL WS-PAGE-FULL OR WS-BROWSE-AT-END
               EXEC CICS ENDBR FILE("GLHFILE") END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN WS-ROW-SUB = ZERO
                   MOVE WS-MSG-NO-POSTINGS TO MSGFLDO
               WHEN CA-MORE-POSTINGS
                   MOVE WS-MSG-MORE-POSTINGS TO MSGFLDO
               WHEN OTHER
                   MOVE WS-MSG-END-OF-POSTINGS TO MSGFLDO
           END-EVALUATE

           PERFORM 3500-COMPUTE-PERIOD-TOTALS.

       3050-CLEAR-ROW.
           MOVE SPACES TO GLLNO(WS-ROW-SUB)
           MOVE DFHBMASK TO GLLNA(WS-ROW-SUB).

       3100-READ-NEXT-POSTING.
           EXEC CICS READNEXT FILE("GLHFILE")
               INTO(GL-HISTORY-RECORD)
               RIDFLD(GLH-HISTORY-KEY)
               KEYLENGTH(21)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL) AND GLH-KEY = CA-GL-KEY
               IF WS-ROW-SUB < WS-SCREEN-ROW-COUNT
                   ADD 1 TO WS-ROW-SUB
                   PERFORM 3200-FORMAT-POSTING-LINE
               ELSE
                   SET WS-PAGE-FULL TO TRUE
                   SET CA-MORE-POSTINGS TO TRUE
                   MOVE GLH-POSTING-DATE TO CA-NEXT-POSTING-DATE
                   MOVE GLH-ENTRY-SEQUENCE TO CA-NEXT-SEQUENCE
               END-IF
           ELSE
               SET WS-BROWSE-AT-END TO TRUE
           END-IF.

      *
      * A reversal -- a correction backing out an amount posted
      * earlier, or a backout reversing a day -- is shown highlighted,
      * so the line that took money back off the key stands out from
      * the postings around it.
      *
       3200-FORMAT-POSTING-LINE.
           MOVE GLH-POSTING-DATE TO WS-POSTING-DATE-WORK
           STRING WS-POSTING-CCYY "-"
                  WS-POSTING-MM "-"
                  WS-POSTING-DD
               DELIMITED BY SIZE INTO WS-PL-POSTING-DATE
           END-STRING
           MOVE GLH-PRINCIPAL-AMOUNT TO WS-PL-PRINCIPAL
           MOVE GLH-INTEREST-AMOUNT TO WS-PL-INTEREST
           MOVE GLH-POSTING-AMOUNT TO WS-PL-POSTED
           MOVE GLH-RATE TO WS-PL-RATE

           EVALUATE TRUE
               WHEN GLH-REVERSAL-ENTRY AND GLH-BACKOUT-ENTRY
                   MOVE "BKO REV" TO WS-PL-ENTRY-TYPE
               WHEN GLH-REVERSAL-ENTRY
                   MOVE "REVERSAL" TO WS-PL-ENTRY-TYPE
               WHEN GLH-BACKOUT-ENTRY
                   MOVE "BACKOUT" TO WS-PL-ENTRY-TYPE
               WHEN OTHER
                   MOVE "POSTING" TO WS-PL-ENTRY-TYPE
           END-EVALUATE

           IF GLH-REVERSAL-ENTRY
               MOVE DFHBMASB TO GLLNA(WS-ROW-SUB)
           END-IF

           MOVE WS-POSTING-LINE TO GLLNO(WS-ROW-SUB).

      *
      * A second browse, from the first of the current year, sums the
      * key's interest for the year and for the month. It is done on
      * every page, whatever FROM DATE the postings are listed from,
      * so the totals always mean the same thing.
      *
       3500-COMPUTE-PERIOD-TOTALS.
           MOVE ZERO TO WS-MTD-INTEREST
           MOVE ZERO TO WS-YTD-INTEREST
           MOVE WS-TODAY-CCYY TO WS-YEAR-START-CCYY
           MOVE 0101 TO WS-YEAR-START-MMDD

           MOVE CA-GL-KEY TO GLH-KEY
           MOVE WS-YEAR-START-DATE TO GLH-POSTING-DATE
           MOVE ZERO TO GLH-ENTRY-SEQUENCE
           MOVE "N" TO WS-BROWSE-EOF-FLAG

           EXEC CICS STARTBR FILE("GLHFILE")
               RIDFLD(GLH-HISTORY-KEY)
               KEYLENGTH(21)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3600-ADD-PERIOD-POSTING
                   UNTIL WS-BROWSE-AT-END
               EXEC CICS ENDBR FILE("GLHFILE") END-EXEC
           END-IF

           MOVE WS-MTD-INTEREST TO MTDFLDO
           MOVE WS-YTD-INTEREST TO YTDFLDO.

       3600-ADD-PERIOD-POSTING.
           EXEC CICS READNEXT FILE("GLHFILE")
               INTO(GL-HISTORY-RECORD)
               RIDFLD(GLH-HISTORY-KEY)
               KEYLENGTH(21)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL) AND GLH-KEY = CA-GL-KEY
               MOVE GLH-POSTING-DATE TO WS-POSTING-DATE-WORK
               IF WS-POSTING-CCYY = WS-TODAY-CCYY
                   ADD GLH-INTEREST-AMOUNT TO WS-YTD-INTEREST
                   IF WS-POSTING-MM = WS-TODAY-MM
                       ADD GLH-INTEREST-AMOUNT TO WS-MTD-INTEREST
                   END-IF
               ELSE
                   SET WS-BROWSE-AT-END TO TRUE
               END-IF
           ELSE
               SET WS-BROWSE-AT-END TO TRUE
           END-IF.

       5000-SEND-DATAONLY-MAP.
           EXEC CICS SEND MAP("BUGLMAP")
               MAPSET("BUGLSET")
               DATAONLY
           END-EXEC.

      *
      * No COMMAREA goes back, so BUG7 starts as a fresh session on
      * its own initial map.
      *
       8000-RETURN-TO-BUG7.
           EXEC CICS XCTL
               PROGRAM("BUG007C")
           END-EXEC.

       9000-END-SESSION.
           EXEC CICS SEND TEXT
               FROM("BUGL SESSION ENDED")
               LENGTH(18)
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
