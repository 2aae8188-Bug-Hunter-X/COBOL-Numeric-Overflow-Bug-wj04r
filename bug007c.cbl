      * CICS BMS inquiry/maintenance transaction (BUG7) for support
      * staff. Looks up the stored WS-NUMBER/WS-NUMBER2/WS-NUMBER3 for
      * a record key on the INQFILE master that the batch job (bug.cob)
      * maintains, and lets the analyst key in a corrected pair. The
      * pair is queued on APPRFILE (PROD.BUG.APPROVAL.QUEUE -- see
      * copybooks/APPRREC.cpy) and waits there for a second operator
      * to approve it on the BUG9 approval screen (bug009c.cbl); only
      * then is it written to RESBFILE (PROD.BUG.RESBFILE.PENDING) for
      * the next batch run. The merge of that dataset onto the next
      * day's
      * TRANFILE is automated -- BUGRESMG (bugresmg.cob) runs as
      * STEP005 of jcl/BUGJOB.jcl (and of jcl/BUGSPLIT.jcl on a
      * partitioned day), appends the pending corrections to the feed,
      * overflow exceptions on INQFILE; PF7 shows a keyed record's full
      * correction history from AUDHFILE. Every resubmission also logs
      * the operator ID, timestamp, and before/after values to MAINTFIL
      * (see 4100-LOG-MAINTENANCE-AUDIT); the checker's decision is
      * logged there by BUG9.
      *
      * PF5 resubmission requires update authority: the signed-on
      * operator ID is checked against AUTHFILE (see copybooks/
      * AUTHREC.cpy) before 4000-RESUBMIT-RECORD queues anything, and
      * a denied attempt is rejected with a message and logged to
      * MAINTFIL with MNT-ACTION-FLAG "D" -- the same trail accepted
      * corrections land on. Inquiry, overflow browse, and history
      * browse stay open to the whole desk.
      *
      * PF8 hands the key on the screen to the GL posting inquiry,
      * BUGL (bug011c.cbl), which lists what was posted to the GL for
      * it -- principal, interest, rate, reversals -- with the key's
      * month-to-date and year-to-date interest. PF12 there comes
      * back here.
      *
      * NOTE: This program uses EXEC CICS, a vendor extension that the
      * GnuCOBOL syntax-only gate used elsewhere in this repo cannot
      * parse without a CICS translator (which this sandbox does not
           COPY AUDTREC REPLACING AUDIT-RECORD BY AUDIT-HISTORY-RECORD.
           COPY MAINTREC.
           COPY AUTHREC.
           COPY APPRREC.

       01  WS-RESP                     PIC S9(8) COMP.

      *
           05  CA-HISTORY-KEY          PIC 9(6) VALUE ZERO.
           05  CA-HISTORY-SHOWN-COUNT  PIC 9(5) VALUE ZERO.
      *
      * CA-INQUIRY-KEY is the key last shown by ENTER or PF6, so a PF8
      * press without retyping the key (FRSET again) still knows which
      * key's GL postings to list. CA-INQUIRY-KEY-FLAG says whether
      * one has been shown at all -- 000000 is a valid record key, so
      * the key's value cannot double as "none shown yet".
      *
           05  CA-INQUIRY-KEY          PIC 9(6) VALUE ZERO.
           05  CA-INQUIRY-KEY-FLAG     PIC X VALUE "N".
               88  CA-INQUIRY-KEY-SHOWN VALUE "Y".

      *
      * The COMMAREA handed to BUGL on PF8 -- the record key alone.
      *
       01  WS-GL-INQUIRY-KEY           PIC 9(6) VALUE ZERO.

       01  WS-BROWSE-FLAGS.
           05  WS-OVERFLOW-FOUND-FLAG  PIC X VALUE "N".
               88  WS-MAINT-REWRITE-FAILED VALUE "Y".
           05  WS-MAINT-WRITE-FLAG     PIC X VALUE "N".
               88  WS-MAINT-WRITE-FAILED VALUE "Y".
           05  WS-APPR-FOUND-FLAG      PIC X VALUE "N".
               88  WS-APPR-ITEM-FOUND  VALUE "Y".
           05  WS-GL-KEY-FLAG          PIC X VALUE "N".
               88  WS-GL-KEY-SUPPLIED  VALUE "Y".

       01  WS-HISTORY-SEEN-COUNT       PIC 9(5) VALUE ZERO.

           05  WS-MSG-NOT-FOUND        PIC X(70) VALUE
               "RECORD NOT FOUND FOR KEY ENTERED".
           05  WS-MSG-RESUBMITTED      PIC X(70) VALUE
               "CORRECTION QUEUED -- A SECOND OPERATOR MUST APPROVE IT".
           05  WS-MSG-RESUBMIT-FAILED  PIC X(70) VALUE
               "RESUBMIT FAILED -- CONTACT SUPPORT".
           05  WS-MSG-INVALID-KEY      PIC X(70) VALUE
           05  WS-MSG-NO-MORE-HISTORY  PIC X(70) VALUE
               "NO CORRECTION HISTORY FOR THIS KEY -- PF7 TO RETRY".
           05  WS-MSG-RESUBMIT-PARTIAL PIC X(70) VALUE
               "QUEUED, BUT PENDING FLAG NOT SET -- TELL SUPPORT".
           05  WS-MSG-NO-RESUBMIT-DATA PIC X(70) VALUE
               "NOTHING TO RESUBMIT -- KEY IN A RECORD AND VALUES".
           05  WS-MSG-AUDIT-LOG-FAILED PIC X(70) VALUE
               "QUEUED, BUT AUDIT LOG FAILED -- TELL SUPPORT".
           05  WS-MSG-NOT-AUTHORIZED   PIC X(70) VALUE
               "NOT AUTHORIZED TO RESUBMIT -- ATTEMPT LOGGED".
           05  WS-MSG-DENIED-LOG-FAILED PIC X(70) VALUE
               "NOT AUTHORIZED -- AND DENIAL LOG FAILED, TELL SUPPORT".
           05  WS-MSG-ALREADY-QUEUED   PIC X(70) VALUE
               "A CORRECTION FOR THIS KEY IS ALREADY AWAITING APPROVAL".
           05  WS-MSG-NO-GL-KEY        PIC X(70) VALUE
               "KEY IN A RECORD KEY, THEN PF8 FOR ITS GL POSTINGS".

      *
      * DFHCOMMAREA's length must track WS-COMMAREA's -- currently
      * CA-BROWSE-ACTIVE-FLAG(1) + CA-LAST-BROWSE-KEY(6) +
      * CA-HISTORY-KEY(6) + CA-HISTORY-SHOWN-COUNT(5) +
      * CA-INQUIRY-KEY(6) + CA-INQUIRY-KEY-FLAG(1) = 25 bytes.
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(25).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
                       PERFORM 6000-BROWSE-OVERFLOW-RECORDS
                   WHEN DFHPF7
                       PERFORM 7000-SHOW-CORRECTION-HISTORY
                   WHEN DFHPF8
                       PERFORM 8000-SHOW-GL-POSTINGS
                   WHEN DFHPF3
                       PERFORM 9000-END-SESSION
                   WHEN OTHER
                   MOVE ZERO TO BALFLDO
               END-IF
               MOVE WS-MSG-FOUND TO MSGFLDO
               MOVE IQ-KEY TO CA-INQUIRY-KEY
               SET CA-INQUIRY-KEY-SHOWN TO TRUE
           ELSE
               MOVE WS-MSG-NOT-FOUND TO MSGFLDO
           END-IF.
      * The empty-input test matters here the same way it does for
      * PF7: a repeat PF5 press transmits no map data (FRSET, see
      * 2000-RECEIVE-MAP), and without the guard that second press
      * would queue a LOW-VALUES correction and log a
      * maintenance-audit entry for a correction nobody keyed.
      *
       4000-RESUBMIT-RECORD.
                   MOVE WS-MSG-NOT-AUTHORIZED TO MSGFLDO
                   PERFORM 4300-LOG-DENIED-ATTEMPT
               ELSE
                   PERFORM 4050-QUEUE-RESUBMISSION
               END-IF
           END-IF.

           PERFORM 5000-SEND-DATAONLY-MAP.

      *
      * The correction is queued on APPRFILE, not written to RESBFILE:
      * BUG9 (bug009c.cbl) releases it to RESBFILE once a second
      * operator approves it. A key carries one correction in flight
      * at a time -- while its item is pending ("P") or approved and
      * awaiting the batch ("V"), a new one is refused, so a checker
      * never approves values that have been overtaken. A finished
      * item (rejected, expired, or merged) is replaced in place.
      *
      * APPRFILE is written FIRST, and the audit log / pending flag
      * only follow a successful write -- the other order would leave
      * MAINTFIL carrying an audit entry for a correction that never
      * made it into the queue, and the key flagged pending (blocking
      * the archive/purge job) with nothing in flight to ever clear
      * the flag. Reached only through 4000's authorization check.
      *
       4050-QUEUE-RESUBMISSION.
           MOVE "N" TO WS-APPR-FOUND-FLAG
           MOVE KEYFLDI TO APR-KEY
           EXEC CICS READ FILE("APPRFILE")
               INTO(APPROVAL-RECORD)
               RIDFLD(APR-KEY)
               KEYLENGTH(6)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-APPR-ITEM-FOUND TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN WS-APPR-ITEM-FOUND AND APR-IN-FLIGHT
                   EXEC CICS UNLOCK FILE("APPRFILE") END-EXEC
                   MOVE WS-MSG-ALREADY-QUEUED TO MSGFLDO
               WHEN WS-APPR-ITEM-FOUND
                   OR WS-RESP = DFHRESP(NOTFND)
                   PERFORM 4060-BUILD-APPROVAL-ITEM
                   IF WS-APPR-ITEM-FOUND
                       EXEC CICS REWRITE FILE("APPRFILE")
                           FROM(APPROVAL-RECORD)
                           RESP(WS-RESP)
                       END-EXEC
                   ELSE
                       EXEC CICS WRITE FILE("APPRFILE")
                           FROM(APPROVAL-RECORD)
                           RIDFLD(APR-KEY)
                           KEYLENGTH(6)
                           RESP(WS-RESP)
                       END-EXEC
                   END-IF
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE WS-MSG-RESUBMIT-FAILED TO MSGFLDO
                   ELSE
                       PERFORM 4100-LOG-MAINTENANCE-AUDIT
                       EVALUATE TRUE
                           WHEN WS-MAINT-WRITE-FAILED
                               MOVE WS-MSG-AUDIT-LOG-FAILED TO MSGFLDO
                           WHEN WS-MAINT-REWRITE-FAILED
                               MOVE WS-MSG-RESUBMIT-PARTIAL TO MSGFLDO
                           WHEN OTHER
                               MOVE WS-MSG-RESUBMITTED TO MSGFLDO
                       END-EVALUATE
                   END-IF
               WHEN OTHER
                   MOVE WS-MSG-RESUBMIT-FAILED TO MSGFLDO
           END-EVALUATE.

      *
      * The before values come off INQFILE's current copy of the key,
      * if one exists yet (a key the batch has never posted has none,
      * and they are zero). The maker is the operator 4200 just
      * authorized.
      *
       4060-BUILD-APPROVAL-ITEM.
           MOVE KEYFLDI TO IQ-KEY
           EXEC CICS READ FILE("INQFILE")
               INTO(INQUIRY-RECORD)
               RIDFLD(IQ-KEY)
               KEYLENGTH(6)
               RESP(WS-RESP)
           END-EXEC

           MOVE SPACES TO APPROVAL-RECORD
           MOVE KEYFLDI TO APR-KEY
           MOVE WS-OPERATOR-ID TO APR-MAKER-ID
           MOVE FUNCTION CURRENT-DATE TO APR-REQUEST-TIMESTAMP
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE IQ-NUMBER TO APR-OLD-NUMBER
               MOVE IQ-NUMBER2 TO APR-OLD-NUMBER2
               MOVE IQ-NUMBER3 TO APR-OLD-NUMBER3
           ELSE
               MOVE ZERO TO APR-OLD-NUMBER
               MOVE ZERO TO APR-OLD-NUMBER2
               MOVE ZERO TO APR-OLD-NUMBER3
           END-IF
           MOVE NUM1FLDI TO APR-NEW-NUMBER
           MOVE NUM2FLDI TO APR-NEW-NUMBER2
           SET APR-STATUS-PENDING TO TRUE.

      *
      * Logs who resubmitted what (the signed-on operator ID, fetched
      * with EXEC CICS ASSIGN OPID -- the operator ID is not one of
      * the fields the EIB itself carries), and the before/after
      * WS-NUMBER/WS-NUMBER2 pair, to MAINTFIL. Performed only after
      * the item has been queued on APPRFILE (see 4050-QUEUE-
      * RESUBMISSION), and stamped with the item's own APR-REQUEST-
      * TIMESTAMP so the queue entry and its audit record can be
      * matched. The before values come off
      * INQFILE's current copy of the key, if one exists yet. Also
      * flags the key as pending correction on INQFILE so bugarch.cob's
      * retention check leaves it alone while the item is in flight:
      * BUG9 clears the flag again if the item is rejected or expires,
      * and the batch clears it once it posts the approved pair (see
      * bug.cob's 4500-WRITE-INQUIRY-RECORD).
      *
      *
      * UPDATE is required here because this READ is followed by a
               RESP(WS-RESP)
           END-EXEC

           MOVE APR-REQUEST-TIMESTAMP TO MNT-TIMESTAMP
           EXEC CICS ASSIGN
               OPID(MNT-OPERATOR-ID)
           END-EXEC
      * here: a denied attempt must not set the pending-correction
      * flag (nothing is in flight to ever clear it), so the before
      * values are logged as zero. A failed write gets its own
      * message -- the accepted path's "QUEUED, BUT..." wording
      * would tell a denied operator their correction went through.
      *
       4300-LOG-DENIED-ATTEMPT.
               END-IF
               MOVE WS-MSG-OVERFLOW-FOUND TO MSGFLDO
               MOVE IQ-KEY TO CA-LAST-BROWSE-KEY
               MOVE IQ-KEY TO CA-INQUIRY-KEY
               SET CA-INQUIRY-KEY-SHOWN TO TRUE
               SET CA-BROWSE-ACTIVE TO TRUE
           ELSE
               MOVE WS-MSG-NO-MORE-OVERFLOW TO MSGFLDO
               SET WS-HISTORY-AT-END TO TRUE
           END-IF.

      *
      * A typed key wins over the one last shown. The key goes to
      * BUGL as its whole COMMAREA -- BUGL (bug011c.cbl) tells this
      * hand-off from its own returns by that 6-byte length -- and
      * XCTL does not come back: BUGL's PF12 starts BUG7 afresh.
      * Whether there is a key to pass is a flag, not the key's value,
      * since 000000 is as good a key as any other.
      *
       8000-SHOW-GL-POSTINGS.
           MOVE "N" TO WS-GL-KEY-FLAG
           IF KEYFLDI NOT = LOW-VALUES AND KEYFLDI NOT = SPACES
               AND KEYFLDI IS NUMERIC
               MOVE KEYFLDI TO WS-GL-INQUIRY-KEY
               SET WS-GL-KEY-SUPPLIED TO TRUE
           ELSE
               IF CA-INQUIRY-KEY-SHOWN
                   MOVE CA-INQUIRY-KEY TO WS-GL-INQUIRY-KEY
                   SET WS-GL-KEY-SUPPLIED TO TRUE
               END-IF
           END-IF

           IF NOT WS-GL-KEY-SUPPLIED
               MOVE WS-MSG-NO-GL-KEY TO MSGFLDO
               PERFORM 5000-SEND-DATAONLY-MAP
           ELSE
               EXEC CICS XCTL
                   PROGRAM("BUG011C")
                   COMMAREA(WS-GL-INQUIRY-KEY)
                   LENGTH(6)
               END-EXEC
           END-IF.

       9000-END-SESSION.
           EXEC CICS SEND TEXT
               FROM("BUG7 SESSION ENDED")
