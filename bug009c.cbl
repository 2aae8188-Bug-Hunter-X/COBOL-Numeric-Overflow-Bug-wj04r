       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUG009C.
      *
      * CICS BMS correction approval transaction (BUG9), the checker's
      * half of the BUG7 correction path (bug007c.cbl). A BUG7 PF5
      * no longer writes RESBFILE directly: it queues the correction
      * on APPRFILE (PROD.BUG.APPROVAL.QUEUE -- see copybooks/
      * APPRREC.cpy) with the maker's operator ID, the time it was
      * keyed, and the before/after values. This screen shows a
      * queued item and lets a second operator approve or reject it;
      * only an approved item is written to RESBFILE for BUGRESMG to
      * merge into the next batch run.
      *
      *   ENTER  show the queued item for the keyed key; with no key,
      *          show the first item awaiting approval
      *   PF6    show the next item awaiting approval
      *   PF5    approve the item shown -- it is written to RESBFILE
      *   PF4    reject the item shown -- nothing reaches RESBFILE
      *   PF3    end the session
      *
      * A decision requires update authority on AUTHFILE (the same
      * fail-closed check BUG7 and BUG8 apply), and the deciding
      * operator may never be the maker of the item. Every decision
      * is logged to MAINTFIL with its own action code ("V" approved,
      * "R" rejected) so BUGMNTRP reports it alongside the maker's
      * "A" record.
      *
      * An item left unapproved for more than WS-EXPIRY-DAYS days is
      * expired the first time this screen shows it: it goes to
      * status "E", is logged to MAINTFIL as "E", and can no longer
      * be approved -- the maker has to key the correction again if
      * it is still wanted. The nightly BUGAPEXP pass expires, on the
      * same limit, any item this screen never gets to show. A
      * rejected or expired item also clears the key's IQ-PENDING-
      * CORRECTION-FLAG on INQFILE, since nothing is then in flight
      * for the batch to reconcile; an approved item leaves it set
      * until the batch posts the key.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY BUGPSET.
           COPY APPRREC.
           COPY INQREC.
           COPY TRANREC.
           COPY MAINTREC.
           COPY AUTHREC.

       01  WS-RESP                     PIC S9(8) COMP.

       01  WS-OPERATOR-ID              PIC X(3) VALUE SPACES.

      *
      * Items older than this many days are expired unapproved.
      *
       01  WS-EXPIRY-DAYS              PIC 9(3) VALUE 3.

       01  WS-AGE-FIELDS.
           05  WS-TODAY                PIC 9(8) VALUE ZERO.
           05  WS-REQUEST-DATE         PIC 9(8) VALUE ZERO.
           05  WS-AGE-DAYS             PIC S9(7) COMP-3 VALUE ZERO.

       01  WS-FLAGS.
           05  WS-AUTH-FLAG            PIC X VALUE "N".
               88  WS-OPERATOR-AUTHORIZED VALUE "Y".
           05  WS-KEY-FLAG             PIC X VALUE "N".
               88  WS-KEY-SUPPLIED     VALUE "Y".
           05  WS-EXPIRED-FLAG         PIC X VALUE "N".
               88  WS-ITEM-EXPIRED     VALUE "Y".
           05  WS-ITEM-FOUND-FLAG      PIC X VALUE "N".
               88  WS-ITEM-FOUND       VALUE "Y".
           05  WS-BROWSE-EOF-FLAG      PIC X VALUE "N".
               88  WS-BROWSE-AT-END    VALUE "Y".
           05  WS-DECISION-FLAG        PIC X VALUE SPACE.
               88  WS-DECISION-APPROVE VALUE "V".
               88  WS-DECISION-REJECT  VALUE "R".
           05  WS-MAINT-WRITE-FLAG     PIC X VALUE "N".
               88  WS-MAINT-WRITE-FAILED VALUE "Y".
           05  WS-INQ-REWRITE-FLAG     PIC X VALUE "N".
               88  WS-INQ-REWRITE-FAILED VALUE "Y".

       01  WS-ITEM-KEY                 PIC 9(6) VALUE ZERO.

       01  WS-MNT-ACTION               PIC X VALUE SPACE.

      *
      * WS-COMMAREA carries the item last shown across this
      * pseudo-conversational transaction's tasks, the same way BUG8
      * carries its account key. A decision acts only on an item that
      * was shown, and CA-ITEM-TIMESTAMP (the item's APR-REQUEST-
      * TIMESTAMP) pins it to the exact correction the checker looked
      * at: if the maker's item is finished and a new correction is
      * queued for the same key between the display and the PF5, the
      * timestamps no longer match and the decision is refused.
      *
       01  WS-COMMAREA.
           05  CA-ITEM-SHOWN-FLAG      PIC X VALUE "N".
               88  CA-ITEM-SHOWN       VALUE "Y".
           05  CA-ITEM-KEY             PIC 9(6) VALUE ZERO.
           05  CA-ITEM-TIMESTAMP       PIC X(21) VALUE SPACES.

       01  WS-MESSAGES.
           05  WS-MSG-PENDING          PIC X(70) VALUE
               "AWAITING APPROVAL -- PF5=APPROVE  PF4=REJECT  PF6=NEXT".
           05  WS-MSG-NOT-PENDING      PIC X(70) VALUE
               "ITEM IS NOT AWAITING APPROVAL -- PF6 FOR NEXT PENDING".
           05  WS-MSG-NOT-QUEUED       PIC X(70) VALUE
               "NO CORRECTION QUEUED FOR KEY ENTERED".
           05  WS-MSG-NO-MORE-PENDING  PIC X(70) VALUE
               "NO MORE ITEMS AWAITING APPROVAL -- PF6 TO START OVER".
           05  WS-MSG-SHOW-FIRST       PIC X(70) VALUE
               "SHOW THE ITEM WITH ENTER BEFORE APPROVING OR REJECTING".
           05  WS-MSG-ITEM-CHANGED     PIC X(70) VALUE
               "ITEM HAS CHANGED SINCE IT WAS SHOWN -- REVIEW IT AGAIN".
           05  WS-MSG-OWN-ITEM         PIC X(70) VALUE
               "YOU KEYED THIS ITEM -- ANOTHER OPERATOR MUST DECIDE".
           05  WS-MSG-INVALID-KEY      PIC X(70) VALUE
               "INVALID KEY PRESSED -- USE ENTER, PF3, PF4, PF5, PF6".
           05  WS-MSG-NOT-AUTHORIZED   PIC X(70) VALUE
               "NOT AUTHORIZED TO APPROVE OR REJECT CORRECTIONS".
           05  WS-MSG-APPROVED         PIC X(70) VALUE
               "CORRECTION APPROVED -- MERGED INTO THE NEXT BATCH RUN".
           05  WS-MSG-REJECTED         PIC X(70) VALUE
               "CORRECTION REJECTED -- NOTHING SENT TO THE BATCH".
           05  WS-MSG-EXPIRED          PIC X(70) VALUE
               "ITEM EXPIRED UNAPPROVED -- MAKER MUST KEY IT AGAIN".
           05  WS-MSG-UPDATE-FAILED    PIC X(70) VALUE
               "APPROVAL QUEUE UPDATE FAILED -- CONTACT SUPPORT".
           05  WS-MSG-RELEASE-FAILED   PIC X(70) VALUE
               "APPROVE FAILED, NOTHING RELEASED -- CONTACT SUPPORT".
           05  WS-MSG-QUEUE-NOT-MARKED PIC X(70) VALUE
               "RELEASED, BUT NOT MARKED APPROVED -- TELL SUPPORT".
           05  WS-MSG-AUDIT-LOG-FAILED PIC X(70) VALUE
               "DECISION MADE, BUT AUDIT LOG FAILED -- TELL SUPPORT".
           05  WS-MSG-FLAG-NOT-CLEARED PIC X(70) VALUE
               "DECIDED, BUT PENDING FLAG NOT CLEARED -- TELL SUPPORT".

      *
      * DFHCOMMAREA's length must track WS-COMMAREA's -- currently
      * CA-ITEM-SHOWN-FLAG(1) + CA-ITEM-KEY(6) +
      * CA-ITEM-TIMESTAMP(21) = 28 bytes.
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(28).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 2000-RECEIVE-MAP
               PERFORM 2100-RESOLVE-ITEM-KEY
               EXEC CICS ASSIGN
                   OPID(WS-OPERATOR-ID)
               END-EXEC
               EVALUATE EIBAID
                   WHEN DFHENTER
                       IF WS-KEY-SUPPLIED
                           PERFORM 3000-INQUIRE-ITEM
                       ELSE
                           PERFORM 6000-SHOW-NEXT-PENDING
                       END-IF
                   WHEN DFHPF6
                       PERFORM 6000-SHOW-NEXT-PENDING
                   WHEN DFHPF5
                       PERFORM 4000-APPROVE-ITEM
                   WHEN DFHPF4
                       PERFORM 7000-REJECT-ITEM
                   WHEN DFHPF3
                       PERFORM 9000-END-SESSION
                   WHEN OTHER
                       MOVE WS-MSG-INVALID-KEY TO MSGFLDO
                       PERFORM 5000-SEND-DATAONLY-MAP
               END-EVALUATE
           END-IF.

           EXEC CICS RETURN
               TRANSID("BUG9")
               COMMAREA(WS-COMMAREA)
           END-EXEC.

       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO BUGPMAPO.
           EXEC CICS SEND MAP("BUGPMAP")
               MAPSET("BUGPSET")
               ERASE
           END-EXEC.

      *
      * MAPFAIL is "no new input", exactly as on BUG7 (see bug007c.cbl
      * 2000-RECEIVE-MAP): the input area is cleared and the key comes
      * from the COMMAREA instead.
      *
       2000-RECEIVE-MAP.
           EXEC CICS RECEIVE MAP("BUGPMAP")
               MAPSET("BUGPSET")
               INTO(BUGPMAPI)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO BUGPMAPI
           END-IF.

      *
      * A typed key always wins. Typing a key other than the one
      * shown forgets the item shown, so PF4/PF5 cannot act on a key
      * the checker has not yet looked at; with nothing typed, the
      * item last shown is the one the PF key acts on.
      *
       2100-RESOLVE-ITEM-KEY.
           MOVE "N" TO WS-KEY-FLAG
           IF KEYFLDI NOT = LOW-VALUES AND KEYFLDI NOT = SPACES
               MOVE KEYFLDI TO WS-ITEM-KEY
               SET WS-KEY-SUPPLIED TO TRUE
               IF KEYFLDI NOT = CA-ITEM-KEY
                   MOVE "N" TO CA-ITEM-SHOWN-FLAG
               END-IF
           ELSE
               IF CA-ITEM-SHOWN
                   MOVE CA-ITEM-KEY TO WS-ITEM-KEY
                   SET WS-KEY-SUPPLIED TO TRUE
               END-IF
           END-IF.

       3000-INQUIRE-ITEM.
           MOVE WS-ITEM-KEY TO APR-KEY
           EXEC CICS READ FILE("APPRFILE")
               INTO(APPROVAL-RECORD)
               RIDFLD(APR-KEY)
               KEYLENGTH(6)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3500-SHOW-OR-EXPIRE-ITEM
           ELSE
               PERFORM 3200-CLEAR-ITEM-FIELDS
               MOVE WS-MSG-NOT-QUEUED TO MSGFLDO
           END-IF

           PERFORM 5000-SEND-DATAONLY-MAP.

       3100-SHOW-ITEM.
           MOVE APR-KEY TO KEYFLDO
           MOVE APR-MAKER-ID TO MAKRFLDO
           MOVE APR-REQUEST-TIMESTAMP TO RQTSFLDO
           MOVE APR-OLD-NUMBER TO OLD1FLDO
           MOVE APR-OLD-NUMBER2 TO OLD2FLDO
           MOVE APR-OLD-NUMBER3 TO OLD3FLDO
           MOVE APR-NEW-NUMBER TO NEW1FLDO
           MOVE APR-NEW-NUMBER2 TO NEW2FLDO
           MOVE APR-STATUS TO STATFLDO
           EVALUATE TRUE
               WHEN APR-STATUS-PENDING
                   MOVE "PENDING" TO STATDSCO
               WHEN APR-STATUS-APPROVED
                   MOVE "APPROVED" TO STATDSCO
               WHEN APR-STATUS-REJECTED
                   MOVE "REJECTED" TO STATDSCO
               WHEN APR-STATUS-EXPIRED
                   MOVE "EXPIRED" TO STATDSCO
               WHEN APR-STATUS-MERGED
                   MOVE "MERGED" TO STATDSCO
               WHEN OTHER
                   MOVE "?" TO STATDSCO
           END-EVALUATE
           MOVE APR-CHECKER-ID TO CHKRFLDO

           MOVE APR-KEY TO CA-ITEM-KEY
           MOVE APR-REQUEST-TIMESTAMP TO CA-ITEM-TIMESTAMP
           SET CA-ITEM-SHOWN TO TRUE.

       3200-CLEAR-ITEM-FIELDS.
           MOVE WS-ITEM-KEY TO KEYFLDO
           MOVE SPACES TO MAKRFLDO
           MOVE SPACES TO RQTSFLDO
           MOVE ZERO TO OLD1FLDO
           MOVE ZERO TO OLD2FLDO
           MOVE ZERO TO OLD3FLDO
           MOVE ZERO TO NEW1FLDO
           MOVE ZERO TO NEW2FLDO
           MOVE SPACE TO STATFLDO
           MOVE SPACES TO STATDSCO
           MOVE SPACES TO CHKRFLDO
           MOVE "N" TO CA-ITEM-SHOWN-FLAG.

      *
      * Age in calendar days from the day the maker keyed the item.
      * A request timestamp that is not a valid date cannot be aged
      * and is left to a checker's decision rather than guessed at.
      *
       3300-CHECK-ITEM-AGE.
           MOVE "N" TO WS-EXPIRED-FLAG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
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
      * Common tail of every display. A pending item past its expiry
      * is expired here, under a READ UPDATE taken now -- the display
      * read holds no lock -- and only if it is still the same
      * pending item once the lock is held.
      *
       3500-SHOW-OR-EXPIRE-ITEM.
           PERFORM 3300-CHECK-ITEM-AGE
           IF APR-STATUS-PENDING AND WS-ITEM-EXPIRED
               MOVE APR-KEY TO CA-ITEM-KEY
               MOVE APR-REQUEST-TIMESTAMP TO CA-ITEM-TIMESTAMP
               PERFORM 7100-READ-ITEM-FOR-UPDATE
               EVALUATE TRUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE WS-MSG-UPDATE-FAILED TO MSGFLDO
                   WHEN APR-STATUS-PENDING
                       AND APR-REQUEST-TIMESTAMP = CA-ITEM-TIMESTAMP
                       PERFORM 7500-EXPIRE-ITEM
                   WHEN OTHER
                       EXEC CICS UNLOCK FILE("APPRFILE") END-EXEC
                       PERFORM 3100-SHOW-ITEM
                       MOVE WS-MSG-ITEM-CHANGED TO MSGFLDO
               END-EVALUATE
           ELSE
               PERFORM 3100-SHOW-ITEM
               IF APR-STATUS-PENDING
                   MOVE WS-MSG-PENDING TO MSGFLDO
               ELSE
                   MOVE WS-MSG-NOT-PENDING TO MSGFLDO
               END-IF
           END-IF.

       4000-APPROVE-ITEM.
           SET WS-DECISION-APPROVE TO TRUE
           PERFORM 4500-DECIDE-ITEM
           PERFORM 5000-SEND-DATAONLY-MAP.

      *
      * Shared by PF5 and PF4. READ UPDATE takes the record lock up
      * front so two checkers deciding the same item at once cannot
      * both win; every path that does not REWRITE releases it with
      * UNLOCK. The item must still be pending, still be the item
      * that was shown, not have expired since, and not be the
      * deciding operator's own correction.
      *
       4500-DECIDE-ITEM.
           IF NOT CA-ITEM-SHOWN
               MOVE WS-MSG-SHOW-FIRST TO MSGFLDO
           ELSE
               PERFORM 8000-CHECK-OPERATOR-AUTHORITY
               IF NOT WS-OPERATOR-AUTHORIZED
                   MOVE WS-MSG-NOT-AUTHORIZED TO MSGFLDO
               ELSE
                   PERFORM 7100-READ-ITEM-FOR-UPDATE
                   IF WS-RESP = DFHRESP(NORMAL)
                       PERFORM 3300-CHECK-ITEM-AGE
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-RESP = DFHRESP(NOTFND)
                           PERFORM 3200-CLEAR-ITEM-FIELDS
                           MOVE WS-MSG-NOT-QUEUED TO MSGFLDO
                       WHEN WS-RESP NOT = DFHRESP(NORMAL)
                           MOVE WS-MSG-UPDATE-FAILED TO MSGFLDO
                       WHEN APR-REQUEST-TIMESTAMP
                           NOT = CA-ITEM-TIMESTAMP
                           EXEC CICS UNLOCK FILE("APPRFILE") END-EXEC
                           PERFORM 3100-SHOW-ITEM
                           MOVE WS-MSG-ITEM-CHANGED TO MSGFLDO
                       WHEN NOT APR-STATUS-PENDING
                           EXEC CICS UNLOCK FILE("APPRFILE") END-EXEC
                           PERFORM 3100-SHOW-ITEM
                           MOVE WS-MSG-NOT-PENDING TO MSGFLDO
                       WHEN WS-ITEM-EXPIRED
                           PERFORM 7500-EXPIRE-ITEM
                       WHEN APR-MAKER-ID = WS-OPERATOR-ID
                           EXEC CICS UNLOCK FILE("APPRFILE") END-EXEC
                           PERFORM 3100-SHOW-ITEM
                           MOVE WS-MSG-OWN-ITEM TO MSGFLDO
                       WHEN WS-DECISION-APPROVE
                           PERFORM 4600-RELEASE-CORRECTION
                       WHEN OTHER
                           PERFORM 4700-REJECT-CORRECTION
                   END-EVALUATE
               END-IF
           END-IF.

      *
      * RESBFILE is written FIRST and the queue marked approved only
      * after it succeeds, for the same reason BUG7 always wrote it
      * before logging: an item marked approved with nothing on
      * RESBFILE would never be merged, and nothing would ever
      * finish it. If the REWRITE then fails, the item is still
      * pending with its correction already released -- reported to
      * support rather than backed out, since a second release of the
      * same values simply replaces the first in the batch.
      *
       4600-RELEASE-CORRECTION.
           MOVE SPACES TO TRANS-RECORD
           MOVE APR-KEY TO TR-KEY
           MOVE APR-NEW-NUMBER TO TR-NUMBER
           MOVE APR-NEW-NUMBER2 TO TR-NUMBER2

           EXEC CICS WRITE FILE("RESBFILE")
               FROM(TRANS-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE("APPRFILE") END-EXEC
               PERFORM 3100-SHOW-ITEM
               MOVE WS-MSG-RELEASE-FAILED TO MSGFLDO
           ELSE
               SET APR-STATUS-APPROVED TO TRUE
               PERFORM 7600-REWRITE-ITEM
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE WS-MSG-QUEUE-NOT-MARKED TO MSGFLDO
               ELSE
                   MOVE "V" TO WS-MNT-ACTION
                   PERFORM 8100-LOG-DECISION
                   IF WS-MAINT-WRITE-FAILED
                       MOVE WS-MSG-AUDIT-LOG-FAILED TO MSGFLDO
                   ELSE
                       MOVE WS-MSG-APPROVED TO MSGFLDO
                   END-IF
               END-IF
           END-IF.

       4700-REJECT-CORRECTION.
           SET APR-STATUS-REJECTED TO TRUE
           PERFORM 7600-REWRITE-ITEM
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-MSG-UPDATE-FAILED TO MSGFLDO
           ELSE
               MOVE "R" TO WS-MNT-ACTION
               PERFORM 8100-LOG-DECISION
               PERFORM 8200-CLEAR-PENDING-FLAG
               EVALUATE TRUE
                   WHEN WS-MAINT-WRITE-FAILED
                       MOVE WS-MSG-AUDIT-LOG-FAILED TO MSGFLDO
                   WHEN WS-INQ-REWRITE-FAILED
                       MOVE WS-MSG-FLAG-NOT-CLEARED TO MSGFLDO
                   WHEN OTHER
                       MOVE WS-MSG-REJECTED TO MSGFLDO
               END-EVALUATE
           END-IF.

       5000-SEND-DATAONLY-MAP.
           EXEC CICS SEND MAP("BUGPMAP")
               MAPSET("BUGPSET")
               DATAONLY
           END-EXEC.

      *
      * Walks APPRFILE forward from the item last shown (or from the
      * typed key, or from the top) to the next item still pending.
      * There is no alternate index on APR-STATUS; the queue is small
      * and finished items are few per key, so a sequential browse
      * that skips non-pending items is enough, as it is for BUG7's
      * overflow browse. ON SIZE ERROR past key 999999 is treated as
      * end-of-browse for the same reason it is there.
      *
       6000-SHOW-NEXT-PENDING.
           MOVE "N" TO WS-ITEM-FOUND-FLAG
           MOVE "N" TO WS-BROWSE-EOF-FLAG

           EVALUATE TRUE
               WHEN CA-ITEM-SHOWN
                   COMPUTE APR-KEY = CA-ITEM-KEY + 1
                       ON SIZE ERROR
                           SET WS-BROWSE-AT-END TO TRUE
                   END-COMPUTE
               WHEN WS-KEY-SUPPLIED
                   MOVE WS-ITEM-KEY TO APR-KEY
               WHEN OTHER
                   MOVE ZERO TO APR-KEY
           END-EVALUATE

           IF NOT WS-BROWSE-AT-END
               EXEC CICS STARTBR FILE("APPRFILE")
                   RIDFLD(APR-KEY)
                   KEYLENGTH(6)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 6100-FIND-NEXT-PENDING-ITEM
                       UNTIL WS-ITEM-FOUND OR WS-BROWSE-AT-END
                   EXEC CICS ENDBR FILE("APPRFILE") END-EXEC
               ELSE
                   SET WS-BROWSE-AT-END TO TRUE
               END-IF
           END-IF

           IF WS-ITEM-FOUND
               PERFORM 3500-SHOW-OR-EXPIRE-ITEM
           ELSE
               MOVE ZERO TO WS-ITEM-KEY
               PERFORM 3200-CLEAR-ITEM-FIELDS
               MOVE WS-MSG-NO-MORE-PENDING TO MSGFLDO
           END-IF

           PERFORM 5000-SEND-DATAONLY-MAP.

       6100-FIND-NEXT-PENDING-ITEM.
           EXEC CICS READNEXT FILE("APPRFILE")
               INTO(APPROVAL-RECORD)
               RIDFLD(APR-KEY)
               KEYLENGTH(6)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               IF APR-STATUS-PENDING
                   SET WS-ITEM-FOUND TO TRUE
               END-IF
           ELSE
               SET WS-BROWSE-AT-END TO TRUE
           END-IF.

       7000-REJECT-ITEM.
           SET WS-DECISION-REJECT TO TRUE
           PERFORM 4500-DECIDE-ITEM
           PERFORM 5000-SEND-DATAONLY-MAP.

       7100-READ-ITEM-FOR-UPDATE.
           MOVE CA-ITEM-KEY TO APR-KEY
           EXEC CICS READ FILE("APPRFILE")
               INTO(APPROVAL-RECORD)
               RIDFLD(APR-KEY)
               KEYLENGTH(6)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.

      *
      * Called with the item locked and still pending. Expiry is not
      * a checker's decision, so it needs no authority and is open to
      * the maker too; MNT-OPERATOR-ID on the "E" record is whoever's
      * screen found the item expired.
      *
       7500-EXPIRE-ITEM.
           SET APR-STATUS-EXPIRED TO TRUE
           PERFORM 7600-REWRITE-ITEM
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-MSG-UPDATE-FAILED TO MSGFLDO
           ELSE
               MOVE "E" TO WS-MNT-ACTION
               PERFORM 8100-LOG-DECISION
               PERFORM 8200-CLEAR-PENDING-FLAG
               EVALUATE TRUE
                   WHEN WS-MAINT-WRITE-FAILED
                       MOVE WS-MSG-AUDIT-LOG-FAILED TO MSGFLDO
                   WHEN WS-INQ-REWRITE-FAILED
                       MOVE WS-MSG-FLAG-NOT-CLEARED TO MSGFLDO
                   WHEN OTHER
                       MOVE WS-MSG-EXPIRED TO MSGFLDO
               END-EVALUATE
           END-IF.

      *
      * Common tail of every status change: stamp the deciding
      * operator and the time on the item and REWRITE it under the
      * lock the caller's READ UPDATE took. The caller has already set
      * the new APR-STATUS and picks its own message.
      *
       7600-REWRITE-ITEM.
           MOVE WS-OPERATOR-ID TO APR-CHECKER-ID
           MOVE FUNCTION CURRENT-DATE TO APR-DECISION-TIMESTAMP

           EXEC CICS REWRITE FILE("APPRFILE")
               FROM(APPROVAL-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3100-SHOW-ITEM
           END-IF.

      *
      * Same fail-closed check as BUG7's 4200-CHECK-OPERATOR-AUTHORITY:
      * only a NORMAL read of the operator's AUTHFILE record carrying
      * AUT-UPDATE-AUTHORITY authorizes a decision.
      *
       8000-CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO WS-AUTH-FLAG
           EXEC CICS READ FILE("AUTHFILE")
               INTO(AUTH-RECORD)
               RIDFLD(WS-OPERATOR-ID)
               KEYLENGTH(3)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               AND AUT-UPDATE-AUTHORITY
               SET WS-OPERATOR-AUTHORIZED TO TRUE
           END-IF.

      *
      * The decision lands on MAINTFIL as a record of its own, with
      * the item's before/after values and the decision time, so the
      * trail shows the maker's "A" and the checker's "V"/"R" (or the
      * "E") side by side -- see copybooks/MAINTREC.cpy.
      *
       8100-LOG-DECISION.
           MOVE "N" TO WS-MAINT-WRITE-FLAG
           MOVE APR-DECISION-TIMESTAMP TO MNT-TIMESTAMP
           MOVE WS-OPERATOR-ID TO MNT-OPERATOR-ID
           MOVE APR-KEY TO MNT-KEY
           MOVE APR-OLD-NUMBER TO MNT-OLD-NUMBER
           MOVE APR-OLD-NUMBER2 TO MNT-OLD-NUMBER2
           MOVE APR-OLD-NUMBER3 TO MNT-OLD-NUMBER3
           MOVE APR-NEW-NUMBER TO MNT-NEW-NUMBER
           MOVE APR-NEW-NUMBER2 TO MNT-NEW-NUMBER2
           MOVE WS-MNT-ACTION TO MNT-ACTION-FLAG

           EXEC CICS WRITE FILE("MAINTFIL")
               FROM(MAINTENANCE-AUDIT-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-MAINT-WRITE-FAILED TO TRUE
           END-IF.

      *
      * A rejected or expired item leaves nothing in flight for the
      * key, so the pending-correction flag BUG7 set when the item
      * was queued comes off again -- otherwise bugarch.cob would
      * hold the key on the live cluster forever. A key not yet on
      * INQFILE (a correction for a key the batch has never posted)
      * has no flag to clear.
      *
       8200-CLEAR-PENDING-FLAG.
           MOVE "N" TO WS-INQ-REWRITE-FLAG
           MOVE APR-KEY TO IQ-KEY
           EXEC CICS READ FILE("INQFILE")
               INTO(INQUIRY-RECORD)
               RIDFLD(IQ-KEY)
               KEYLENGTH(6)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               SET IQ-NOT-PENDING-CORRECTION TO TRUE
               EXEC CICS REWRITE FILE("INQFILE")
                   FROM(INQUIRY-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-INQ-REWRITE-FAILED TO TRUE
               END-IF
           ELSE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                   SET WS-INQ-REWRITE-FAILED TO TRUE
               END-IF
           END-IF.

       9000-END-SESSION.
           EXEC CICS SEND TEXT
               FROM("BUG9 SESSION ENDED")
               LENGTH(18)
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
