       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUG008C.
      *
      * CICS BMS account maintenance transaction (BUG8), the companion
      * to the BUG7 inquiry screen (bug007c.cbl). Looks up a key on
      * the account reference master (ACCTFILE, PROD.BUG.ACCOUNT.
      * MASTER -- see copybooks/ACCTREC.cpy) and lets an analyst open
      * a new account, freeze or unfreeze an open one, or close one.
      * The nightly batch (bug.cob, 2060-CHECK-ACCOUNT-STATUS) only
      * posts keys whose account is on this file and open, so this
      * screen is how a new key is allowed to start posting and how
      * a closed or frozen account is stopped.
      *
      *   ENTER  inquire on the keyed account
      *   PF5    open a new account (owner name and product line
      *          required), or unfreeze a frozen one
      *   PF6    freeze an open account
      *   PF7    close an open or frozen account -- a closed account
      *          is never reopened; a returning customer gets a new
      *          key
      *   PF3    end the session
      *
      * Every change requires update authority on AUTHFILE, the same
      * check BUG7 applies to a PF5 resubmission (see AUTHREC); an
      * inquiry is open to the whole desk. The account record itself
      * carries the date of the last status change and the operator
      * who made it.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY BUGASET.
           COPY ACCTREC.
           COPY AUTHREC.

       01  WS-RESP                     PIC S9(8) COMP.

       01  WS-OPERATOR-ID              PIC X(3) VALUE SPACES.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-AUTH-FLAG            PIC X VALUE "N".
               88  WS-OPERATOR-AUTHORIZED VALUE "Y".
           05  WS-KEY-FLAG             PIC X VALUE "N".
               88  WS-KEY-SUPPLIED     VALUE "Y".

       01  WS-ACCOUNT-KEY              PIC 9(6) VALUE ZERO.

      *
      * WS-COMMAREA carries the last account shown across this
      * pseudo-conversational transaction's tasks. The mapset is
      * CTRL=(FREEKB,FRSET), so after an inquiry the key field is not
      * transmitted again unless it is retyped -- an analyst who
      * inquires and then presses PF6 to freeze the account on the
      * screen sends no key at all, and the key comes from here.
      *
       01  WS-COMMAREA.
           05  CA-KEY-SHOWN-FLAG       PIC X VALUE "N".
               88  CA-KEY-SHOWN        VALUE "Y".
           05  CA-ACCOUNT-KEY          PIC 9(6) VALUE ZERO.

       01  WS-MESSAGES.
           05  WS-MSG-FOUND            PIC X(70) VALUE
               "ACCOUNT FOUND -- PF5=UNFREEZE PF6=FREEZE PF7=CLOSE".
           05  WS-MSG-NOT-FOUND        PIC X(70) VALUE
               "NO ACCOUNT -- KEY IN OWNER AND PRODUCT, PF5 TO OPEN".
           05  WS-MSG-NO-KEY           PIC X(70) VALUE
               "KEY IN AN ACCOUNT KEY FIRST".
           05  WS-MSG-INVALID-KEY      PIC X(70) VALUE
               "INVALID KEY PRESSED -- USE ENTER, PF3, PF5, PF6, PF7".
           05  WS-MSG-NOT-AUTHORIZED   PIC X(70) VALUE
               "NOT AUTHORIZED TO MAINTAIN ACCOUNTS".
           05  WS-MSG-OPENED           PIC X(70) VALUE
               "ACCOUNT OPENED -- KEY POSTS FROM THE NEXT BATCH RUN".
           05  WS-MSG-OPEN-DATA-MISSING PIC X(70) VALUE
               "OWNER NAME AND PRODUCT ARE REQUIRED TO OPEN AN ACCOUNT".
           05  WS-MSG-UNFROZEN         PIC X(70) VALUE
               "ACCOUNT UNFROZEN -- POSTING RESUMES NEXT BATCH RUN".
           05  WS-MSG-ALREADY-OPEN     PIC X(70) VALUE
               "ACCOUNT IS ALREADY OPEN".
           05  WS-MSG-FROZEN           PIC X(70) VALUE
               "ACCOUNT FROZEN -- POSTINGS WILL BE REJECTED".
           05  WS-MSG-ALREADY-FROZEN   PIC X(70) VALUE
               "ACCOUNT IS ALREADY FROZEN".
           05  WS-MSG-CLOSED           PIC X(70) VALUE
               "ACCOUNT CLOSED -- POSTINGS WILL BE REJECTED".
           05  WS-MSG-ALREADY-CLOSED   PIC X(70) VALUE
               "ACCOUNT IS CLOSED -- A CLOSED ACCOUNT CANNOT CHANGE".
           05  WS-MSG-UPDATE-FAILED    PIC X(70) VALUE
               "ACCOUNT UPDATE FAILED -- CONTACT SUPPORT".

      *
      * DFHCOMMAREA's length must track WS-COMMAREA's -- currently
      * CA-KEY-SHOWN-FLAG(1) + CA-ACCOUNT-KEY(6) = 7 bytes.
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(7).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 2000-RECEIVE-MAP
               PERFORM 2100-RESOLVE-ACCOUNT-KEY
               EVALUATE EIBAID
                   WHEN DFHENTER
                       PERFORM 3000-INQUIRE-ACCOUNT
                   WHEN DFHPF5
                       PERFORM 4000-OPEN-ACCOUNT
                   WHEN DFHPF6
                       PERFORM 6000-FREEZE-ACCOUNT
                   WHEN DFHPF7
                       PERFORM 7000-CLOSE-ACCOUNT
                   WHEN DFHPF3
                       PERFORM 9000-END-SESSION
                   WHEN OTHER
                       MOVE WS-MSG-INVALID-KEY TO MSGFLDO
                       PERFORM 5000-SEND-DATAONLY-MAP
               END-EVALUATE
           END-IF.

           EXEC CICS RETURN
               TRANSID("BUG8")
               COMMAREA(WS-COMMAREA)
           END-EXEC.

       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO BUGAMAPO.
           EXEC CICS SEND MAP("BUGAMAP")
               MAPSET("BUGASET")
               ERASE
           END-EXEC.

      *
      * MAPFAIL is "no new input", exactly as on BUG7 (see bug007c.cbl
      * 2000-RECEIVE-MAP): the input area is cleared and the key comes
      * from the COMMAREA instead.
      *
       2000-RECEIVE-MAP.
           EXEC CICS RECEIVE MAP("BUGAMAP")
               MAPSET("BUGASET")
               INTO(BUGAMAPI)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO BUGAMAPI
           END-IF.

      *
      * A typed key always wins and becomes the key the COMMAREA
      * remembers; with nothing typed, the account last shown is the
      * one the PF key acts on.
      *
       2100-RESOLVE-ACCOUNT-KEY.
           MOVE "N" TO WS-KEY-FLAG
           IF KEYFLDI NOT = LOW-VALUES AND KEYFLDI NOT = SPACES
               MOVE KEYFLDI TO WS-ACCOUNT-KEY
               MOVE KEYFLDI TO CA-ACCOUNT-KEY
               SET CA-KEY-SHOWN TO TRUE
               SET WS-KEY-SUPPLIED TO TRUE
           ELSE
               IF CA-KEY-SHOWN
                   MOVE CA-ACCOUNT-KEY TO WS-ACCOUNT-KEY
                   SET WS-KEY-SUPPLIED TO TRUE
               END-IF
           END-IF.

       3000-INQUIRE-ACCOUNT.
           IF NOT WS-KEY-SUPPLIED
               MOVE WS-MSG-NO-KEY TO MSGFLDO
           ELSE
               MOVE WS-ACCOUNT-KEY TO ACT-KEY
               EXEC CICS READ FILE("ACCTFILE")
                   INTO(ACCOUNT-RECORD)
                   RIDFLD(ACT-KEY)
                   KEYLENGTH(6)
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 3100-SHOW-ACCOUNT
                   MOVE WS-MSG-FOUND TO MSGFLDO
               ELSE
                   PERFORM 3200-CLEAR-ACCOUNT-FIELDS
                   MOVE WS-MSG-NOT-FOUND TO MSGFLDO
               END-IF
           END-IF

           PERFORM 5000-SEND-DATAONLY-MAP.

       3100-SHOW-ACCOUNT.
           MOVE ACT-KEY TO KEYFLDO
           MOVE ACT-OWNER-NAME TO NAMEFLDO
           MOVE ACT-PRODUCT-LINE TO PRODFLDO
           MOVE ACT-OPEN-DATE TO ODATFLDO
           MOVE ACT-STATUS TO STATFLDO
           EVALUATE TRUE
               WHEN ACT-STATUS-OPEN
                   MOVE "OPEN" TO STATDSCO
               WHEN ACT-STATUS-FROZEN
                   MOVE "FROZEN" TO STATDSCO
               WHEN ACT-STATUS-CLOSED
                   MOVE "CLOSED" TO STATDSCO
               WHEN OTHER
                   MOVE "?" TO STATDSCO
           END-EVALUATE
           MOVE ACT-STATUS-DATE TO SDATFLDO
           MOVE ACT-LAST-OPERATOR-ID TO OPERFLDO.

      *
      * The owner name and product line are left as typed, so an
      * analyst who inquired on an unknown key can fill them in and
      * press PF5 without retyping the key.
      *
       3200-CLEAR-ACCOUNT-FIELDS.
           MOVE WS-ACCOUNT-KEY TO KEYFLDO
           MOVE ZERO TO ODATFLDO
           MOVE SPACE TO STATFLDO
           MOVE SPACES TO STATDSCO
           MOVE ZERO TO SDATFLDO
           MOVE SPACES TO OPERFLDO.

      *
      * PF5 means "let this key post": a key with no account gets a
      * new, open account; a frozen account is unfrozen. READ UPDATE
      * takes the record lock up front so two analysts acting on the
      * same account at once cannot both win; every path that does
      * not REWRITE releases it with UNLOCK.
      *
       4000-OPEN-ACCOUNT.
           IF NOT WS-KEY-SUPPLIED
               MOVE WS-MSG-NO-KEY TO MSGFLDO
           ELSE
               PERFORM 8000-CHECK-OPERATOR-AUTHORITY
               IF NOT WS-OPERATOR-AUTHORIZED
                   MOVE WS-MSG-NOT-AUTHORIZED TO MSGFLDO
               ELSE
                   MOVE WS-ACCOUNT-KEY TO ACT-KEY
                   EXEC CICS READ FILE("ACCTFILE")
                       INTO(ACCOUNT-RECORD)
                       RIDFLD(ACT-KEY)
                       KEYLENGTH(6)
                       UPDATE
                       RESP(WS-RESP)
                   END-EXEC

                   EVALUATE TRUE
                       WHEN WS-RESP = DFHRESP(NOTFND)
                           PERFORM 4100-ADD-NEW-ACCOUNT
                       WHEN WS-RESP NOT = DFHRESP(NORMAL)
                           MOVE WS-MSG-UPDATE-FAILED TO MSGFLDO
                       WHEN ACT-STATUS-FROZEN
                           SET ACT-STATUS-OPEN TO TRUE
                           PERFORM 7500-REWRITE-ACCOUNT
                           IF WS-RESP = DFHRESP(NORMAL)
                               MOVE WS-MSG-UNFROZEN TO MSGFLDO
                           END-IF
                       WHEN ACT-STATUS-OPEN
                           EXEC CICS UNLOCK FILE("ACCTFILE") END-EXEC
                           PERFORM 3100-SHOW-ACCOUNT
                           MOVE WS-MSG-ALREADY-OPEN TO MSGFLDO
                       WHEN OTHER
                           EXEC CICS UNLOCK FILE("ACCTFILE") END-EXEC
                           PERFORM 3100-SHOW-ACCOUNT
                           MOVE WS-MSG-ALREADY-CLOSED TO MSGFLDO
                   END-EVALUATE
               END-IF
           END-IF

           PERFORM 5000-SEND-DATAONLY-MAP.

      *
      * A new account opens today, status open. Owner name and
      * product line are what the rest of the business keys on, so an
      * account is not created without both.
      *
       4100-ADD-NEW-ACCOUNT.
           IF NAMEFLDI = LOW-VALUES OR NAMEFLDI = SPACES
               OR PRODFLDI = LOW-VALUES OR PRODFLDI = SPACES
               MOVE WS-MSG-OPEN-DATA-MISSING TO MSGFLDO
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               MOVE SPACES TO ACCOUNT-RECORD
               MOVE WS-ACCOUNT-KEY TO ACT-KEY
               MOVE NAMEFLDI TO ACT-OWNER-NAME
               MOVE PRODFLDI TO ACT-PRODUCT-LINE
               MOVE WS-TODAY TO ACT-OPEN-DATE
               SET ACT-STATUS-OPEN TO TRUE
               MOVE WS-TODAY TO ACT-STATUS-DATE
               MOVE WS-OPERATOR-ID TO ACT-LAST-OPERATOR-ID

               EXEC CICS WRITE FILE("ACCTFILE")
                   FROM(ACCOUNT-RECORD)
                   RIDFLD(ACT-KEY)
                   KEYLENGTH(6)
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 3100-SHOW-ACCOUNT
                   MOVE WS-MSG-OPENED TO MSGFLDO
               ELSE
                   MOVE WS-MSG-UPDATE-FAILED TO MSGFLDO
               END-IF
           END-IF.

       5000-SEND-DATAONLY-MAP.
           EXEC CICS SEND MAP("BUGAMAP")
               MAPSET("BUGASET")
               DATAONLY
           END-EXEC.

       6000-FREEZE-ACCOUNT.
           IF NOT WS-KEY-SUPPLIED
               MOVE WS-MSG-NO-KEY TO MSGFLDO
           ELSE
               PERFORM 8000-CHECK-OPERATOR-AUTHORITY
               IF NOT WS-OPERATOR-AUTHORIZED
                   MOVE WS-MSG-NOT-AUTHORIZED TO MSGFLDO
               ELSE
                   PERFORM 7100-READ-ACCOUNT-FOR-UPDATE
                   EVALUATE TRUE
                       WHEN WS-RESP = DFHRESP(NOTFND)
                           PERFORM 3200-CLEAR-ACCOUNT-FIELDS
                           MOVE WS-MSG-NOT-FOUND TO MSGFLDO
                       WHEN WS-RESP NOT = DFHRESP(NORMAL)
                           MOVE WS-MSG-UPDATE-FAILED TO MSGFLDO
                       WHEN ACT-STATUS-OPEN
                           SET ACT-STATUS-FROZEN TO TRUE
                           PERFORM 7500-REWRITE-ACCOUNT
                           IF WS-RESP = DFHRESP(NORMAL)
                               MOVE WS-MSG-FROZEN TO MSGFLDO
                           END-IF
                       WHEN ACT-STATUS-FROZEN
                           EXEC CICS UNLOCK FILE("ACCTFILE") END-EXEC
                           PERFORM 3100-SHOW-ACCOUNT
                           MOVE WS-MSG-ALREADY-FROZEN TO MSGFLDO
                       WHEN OTHER
                           EXEC CICS UNLOCK FILE("ACCTFILE") END-EXEC
                           PERFORM 3100-SHOW-ACCOUNT
                           MOVE WS-MSG-ALREADY-CLOSED TO MSGFLDO
                   END-EVALUATE
               END-IF
           END-IF

           PERFORM 5000-SEND-DATAONLY-MAP.

       7000-CLOSE-ACCOUNT.
           IF NOT WS-KEY-SUPPLIED
               MOVE WS-MSG-NO-KEY TO MSGFLDO
           ELSE
               PERFORM 8000-CHECK-OPERATOR-AUTHORITY
               IF NOT WS-OPERATOR-AUTHORIZED
                   MOVE WS-MSG-NOT-AUTHORIZED TO MSGFLDO
               ELSE
                   PERFORM 7100-READ-ACCOUNT-FOR-UPDATE
                   EVALUATE TRUE
                       WHEN WS-RESP = DFHRESP(NOTFND)
                           PERFORM 3200-CLEAR-ACCOUNT-FIELDS
                           MOVE WS-MSG-NOT-FOUND TO MSGFLDO
                       WHEN WS-RESP NOT = DFHRESP(NORMAL)
                           MOVE WS-MSG-UPDATE-FAILED TO MSGFLDO
                       WHEN ACT-STATUS-OPEN
                           OR ACT-STATUS-FROZEN
                           SET ACT-STATUS-CLOSED TO TRUE
                           PERFORM 7500-REWRITE-ACCOUNT
                           IF WS-RESP = DFHRESP(NORMAL)
                               MOVE WS-MSG-CLOSED TO MSGFLDO
                           END-IF
                       WHEN OTHER
                           EXEC CICS UNLOCK FILE("ACCTFILE") END-EXEC
                           PERFORM 3100-SHOW-ACCOUNT
                           MOVE WS-MSG-ALREADY-CLOSED TO MSGFLDO
                   END-EVALUATE
               END-IF
           END-IF

           PERFORM 5000-SEND-DATAONLY-MAP.

       7100-READ-ACCOUNT-FOR-UPDATE.
           MOVE WS-ACCOUNT-KEY TO ACT-KEY
           EXEC CICS READ FILE("ACCTFILE")
               INTO(ACCOUNT-RECORD)
               RIDFLD(ACT-KEY)
               KEYLENGTH(6)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.

      *
      * Common tail of every status change: stamp today's date and
      * the operator on the record and REWRITE it under the lock the
      * caller's READ UPDATE took. The caller has already set the new
      * ACT-STATUS and picks its own success message.
      *
       7500-REWRITE-ACCOUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO ACT-STATUS-DATE
           MOVE WS-OPERATOR-ID TO ACT-LAST-OPERATOR-ID

           EXEC CICS REWRITE FILE("ACCTFILE")
               FROM(ACCOUNT-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3100-SHOW-ACCOUNT
           ELSE
               MOVE WS-MSG-UPDATE-FAILED TO MSGFLDO
           END-IF.

      *
      * Same fail-closed check as BUG7's 4200-CHECK-OPERATOR-AUTHORITY:
      * only a NORMAL read of the operator's AUTHFILE record carrying
      * AUT-UPDATE-AUTHORITY authorizes a change.
      *
       8000-CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO WS-AUTH-FLAG
           EXEC CICS ASSIGN
               OPID(WS-OPERATOR-ID)
           END-EXEC

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

       9000-END-SESSION.
           EXEC CICS SEND TEXT
               FROM("BUG8 SESSION ENDED")
               LENGTH(18)
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
