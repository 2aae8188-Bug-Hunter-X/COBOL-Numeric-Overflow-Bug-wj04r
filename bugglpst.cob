      * turns each EXT-KEY/EXT-NUMBER3 entry into an actual GL journal
      * entry -- principal, interest accrued on it, and the two added
      * together as the amount posted -- instead of the extract just
      * accumulating on the GDG for someone to hand-process. Each
      * entry is also kept on the GL posting history KSDS, GLHFILE
      * (see 2600-WRITE-GL-HISTORY).
      *
      * Nothing posts until every segment of the extract has passed
      * the posting gate (1500-CHECK-POSTING-GATE): not already on
      * the GL posting register from an earlier run (see copybooks/
      * GLREGREC.cpy), and written by a run that completed on
      * RUNSFILE. A refused extract posts nothing, alerts, and fails
      * the step with RC 8; an override card can let a named segment
      * through, and every one used is logged. A business date in a
      * GL period accounting has closed is refused the same way,
      * before the segments are looked at (see 1960-CHECK-PERIOD-
      * OPEN and copybooks/PERDREC.cpy).
      *
      * Each entry also goes to the ledger's journal intake, LEDGFILE,
      * as balanced debit/credit pairs on the GL accounts the account
      * map (COAMFILE, see copybooks/COAMREC.cpy) gives its key and
      * entry type, and the run ends with a trial balance by account
      * (TRIALRPT) that proves the debits equal the credits and ties
      * the ledger back to the extract trailers (see 7700-PRINT-
      * TRIAL-BALANCE). GLJRFILE keeps its one line per key for the
      * integrity sweep (bugsweep.cob) and the posting history.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS RUN-STATUS-KEY
               FILE STATUS IS WS-RUN-STATUS-FILE-STATUS.

      *
      * GL-HISTORY-FILE keeps every journal entry this step writes on
      * one persistent KSDS keyed by key and posting date (see
      * copybooks/GLHREC.cpy), so support can read a key's postings
      * on line (BUGL, bug011c.cbl) instead of scanning the daily
      * journal generations. ACCESS DYNAMIC for the WRITE, and the
      * READ and REWRITE of a key already taken, that 2600-WRITE-GL-
      * HISTORY does.
      *
           SELECT GL-HISTORY-FILE ASSIGN TO GLHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLH-HISTORY-KEY
               FILE STATUS IS WS-GL-HISTORY-FILE-STATUS.

      *
      * GL-REGISTER-FILE is the cross-run posting register (see
      * copybooks/GLREGREC.cpy): START/READ NEXT to find a day/
      * partition's latest entry in the gate, WRITE to register each
      * posted segment at end of run.
      *
           SELECT GL-REGISTER-FILE ASSIGN TO GLREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLR-KEY
               FILE STATUS IS WS-GL-REGISTER-FILE-STATUS.

      *
      * OVERRIDE-CARD-FILE is DUMMY on every normal run. Each card
      * names one segment the gate may post even though it would
      * refuse it, with the operator and reason for the register.
      *
           SELECT OVERRIDE-CARD-FILE ASSIGN TO OVRDFILE
               ORGANIZATION IS SEQUENTIAL.

      *
      * ACCOUNT-MAP-FILE is loaded whole at initialization, the same
      * way RATE-FILE is; LEDGER-FILE is the ledger intake generation
      * and TRIAL-BALANCE-FILE its trial balance report.
      *
           SELECT ACCOUNT-MAP-FILE ASSIGN TO COAMFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT LEDGER-FILE ASSIGN TO LEDGFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT TRIAL-BALANCE-FILE ASSIGN TO TRIALRPT
               ORGANIZATION IS SEQUENTIAL.

      *
      * The GL period control file and, for a closed period only, the
      * override cards and the operator authority behind them -- the
      * same three files bug.cob's 1800-CHECK-PERIOD-OPEN reads.
      * POVRFILE is a deck of its own, apart from OVRDFILE: a period
      * override lets the whole run post, not one named segment.
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

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
       FD  RUN-STATUS-FILE.
           COPY RUNSREC.

       FD  GL-HISTORY-FILE.
           COPY GLHREC.

       FD  GL-REGISTER-FILE.
           COPY GLREGREC.

       FD  OVERRIDE-CARD-FILE
           RECORDING MODE IS F.
       01  OVERRIDE-CARD.
           05  OVR-BUSINESS-DATE       PIC 9(8).
           05  FILLER                  PIC X.
           05  OVR-PARTITION           PIC X.
           05  FILLER                  PIC X.
           05  OVR-SEGMENT-TYPE        PIC X.
           05  FILLER                  PIC X.
           05  OVR-OPERATOR-ID         PIC X(3).
           05  FILLER                  PIC X.
           05  OVR-REASON              PIC X(40).
           05  FILLER                  PIC X(23).

       FD  ACCOUNT-MAP-FILE
           RECORDING MODE IS F.
           COPY COAMREC.

       FD  LEDGER-FILE
           RECORDING MODE IS F.
           COPY LEDGREC.

       FD  TRIAL-BALANCE-FILE
           RECORDING MODE IS F.
       01  TRIAL-BALANCE-RECORD        PIC X(132).

       FD  PERIOD-CONTROL-FILE.
           COPY PERDREC.

       FD  PERIOD-OVERRIDE-FILE
           RECORDING MODE IS F.
           COPY POVRREC.

       FD  AUTHORIZATION-FILE.
           COPY AUTHREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X VALUE "N".
               88  WS-TRAILER-SEEN     VALUE "Y".
           05  WS-RUN-STATUS-FILE-STATUS PIC XX VALUE "00".
           05  WS-RUN-STATUS-CODE      PIC X VALUE "S".
           05  WS-GL-HISTORY-FILE-STATUS PIC XX VALUE "00".
           05  WS-GL-REGISTER-FILE-STATUS PIC XX VALUE "00".
           05  WS-OVERRIDE-EOF-FLAG    PIC X VALUE "N".
               88  WS-OVERRIDE-EOF     VALUE "Y".
           05  WS-REGISTER-SCAN-FLAG   PIC X VALUE "N".
               88  WS-REGISTER-SCAN-DONE VALUE "Y".
           05  WS-HISTORY-STORED-FLAG  PIC X VALUE "N".
               88  WS-HISTORY-STORED   VALUE "Y".

      *
      * WS-LAST-POSTING-STAMP is the RUN-TIMESTAMP of the business
      * date's last completed posting run ("C" on RUNSFILE), low
      * values when there has been none; WS-RUN-START-STAMP is when
      * this run started. A history entry stamped between the two
      * was left by a run that never completed (see 2600-WRITE-GL-
      * HISTORY). WS-GLH-NEW-ENTRY holds the entry being written
      * while the one already on file under its key is looked at.
      *
       01  WS-HISTORY-CONTROL.
           05  WS-RUN-START-STAMP      PIC X(21) VALUE SPACES.
           05  WS-LAST-POSTING-STAMP   PIC X(21) VALUE LOW-VALUES.
           05  WS-GLH-NEW-ENTRY        PIC X(85) VALUE SPACES.

      *
      * WS-POSTING-GATE-FLAG is 1500-CHECK-POSTING-GATE's verdict on
      * the whole extract; WS-REFUSAL-REASON is the first reason it
      * refused for, WS-SEGMENT-REASON the reason the segment under
      * check would be refused for (spaces when it may post).
      *
       01  WS-POSTING-GATE.
           05  WS-POSTING-GATE-FLAG    PIC X VALUE "0".
               88  WS-POSTING-ACCEPTED VALUE "0".
               88  WS-POSTING-REFUSED  VALUE "1".
           05  WS-REFUSAL-REASON       PIC X(23) VALUE SPACES.
           05  WS-SEGMENT-REASON       PIC X(23) VALUE SPACES.
           05  WS-REG-LATEST-FLAG      PIC X VALUE "N".
               88  WS-REG-LATEST-FOUND VALUE "Y".
           05  WS-REG-LATEST-TYPE      PIC X VALUE SPACE.
           05  WS-REG-LAST-SEQUENCE    PIC 9(3) VALUE ZERO.
           05  WS-SOURCE-JOB-NAME      PIC X(8) VALUE SPACES.
           05  WS-SOURCE-PARTITION     PIC X VALUE SPACE.
           05  WS-GATE-SEGMENT-COUNT   PIC 9(3) VALUE ZERO.

      *
      * The latest segment type the gate has accepted so far in this
      * extract for each day/partition it has met, consulted before
      * the register: a backout and the rerun of the day it reverses
      * can post in one run (see jcl/BUGGLJOB.jcl), and the rerun
      * must be checked against the backout ahead of it, which is
      * not registered until the run ends. Ten slots, as many as
      * WS-SEGMENT-TABLE holds.
      *
       01  WS-GATE-CONTROL.
           05  WS-GATE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-GATE-MAX             PIC 9(3) VALUE 10.
           05  WS-GATE-SUB             PIC 9(3) VALUE ZERO.
           05  WS-GATE-MATCH-SUB       PIC 9(3) VALUE ZERO.

       01  WS-GATE-TABLE.
           05  WS-GATE-ENTRY OCCURS 10 TIMES.
               10  WS-GT-BUSINESS-DATE PIC 9(8).
               10  WS-GT-PARTITION     PIC X.
               10  WS-GT-SEGMENT-TYPE  PIC X.

      *
      * What 1960-CHECK-PERIOD-OPEN found for the business date's GL
      * period, and the period override card it accepted, if any.
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
      * The segment identity the gate, the override lookup, and the
      * register write are working on -- set from a trailer in the
      * gate and from WS-SEGMENT-TABLE at registration.
      *
       01  WS-CHECK-SEGMENT.
           05  WS-CHK-BUSINESS-DATE    PIC 9(8) VALUE ZERO.
           05  WS-CHK-PARTITION        PIC X VALUE SPACE.
           05  WS-CHK-SEGMENT-TYPE     PIC X VALUE SPACE.

      *
      * Override cards as loaded from OVRDFILE. WS-OV-USED-FLAG is set
      * when the gate lets a segment through on the card; a card the
      * gate never needed is reported at end of run and not logged
      * on the register.
      *
       01  WS-OVERRIDE-CONTROL.
           05  WS-OVERRIDE-COUNT       PIC 9(2) VALUE ZERO.
           05  WS-OVERRIDE-MAX         PIC 9(2) VALUE 10.
           05  WS-OVERRIDE-SUB         PIC 9(2) VALUE ZERO.
           05  WS-OVERRIDE-MATCH-SUB   PIC 9(2) VALUE ZERO.

       01  WS-OVERRIDE-TABLE.
           05  WS-OVERRIDE-ENTRY OCCURS 10 TIMES.
               10  WS-OV-BUSINESS-DATE PIC 9(8).
               10  WS-OV-PARTITION     PIC X.
               10  WS-OV-SEGMENT-TYPE  PIC X.
               10  WS-OV-OPERATOR-ID   PIC X(3).
               10  WS-OV-REASON        PIC X(40).
               10  WS-OV-USED-FLAG     PIC X.
                   88  WS-OV-USED      VALUE "Y".

      *
      * The rate table replaces the old single hardcoded flat rate
               10  WS-RT-EFF-DATE      PIC 9(8).
               10  WS-RT-RATE          PIC V9(6).

      *
      * The account map, loaded whole from COAMFILE like the rate
      * table, and scanned per journal entry by 3300-SELECT-ACCOUNTS
      * for the first entry of the wanted type covering the key.
      *
       01  WS-ACCOUNT-MAP-CONTROL.
           05  WS-MAP-EOF-FLAG         PIC X VALUE "N".
               88  WS-MAP-EOF          VALUE "Y".
           05  WS-MAP-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-MAP-MAX              PIC 9(3) VALUE 100.
           05  WS-MAP-SUB              PIC 9(3) VALUE ZERO.
           05  WS-MAP-SELECT-TYPE      PIC X VALUE SPACE.
           05  WS-MAP-FOUND-FLAG       PIC X VALUE "N".
               88  WS-MAP-FOUND        VALUE "Y".
           05  WS-MAP-DEBIT-ACCOUNT    PIC X(10) VALUE SPACES.
           05  WS-MAP-CREDIT-ACCOUNT   PIC X(10) VALUE SPACES.

       01  WS-ACCOUNT-MAP-TABLE.
           05  WS-ACCOUNT-MAP-ENTRY OCCURS 100 TIMES.
               10  WS-AM-KEY-LOW       PIC 9(6).
               10  WS-AM-KEY-HIGH      PIC 9(6).
               10  WS-AM-ENTRY-TYPE    PIC X.
               10  WS-AM-DEBIT-ACCOUNT PIC X(10).
               10  WS-AM-CREDIT-ACCOUNT PIC X(10).

      *
      * Every GL account the map names, held in ascending account
      * order with the debits and credits this run's ledger lines put
      * on it -- the body of the trial balance. Built while the map
      * loads, so two slots per map entry is as many as it can ever
      * need.
      *
       01  WS-ACCOUNT-CONTROL.
           05  WS-ACCOUNT-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-ACCOUNT-SUB          PIC 9(3) VALUE ZERO.
           05  WS-ACCOUNT-SLOT         PIC 9(3) VALUE ZERO.
           05  WS-ACCOUNT-SEARCH       PIC X(10) VALUE SPACES.
           05  WS-ACCOUNT-SLOT-FLAG    PIC X VALUE "N".
               88  WS-ACCOUNT-SLOT-FOUND VALUE "Y".

       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-ENTRY OCCURS 200 TIMES.
               10  WS-AC-ACCOUNT       PIC X(10).
               10  WS-AC-DEBIT-TOTAL   PIC S9(13)V99 COMP-3.
               10  WS-AC-CREDIT-TOTAL  PIC S9(13)V99 COMP-3.

      *
      * One side of the journal entry being turned into ledger lines.
      * WS-PAIR-AMOUNT is signed the way its map entry reads: positive
      * posts debit-to-debit-account, credit-to-credit-account;
      * negative turns the two sides round (see 2750-WRITE-LEDGER-
      * PAIR).
      *
       01  WS-LEDGER-PAIR.
           05  WS-PAIR-ENTRY-TYPE      PIC X VALUE SPACE.
           05  WS-PAIR-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-PAIR-DESCRIPTION     PIC X(20) VALUE SPACES.
           05  WS-PAIR-DEBIT-ACCOUNT   PIC X(10) VALUE SPACES.
           05  WS-PAIR-CREDIT-ACCOUNT  PIC X(10) VALUE SPACES.
           05  WS-LINE-NUMBER          PIC 9(2) VALUE ZERO.
           05  WS-LINE-ACCOUNT         PIC X(10) VALUE SPACES.
           05  WS-LINE-SIDE            PIC X VALUE SPACE.
           05  WS-LINE-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-LINE-SIGNED-AMOUNT   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ENTRY-UNMAPPED-FLAG  PIC X VALUE "N".
               88  WS-ENTRY-UNMAPPED   VALUE "Y".

      *
      * What the ledger file received, for its trailer and for the
      * trial balance tie-out: principal and interest netted back to
      * the journal's signs from the lines actually written, the
      * amounts left off the ledger for want of a mapping, and the
      * extract trailers' own totals.
      *
       01  WS-LEDGER-TOTALS.
           05  WS-LDG-LINE-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-LDG-DEBIT-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-LDG-CREDIT-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-LDG-PRINCIPAL-NET    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-LDG-INTEREST-NET     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-UNMAPPED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-UNMAPPED-PRINCIPAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-UNMAPPED-INTEREST    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TRAILER-TOTAL-SUM    PIC S9(13) COMP-3 VALUE ZERO.
           05  WS-TB-DEBIT-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TB-CREDIT-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TB-NET               PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TB-FLAG              PIC X VALUE "0".
               88  WS-TB-BALANCED      VALUE "0".
               88  WS-TB-OUT-OF-BALANCE VALUE "1".

       01  WS-RUN-DATE-RAW             PIC 9(8) VALUE ZERO.

       01  WS-RUN-DATE-EDITED.
       01  WS-SEGMENT-TOTALS.
           05  WS-SEG-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-SEG-TOTAL            PIC S9(13) COMP-3 VALUE ZERO.
           05  WS-SEG-PRINCIPAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-SEG-INTEREST         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-SEG-POSTED           PIC S9(11)V99 COMP-3 VALUE ZERO.

      *
      * One entry per trailer met, holding the writing run's identity
      * (business date + partition + segment type, see EXTRREC) --
      * two segments with the same identity can only be a completed
      * run's output appended twice (a mistaken RESTART=Y
      * resubmission, or a backout extract posted twice), which the
      * per-segment count/total check alone can never see because
      * each segment is internally consistent. Ten slots is over
      * twice the 4 segments a partitioned day legitimately carries.
           05  WS-SEGMENT-ENTRY OCCURS 10 TIMES.
               10  WS-SG-BUSINESS-DATE PIC 9(8).
               10  WS-SG-PARTITION     PIC X.
               10  WS-SG-SEGMENT-TYPE  PIC X.
               10  WS-SG-RECORD-COUNT  PIC 9(7).
               10  WS-SG-EXTRACT-TOTAL PIC S9(13) COMP-3.
               10  WS-SG-PRINCIPAL     PIC S9(11)V99 COMP-3.
               10  WS-SG-INTEREST      PIC S9(11)V99 COMP-3.
               10  WS-SG-POSTED        PIC S9(11)V99 COMP-3.

       01  WS-ALERT-TRAILER-LINE.
           05  FILLER              PIC X(30) VALUE
           05  WS-ALD-RUN-DATE     PIC X(10).
           05  FILLER              PIC X(16) VALUE SPACES.

       01  WS-ALERT-REFUSED-LINE.
           05  FILLER              PIC X(30) VALUE
               "*** ALERT: GL POST REFUSED -- ".
           05  WS-ALG-REASON       PIC X(23).
           05  FILLER              PIC X(5) VALUE " SEG ".
           05  WS-ALG-SEG-DATE     PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-ALG-SEG-PARTITION PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-ALG-SEG-TYPE     PIC X.
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-ALERT-OVERRIDE-LINE.
           05  FILLER              PIC X(30) VALUE
               "*** ALERT: GL REPOST OVERRIDE ".
           05  FILLER              PIC X(7) VALUE "-- SEG ".
           05  WS-ALO-SEG-DATE     PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-ALO-SEG-PARTITION PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-ALO-SEG-TYPE     PIC X.
           05  FILLER              PIC X(4) VALUE " BY ".
           05  WS-ALO-OPERATOR-ID  PIC X(3).
           05  FILLER              PIC X(24) VALUE SPACES.

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

       01  WS-ALERT-NORATE-LINE.
           05  FILLER              PIC X(30) VALUE
               "*** ALERT: NO RATE TABLE ENTRY".
           05  WS-ALN-RUN-DATE     PIC X(10).
           05  FILLER              PIC X(14) VALUE SPACES.

       01  WS-ALERT-UNMAPPED-LINE.
           05  FILLER              PIC X(30) VALUE
               "*** ALERT: GL ENTRIES WITH NO ".
           05  FILLER              PIC X(28) VALUE
               "ACCOUNT MAPPING -- RUN DATE ".
           05  WS-ALU-RUN-DATE     PIC X(10).
           05  FILLER              PIC X(12) VALUE SPACES.

       01  WS-ALERT-TRIAL-LINE.
           05  FILLER              PIC X(30) VALUE
               "*** ALERT: GL TRIAL BALANCE DO".
           05  FILLER              PIC X(27) VALUE
               "ES NOT TIE OUT -- RUN DATE ".
           05  WS-ALB-RUN-DATE     PIC X(10).
           05  FILLER              PIC X(13) VALUE SPACES.

       01  WS-PRINT-CONTROL.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 999.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
           05  PD-RATE                 PIC 9.9(6).
           05  FILLER                  PIC X(63) VALUE SPACES.

       01  WS-TB-PRINT-CONTROL.
           05  WS-TB-LINE-COUNT        PIC 9(3) VALUE 999.
           05  WS-TB-PAGE-NUMBER       PIC 9(3) VALUE ZERO.

       01  TB-HEADER-LINE-1.
           05  FILLER                  PIC X(18) VALUE
               "GL TRIAL BALANCE: ".
           05  TH-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(88) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "PAGE: ".
           05  TH-PAGE-NUMBER          PIC ZZ9.
           05  FILLER                  PIC X(9) VALUE SPACES.

       01  TB-HEADER-LINE-2.
           05  FILLER                  PIC X(15) VALUE "ACCOUNT".
           05  FILLER                  PIC X(19) VALUE "DEBITS".
           05  FILLER                  PIC X(19) VALUE "CREDITS".
           05  FILLER                  PIC X(17) VALUE "NET".
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  TB-DETAIL-LINE.
           05  TB-ACCOUNT              PIC X(10).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  TB-DEBIT                PIC Z(12)9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  TB-CREDIT               PIC Z(12)9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  TB-NET                  PIC -(13)9.99.
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  TB-TIE-OUT-LINE.
           05  TB-TIE-LABEL            PIC X(40).
           05  TB-TIE-AMOUNT           PIC -(13)9.99.
           05  FILLER                  PIC X(75) VALUE SPACES.

       01  TB-MESSAGE-LINE             PIC X(132).

       01  TB-REFUSED-LINE.
           05  FILLER                  PIC X(26) VALUE
               "*** GL POSTING REFUSED -- ".
           05  TB-REFUSAL-REASON       PIC X(23).
           05  FILLER                  PIC X(27) VALUE
               " -- NO LEDGER LINES WRITTEN".
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-TOTALS.
           05  WS-RECORD-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-TOTAL-PRINCIPAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-SUM-TOTAL-POSTED     PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *
      * An extract the posting gate refuses posts nothing at all and
      * fails the step with RC 8, the same gate-refusal code BUG uses
      * for a refused feed file -- jcl/BUGGLJOB.jcl's STEP020 turns
      * it into a failed job the same way it does a trailer mismatch.
      * 9000-TERMINATE then records the refusal as the run's "F"
      * status. An entry with no account mapping, or a trial balance
      * that does not tie out, fails the step with RC 4 like a
      * trailer mismatch.
      *
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           IF WS-POSTING-REFUSED
               MOVE 8 TO RETURN-CODE
               PERFORM 7700-PRINT-TRIAL-BALANCE
           ELSE
               PERFORM 2000-PROCESS-RECORD UNTIL WS-EOF
               PERFORM 7000-VERIFY-EXTRACT-CLOSED
               PERFORM 7500-VERIFY-RATE-COVERAGE
               PERFORM 7600-VERIFY-ACCOUNT-MAPPING
               PERFORM 7700-PRINT-TRIAL-BALANCE
               IF WS-TRL-RECON-MISMATCH OR WS-NO-RATE-COUNT > ZERO
                   OR WS-UNMAPPED-COUNT > ZERO
                   OR WS-TB-OUT-OF-BALANCE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

           OPEN OUTPUT GL-JOURNAL-FILE
           OPEN OUTPUT GLPOST-REPORT-FILE
           OPEN OUTPUT ALERT-FILE
           OPEN OUTPUT LEDGER-FILE
           OPEN OUTPUT TRIAL-BALANCE-FILE
           OPEN I-O RUN-STATUS-FILE
           OPEN I-O GL-HISTORY-FILE
           OPEN I-O GL-REGISTER-FILE
           PERFORM 1150-FIND-LAST-POSTING-RUN

      *
      * The "S" record goes down BEFORE the rate table loads --
      * 1250-STORE-RATE-ENTRY's hard-fail paths STOP RUN, and a bad
      * table must still leave the dangling started-with-no-
      * completion record the monitor looks for, not the silence of
      * a job that never ran. The account map's hard-fail paths
      * (1350-STORE-MAP-ENTRY) are the same.
      *
           MOVE "S" TO WS-RUN-STATUS-CODE
           PERFORM 8900-WRITE-RUN-STATUS

           PERFORM 1200-LOAD-RATE-TABLE
           PERFORM 1310-LOAD-ACCOUNT-MAP

           PERFORM 1400-LOAD-OVERRIDE-CARDS
           IF WS-POSTING-ACCEPTED
               PERFORM 1960-CHECK-PERIOD-OPEN
           END-IF
           IF WS-POSTING-ACCEPTED
               PERFORM 1500-CHECK-POSTING-GATE
           END-IF

      *
      * A refused extract leaves the ledger generation empty, like
      * the journal's -- no header, nothing for the intake to take.
      *
           IF WS-POSTING-ACCEPTED
               PERFORM 8500-WRITE-LEDGER-HEADER
           END-IF

           PERFORM 2100-READ-EXTRACT-RECORD.

               MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE-RAW
           END-IF.

      *
      * Read before this run's own "S" goes down. Only the "C" is
      * wanted: a run that refused ("F") posted nothing, and one
      * that abended left no completion at all.
      *
       1150-FIND-LAST-POSTING-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           MOVE "BUGGLPST" TO RUN-JOB-NAME
           MOVE SPACE TO RUN-PARTITION
           MOVE WS-RUN-DATE-RAW TO RUN-BUSINESS-DATE
           MOVE "C" TO RUN-STATUS-CODE
           READ RUN-STATUS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUN-STATUS-FILE-STATUS = "00"
               MOVE RUN-TIMESTAMP TO WS-LAST-POSTING-STAMP
           END-IF.

       1200-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           PERFORM 1300-READ-RATE-RECORD
                   SET WS-RATE-EOF TO TRUE
           END-READ.

       1310-LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE
           PERFORM 1320-READ-MAP-RECORD
           PERFORM 1350-STORE-MAP-ENTRY UNTIL WS-MAP-EOF
           CLOSE ACCOUNT-MAP-FILE.

       1320-READ-MAP-RECORD.
           READ ACCOUNT-MAP-FILE
               AT END
                   SET WS-MAP-EOF TO TRUE
           END-READ.

      *
      * Validated the way 1250-STORE-RATE-ENTRY validates the rate
      * table, and for the same reason: an entry that cannot be read
      * -- non-numeric range, range upside down, unknown entry type,
      * an account left blank -- would post real money to the wrong
      * account or to none, so the step is abandoned rather than
      * run on a half-loaded map.
      *
       1350-STORE-MAP-ENTRY.
           IF WS-MAP-COUNT >= WS-MAP-MAX
               DISPLAY "*** ACCOUNT MAP EXCEEDS " WS-MAP-MAX
                   " ENTRIES -- STEP ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF CAM-KEY-LOW IS NOT NUMERIC
               OR CAM-KEY-HIGH IS NOT NUMERIC
               OR CAM-KEY-LOW > CAM-KEY-HIGH
               OR NOT (CAM-PRINCIPAL OR CAM-INTEREST-ACCRUAL
                   OR CAM-REVERSAL)
               OR CAM-DEBIT-ACCOUNT = SPACES
               OR CAM-CREDIT-ACCOUNT = SPACES
               DISPLAY "*** INVALID ACCOUNT MAP ENTRY: "
                   ACCOUNT-MAP-RECORD " -- STEP ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-MAP-COUNT
           MOVE CAM-KEY-LOW TO WS-AM-KEY-LOW(WS-MAP-COUNT)
           MOVE CAM-KEY-HIGH TO WS-AM-KEY-HIGH(WS-MAP-COUNT)
           MOVE CAM-ENTRY-TYPE TO WS-AM-ENTRY-TYPE(WS-MAP-COUNT)
           MOVE CAM-DEBIT-ACCOUNT TO WS-AM-DEBIT-ACCOUNT(WS-MAP-COUNT)
           MOVE CAM-CREDIT-ACCOUNT
               TO WS-AM-CREDIT-ACCOUNT(WS-MAP-COUNT)

           MOVE CAM-DEBIT-ACCOUNT TO WS-ACCOUNT-SEARCH
           PERFORM 1360-ADD-ACCOUNT
           MOVE CAM-CREDIT-ACCOUNT TO WS-ACCOUNT-SEARCH
           PERFORM 1360-ADD-ACCOUNT

           PERFORM 1320-READ-MAP-RECORD.

      *
      * Inserts WS-ACCOUNT-SEARCH into WS-ACCOUNT-TABLE at its place
      * in account order, moving the entries above it up one, unless
      * it is already there.
      *
       1360-ADD-ACCOUNT.
           PERFORM 1370-LOCATE-ACCOUNT
           IF WS-ACCOUNT-SLOT-FOUND
               AND WS-AC-ACCOUNT(WS-ACCOUNT-SLOT) = WS-ACCOUNT-SEARCH
               CONTINUE
           ELSE
               IF NOT WS-ACCOUNT-SLOT-FOUND
                   COMPUTE WS-ACCOUNT-SLOT = WS-ACCOUNT-COUNT + 1
               END-IF
               PERFORM 1390-SHIFT-ACCOUNT-ENTRY
                   VARYING WS-ACCOUNT-SUB FROM WS-ACCOUNT-COUNT BY -1
                   UNTIL WS-ACCOUNT-SUB < WS-ACCOUNT-SLOT
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE WS-ACCOUNT-SEARCH TO WS-AC-ACCOUNT(WS-ACCOUNT-SLOT)
               MOVE ZERO TO WS-AC-DEBIT-TOTAL(WS-ACCOUNT-SLOT)
               MOVE ZERO TO WS-AC-CREDIT-TOTAL(WS-ACCOUNT-SLOT)
           END-IF.

      *
      * Leaves WS-ACCOUNT-SLOT at the first entry not below
      * WS-ACCOUNT-SEARCH -- the account itself if the table has it.
      *
       1370-LOCATE-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-SLOT-FLAG
           MOVE ZERO TO WS-ACCOUNT-SLOT
           PERFORM 1380-CHECK-ACCOUNT-SLOT
               VARYING WS-ACCOUNT-SUB FROM 1 BY 1
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
                   OR WS-ACCOUNT-SLOT-FOUND.

       1380-CHECK-ACCOUNT-SLOT.
           IF WS-AC-ACCOUNT(WS-ACCOUNT-SUB) >= WS-ACCOUNT-SEARCH
               SET WS-ACCOUNT-SLOT-FOUND TO TRUE
               MOVE WS-ACCOUNT-SUB TO WS-ACCOUNT-SLOT
           END-IF.

       1390-SHIFT-ACCOUNT-ENTRY.
           MOVE WS-ACCOUNT-ENTRY(WS-ACCOUNT-SUB)
               TO WS-ACCOUNT-ENTRY(WS-ACCOUNT-SUB + 1).

      *
      * Every card must name a whole segment identity and say who is
      * overriding and why -- the register keeps both for good. A
      * card that does not is refused outright rather than skipped:
      * a half-keyed override that was silently ignored would leave
      * the operator thinking the repost had been authorized.
      *
       1400-LOAD-OVERRIDE-CARDS.
           OPEN INPUT OVERRIDE-CARD-FILE
           PERFORM 1480-READ-OVERRIDE-CARD
           PERFORM 1450-STORE-OVERRIDE-CARD UNTIL WS-OVERRIDE-EOF
           CLOSE OVERRIDE-CARD-FILE.

       1450-STORE-OVERRIDE-CARD.
           IF OVR-BUSINESS-DATE IS NOT NUMERIC
               OR OVR-BUSINESS-DATE = ZERO
               OR (OVR-PARTITION NOT = SPACE
                   AND (OVR-PARTITION < "1" OR OVR-PARTITION > "4"))
               OR (OVR-SEGMENT-TYPE NOT = SPACE
                   AND OVR-SEGMENT-TYPE NOT = "B")
               OR OVR-OPERATOR-ID = SPACES
               OR OVR-REASON = SPACES
               OR WS-OVERRIDE-COUNT >= WS-OVERRIDE-MAX
               DISPLAY "*** INVALID OVERRIDE CARD: " OVERRIDE-CARD
               MOVE "INVALID OVERRIDE CARD" TO WS-SEGMENT-REASON
               MOVE OVERRIDE-CARD(1:8) TO WS-ALG-SEG-DATE
               MOVE OVR-PARTITION TO WS-ALG-SEG-PARTITION
               MOVE OVR-SEGMENT-TYPE TO WS-ALG-SEG-TYPE
               PERFORM 1690-REFUSE-POSTING
           ELSE
               ADD 1 TO WS-OVERRIDE-COUNT
               MOVE OVR-BUSINESS-DATE
                   TO WS-OV-BUSINESS-DATE(WS-OVERRIDE-COUNT)
               MOVE OVR-PARTITION
                   TO WS-OV-PARTITION(WS-OVERRIDE-COUNT)
               MOVE OVR-SEGMENT-TYPE
                   TO WS-OV-SEGMENT-TYPE(WS-OVERRIDE-COUNT)
               MOVE OVR-OPERATOR-ID
                   TO WS-OV-OPERATOR-ID(WS-OVERRIDE-COUNT)
               MOVE OVR-REASON
                   TO WS-OV-REASON(WS-OVERRIDE-COUNT)
               MOVE "N" TO WS-OV-USED-FLAG(WS-OVERRIDE-COUNT)
           END-IF

           PERFORM 1480-READ-OVERRIDE-CARD.

       1480-READ-OVERRIDE-CARD.
           READ OVERRIDE-CARD-FILE
               AT END
                   SET WS-OVERRIDE-EOF TO TRUE
           END-READ.

      *
      * A pass over the whole extract before anything posts, trailer
      * by trailer, the same read-ahead discipline as bug.cob's
      * 1200-VALIDATE-FEED: a segment refused after earlier segments
      * had already gone to the journal would leave half an extract
      * posted. Every segment is checked, and every refusal alerted,
      * so one rerun fixes them all. The file is then closed and
      * reopened so the posting pass starts again from the top.
      *
       1500-CHECK-POSTING-GATE.
           PERFORM 2100-READ-EXTRACT-RECORD
           PERFORM 1550-SCAN-EXTRACT-RECORD UNTIL WS-EOF

           CLOSE EXTRACT-FILE
           OPEN INPUT EXTRACT-FILE
           MOVE "N" TO WS-EOF-FLAG

           DISPLAY "*** POSTING GATE -- SEGMENTS CHECKED "
               WS-GATE-SEGMENT-COUNT
           IF WS-POSTING-REFUSED
               DISPLAY "*** GL POSTING REFUSED -- " WS-REFUSAL-REASON
           END-IF.

       1550-SCAN-EXTRACT-RECORD.
           IF EXT-TRAILER-RECORD
               ADD 1 TO WS-GATE-SEGMENT-COUNT
               PERFORM 1600-CHECK-SEGMENT-POSTABLE
           END-IF
           PERFORM 2100-READ-EXTRACT-RECORD.

      *
      * A BUG segment is a repeat when its day/partition's latest
      * register entry is anything but a backout; a backout segment
      * is a repeat when the latest entry already is one (see
      * copybooks/GLREGREC.cpy). A segment this extract has already
      * had accepted for the same day/partition counts as the latest
      * entry, ahead of the register, so a backout followed by the
      * rerun of its day posts in one run -- in that order only: a
      * rerun segment placed ahead of its own backout is still a
      * repeat when the gate meets it. A segment that is not a repeat
      * must still come from a run that completed. A trailer with no
      * identity cannot be checked against the register at all, so
      * it is refused too -- and no override can name it.
      *
       1600-CHECK-SEGMENT-POSTABLE.
           MOVE SPACES TO WS-SEGMENT-REASON
           MOVE ZERO TO WS-OVERRIDE-MATCH-SUB
           MOVE EXT-TRL-BUSINESS-DATE TO WS-ALG-SEG-DATE
           MOVE EXT-TRL-PARTITION TO WS-ALG-SEG-PARTITION
           MOVE EXT-TRL-SEGMENT-TYPE TO WS-ALG-SEG-TYPE

           IF EXT-TRL-BUSINESS-DATE IS NOT NUMERIC
               MOVE "NO SEGMENT IDENTITY" TO WS-SEGMENT-REASON
           ELSE
               MOVE EXT-TRL-BUSINESS-DATE TO WS-CHK-BUSINESS-DATE
               MOVE EXT-TRL-PARTITION TO WS-CHK-PARTITION
               MOVE EXT-TRL-SEGMENT-TYPE TO WS-CHK-SEGMENT-TYPE
               PERFORM 1620-FIND-GATE-ENTRY
               IF WS-GATE-MATCH-SUB > ZERO
                   SET WS-REG-LATEST-FOUND TO TRUE
                   MOVE WS-GT-SEGMENT-TYPE(WS-GATE-MATCH-SUB)
                       TO WS-REG-LATEST-TYPE
               ELSE
                   PERFORM 1700-FIND-LATEST-REGISTER-ENTRY
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-REG-LATEST-FOUND
                       CONTINUE
                   WHEN EXT-TRL-BACKOUT-SEGMENT
                       AND WS-REG-LATEST-TYPE = "B"
                       MOVE "BACKOUT ALREADY POSTED"
                           TO WS-SEGMENT-REASON
                   WHEN NOT EXT-TRL-BACKOUT-SEGMENT
                       AND WS-REG-LATEST-TYPE NOT = "B"
                       MOVE "SEGMENT ALREADY POSTED"
                           TO WS-SEGMENT-REASON
               END-EVALUATE
               IF WS-SEGMENT-REASON = SPACES
                   PERFORM 1800-CHECK-SOURCE-RUN
               END-IF
               IF WS-SEGMENT-REASON NOT = SPACES
                   PERFORM 1900-FIND-OVERRIDE-CARD
               END-IF
           END-IF

           IF WS-SEGMENT-REASON NOT = SPACES
               IF WS-OVERRIDE-MATCH-SUB > ZERO
                   PERFORM 1650-ACCEPT-BY-OVERRIDE
               ELSE
                   PERFORM 1690-REFUSE-POSTING
               END-IF
           END-IF

           IF WS-SEGMENT-REASON = SPACES
               OR WS-OVERRIDE-MATCH-SUB > ZERO
               PERFORM 1640-RECORD-GATE-ENTRY
           END-IF.

      *
      * Leaves WS-GATE-MATCH-SUB at the day/partition's slot in
      * WS-GATE-TABLE, zero when this extract has not had a segment
      * for it accepted yet.
      *
       1620-FIND-GATE-ENTRY.
           MOVE ZERO TO WS-GATE-MATCH-SUB
           PERFORM 1630-MATCH-GATE-ENTRY
               VARYING WS-GATE-SUB FROM 1 BY 1
               UNTIL WS-GATE-SUB > WS-GATE-COUNT
                   OR WS-GATE-MATCH-SUB > ZERO.

       1630-MATCH-GATE-ENTRY.
           IF WS-GT-BUSINESS-DATE(WS-GATE-SUB) = WS-CHK-BUSINESS-DATE
               AND WS-GT-PARTITION(WS-GATE-SUB) = WS-CHK-PARTITION
               MOVE WS-GATE-SUB TO WS-GATE-MATCH-SUB
           END-IF.

      *
      * An accepted segment becomes its day/partition's latest. A
      * table already full is not a shape a legitimate extract takes;
      * 3600-CHECK-SEGMENT-IDENTITY fails such a run on its own, so
      * the gate simply stops recording.
      *
       1640-RECORD-GATE-ENTRY.
           PERFORM 1620-FIND-GATE-ENTRY
           IF WS-GATE-MATCH-SUB = ZERO
               AND WS-GATE-COUNT < WS-GATE-MAX
               ADD 1 TO WS-GATE-COUNT
               MOVE WS-GATE-COUNT TO WS-GATE-MATCH-SUB
               MOVE WS-CHK-BUSINESS-DATE
                   TO WS-GT-BUSINESS-DATE(WS-GATE-MATCH-SUB)
               MOVE WS-CHK-PARTITION
                   TO WS-GT-PARTITION(WS-GATE-MATCH-SUB)
           END-IF
           IF WS-GATE-MATCH-SUB > ZERO
               MOVE WS-CHK-SEGMENT-TYPE
                   TO WS-GT-SEGMENT-TYPE(WS-GATE-MATCH-SUB)
           END-IF.

       1650-ACCEPT-BY-OVERRIDE.
           MOVE "Y" TO WS-OV-USED-FLAG(WS-OVERRIDE-MATCH-SUB)
           DISPLAY "*** SEGMENT " WS-CHK-BUSINESS-DATE " "
               WS-CHK-PARTITION " " WS-CHK-SEGMENT-TYPE
               " WOULD BE REFUSED -- " WS-SEGMENT-REASON
           DISPLAY "*** POSTED BY OVERRIDE OF OPERATOR "
               WS-OV-OPERATOR-ID(WS-OVERRIDE-MATCH-SUB) ": "
               WS-OV-REASON(WS-OVERRIDE-MATCH-SUB)
           MOVE WS-CHK-BUSINESS-DATE TO WS-ALO-SEG-DATE
           MOVE WS-CHK-PARTITION TO WS-ALO-SEG-PARTITION
           MOVE WS-CHK-SEGMENT-TYPE TO WS-ALO-SEG-TYPE
           MOVE WS-OV-OPERATOR-ID(WS-OVERRIDE-MATCH-SUB)
               TO WS-ALO-OPERATOR-ID
           WRITE ALERT-RECORD FROM WS-ALERT-OVERRIDE-LINE.

      *
      * The caller has set WS-SEGMENT-REASON and the segment fields of
      * WS-ALERT-REFUSED-LINE. The first reason met is the one the
      * run reports; every refusal gets its own alert.
      *
       1690-REFUSE-POSTING.
           IF WS-POSTING-ACCEPTED
               MOVE WS-SEGMENT-REASON TO WS-REFUSAL-REASON
           END-IF
           SET WS-POSTING-REFUSED TO TRUE
           DISPLAY "*** SEGMENT " WS-ALG-SEG-DATE " "
               WS-ALG-SEG-PARTITION " " WS-ALG-SEG-TYPE
               " REFUSED -- " WS-SEGMENT-REASON
           MOVE WS-SEGMENT-REASON TO WS-ALG-REASON
           WRITE ALERT-RECORD FROM WS-ALERT-REFUSED-LINE.

      *
      * A day/partition's entries sit together under the date +
      * partition key prefix in posting order, so a START at entry
      * zero and a READ NEXT until the prefix changes ends on the
      * latest one.
      *
       1700-FIND-LATEST-REGISTER-ENTRY.
           MOVE "N" TO WS-REG-LATEST-FLAG
           MOVE SPACE TO WS-REG-LATEST-TYPE
           MOVE ZERO TO WS-REG-LAST-SEQUENCE
           MOVE "N" TO WS-REGISTER-SCAN-FLAG
           MOVE WS-CHK-BUSINESS-DATE TO GLR-BUSINESS-DATE
           MOVE WS-CHK-PARTITION TO GLR-PARTITION
           MOVE ZERO TO GLR-ENTRY-SEQUENCE
           START GL-REGISTER-FILE KEY IS NOT LESS THAN GLR-KEY
               INVALID KEY
                   SET WS-REGISTER-SCAN-DONE TO TRUE
           END-START

           PERFORM 1750-SCAN-REGISTER-ENTRY
               UNTIL WS-REGISTER-SCAN-DONE.

       1750-SCAN-REGISTER-ENTRY.
           READ GL-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-REGISTER-SCAN-DONE TO TRUE
           END-READ

           IF NOT WS-REGISTER-SCAN-DONE
               IF GLR-BUSINESS-DATE = WS-CHK-BUSINESS-DATE
                   AND GLR-PARTITION = WS-CHK-PARTITION
                   SET WS-REG-LATEST-FOUND TO TRUE
                   MOVE GLR-SEGMENT-TYPE TO WS-REG-LATEST-TYPE
                   MOVE GLR-ENTRY-SEQUENCE TO WS-REG-LAST-SEQUENCE
               ELSE
                   SET WS-REGISTER-SCAN-DONE TO TRUE
               END-IF
           END-IF.

      *
      * The run that must have completed for the business date: BUG
      * itself on an unpartitioned day (partition space), BUGMERGE on
      * a partitioned one -- the partition segments reach the GL only
      * through its combined extract -- and BUGBKOUT for the
      * day/partition a backout segment reverses. BUGMERGE writes its
      * "C" even when it refuses an incomplete day (RC 8), so the
      * completion code is checked as well as the record.
      *
       1800-CHECK-SOURCE-RUN.
           EVALUATE TRUE
               WHEN EXT-TRL-BACKOUT-SEGMENT
                   MOVE "BUGBKOUT" TO WS-SOURCE-JOB-NAME
                   MOVE EXT-TRL-PARTITION TO WS-SOURCE-PARTITION
               WHEN EXT-TRL-PARTITION = SPACE
                   MOVE "BUG" TO WS-SOURCE-JOB-NAME
                   MOVE SPACE TO WS-SOURCE-PARTITION
               WHEN OTHER
                   MOVE "BUGMERGE" TO WS-SOURCE-JOB-NAME
                   MOVE SPACE TO WS-SOURCE-PARTITION
           END-EVALUATE

           MOVE WS-SOURCE-JOB-NAME TO RUN-JOB-NAME
           MOVE WS-SOURCE-PARTITION TO RUN-PARTITION
           MOVE EXT-TRL-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE "C" TO RUN-STATUS-CODE
           READ RUN-STATUS-FILE
               INVALID KEY
                   MOVE "SOURCE RUN NOT COMPLETE" TO WS-SEGMENT-REASON
               NOT INVALID KEY
                   IF RUN-COMPLETION-CODE >= 8
                       MOVE "SOURCE RUN NOT COMPLETE"
                           TO WS-SEGMENT-REASON
                   END-IF
           END-READ

           IF WS-SEGMENT-REASON NOT = SPACES
               DISPLAY "*** NO COMPLETED " WS-SOURCE-JOB-NAME
                   " RUN ON RUNSFILE FOR " EXT-TRL-BUSINESS-DATE
           END-IF.

       1900-FIND-OVERRIDE-CARD.
           MOVE ZERO TO WS-OVERRIDE-MATCH-SUB
           PERFORM 1950-MATCH-OVERRIDE-CARD
               VARYING WS-OVERRIDE-SUB FROM 1 BY 1
               UNTIL WS-OVERRIDE-SUB > WS-OVERRIDE-COUNT
                   OR WS-OVERRIDE-MATCH-SUB > ZERO.

       1950-MATCH-OVERRIDE-CARD.
           IF WS-OV-BUSINESS-DATE(WS-OVERRIDE-SUB)
                   = WS-CHK-BUSINESS-DATE
               AND WS-OV-PARTITION(WS-OVERRIDE-SUB)
                   = WS-CHK-PARTITION
               AND WS-OV-SEGMENT-TYPE(WS-OVERRIDE-SUB)
                   = WS-CHK-SEGMENT-TYPE
               MOVE WS-OVERRIDE-SUB TO WS-OVERRIDE-MATCH-SUB
           END-IF.

      *
      * Every journal entry this run writes is dated the business
      * date, so that date's GL period (CCYYMM) must not be one
      * accounting has closed (see copybooks/PERDREC.cpy) -- unless a
      * period override card names BUGGLPST and the business date and
      * was keyed by an operator with period authority (see
      * copybooks/POVRREC.cpy). The same check, in the same order, as
      * bug.cob's 1800-CHECK-PERIOD-OPEN. A refusal here posts
      * nothing, like a refusal at the posting gate. It fails closed
      * as that check does: only a not-found ("23") means the period
      * has never been closed, and any other PERDFILE status refuses
      * with an alert of its own. The lookup opens PERDFILE INPUT;
      * only an override, which has to be logged, reopens it I-O
      * (1990).
      *
       1960-CHECK-PERIOD-OPEN.
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
                       PERFORM 1985-REFUSE-PERIOD-UNREADABLE
                   WHEN PRD-PERIOD-CLOSED
                       PERFORM 1965-FIND-PERIOD-OVERRIDE
                       IF WS-PERIOD-OVERRIDE-FOUND
                           PERFORM 1980-CHECK-PERIOD-AUTHORITY
                       END-IF
                       IF NOT WS-PERIOD-OVERRIDE-AUTHORIZED
                           SET WS-POSTING-REFUSED TO TRUE
                           MOVE "PERIOD CLOSED" TO WS-REFUSAL-REASON
                           DISPLAY "*** GL PERIOD " PRD-PERIOD
                               " IS CLOSED -- GL POSTING REFUSED"
                           PERFORM 8980-WRITE-ALERT-PERIOD-LINE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               CLOSE PERIOD-CONTROL-FILE
           ELSE
               PERFORM 1985-REFUSE-PERIOD-UNREADABLE
           END-IF

           IF WS-PERIOD-OVERRIDE-AUTHORIZED
               PERFORM 1990-LOG-PERIOD-OVERRIDE
           END-IF.

       1965-FIND-PERIOD-OVERRIDE.
           MOVE "N" TO WS-PERIOD-CARD-EOF-FLAG
           OPEN INPUT PERIOD-OVERRIDE-FILE
           PERFORM 1970-READ-PERIOD-OVERRIDE
               UNTIL WS-PERIOD-CARD-EOF
                   OR WS-PERIOD-OVERRIDE-FOUND
           CLOSE PERIOD-OVERRIDE-FILE.

       1970-READ-PERIOD-OVERRIDE.
           READ PERIOD-OVERRIDE-FILE
               AT END
                   SET WS-PERIOD-CARD-EOF TO TRUE
           END-READ

           IF NOT WS-PERIOD-CARD-EOF
               IF POV-BUSINESS-DATE IS NUMERIC
                   AND POV-BUSINESS-DATE = WS-RUN-DATE-RAW
                   AND POV-JOB-NAME = "BUGGLPST"
                   AND POV-OPERATOR-ID NOT = SPACES
                   AND POV-REASON NOT = SPACES
                   SET WS-PERIOD-OVERRIDE-FOUND TO TRUE
                   MOVE POV-OPERATOR-ID TO WS-PERIOD-OPERATOR-ID
                   MOVE POV-REASON TO WS-PERIOD-REASON
               END-IF
           END-IF.

       1980-CHECK-PERIOD-AUTHORITY.
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

       1985-REFUSE-PERIOD-UNREADABLE.
           SET WS-POSTING-REFUSED TO TRUE
           MOVE "PERIOD FILE UNREADABLE" TO WS-REFUSAL-REASON
           DISPLAY "*** GL PERIOD CONTROL FILE STATUS "
               WS-PERIOD-FILE-STATUS " -- GL POSTING REFUSED"
           PERFORM 8982-WRITE-ALERT-PERDFILE-LINE.

      *
      * An override is only used once it is on the period record: a
      * PERDFILE that cannot be reopened I-O, reread, or rewritten
      * refuses the run rather than let it post into the closed
      * period with no trail.
      *
       1990-LOG-PERIOD-OVERRIDE.
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
                   MOVE "BUGGLPST" TO PRD-LAST-OVERRIDE-JOB
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
                       " IS CLOSED -- POSTED BY OVERRIDE OF OPERATOR "
                       WS-PERIOD-OPERATOR-ID ": " WS-PERIOD-REASON
                   PERFORM 8985-WRITE-ALERT-PERIOD-OVERRIDE
               ELSE
                   PERFORM 1985-REFUSE-PERIOD-UNREADABLE
               END-IF
               CLOSE PERIOD-CONTROL-FILE
           ELSE
               PERFORM 1985-REFUSE-PERIOD-UNREADABLE
           END-IF.

       2000-PROCESS-RECORD.
           IF EXT-TRAILER-RECORD
               PERFORM 3500-VERIFY-TRAILER
      * EXT-ORIG-POST-DATE -- the date the amount originally posted
      * under -- so the interest backed out equals the interest that
      * accrued, even across a rate change; a normal entry accrues at
      * the rate in effect on today's posting date. A backout entry
      * (EXT-BACKOUT-ENTRY) re-posts or reverses an amount as of the
      * date it originally posted, so it takes its rate by
      * EXT-ORIG-POST-DATE too.
      *
       2500-POST-EXTRACT-RECORD.
           MOVE EXT-KEY TO GLJ-KEY
               MOVE EXT-ORIG-POST-DATE TO WS-RATE-SELECT-DATE
           ELSE
               MOVE EXT-NUMBER3 TO GLJ-PRINCIPAL-AMOUNT
               IF EXT-BACKOUT-ENTRY
                   MOVE EXT-ORIG-POST-DATE TO WS-RATE-SELECT-DATE
               ELSE
                   MOVE GLJ-POSTING-DATE TO WS-RATE-SELECT-DATE
               END-IF
           END-IF

           PERFORM 3000-SELECT-RATE
           COMPUTE GLJ-POSTING-AMOUNT =
               GLJ-PRINCIPAL-AMOUNT + GLJ-INTEREST-AMOUNT

           MOVE WS-SELECTED-RATE TO GLJ-RATE
           MOVE EXT-REVERSAL-FLAG TO GLJ-REVERSAL-FLAG
           MOVE EXT-BACKOUT-FLAG TO GLJ-BACKOUT-FLAG

           WRITE GL-JOURNAL-RECORD

           PERFORM 4000-WRITE-REPORT-LINE

           ADD 1 TO WS-RECORD-COUNT
           PERFORM 2600-WRITE-GL-HISTORY
           PERFORM 2700-WRITE-LEDGER-LINES
           ADD GLJ-PRINCIPAL-AMOUNT TO WS-TOTAL-PRINCIPAL
           ADD GLJ-INTEREST-AMOUNT TO WS-TOTAL-INTEREST
           ADD GLJ-POSTING-AMOUNT TO WS-TOTAL-POSTED
           ADD GLJ-PRINCIPAL-AMOUNT TO WS-SEG-PRINCIPAL
           ADD GLJ-INTEREST-AMOUNT TO WS-SEG-INTEREST
           ADD GLJ-POSTING-AMOUNT TO WS-SEG-POSTED

           ADD 1 TO WS-SEG-COUNT
           IF EXT-REVERSAL-ENTRY
               ADD EXT-NUMBER3 TO WS-SEG-TOTAL
           END-IF.

      *
      * WS-RECORD-COUNT, just stepped for this entry, is the entry's
      * place in the run and where its GLH-ENTRY-SEQUENCE starts.
      * Every posting run adds its entries: one under the same
      * posting date as an earlier run -- a backout extract posted on
      * its own and then the day's run, or an override repost -- is
      * a GL posting of its own, so a sequence the key already has
      * for the date is stepped past (2650), never written over. The
      * one entry replaced in place is one left by a run for the
      * date that never completed: its segments were never
      * registered, so this run is that run's resubmission, posting
      * the same entries again. A failed history write is reported
      * but does not stop the posting: the day's journal generation
      * is still the GL's input of record.
      *
       2600-WRITE-GL-HISTORY.
           MOVE SPACES TO GL-HISTORY-RECORD
           MOVE GLJ-KEY TO GLH-KEY
           MOVE GLJ-POSTING-DATE TO GLH-POSTING-DATE
           MOVE WS-RECORD-COUNT TO GLH-ENTRY-SEQUENCE
           MOVE GLJ-PRINCIPAL-AMOUNT TO GLH-PRINCIPAL-AMOUNT
           MOVE GLJ-INTEREST-AMOUNT TO GLH-INTEREST-AMOUNT
           MOVE GLJ-POSTING-AMOUNT TO GLH-POSTING-AMOUNT
           MOVE GLJ-RATE TO GLH-RATE
           MOVE GLJ-REVERSAL-FLAG TO GLH-REVERSAL-FLAG
           MOVE GLJ-BACKOUT-FLAG TO GLH-BACKOUT-FLAG
           IF EXT-REVERSAL-ENTRY OR EXT-BACKOUT-ENTRY
               MOVE EXT-ORIG-POST-DATE TO GLH-ORIG-POST-DATE
           ELSE
               MOVE ZERO TO GLH-ORIG-POST-DATE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO GLH-POSTED-TIMESTAMP

           MOVE "N" TO WS-HISTORY-STORED-FLAG
           PERFORM 2650-STORE-GL-HISTORY UNTIL WS-HISTORY-STORED.

       2650-STORE-GL-HISTORY.
           WRITE GL-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           EVALUATE WS-GL-HISTORY-FILE-STATUS
               WHEN "00"
                   SET WS-HISTORY-STORED TO TRUE
               WHEN "22"
                   PERFORM 2660-CHECK-HISTORY-ENTRY
               WHEN OTHER
                   DISPLAY "*** ERROR WRITING GL HISTORY "
                       "RECORD STATUS " WS-GL-HISTORY-FILE-STATUS
                   SET WS-HISTORY-STORED TO TRUE
           END-EVALUATE.

      *
      * The entry on file under the sequence was stamped by a run
      * that never completed when its timestamp is after the date's
      * last completed run and before this run started; anything
      * else -- a completed run's entry, one this run has just
      * written for the same key, or one BUGGLHLD loaded with a
      * LOW-VALUES stamp -- keeps its place, and the new entry tries
      * the next sequence.
      *
       2660-CHECK-HISTORY-ENTRY.
           MOVE GL-HISTORY-RECORD TO WS-GLH-NEW-ENTRY
           READ GL-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN WS-GL-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "*** ERROR READING GL HISTORY "
                       "RECORD STATUS " WS-GL-HISTORY-FILE-STATUS
                   SET WS-HISTORY-STORED TO TRUE
               WHEN GLH-POSTED-TIMESTAMP > WS-LAST-POSTING-STAMP
                   AND GLH-POSTED-TIMESTAMP < WS-RUN-START-STAMP
                   MOVE WS-GLH-NEW-ENTRY TO GL-HISTORY-RECORD
                   REWRITE GL-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "*** ERROR REWRITING GL HISTORY "
                               "RECORD STATUS "
                               WS-GL-HISTORY-FILE-STATUS
                   END-REWRITE
                   SET WS-HISTORY-STORED TO TRUE
               WHEN OTHER
                   MOVE WS-GLH-NEW-ENTRY TO GL-HISTORY-RECORD
                   ADD 1 TO GLH-ENTRY-SEQUENCE
           END-EVALUATE.

      *
      * The entry's principal posts on the principal map entry, or on
      * the reversal one when the entry backs an earlier amount out
      * (the journal carries that principal negative, so it is turned
      * round to read positive against the reversal accounts). Its
      * interest posts on the interest accrual entry either way -- a
      * reversal's negative interest simply runs the accrual's two
      * sides the other way. All the lines share the entry's journal
      * number, WS-RECORD-COUNT, just stepped for it.
      *
       2700-WRITE-LEDGER-LINES.
           MOVE ZERO TO WS-LINE-NUMBER
           MOVE "N" TO WS-ENTRY-UNMAPPED-FLAG

           IF EXT-REVERSAL-ENTRY
               MOVE "R" TO WS-PAIR-ENTRY-TYPE
               COMPUTE WS-PAIR-AMOUNT = ZERO - GLJ-PRINCIPAL-AMOUNT
               IF EXT-BACKOUT-ENTRY
                   MOVE "BACKOUT REVERSAL" TO WS-PAIR-DESCRIPTION
               ELSE
                   MOVE "PRINCIPAL REVERSAL" TO WS-PAIR-DESCRIPTION
               END-IF
           ELSE
               MOVE "P" TO WS-PAIR-ENTRY-TYPE
               MOVE GLJ-PRINCIPAL-AMOUNT TO WS-PAIR-AMOUNT
               IF EXT-BACKOUT-ENTRY
                   MOVE "BACKOUT REPOST" TO WS-PAIR-DESCRIPTION
               ELSE
                   MOVE "PRINCIPAL" TO WS-PAIR-DESCRIPTION
               END-IF
           END-IF
           PERFORM 2750-WRITE-LEDGER-PAIR

           MOVE "I" TO WS-PAIR-ENTRY-TYPE
           MOVE GLJ-INTEREST-AMOUNT TO WS-PAIR-AMOUNT
           IF EXT-REVERSAL-ENTRY
               MOVE "INTEREST REVERSAL" TO WS-PAIR-DESCRIPTION
           ELSE
               MOVE "INTEREST ACCRUAL" TO WS-PAIR-DESCRIPTION
           END-IF
           PERFORM 2750-WRITE-LEDGER-PAIR

           IF WS-ENTRY-UNMAPPED
               ADD 1 TO WS-UNMAPPED-COUNT
           END-IF.

      *
      * A zero amount writes nothing. An amount whose key has no map
      * entry of the type is left off the ledger and counted, and
      * 7600-VERIFY-ACCOUNT-MAPPING fails the step on it, the way
      * 7500-VERIFY-RATE-COVERAGE does a key with no rate -- posting
      * one side only, or to a guessed account, would unbalance the
      * ledger or misstate it. The tie-out figures are taken from the
      * lines as written, turned back to the journal's sign.
      *
       2750-WRITE-LEDGER-PAIR.
           IF WS-PAIR-AMOUNT NOT = ZERO
               MOVE WS-PAIR-ENTRY-TYPE TO WS-MAP-SELECT-TYPE
               PERFORM 3300-SELECT-ACCOUNTS
               IF WS-MAP-FOUND
                   IF WS-PAIR-AMOUNT > ZERO
                       MOVE WS-MAP-DEBIT-ACCOUNT
                           TO WS-PAIR-DEBIT-ACCOUNT
                       MOVE WS-MAP-CREDIT-ACCOUNT
                           TO WS-PAIR-CREDIT-ACCOUNT
                       MOVE WS-PAIR-AMOUNT TO WS-LINE-AMOUNT
                   ELSE
                       MOVE WS-MAP-CREDIT-ACCOUNT
                           TO WS-PAIR-DEBIT-ACCOUNT
                       MOVE WS-MAP-DEBIT-ACCOUNT
                           TO WS-PAIR-CREDIT-ACCOUNT
                       COMPUTE WS-LINE-AMOUNT = ZERO - WS-PAIR-AMOUNT
                   END-IF

                   MOVE WS-PAIR-DEBIT-ACCOUNT TO WS-LINE-ACCOUNT
                   MOVE "D" TO WS-LINE-SIDE
                   PERFORM 2780-WRITE-LEDGER-LINE
                   MOVE WS-PAIR-CREDIT-ACCOUNT TO WS-LINE-ACCOUNT
                   MOVE "C" TO WS-LINE-SIDE
                   PERFORM 2780-WRITE-LEDGER-LINE

                   IF WS-PAIR-AMOUNT > ZERO
                       MOVE WS-LINE-AMOUNT TO WS-LINE-SIGNED-AMOUNT
                   ELSE
                       COMPUTE WS-LINE-SIGNED-AMOUNT =
                           ZERO - WS-LINE-AMOUNT
                   END-IF
                   EVALUATE WS-PAIR-ENTRY-TYPE
                       WHEN "P"
                           ADD WS-LINE-SIGNED-AMOUNT
                               TO WS-LDG-PRINCIPAL-NET
                       WHEN "R"
                           SUBTRACT WS-LINE-SIGNED-AMOUNT
                               FROM WS-LDG-PRINCIPAL-NET
                       WHEN "I"
                           ADD WS-LINE-SIGNED-AMOUNT
                               TO WS-LDG-INTEREST-NET
                   END-EVALUATE
               ELSE
                   SET WS-ENTRY-UNMAPPED TO TRUE
                   DISPLAY "*** NO ACCOUNT MAP ENTRY FOR KEY "
                       GLJ-KEY " TYPE " WS-PAIR-ENTRY-TYPE
                       " -- LEFT OFF LEDGER"
                   IF WS-PAIR-ENTRY-TYPE = "I"
                       ADD GLJ-INTEREST-AMOUNT TO WS-UNMAPPED-INTEREST
                   ELSE
                       ADD GLJ-PRINCIPAL-AMOUNT
                           TO WS-UNMAPPED-PRINCIPAL
                   END-IF
               END-IF
           END-IF.

       2780-WRITE-LEDGER-LINE.
           ADD 1 TO WS-LINE-NUMBER
           MOVE SPACES TO LEDGER-DETAIL-RECORD
           SET LDG-DETAIL TO TRUE
           MOVE GLJ-POSTING-DATE TO LDG-JOURNAL-DATE
           MOVE WS-RECORD-COUNT TO LDG-JOURNAL-NUMBER
           MOVE WS-LINE-NUMBER TO LDG-LINE-NUMBER
           MOVE WS-LINE-ACCOUNT TO LDG-ACCOUNT
           MOVE WS-LINE-SIDE TO LDG-DEBIT-CREDIT
           MOVE WS-LINE-AMOUNT TO LDG-AMOUNT
           MOVE GLJ-KEY TO LDG-SOURCE-KEY
           MOVE WS-PAIR-ENTRY-TYPE TO LDG-ENTRY-TYPE
           MOVE WS-PAIR-DESCRIPTION TO LDG-DESCRIPTION
           WRITE LEDGER-DETAIL-RECORD
           ADD 1 TO WS-LDG-LINE-COUNT

           MOVE WS-LINE-ACCOUNT TO WS-ACCOUNT-SEARCH
           PERFORM 1370-LOCATE-ACCOUNT
           IF LDG-DEBIT
               ADD WS-LINE-AMOUNT TO WS-LDG-DEBIT-TOTAL
               ADD WS-LINE-AMOUNT TO WS-AC-DEBIT-TOTAL(WS-ACCOUNT-SLOT)
           ELSE
               ADD WS-LINE-AMOUNT TO WS-LDG-CREDIT-TOTAL
               ADD WS-LINE-AMOUNT
                   TO WS-AC-CREDIT-TOTAL(WS-ACCOUNT-SLOT)
           END-IF.

       2100-READ-EXTRACT-RECORD.
           READ EXTRACT-FILE
               AT END
               SET WS-RATE-FOUND TO TRUE
           END-IF.

      *
      * The first map entry of WS-MAP-SELECT-TYPE whose range covers
      * the entry's key.
      *
       3300-SELECT-ACCOUNTS.
           MOVE "N" TO WS-MAP-FOUND-FLAG
           MOVE SPACES TO WS-MAP-DEBIT-ACCOUNT
           MOVE SPACES TO WS-MAP-CREDIT-ACCOUNT
           PERFORM 3400-CHECK-MAP-ENTRY
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
                   OR WS-MAP-FOUND.

       3400-CHECK-MAP-ENTRY.
           IF WS-AM-ENTRY-TYPE(WS-MAP-SUB) = WS-MAP-SELECT-TYPE
               AND GLJ-KEY >= WS-AM-KEY-LOW(WS-MAP-SUB)
               AND GLJ-KEY <= WS-AM-KEY-HIGH(WS-MAP-SUB)
               SET WS-MAP-FOUND TO TRUE
               MOVE WS-AM-DEBIT-ACCOUNT(WS-MAP-SUB)
                   TO WS-MAP-DEBIT-ACCOUNT
               MOVE WS-AM-CREDIT-ACCOUNT(WS-MAP-SUB)
                   TO WS-MAP-CREDIT-ACCOUNT
           END-IF.

      *
      * Balances what this run actually read against what the writing
      * run says it wrote -- the GL-side counterpart of bug.cob's
      *
       3500-VERIFY-TRAILER.
           SET WS-TRAILER-SEEN TO TRUE
           ADD EXT-TRL-TOTAL TO WS-TRAILER-TOTAL-SUM
           IF WS-SEG-COUNT = EXT-TRL-RECORD-COUNT
               AND WS-SEG-TOTAL = EXT-TRL-TOTAL
               DISPLAY "*** EXTRACT TRAILER OK -- ENTRIES AND TOTAL "
           PERFORM 3600-CHECK-SEGMENT-IDENTITY

           MOVE ZERO TO WS-SEG-COUNT
           MOVE ZERO TO WS-SEG-TOTAL
           MOVE ZERO TO WS-SEG-PRINCIPAL
           MOVE ZERO TO WS-SEG-INTEREST
           MOVE ZERO TO WS-SEG-POSTED.

      *
      * The NUMERIC guard passes over trailers written before the
      * identity fields existed (spaces there) rather than comparing
      * garbage -- 1500-CHECK-POSTING-GATE now refuses such an
      * extract before it gets this far. More segments than the
      * table holds is itself not a shape any legitimate day
      * produces, so it fails the run the same way a duplicate does.
      *
       3600-CHECK-SEGMENT-IDENTITY.
           IF EXT-TRL-BUSINESS-DATE IS NOT NUMERIC
                           TO WS-SG-BUSINESS-DATE(WS-SEGMENT-COUNT)
                       MOVE EXT-TRL-PARTITION
                           TO WS-SG-PARTITION(WS-SEGMENT-COUNT)
                       MOVE EXT-TRL-SEGMENT-TYPE
                           TO WS-SG-SEGMENT-TYPE(WS-SEGMENT-COUNT)
                       MOVE WS-SEG-COUNT
                           TO WS-SG-RECORD-COUNT(WS-SEGMENT-COUNT)
                       MOVE WS-SEG-TOTAL
                           TO WS-SG-EXTRACT-TOTAL(WS-SEGMENT-COUNT)
                       MOVE WS-SEG-PRINCIPAL
                           TO WS-SG-PRINCIPAL(WS-SEGMENT-COUNT)
                       MOVE WS-SEG-INTEREST
                           TO WS-SG-INTEREST(WS-SEGMENT-COUNT)
                       MOVE WS-SEG-POSTED
                           TO WS-SG-POSTED(WS-SEGMENT-COUNT)
                   END-IF
               END-IF
           END-IF.
                   = EXT-TRL-BUSINESS-DATE
               AND WS-SG-PARTITION(WS-SEGMENT-SUB)
                   = EXT-TRL-PARTITION
               AND WS-SG-SEGMENT-TYPE(WS-SEGMENT-SUB)
                   = EXT-TRL-SEGMENT-TYPE
               SET WS-SEGMENT-DUPLICATE TO TRUE
           END-IF.

               PERFORM 8950-WRITE-ALERT-NORATE-LINE
           END-IF.

       7600-VERIFY-ACCOUNT-MAPPING.
           IF WS-UNMAPPED-COUNT > ZERO
               DISPLAY "*** ENTRIES LEFT OFF THE LEDGER WITHOUT AN "
                   "ACCOUNT MAP ENTRY: " WS-UNMAPPED-COUNT
               PERFORM 8960-WRITE-ALERT-UNMAPPED-LINE
           END-IF.

      *
      * The trial balance lists every mapped account the run's ledger
      * lines touched, with its debits, credits and net, then proves
      * the ledger file: the accounts' debits equal their credits and
      * equal the totals on the ledger trailer, and the principal and
      * interest the lines carry -- plus anything left off for want
      * of a mapping -- add back to the GL journal's totals, whose
      * principal is in turn the extract trailers' total. Anything
      * that does not tie alerts and fails the step with RC 4; the
      * ledger generation is then held back the same way a trailer
      * mismatch holds back the journal.
      *
       7700-PRINT-TRIAL-BALANCE.
           PERFORM 7800-WRITE-TB-PAGE-HEADER
           IF WS-POSTING-REFUSED
               MOVE WS-REFUSAL-REASON TO TB-REFUSAL-REASON
               WRITE TRIAL-BALANCE-RECORD FROM TB-REFUSED-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 7750-PRINT-ACCOUNT-LINE
                   VARYING WS-ACCOUNT-SUB FROM 1 BY 1
                   UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT

               MOVE "TOTALS" TO TB-ACCOUNT
               MOVE WS-TB-DEBIT-TOTAL TO TB-DEBIT
               MOVE WS-TB-CREDIT-TOTAL TO TB-CREDIT
               COMPUTE WS-TB-NET =
                   WS-TB-DEBIT-TOTAL - WS-TB-CREDIT-TOTAL
               MOVE WS-TB-NET TO TB-NET
               WRITE TRIAL-BALANCE-RECORD FROM TB-DETAIL-LINE
                   AFTER ADVANCING 2 LINES

               IF WS-TB-DEBIT-TOTAL = WS-TB-CREDIT-TOTAL
                   AND WS-TB-DEBIT-TOTAL = WS-LDG-DEBIT-TOTAL
                   AND WS-TB-CREDIT-TOTAL = WS-LDG-CREDIT-TOTAL
                   MOVE "*** DEBITS EQUAL CREDITS -- IN BALANCE"
                       TO TB-MESSAGE-LINE
               ELSE
                   SET WS-TB-OUT-OF-BALANCE TO TRUE
                   MOVE "*** DEBITS NOT EQUAL TO CREDITS"
                       TO TB-MESSAGE-LINE
               END-IF
               WRITE TRIAL-BALANCE-RECORD FROM TB-MESSAGE-LINE
                   AFTER ADVANCING 1 LINE

               PERFORM 7760-PRINT-TIE-OUT

               IF WS-TB-OUT-OF-BALANCE
                   DISPLAY "*** GL TRIAL BALANCE DOES NOT TIE OUT -- "
                       "SEE TRIALRPT"
                   PERFORM 8970-WRITE-ALERT-TRIAL-LINE
               END-IF
           END-IF.

       7750-PRINT-ACCOUNT-LINE.
           IF WS-AC-DEBIT-TOTAL(WS-ACCOUNT-SUB) NOT = ZERO
               OR WS-AC-CREDIT-TOTAL(WS-ACCOUNT-SUB) NOT = ZERO
               IF WS-TB-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 7800-WRITE-TB-PAGE-HEADER
               END-IF
               MOVE WS-AC-ACCOUNT(WS-ACCOUNT-SUB) TO TB-ACCOUNT
               MOVE WS-AC-DEBIT-TOTAL(WS-ACCOUNT-SUB) TO TB-DEBIT
               MOVE WS-AC-CREDIT-TOTAL(WS-ACCOUNT-SUB) TO TB-CREDIT
               COMPUTE WS-TB-NET = WS-AC-DEBIT-TOTAL(WS-ACCOUNT-SUB)
                   - WS-AC-CREDIT-TOTAL(WS-ACCOUNT-SUB)
               MOVE WS-TB-NET TO TB-NET
               WRITE TRIAL-BALANCE-RECORD FROM TB-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-TB-LINE-COUNT
               ADD WS-AC-DEBIT-TOTAL(WS-ACCOUNT-SUB)
                   TO WS-TB-DEBIT-TOTAL
               ADD WS-AC-CREDIT-TOTAL(WS-ACCOUNT-SUB)
                   TO WS-TB-CREDIT-TOTAL
           END-IF.

       7760-PRINT-TIE-OUT.
           MOVE "EXTRACT TRAILER TOTAL" TO TB-TIE-LABEL
           MOVE WS-TRAILER-TOTAL-SUM TO TB-TIE-AMOUNT
           WRITE TRIAL-BALANCE-RECORD FROM TB-TIE-OUT-LINE
               AFTER ADVANCING 2 LINES
           MOVE "GL JOURNAL PRINCIPAL" TO TB-TIE-LABEL
           MOVE WS-TOTAL-PRINCIPAL TO TB-TIE-AMOUNT
           WRITE TRIAL-BALANCE-RECORD FROM TB-TIE-OUT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "LEDGER PRINCIPAL, NET" TO TB-TIE-LABEL
           MOVE WS-LDG-PRINCIPAL-NET TO TB-TIE-AMOUNT
           WRITE TRIAL-BALANCE-RECORD FROM TB-TIE-OUT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "PRINCIPAL WITH NO ACCOUNT MAPPING" TO TB-TIE-LABEL
           MOVE WS-UNMAPPED-PRINCIPAL TO TB-TIE-AMOUNT
           WRITE TRIAL-BALANCE-RECORD FROM TB-TIE-OUT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "GL JOURNAL INTEREST" TO TB-TIE-LABEL
           MOVE WS-TOTAL-INTEREST TO TB-TIE-AMOUNT
           WRITE TRIAL-BALANCE-RECORD FROM TB-TIE-OUT-LINE
               AFTER ADVANCING 2 LINES
           MOVE "LEDGER INTEREST, NET" TO TB-TIE-LABEL
           MOVE WS-LDG-INTEREST-NET TO TB-TIE-AMOUNT
           WRITE TRIAL-BALANCE-RECORD FROM TB-TIE-OUT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "INTEREST WITH NO ACCOUNT MAPPING" TO TB-TIE-LABEL
           MOVE WS-UNMAPPED-INTEREST TO TB-TIE-AMOUNT
           WRITE TRIAL-BALANCE-RECORD FROM TB-TIE-OUT-LINE
               AFTER ADVANCING 1 LINE

           IF WS-TRAILER-TOTAL-SUM = WS-TOTAL-PRINCIPAL
               AND WS-TOTAL-PRINCIPAL =
                   WS-LDG-PRINCIPAL-NET + WS-UNMAPPED-PRINCIPAL
               AND WS-TOTAL-INTEREST =
                   WS-LDG-INTEREST-NET + WS-UNMAPPED-INTEREST
               MOVE "*** LEDGER TIES TO GL JOURNAL AND EXTRACT"
                   TO TB-MESSAGE-LINE
           ELSE
               SET WS-TB-OUT-OF-BALANCE TO TRUE
               MOVE "*** LEDGER DOES NOT TIE TO GL JOURNAL OR EXTRACT"
                   TO TB-MESSAGE-LINE
           END-IF
           WRITE TRIAL-BALANCE-RECORD FROM TB-MESSAGE-LINE
               AFTER ADVANCING 2 LINES.

       7800-WRITE-TB-PAGE-HEADER.
           ADD 1 TO WS-TB-PAGE-NUMBER
           MOVE WS-RUN-DATE-RAW TO TH-RUN-DATE
           MOVE WS-TB-PAGE-NUMBER TO TH-PAGE-NUMBER
           WRITE TRIAL-BALANCE-RECORD FROM TB-HEADER-LINE-1
               AFTER ADVANCING PAGE
           WRITE TRIAL-BALANCE-RECORD FROM TB-HEADER-LINE-2
               AFTER ADVANCING 1 LINE
           MOVE ZERO TO WS-TB-LINE-COUNT.

       8500-WRITE-LEDGER-HEADER.
           MOVE SPACES TO LEDGER-HEADER-RECORD
           MOVE "H" TO LDG-HDR-RECORD-TYPE
           MOVE WS-RUN-DATE-RAW TO LDG-HDR-JOURNAL-DATE
           MOVE "BUGGLPST" TO LDG-HDR-SOURCE-SYSTEM
           MOVE FUNCTION CURRENT-DATE TO LDG-HDR-CREATED
           WRITE LEDGER-HEADER-RECORD.

       8550-WRITE-LEDGER-TRAILER.
           MOVE SPACES TO LEDGER-TRAILER-RECORD
           MOVE "T" TO LDG-TRL-RECORD-TYPE
           MOVE WS-RUN-DATE-RAW TO LDG-TRL-JOURNAL-DATE
           MOVE WS-LDG-LINE-COUNT TO LDG-TRL-LINE-COUNT
           MOVE WS-LDG-DEBIT-TOTAL TO LDG-TRL-DEBIT-TOTAL
           MOVE WS-LDG-CREDIT-TOTAL TO LDG-TRL-CREDIT-TOTAL
           WRITE LEDGER-TRAILER-RECORD.

      *
      * Registers every segment this run posted (see copybooks/
      * GLREGREC.cpy), each as the next entry for its day/partition,
      * so a later run meeting the same segment refuses it. Written
      * whenever the journal generation was, balanced or not: the
      * generation exists, and only an override may post the segment
      * again. A failed register write is reported, like BUG's
      * 8600-REGISTER-FEED, rather than undoing a posting run that
      * has already happened.
      *
       8600-REGISTER-SEGMENTS.
           PERFORM 8650-REGISTER-SEGMENT
               VARYING WS-SEGMENT-SUB FROM 1 BY 1
               UNTIL WS-SEGMENT-SUB > WS-SEGMENT-COUNT

           PERFORM 8680-REPORT-UNUSED-OVERRIDE
               VARYING WS-OVERRIDE-SUB FROM 1 BY 1
               UNTIL WS-OVERRIDE-SUB > WS-OVERRIDE-COUNT.

       8650-REGISTER-SEGMENT.
           MOVE WS-SG-BUSINESS-DATE(WS-SEGMENT-SUB)
               TO WS-CHK-BUSINESS-DATE
           MOVE WS-SG-PARTITION(WS-SEGMENT-SUB) TO WS-CHK-PARTITION
           MOVE WS-SG-SEGMENT-TYPE(WS-SEGMENT-SUB)
               TO WS-CHK-SEGMENT-TYPE
           PERFORM 1700-FIND-LATEST-REGISTER-ENTRY
           PERFORM 1900-FIND-OVERRIDE-CARD

           MOVE SPACES TO GL-REGISTER-RECORD
           MOVE WS-CHK-BUSINESS-DATE TO GLR-BUSINESS-DATE
           MOVE WS-CHK-PARTITION TO GLR-PARTITION
           COMPUTE GLR-ENTRY-SEQUENCE = WS-REG-LAST-SEQUENCE + 1
           MOVE WS-CHK-SEGMENT-TYPE TO GLR-SEGMENT-TYPE
           MOVE WS-RUN-DATE-RAW TO GLR-POSTING-RUN-DATE
           MOVE FUNCTION CURRENT-DATE TO GLR-POSTED-TIMESTAMP
           MOVE WS-SG-RECORD-COUNT(WS-SEGMENT-SUB) TO GLR-RECORD-COUNT
           MOVE WS-SG-EXTRACT-TOTAL(WS-SEGMENT-SUB)
               TO GLR-EXTRACT-TOTAL
           MOVE WS-SG-PRINCIPAL(WS-SEGMENT-SUB) TO GLR-PRINCIPAL-TOTAL
           MOVE WS-SG-INTEREST(WS-SEGMENT-SUB) TO GLR-INTEREST-TOTAL
           MOVE WS-SG-POSTED(WS-SEGMENT-SUB) TO GLR-POSTED-TOTAL
           MOVE "N" TO GLR-OVERRIDE-FLAG
           IF WS-OVERRIDE-MATCH-SUB > ZERO
               IF WS-OV-USED(WS-OVERRIDE-MATCH-SUB)
                   SET GLR-POSTED-BY-OVERRIDE TO TRUE
                   MOVE WS-OV-OPERATOR-ID(WS-OVERRIDE-MATCH-SUB)
                       TO GLR-OVERRIDE-OPERATOR
                   MOVE WS-OV-REASON(WS-OVERRIDE-MATCH-SUB)
                       TO GLR-OVERRIDE-REASON
               END-IF
           END-IF

           WRITE GL-REGISTER-RECORD
           IF WS-GL-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "*** ERROR WRITING GL POSTING REGISTER "
                   "RECORD FOR SEGMENT " WS-CHK-BUSINESS-DATE " "
                   WS-CHK-PARTITION " " WS-CHK-SEGMENT-TYPE
                   " STATUS " WS-GL-REGISTER-FILE-STATUS
           END-IF.

       8680-REPORT-UNUSED-OVERRIDE.
           IF NOT WS-OV-USED(WS-OVERRIDE-SUB)
               DISPLAY "*** OVERRIDE CARD NOT NEEDED, NOT USED: "
                   WS-OV-BUSINESS-DATE(WS-OVERRIDE-SUB) " "
                   WS-OV-PARTITION(WS-OVERRIDE-SUB) " "
                   WS-OV-SEGMENT-TYPE(WS-OVERRIDE-SUB)
           END-IF.

       8700-WRITE-ALERT-TRAILER-LINE.
           MOVE WS-RUN-DATE-EDITED TO WS-ALT-RUN-DATE
           WRITE ALERT-RECORD FROM WS-ALERT-TRAILER-LINE.
           MOVE WS-RUN-DATE-EDITED TO WS-ALR-RUN-DATE
           WRITE ALERT-RECORD FROM WS-ALERT-NORATE-LINE.

       8960-WRITE-ALERT-UNMAPPED-LINE.
           MOVE WS-RUN-DATE-EDITED TO WS-ALU-RUN-DATE
           WRITE ALERT-RECORD FROM WS-ALERT-UNMAPPED-LINE.

       8970-WRITE-ALERT-TRIAL-LINE.
           MOVE WS-RUN-DATE-EDITED TO WS-ALB-RUN-DATE
           WRITE ALERT-RECORD FROM WS-ALERT-TRIAL-LINE.

       8980-WRITE-ALERT-PERIOD-LINE.
           MOVE WS-RUN-DATE-RAW(1:6) TO WS-ALK-PERIOD
           MOVE WS-RUN-DATE-EDITED TO WS-ALK-RUN-DATE
           WRITE ALERT-RECORD FROM WS-ALERT-PERIOD-LINE.

       8982-WRITE-ALERT-PERDFILE-LINE.
           MOVE WS-PERIOD-FILE-STATUS TO WS-ALQ-STATUS
           MOVE WS-RUN-DATE-EDITED TO WS-ALQ-RUN-DATE
           WRITE ALERT-RECORD FROM WS-ALERT-PERIOD-FILE-LINE.

       8985-WRITE-ALERT-PERIOD-OVERRIDE.
           MOVE WS-RUN-DATE-RAW(1:6) TO WS-ALV-PERIOD
           MOVE WS-PERIOD-OPERATOR-ID TO WS-ALV-OPERATOR-ID
           MOVE WS-RUN-DATE-EDITED TO WS-ALV-RUN-DATE
           WRITE ALERT-RECORD FROM WS-ALERT-PERIOD-OVERRIDE-LINE.

       4000-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4100-WRITE-PAGE-HEADER
           MOVE WS-TOTAL-POSTED TO WS-SUM-TOTAL-POSTED
           DISPLAY WS-SUMMARY-LINE

      *
      * A refused extract wrote no journal entries and registers
      * nothing, so tomorrow's rerun is checked exactly as tonight's
      * was.
      *
           IF WS-POSTING-REFUSED
               MOVE "F" TO WS-RUN-STATUS-CODE
           ELSE
               PERFORM 8550-WRITE-LEDGER-TRAILER
               PERFORM 8600-REGISTER-SEGMENTS
               MOVE "C" TO WS-RUN-STATUS-CODE
           END-IF
           PERFORM 8900-WRITE-RUN-STATUS

           CLOSE EXTRACT-FILE
           CLOSE GL-JOURNAL-FILE
           CLOSE GLPOST-REPORT-FILE
           CLOSE RUN-STATUS-FILE
           CLOSE GL-HISTORY-FILE
           CLOSE GL-REGISTER-FILE
           CLOSE LEDGER-FILE
           CLOSE TRIAL-BALANCE-FILE
           CLOSE ALERT-FILE.
