      *****************************************************************
      * LEDGREC - general ledger intake record, written by the GL
      * posting program (bugglpst.cob) to LEDGFILE
      * (PROD.BUG.LEDGER.INTAKE, one generation per posting run) for
      * the ledger's journal intake, in place of accounting re-keying
      * the day's per-key GL journal by hand.
      *
      * A header, then the journal lines, then a trailer. Every GL
      * journal entry becomes balanced pairs of lines -- one debit,
      * one credit, same amount -- for its principal and for its
      * interest, on the accounts COAMFILE maps the key and entry
      * type to (see copybooks/COAMREC.cpy). LDG-JOURNAL-NUMBER is
      * the entry's place in the posting run (the GLH-ENTRY-SEQUENCE
      * it has on the GL posting history), so all the lines of one
      * entry share it; LDG-LINE-NUMBER numbers them within it.
      * Amounts are always positive: the side says which way they
      * go. The trailer carries the line count and the debit and
      * credit totals, which are equal on every file this program
      * writes, so the ledger can balance what it received.
      *
      * The three 01 levels share one FD and implicitly redefine each
      * other, the same multiple-record-format layout as EXTRREC.
      *****************************************************************
       01  LEDGER-DETAIL-RECORD.
           05  LDG-RECORD-TYPE         PIC X.
               88  LDG-HEADER          VALUE "H".
               88  LDG-DETAIL          VALUE "D".
               88  LDG-TRAILER         VALUE "T".
           05  LDG-JOURNAL-DATE        PIC 9(8).
           05  LDG-JOURNAL-NUMBER      PIC 9(7).
           05  LDG-LINE-NUMBER         PIC 9(2).
           05  LDG-ACCOUNT             PIC X(10).
           05  LDG-DEBIT-CREDIT        PIC X.
               88  LDG-DEBIT           VALUE "D".
               88  LDG-CREDIT          VALUE "C".
           05  LDG-AMOUNT              PIC 9(11)V99.
           05  LDG-SOURCE-KEY          PIC 9(6).
           05  LDG-ENTRY-TYPE          PIC X.
           05  LDG-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X(11).

       01  LEDGER-HEADER-RECORD.
           05  LDG-HDR-RECORD-TYPE     PIC X.
           05  LDG-HDR-JOURNAL-DATE    PIC 9(8).
           05  LDG-HDR-SOURCE-SYSTEM   PIC X(8).
           05  LDG-HDR-CREATED         PIC X(21).
           05  FILLER                  PIC X(42).

       01  LEDGER-TRAILER-RECORD.
           05  LDG-TRL-RECORD-TYPE     PIC X.
           05  LDG-TRL-JOURNAL-DATE    PIC 9(8).
           05  LDG-TRL-LINE-COUNT      PIC 9(7).
           05  LDG-TRL-DEBIT-TOTAL     PIC 9(13)V99.
           05  LDG-TRL-CREDIT-TOTAL    PIC 9(13)V99.
           05  FILLER                  PIC X(34).
