      *****************************************************************
      * SNAPREC - month-end closing snapshot record, one SNAPFILE
      * KSDS (PROD.BUG.PERIOD.SNAPSHOT) written by the period close
      * job (BUGCLOSE, bugclose.cob) when it closes a period: one
      * entry per key on the inquiry master, keyed by the period
      * (CCYYMM) and then the key, so one START at a period browses
      * that month-end in key order.
      *
      * SNP-CUMULATIVE-BALANCE is the key's IQ-CUMULATIVE-BALANCE as
      * it stood at the close, and SNP-PERIOD-INTEREST the interest
      * posted to the key in the period -- the net of its GLHFILE
      * entries with a posting date in the month, reversals and
      * backouts included, the same figure BUGL shows as MTD (see
      * copybooks/GLHREC.cpy). Statements and audits of a closed
      * month read these, not the live master, which moves on the
      * next night.
      *
      * A balance the master still carried in the old layout (not
      * valid packed data, see copybooks/INQREC.cpy) is snapshotted
      * at the key's posted IQ-NUMBER3, the position BUG seeds such a
      * balance from, and marked SNP-BALANCE-SEEDED. An entry whose
      * period interest had to leave out GL history entries that
      * were not valid packed data is marked SNP-INTEREST-INCOMPLETE
      * the same way; the close report lists the key and the count.
      *
      * A period reopened (only while no later period has posted) and
      * closed again keeps the entries its first close wrote; the
      * second close ties them once more to the period record.
      *****************************************************************
       01  PERIOD-SNAPSHOT-RECORD.
           05  SNP-SNAPSHOT-KEY.
               10  SNP-PERIOD           PIC 9(6).
               10  SNP-KEY              PIC 9(6).
           05  SNP-CUMULATIVE-BALANCE   PIC S9(13) COMP-3.
           05  SNP-PERIOD-INTEREST      PIC S9(11)V99 COMP-3.
           05  SNP-NUMBER3              PIC 9(8).
           05  SNP-LAST-UPDATE-DATE     PIC 9(8).
           05  SNP-BALANCE-FLAG         PIC X.
               88  SNP-BALANCE-SEEDED   VALUE "S".
           05  SNP-SNAPSHOT-TIMESTAMP   PIC X(21).
           05  SNP-INTEREST-FLAG        PIC X.
               88  SNP-INTEREST-INCOMPLETE VALUE "U".
           05  FILLER                   PIC X(15).
