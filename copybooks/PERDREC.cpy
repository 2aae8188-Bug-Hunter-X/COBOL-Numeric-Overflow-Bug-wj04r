      *****************************************************************
      * PERDREC - GL period control record, one PERDFILE KSDS
      * (PROD.BUG.PERIOD.CONTROL) with an entry per accounting period,
      * keyed by the period's CCYYMM. Accounting owns it: a period is
      * opened, closed, and reopened only through the period close
      * job (BUGCLOSE, bugclose.cob, see jcl/BUGCLOSEJOB.jcl), on a
      * card keyed by an operator with period authority on AUTHFILE
      * (see copybooks/AUTHREC.cpy).
      *
      * The dated jobs (BUG, BUGMERGE, BUGGLPST) look up the period
      * of their business date before anything posts and refuse the
      * run -- RC 8, an ALRTFILE alert, an "F" run status -- when it
      * is PRD-PERIOD-CLOSED, unless a period override card (see
      * copybooks/POVRREC.cpy) names the run. A period with no record
      * has never been closed and is open; only a "C" closes one.
      *
      * PRD-STATUS-DATE/-TIMESTAMP/-OPERATOR record the last open or
      * close. A close also leaves the closing snapshot's totals here
      * (PRD-SNAPSHOT-..., see copybooks/SNAPREC.cpy), so the period
      * record alone proves what the snapshot held. Every override a
      * dated job runs on adds to PRD-OVERRIDE-COUNT and leaves its
      * job, operator, and reason in PRD-LAST-OVERRIDE-...; the alert
      * file carries each one as well, where the job has one.
      *****************************************************************
       01  PERIOD-CONTROL-RECORD.
           05  PRD-PERIOD               PIC 9(6).
           05  PRD-STATUS               PIC X.
               88  PRD-PERIOD-OPEN      VALUE "O".
               88  PRD-PERIOD-CLOSED    VALUE "C".
           05  PRD-STATUS-DATE          PIC 9(8).
           05  PRD-STATUS-TIMESTAMP     PIC X(21).
           05  PRD-STATUS-OPERATOR      PIC X(3).
           05  PRD-SNAPSHOT-COUNT       PIC 9(7).
           05  PRD-SNAPSHOT-BALANCE     PIC S9(15) COMP-3.
           05  PRD-SNAPSHOT-INTEREST    PIC S9(13)V99 COMP-3.
           05  PRD-OVERRIDE-COUNT       PIC 9(5).
           05  PRD-LAST-OVERRIDE-DATE   PIC 9(8).
           05  PRD-LAST-OVERRIDE-JOB    PIC X(8).
           05  PRD-LAST-OVERRIDE-OPERATOR PIC X(3).
           05  PRD-LAST-OVERRIDE-REASON PIC X(40).
           05  FILLER                   PIC X(23).
