      * otherwise -- it is how BUGMERGE verifies all four partitions
      * completed before it reconciles (see 1500-VERIFY-PARTITIONS-
      * COMPLETE there).
      *
      * RUN-STATUS-FAILED ("F") takes the place of the "C" record when
      * a job refuses its input outright rather than finishing with a
      * reconciliation result -- BUG and BUGSPLIT refusing a repeated,
      * out-of-sequence, wrongly dated, or miscounted feed file (see
      * copybooks/FREGREC.cpy), and BUG, BUGMERGE, or BUGGLPST
      * refusing a business date in a closed GL period (see copybooks/
      * PERDREC.cpy). The "S" with an "F" and no "C" tells
      * the monitor the job ran, refused, and posted nothing, as
      * distinct from an abend ("S" alone).
      *
      * The operations status screen (BUGS, bug010c.cbl) reads the
      * same records on line -- one row per expected job/partition
      * for a business date -- so the night's progress can be seen
      * without the monitoring job or an IDCAMS PRINT.
      *****************************************************************
       01  RUN-STATUS-RECORD.
           05  RUN-STATUS-KEY.
               10  RUN-STATUS-CODE      PIC X.
                   88  RUN-STATUS-STARTED   VALUE "S".
                   88  RUN-STATUS-COMPLETED VALUE "C".
                   88  RUN-STATUS-FAILED    VALUE "F".
           05  RUN-STEP-NAME            PIC X(8).
           05  RUN-RECORD-COUNT         PIC 9(7).
           05  RUN-COMPLETION-CODE      PIC 9(4).
