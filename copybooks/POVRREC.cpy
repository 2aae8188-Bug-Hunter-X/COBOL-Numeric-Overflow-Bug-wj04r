      *****************************************************************
      * POVRREC - closed-period override card, read from POVRFILE by
      * the dated jobs (BUG, BUGMERGE, BUGGLPST) when their business
      * date falls in a period PERDFILE shows closed (see copybooks/
      * PERDREC.cpy). POVRFILE is DUMMY on every normal run.
      *
      * A card lets exactly one job run for exactly one business date
      * into the closed period: POV-BUSINESS-DATE must be the run's
      * business date and POV-JOB-NAME the job's own name, so a card
      * keyed for the GL posting does not also let BUG re-post the
      * master. POV-OPERATOR-ID must hold period authority on
      * AUTHFILE (see copybooks/AUTHREC.cpy) -- without it the card
      * is not accepted and the run is refused as if there were none.
      * The operator and POV-REASON are logged on the period record
      * and alerted.
      *
      * Cols 1-8 business date CCYYMMDD, col 10-17 job name, cols
      * 19-21 operator initials, cols 23-62 reason.
      *****************************************************************
       01  PERIOD-OVERRIDE-CARD.
           05  POV-BUSINESS-DATE        PIC 9(8).
           05  FILLER                   PIC X.
           05  POV-JOB-NAME             PIC X(8).
           05  FILLER                   PIC X.
           05  POV-OPERATOR-ID          PIC X(3).
           05  FILLER                   PIC X.
           05  POV-REASON               PIC X(40).
           05  FILLER                   PIC X(18).
