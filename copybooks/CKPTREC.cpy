      * before the programs built from this layout first run, the
      * same one-time deployment step widening any pre-allocated
      * dataset's record needs.
      *
      * CKPT-NOTICE-COUNT does the same for the correction-applied
      * notices written to NOTCFILE (see copybooks/NOTCREC.cpy), so a
      * restarted run's notice trailer counts the interrupted run's
      * notices too. It came out of the trailing FILLER, so the
      * record length is unchanged; a checkpoint written before it
      * existed carries spaces there, which bug.cob reads as zero.
      *****************************************************************
       01  CHECKPOINT-RECORD.
           05  CKPT-RECORD-COUNT        PIC 9(7).
           05  CKPT-GRAND-TOTAL         PIC S9(13) COMP-3.
           05  CKPT-EXTRACT-COUNT       PIC 9(7).
           05  CKPT-EXTRACT-TOTAL       PIC S9(13) COMP-3.
           05  CKPT-NOTICE-COUNT        PIC 9(7).
           05  FILLER                   PIC X(3).
