      *****************************************************************
      * TOLRREC - posting tolerance table entry, read by the daily
      * batch (bug.cob, 1600-LOAD-TOLERANCE-TABLE) from TOLRFILE
      * (PROD.BUG.TOLERANCE.TABLE). One entry per key range: any
      * TR-KEY between TOL-KEY-LOW and TOL-KEY-HIGH (inclusive, carved
      * out of the 000000-999999 key domain the same way RATEREC's
      * ranges are) posts only while its result stays within both
      * limits --
      *   TOL-MAX-AMOUNT  the largest result the key may post
      *   TOL-MAX-CHANGE  the largest difference, either way, between
      *                   the result and the key's prior posted result
      * A limit of zero means no limit of that kind for the range, and
      * a key no entry covers is not tolerance-checked at all. Where
      * ranges overlap the first entry in the dataset that covers the
      * key is the one applied. A record outside tolerance is held on
      * the suspense queue (see SUSPREC.cpy) instead of posting. The
      * dataset is maintained by support outside this job stream, the
      * same way RATEFILE and CTLFILE are -- tightening a range is a
      * dataset change, not a recompile.
      *****************************************************************
       01  TOLERANCE-TABLE-RECORD.
           05  TOL-KEY-LOW             PIC 9(6).
           05  TOL-KEY-HIGH            PIC 9(6).
           05  TOL-MAX-AMOUNT          PIC 9(8).
           05  TOL-MAX-CHANGE          PIC 9(8).
           05  FILLER                  PIC X(12).
