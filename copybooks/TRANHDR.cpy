      *****************************************************************
      * TRANHDR - feed control records carried on TRANFILE around the
      * TRANREC detail records. Copied only into the FD of the file
      * the feed actually arrives on (TRANS-FILE in bug.cob,
      * bugsplit.cob, and bugresmg.cob) -- the two 01 levels share
      * the FD with TRANS-RECORD and implicitly redefine it, the same
      * multiple-record-format layout EXTRREC uses for its trailer.
      *
      * FEED-HEADER-RECORD is the first record of every feed file and
      * names the sending source system, the business date the file
      * belongs to, and the file's sequence number from that source.
      * Those three are what the feed register (copybooks/FREGREC.cpy)
      * records for every file accepted, so a resent, skipped, or
      * wrongly dated file is refused before anything posts.
      *
      * FEED-TRAILER-RECORD closes a segment of detail records and
      * carries the count of details since the header or the previous
      * trailer. The upstream sender writes one after its details;
      * BUGRESMG writes its own (source "BUGRESMG") behind the
      * corrections it appends, so the merged file still proves
      * every segment's count and no detail can ride in uncounted.
      *
      * TRH-ID/TRT-ID occupy the TR-KEY positions and are deliberately
      * non-numeric, so no detail (keys are an exact 000000-999999
      * numeric domain) can ever be mistaken for a control record.
      *****************************************************************
       01  FEED-HEADER-RECORD.
           05  TRH-ID                  PIC X(6).
               88  TRH-FEED-HEADER     VALUE "*FHDR*".
           05  TRH-SOURCE-SYSTEM       PIC X(8).
           05  TRH-BUSINESS-DATE       PIC 9(8).
           05  TRH-SEQUENCE-NUMBER     PIC 9(6).
           05  FILLER                  PIC X(2).

       01  FEED-TRAILER-RECORD.
           05  TRT-ID                  PIC X(6).
               88  TRT-FEED-TRAILER    VALUE "*FTRL*".
           05  TRT-RECORD-COUNT        PIC 9(7).
           05  TRT-SOURCE-SYSTEM       PIC X(8).
           05  FILLER                  PIC X(9).
