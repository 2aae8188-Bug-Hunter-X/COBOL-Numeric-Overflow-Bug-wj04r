      *****************************************************************
      * REJREC - reject record, written by the daily batch (bug.cob,
      * 8300-WRITE-REJECT-RECORD) to REJFILE for every TRANS-FILE
      * record it refuses to post, and read back by the reject repair
      * pass (bugrejrp.cob). REJ-TRANS-IMAGE is the raw feed record
      * as received, through the end of TR-NUMBER2 and the positions
      * after it that TRANREC defines; REJ-REASON-CODE overlays the
      * last two bytes, which are FILLER on TRANREC and carry nothing
      * the repair pass needs, so the record stays the 30 bytes the
      * REJFILE generations have always been.
      *
      * Reason codes:
      *   IV  TR-KEY/TR-NUMBER/TR-NUMBER2 not numeric (feed problem)
      *   UA  no account on the account master for TR-KEY
      *   AC  account closed
      *   AF  account frozen
      * Support repairs an IV reject by correcting the values; the
      * account reasons are usually cleared by opening or unfreezing
      * the account on BUG8 first and then recycling the record
      * through BUGREJRP unchanged.
      *****************************************************************
       01  REJECT-RECORD.
           05  REJ-TRANS-IMAGE          PIC X(28).
           05  REJ-REASON-CODE          PIC X(2).
               88  REJ-INVALID-FIELDS   VALUE "IV".
               88  REJ-UNKNOWN-ACCOUNT  VALUE "UA".
               88  REJ-ACCOUNT-CLOSED   VALUE "AC".
               88  REJ-ACCOUNT-FROZEN   VALUE "AF".
