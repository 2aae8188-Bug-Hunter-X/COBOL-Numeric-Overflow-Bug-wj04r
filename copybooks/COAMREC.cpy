      *****************************************************************
      * COAMREC - chart-of-accounts mapping entry, read by the GL
      * posting program (bugglpst.cob) from COAMFILE
      * (PROD.BUG.GLACCOUNT.MAP). One entry per key range per entry
      * type, giving the GL account each side of the double-entry
      * journal lines posts to -- the same key-range carving as
      * RATEREC's. Maintained by accounting outside this job stream,
      * like RATEFILE: a new product line or a re-pointed account is
      * a new or changed entry here, not a program change.
      *
      *   P  principal: the entry's principal, debit and credit.
      *   I  interest accrual: the interest accrued on it.
      *   R  reversal: the principal a reversal backs out. The
      *      interest on a reversal backs out through the I entry's
      *      accounts with the sides turned round, so an accrual and
      *      its reversal always net on the same two accounts.
      *
      * The first entry covering a key for a type is the one used;
      * a key no entry covers is posted to the journal but left off
      * the ledger file and reported as unmapped.
      *****************************************************************
       01  ACCOUNT-MAP-RECORD.
           05  CAM-KEY-LOW             PIC 9(6).
           05  CAM-KEY-HIGH            PIC 9(6).
           05  CAM-ENTRY-TYPE          PIC X.
               88  CAM-PRINCIPAL       VALUE "P".
               88  CAM-INTEREST-ACCRUAL VALUE "I".
               88  CAM-REVERSAL        VALUE "R".
           05  CAM-DEBIT-ACCOUNT       PIC X(10).
           05  CAM-CREDIT-ACCOUNT      PIC X(10).
           05  FILLER                  PIC X(7).
