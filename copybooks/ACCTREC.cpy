      *****************************************************************
      * ACCTREC - account reference master record, keyed by the same
      * 6-digit key TRANS-FILE carries in TR-KEY. One record per
      * account: who owns it, which product line it belongs to, when
      * it was opened, and whether it may still post. The daily batch
      * (bug.cob, 2060-CHECK-ACCOUNT-STATUS) reads it for every valid
      * TRANS-FILE record and refuses to post a key with no account
      * on file, or one whose account is closed or frozen -- those go
      * to REJFILE with a reason code (see REJREC) instead of landing
      * on INQFILE as a new record. Before this existed anything the
      * feed sent was posted, including keys for accounts that had
      * been closed for months.
      *
      * The CICS account maintenance transaction (BUG8, bug008c.cbl)
      * is the only thing that writes it: it opens new accounts and
      * freezes, unfreezes, and closes existing ones. ACT-STATUS-DATE
      * and ACT-LAST-OPERATOR-ID record the most recent of those
      * actions and who took it. The cluster is PROD.BUG.ACCOUNT.
      * MASTER, defined once by IDCAMS outside the job stream like
      * the other masters.
      *****************************************************************
       01  ACCOUNT-RECORD.
           05  ACT-KEY                  PIC 9(6).
           05  ACT-OWNER-NAME           PIC X(30).
           05  ACT-PRODUCT-LINE         PIC X(4).
           05  ACT-OPEN-DATE            PIC 9(8).
           05  ACT-STATUS               PIC X.
               88  ACT-STATUS-OPEN      VALUE "O".
               88  ACT-STATUS-CLOSED    VALUE "C".
               88  ACT-STATUS-FROZEN    VALUE "F".
           05  ACT-STATUS-DATE          PIC 9(8).
           05  ACT-LAST-OPERATOR-ID     PIC X(3).
           05  FILLER                   PIC X(20).
