      * The CICS FILE resource "AUTHFILE" points at a small KSDS
      * maintained by security administration outside this job
      * stream, defined once by IDCAMS like the other masters.
      *
      * AUT-PERIOD-FLAG is accounting's GL period authority, granted
      * separately from the desk's update authority: an operator
      * holding it may open and close a period (BUGCLOSE) and key a
      * closed-period override card for a dated job (see copybooks/
      * POVRREC.cpy). The batch jobs read AUTHFILE by the initials on
      * the card. It is carved from the old FILLER, whose spaces
      * read as no authority.
      *****************************************************************
       01  AUTH-RECORD.
           05  AUT-OPERATOR-ID          PIC X(3).
           05  AUT-LEVEL                PIC X.
               88  AUT-UPDATE-AUTHORITY VALUE "U".
               88  AUT-INQUIRY-ONLY     VALUE "I".
           05  AUT-PERIOD-FLAG          PIC X.
               88  AUT-PERIOD-AUTHORITY VALUE "Y".
           05  FILLER                   PIC X(15).
