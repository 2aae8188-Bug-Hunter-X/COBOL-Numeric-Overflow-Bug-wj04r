      * EXTRACT-RECORD: the original principal, the interest computed
      * on it, and the two added together as the amount actually
      * posted to the GL.
      *
      * GLJ-RATE is the rate 3000-SELECT-RATE chose for the entry, and
      * GLJ-REVERSAL-FLAG/GLJ-BACKOUT-FLAG carry EXT-REVERSAL-FLAG/
      * EXT-BACKOUT-FLAG across from the extract, so a journal entry
      * says on its own how its interest was worked out and whether
      * it backed an amount out. The same entry is kept on the GL
      * posting history KSDS (see copybooks/GLHREC.cpy). Taken from
      * the old 10-byte FILLER; the record stays 42 bytes.
      *****************************************************************
       01  GL-JOURNAL-RECORD.
           05  GLJ-KEY                 PIC 9(6).
           05  GLJ-PRINCIPAL-AMOUNT    PIC S9(9)V99 COMP-3.
           05  GLJ-INTEREST-AMOUNT     PIC S9(9)V99 COMP-3.
           05  GLJ-POSTING-AMOUNT      PIC S9(9)V99 COMP-3.
           05  GLJ-RATE                PIC V9(6) COMP-3.
           05  GLJ-REVERSAL-FLAG       PIC X.
               88  GLJ-REVERSAL-ENTRY  VALUE "Y".
           05  GLJ-BACKOUT-FLAG        PIC X.
               88  GLJ-BACKOUT-ENTRY   VALUE "B".
           05  FILLER                  PIC X(4).
