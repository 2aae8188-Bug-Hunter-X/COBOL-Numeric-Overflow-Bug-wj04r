      * TRANREC - transaction input record layout.
      * One pair of addends per record, keyed for downstream lookup
      * (audit trail, extract, and the support inquiry screen).
      *
      * TR-SUSPENSE-DATE is blank on a feed record. The suspense
      * release job (bugsusp.cob) sets it to the business date a
      * released record was held on, which is how the next run finds
      * the suspense item (see SUSPREC.cpy) and posts the record
      * without holding it again. Only the last two bytes stay FILLER;
      * REJREC overlays them with the reject reason.
      *****************************************************************
       01  TRANS-RECORD.
           05  TR-KEY                  PIC 9(6).
           05  TR-NUMBER               PIC 9(7).
           05  TR-NUMBER2              PIC 9(7).
           05  TR-SUSPENSE-DATE        PIC X(8).
           05  FILLER                  PIC X(2).
