      *****************************************************************
      * BUGASET - symbolic map for mapset BUGASET / map BUGAMAP.
      * Normally produced by the BMS translator from bmsmaps/
      * BUGASET.bms; checked in here, like BUGMSET, so BUG008C
      * compiles without re-running the translator.
      *****************************************************************
       01  BUGAMAPI.
           05  FILLER                  PIC X(12).
           05  KEYFLDL                 COMP PIC S9(4).
           05  KEYFLDF                 PICTURE X.
           05  FILLER REDEFINES KEYFLDF.
               10  KEYFLDA             PICTURE X.
           05  KEYFLDI                 PIC 9(6).
           05  NAMEFLDL                COMP PIC S9(4).
           05  NAMEFLDF                PICTURE X.
           05  FILLER REDEFINES NAMEFLDF.
               10  NAMEFLDA            PICTURE X.
           05  NAMEFLDI                PIC X(30).
           05  PRODFLDL                COMP PIC S9(4).
           05  PRODFLDF                PICTURE X.
           05  FILLER REDEFINES PRODFLDF.
               10  PRODFLDA            PICTURE X.
           05  PRODFLDI                PIC X(4).
           05  ODATFLDL                COMP PIC S9(4).
           05  ODATFLDF                PICTURE X.
           05  FILLER REDEFINES ODATFLDF.
               10  ODATFLDA            PICTURE X.
           05  ODATFLDI                PIC 9(8).
           05  STATFLDL                COMP PIC S9(4).
           05  STATFLDF                PICTURE X.
           05  FILLER REDEFINES STATFLDF.
               10  STATFLDA            PICTURE X.
           05  STATFLDI                PIC X.
           05  STATDSCL                COMP PIC S9(4).
           05  STATDSCF                PICTURE X.
           05  FILLER REDEFINES STATDSCF.
               10  STATDSCA            PICTURE X.
           05  STATDSCI                PIC X(6).
           05  SDATFLDL                COMP PIC S9(4).
           05  SDATFLDF                PICTURE X.
           05  FILLER REDEFINES SDATFLDF.
               10  SDATFLDA            PICTURE X.
           05  SDATFLDI                PIC 9(8).
           05  OPERFLDL                COMP PIC S9(4).
           05  OPERFLDF                PICTURE X.
           05  FILLER REDEFINES OPERFLDF.
               10  OPERFLDA            PICTURE X.
           05  OPERFLDI                PIC X(3).
           05  MSGFLDL                 COMP PIC S9(4).
           05  MSGFLDF                 PICTURE X.
           05  FILLER REDEFINES MSGFLDF.
               10  MSGFLDA             PICTURE X.
           05  MSGFLDI                 PIC X(70).

       01  BUGAMAPO REDEFINES BUGAMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  KEYFLDO                 PIC 9(6).
           05  FILLER                  PIC X(3).
           05  NAMEFLDO                PIC X(30).
           05  FILLER                  PIC X(3).
           05  PRODFLDO                PIC X(4).
           05  FILLER                  PIC X(3).
           05  ODATFLDO                PIC 9(8).
           05  FILLER                  PIC X(3).
           05  STATFLDO                PIC X.
           05  FILLER                  PIC X(3).
           05  STATDSCO                PIC X(6).
           05  FILLER                  PIC X(3).
           05  SDATFLDO                PIC 9(8).
           05  FILLER                  PIC X(3).
           05  OPERFLDO                PIC X(3).
           05  FILLER                  PIC X(3).
           05  MSGFLDO                 PIC X(70).
