      *****************************************************************
      * BUGPSET - symbolic map for mapset BUGPSET / map BUGPMAP.
      * Normally produced by the BMS translator from bmsmaps/
      * BUGPSET.bms; checked in here, like BUGMSET, so BUG009C
      * compiles without re-running the translator.
      *****************************************************************
       01  BUGPMAPI.
           05  FILLER                  PIC X(12).
           05  KEYFLDL                 COMP PIC S9(4).
           05  KEYFLDF                 PICTURE X.
           05  FILLER REDEFINES KEYFLDF.
               10  KEYFLDA             PICTURE X.
           05  KEYFLDI                 PIC 9(6).
           05  MAKRFLDL                COMP PIC S9(4).
           05  MAKRFLDF                PICTURE X.
           05  FILLER REDEFINES MAKRFLDF.
               10  MAKRFLDA            PICTURE X.
           05  MAKRFLDI                PIC X(3).
           05  RQTSFLDL                COMP PIC S9(4).
           05  RQTSFLDF                PICTURE X.
           05  FILLER REDEFINES RQTSFLDF.
               10  RQTSFLDA            PICTURE X.
           05  RQTSFLDI                PIC X(21).
           05  OLD1FLDL                COMP PIC S9(4).
           05  OLD1FLDF                PICTURE X.
           05  FILLER REDEFINES OLD1FLDF.
               10  OLD1FLDA            PICTURE X.
           05  OLD1FLDI                PIC 9(7).
           05  OLD2FLDL                COMP PIC S9(4).
           05  OLD2FLDF                PICTURE X.
           05  FILLER REDEFINES OLD2FLDF.
               10  OLD2FLDA            PICTURE X.
           05  OLD2FLDI                PIC 9(7).
           05  OLD3FLDL                COMP PIC S9(4).
           05  OLD3FLDF                PICTURE X.
           05  FILLER REDEFINES OLD3FLDF.
               10  OLD3FLDA            PICTURE X.
           05  OLD3FLDI                PIC 9(8).
           05  NEW1FLDL                COMP PIC S9(4).
           05  NEW1FLDF                PICTURE X.
           05  FILLER REDEFINES NEW1FLDF.
               10  NEW1FLDA            PICTURE X.
           05  NEW1FLDI                PIC 9(7).
           05  NEW2FLDL                COMP PIC S9(4).
           05  NEW2FLDF                PICTURE X.
           05  FILLER REDEFINES NEW2FLDF.
               10  NEW2FLDA            PICTURE X.
           05  NEW2FLDI                PIC 9(7).
           05  STATFLDL                COMP PIC S9(4).
           05  STATFLDF                PICTURE X.
           05  FILLER REDEFINES STATFLDF.
               10  STATFLDA            PICTURE X.
           05  STATFLDI                PIC X.
           05  STATDSCL                COMP PIC S9(4).
           05  STATDSCF                PICTURE X.
           05  FILLER REDEFINES STATDSCF.
               10  STATDSCA            PICTURE X.
           05  STATDSCI                PIC X(8).
           05  CHKRFLDL                COMP PIC S9(4).
           05  CHKRFLDF                PICTURE X.
           05  FILLER REDEFINES CHKRFLDF.
               10  CHKRFLDA            PICTURE X.
           05  CHKRFLDI                PIC X(3).
           05  MSGFLDL                 COMP PIC S9(4).
           05  MSGFLDF                 PICTURE X.
           05  FILLER REDEFINES MSGFLDF.
               10  MSGFLDA             PICTURE X.
           05  MSGFLDI                 PIC X(70).

       01  BUGPMAPO REDEFINES BUGPMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  KEYFLDO                 PIC 9(6).
           05  FILLER                  PIC X(3).
           05  MAKRFLDO                PIC X(3).
           05  FILLER                  PIC X(3).
           05  RQTSFLDO                PIC X(21).
           05  FILLER                  PIC X(3).
           05  OLD1FLDO                PIC 9(7).
           05  FILLER                  PIC X(3).
           05  OLD2FLDO                PIC 9(7).
           05  FILLER                  PIC X(3).
           05  OLD3FLDO                PIC 9(8).
           05  FILLER                  PIC X(3).
           05  NEW1FLDO                PIC 9(7).
           05  FILLER                  PIC X(3).
           05  NEW2FLDO                PIC 9(7).
           05  FILLER                  PIC X(3).
           05  STATFLDO                PIC X.
           05  FILLER                  PIC X(3).
           05  STATDSCO                PIC X(8).
           05  FILLER                  PIC X(3).
           05  CHKRFLDO                PIC X(3).
           05  FILLER                  PIC X(3).
           05  MSGFLDO                 PIC X(70).
