      *****************************************************************
      * BUGSSET - symbolic map for mapset BUGSSET / map BUGSMAP.
      * Normally produced by the BMS translator from bmsmaps/
      * BUGSSET.bms; checked in here, like BUGMSET, so BUG010C
      * compiles without re-running the translator. The STLN rows
      * are an OCCURS group, laid out as the translator lays one
      * out: length and flag on the input side, attribute on the
      * output side.
      *****************************************************************
       01  BUGSMAPI.
           05  FILLER                  PIC X(12).
           05  DATEFLDL                COMP PIC S9(4).
           05  DATEFLDF                PICTURE X.
           05  FILLER REDEFINES DATEFLDF.
               10  DATEFLDA            PICTURE X.
           05  DATEFLDI                PIC 9(8).
           05  ASOFFLDL                COMP PIC S9(4).
           05  ASOFFLDF                PICTURE X.
           05  FILLER REDEFINES ASOFFLDF.
               10  ASOFFLDA            PICTURE X.
           05  ASOFFLDI                PIC X(19).
           05  DTYPFLDL                COMP PIC S9(4).
           05  DTYPFLDF                PICTURE X.
           05  FILLER REDEFINES DTYPFLDF.
               10  DTYPFLDA            PICTURE X.
           05  DTYPFLDI                PIC X(20).
           05  DFHMS1 OCCURS 10 TIMES.
               10  STLNL               COMP PIC S9(4).
               10  STLNF               PICTURE X.
               10  STLNI               PIC X(79).
           05  MSGFLDL                 COMP PIC S9(4).
           05  MSGFLDF                 PICTURE X.
           05  FILLER REDEFINES MSGFLDF.
               10  MSGFLDA             PICTURE X.
           05  MSGFLDI                 PIC X(70).

       01  BUGSMAPO REDEFINES BUGSMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  DATEFLDO                PIC 9(8).
           05  FILLER                  PIC X(3).
           05  ASOFFLDO                PIC X(19).
           05  FILLER                  PIC X(3).
           05  DTYPFLDO                PIC X(20).
           05  DFHMS2 OCCURS 10 TIMES.
               10  FILLER              PICTURE X(2).
               10  STLNA               PICTURE X.
               10  STLNO               PIC X(79).
           05  FILLER                  PIC X(3).
           05  MSGFLDO                 PIC X(70).
