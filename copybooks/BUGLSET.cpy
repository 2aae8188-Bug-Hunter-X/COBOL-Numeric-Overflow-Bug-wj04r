      *****************************************************************
      * BUGLSET - symbolic map for mapset BUGLSET / map BUGLMAP.
      * Normally produced by the BMS translator from bmsmaps/
      * BUGLSET.bms; checked in here, like BUGSSET, so BUG011C
      * compiles without re-running the translator. The GLLN rows
      * are an OCCURS group, laid out as the translator lays one
      * out: length and flag on the input side, attribute on the
      * output side.
      *****************************************************************
       01  BUGLMAPI.
           05  FILLER                  PIC X(12).
           05  KEYFLDL                 COMP PIC S9(4).
           05  KEYFLDF                 PICTURE X.
           05  FILLER REDEFINES KEYFLDF.
               10  KEYFLDA             PICTURE X.
           05  KEYFLDI                 PIC 9(6).
           05  FROMFLDL                COMP PIC S9(4).
           05  FROMFLDF                PICTURE X.
           05  FILLER REDEFINES FROMFLDF.
               10  FROMFLDA            PICTURE X.
           05  FROMFLDI                PIC 9(8).
           05  MTDFLDL                 COMP PIC S9(4).
           05  MTDFLDF                 PICTURE X.
           05  FILLER REDEFINES MTDFLDF.
               10  MTDFLDA             PICTURE X.
           05  MTDFLDI                 PIC X(15).
           05  YTDFLDL                 COMP PIC S9(4).
           05  YTDFLDF                 PICTURE X.
           05  FILLER REDEFINES YTDFLDF.
               10  YTDFLDA             PICTURE X.
           05  YTDFLDI                 PIC X(15).
           05  DFHMS1 OCCURS 12 TIMES.
               10  GLLNL               COMP PIC S9(4).
               10  GLLNF               PICTURE X.
               10  GLLNI               PIC X(79).
           05  MSGFLDL                 COMP PIC S9(4).
           05  MSGFLDF                 PICTURE X.
           05  FILLER REDEFINES MSGFLDF.
               10  MSGFLDA             PICTURE X.
           05  MSGFLDI                 PIC X(70).

       01  BUGLMAPO REDEFINES BUGLMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  KEYFLDO                 PIC 9(6).
           05  FILLER                  PIC X(3).
           05  FROMFLDO                PIC 9(8).
           05  FILLER                  PIC X(3).
           05  MTDFLDO                 PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3).
           05  YTDFLDO                 PIC -ZZZ,ZZZ,ZZ9.99.
           05  DFHMS2 OCCURS 12 TIMES.
               10  FILLER              PICTURE X(2).
               10  GLLNA               PICTURE X.
               10  GLLNO               PIC X(79).
           05  FILLER                  PIC X(3).
           05  MSGFLDO                 PIC X(70).
