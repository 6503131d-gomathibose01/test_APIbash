      ******************************************************************
      *    TRANHMAP  -  SYMBOLIC MAP FOR TRANHSET/TRANHMAP (BMS)
      *    GENERATED FROM cobol/bms/TRANHMAP.bms - ACCOUNT ENTRY,
      *    MESSAGE LINE, UP TO 10 LINES OF TRANSACTION HISTORY AND A
      *    KEY TO THE TRANSACTION TYPES ON THE PAGE.
      ******************************************************************
       01  TRANHMAPI.
           02 FILLER                  PIC X(12).
           02 FILLER REDEFINES LINE10F.
              03 LINE10A   PICTURE X.
           02 LINE10I    PIC X(76).
           02 TYPHDRL    COMP PIC S9(4).
           02 TYPHDRF    PICTURE X.
           02 FILLER REDEFINES TYPHDRF.
              03 TYPHDRA   PICTURE X.
           02 TYPHDRI    PIC X(20).
           02 TYPKEY1L   COMP PIC S9(4).
           02 TYPKEY1F   PICTURE X.
           02 FILLER REDEFINES TYPKEY1F.
              03 TYPKEY1A  PICTURE X.
           02 TYPKEY1I   PIC X(79).
           02 TYPKEY2L   COMP PIC S9(4).
           02 TYPKEY2F   PICTURE X.
           02 FILLER REDEFINES TYPKEY2F.
              03 TYPKEY2A  PICTURE X.
           02 TYPKEY2I   PIC X(79).
           02 TYPKEY3L   COMP PIC S9(4).
           02 TYPKEY3F   PICTURE X.
           02 FILLER REDEFINES TYPKEY3F.
              03 TYPKEY3A  PICTURE X.
           02 TYPKEY3I   PIC X(79).
           02 TYPKEY4L   COMP PIC S9(4).
           02 TYPKEY4F   PICTURE X.
           02 FILLER REDEFINES TYPKEY4F.
              03 TYPKEY4A  PICTURE X.
           02 TYPKEY4I   PIC X(79).

       01  TRANHMAPO REDEFINES TRANHMAPI.
           02 FILLER                  PIC X(12).
           02 LINE09O    PIC X(76).
           02 FILLER                  PIC X(3).
           02 LINE10O    PIC X(76).
           02 FILLER                  PIC X(3).
           02 TYPHDRO    PIC X(20).
           02 FILLER                  PIC X(3).
           02 TYPKEY1O   PIC X(79).
           02 FILLER                  PIC X(3).
           02 TYPKEY2O   PIC X(79).
           02 FILLER                  PIC X(3).
           02 TYPKEY3O   PIC X(79).
           02 FILLER                  PIC X(3).
           02 TYPKEY4O   PIC X(79).
