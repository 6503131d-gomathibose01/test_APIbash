      *    TRANPMAP  -  SYMBOLIC MAP FOR TRANPSET/TRANPMAP (BMS)
      *    GENERATED FROM cobol/bms/TRANPMAP.bms - ACCOUNT, AMOUNT,
      *    TYPE AND REFERENCE ENTRY WITH THE POSTED TRANS ID, NEW
      *    BALANCE, AMOUNT POSTED AND DATE DISPLAYED BACK; REVERSE ID
      *    NAMES THE ROW A TYPE RV REQUEST REVERSES.
      ******************************************************************
       01  TRANPMAPI.
           02 FILLER                  PIC X(12).
           02 FILLER REDEFINES TRANSTYPF.
              03 TRANSTYPA PICTURE X.
           02 TRANSTYPI  PIC X(2).
           02 REVIDL     COMP PIC S9(4).
           02 REVIDF     PICTURE X.
           02 FILLER REDEFINES REVIDF.
              03 REVIDA    PICTURE X.
           02 REVIDI     PIC X(15).
           02 TRANSREFL  COMP PIC S9(4).
           02 TRANSREFF  PICTURE X.
           02 FILLER REDEFINES TRANSREFF.
           02 FILLER REDEFINES NEWBALF.
              03 NEWBALA   PICTURE X.
           02 NEWBALI    PIC X(12).
           02 POSTAMTL   COMP PIC S9(4).
           02 POSTAMTF   PICTURE X.
           02 FILLER REDEFINES POSTAMTF.
              03 POSTAMTA  PICTURE X.
           02 POSTAMTI   PIC X(12).
           02 TRANSDTL   COMP PIC S9(4).
           02 TRANSDTF   PICTURE X.
           02 FILLER REDEFINES TRANSDTF.
           02 FILLER                  PIC X(3).
           02 TRANSTYPO  PIC X(2).
           02 FILLER                  PIC X(3).
           02 REVIDO     PIC X(15).
           02 FILLER                  PIC X(3).
           02 TRANSREFO  PIC X(20).
           02 FILLER                  PIC X(3).
           02 TRANSIDO   PIC X(15).
           02 FILLER                  PIC X(3).
           02 NEWBALO    PIC X(12).
           02 FILLER                  PIC X(3).
           02 POSTAMTO   PIC X(12).
           02 FILLER                  PIC X(3).
           02 TRANSDTO   PIC X(10).
