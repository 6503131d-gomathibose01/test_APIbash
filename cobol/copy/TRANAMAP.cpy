      *    TRANAMAP  -  SYMBOLIC MAP FOR TRANASET/TRANAMAP (BMS)
      *    GENERATED FROM cobol/bms/TRANAMAP.bms - ACTION CODE,
      *    MESSAGE LINE, ACCOUNT KEY AND THE MAINTAINABLE MASTER
      *    FIELDS INCLUDING THE OVERDRAFT LIMIT, WITH STATUS, CLOSE
      *    DATE AND DORMANT DATE DISPLAY-ONLY.
      ******************************************************************
       01  TRANAMAPI.
           02 FILLER                  PIC X(12).
           02 STATUSF    PICTURE X.
           02 FILLER REDEFINES STATUSF.
              03 STATUSA   PICTURE X.
           02 STATUSI    PIC X(7).
           02 CLOSEDTL   COMP PIC S9(4).
           02 CLOSEDTF   PICTURE X.
           02 FILLER REDEFINES CLOSEDTF.
              03 CLOSEDTA  PICTURE X.
           02 CLOSEDTI   PIC X(10).
           02 DORMDTL    COMP PIC S9(4).
           02 DORMDTF    PICTURE X.
           02 FILLER REDEFINES DORMDTF.
              03 DORMDTA   PICTURE X.
           02 DORMDTI    PIC X(10).
           02 ODLIMITL   COMP PIC S9(4).
           02 ODLIMITF   PICTURE X.
           02 FILLER REDEFINES ODLIMITF.
              03 ODLIMITA  PICTURE X.
           02 ODLIMITI   PIC X(10).

       01  TRANAMAPO REDEFINES TRANAMAPI.
           02 FILLER                  PIC X(12).
           02 FILLER                  PIC X(3).
           02 OPENDTO    PIC X(10).
           02 FILLER                  PIC X(3).
           02 STATUSO    PIC X(7).
           02 FILLER                  PIC X(3).
           02 CLOSEDTO   PIC X(10).
           02 FILLER                  PIC X(3).
           02 DORMDTO    PIC X(10).
           02 FILLER                  PIC X(3).
           02 ODLIMITO   PIC X(10).
