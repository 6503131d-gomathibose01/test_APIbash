      ******************************************************************
      *    TRANUMAP  -  SYMBOLIC MAP FOR TRANUSET/TRANUMAP (BMS)
      *    GENERATED FROM cobol/bms/TRANUMAP.bms - ACTION CODE AND
      *    SUSPENSE ID, THE HELD MOVEMENT AND REJECT REASON, THE
      *    CORRECTION/WRITE-OFF FIELDS AND THE RESULTING POSTING.
      ******************************************************************
       01  TRANUMAPI.
           02 FILLER                  PIC X(12).
           02 ACTIONL    COMP PIC S9(4).
           02 ACTIONF    PICTURE X.
           02 FILLER REDEFINES ACTIONF.
              03 ACTIONA   PICTURE X.
           02 ACTIONI    PIC X(1).
           02 SUSPIDL    COMP PIC S9(4).
           02 SUSPIDF    PICTURE X.
           02 FILLER REDEFINES SUSPIDF.
              03 SUSPIDA   PICTURE X.
           02 SUSPIDI    PIC X(9).
           02 MSGTXTL    COMP PIC S9(4).
           02 MSGTXTF    PICTURE X.
           02 FILLER REDEFINES MSGTXTF.
              03 MSGTXTA   PICTURE X.
           02 MSGTXTI    PIC X(79).
           02 STATUSL    COMP PIC S9(4).
           02 STATUSF    PICTURE X.
           02 FILLER REDEFINES STATUSF.
              03 STATUSA   PICTURE X.
           02 STATUSI    PIC X(11).
           02 RUNIDL     COMP PIC S9(4).
           02 RUNIDF     PICTURE X.
           02 FILLER REDEFINES RUNIDF.
              03 RUNIDA    PICTURE X.
           02 RUNIDI     PIC X(9).
           02 SOURCEL    COMP PIC S9(4).
           02 SOURCEF    PICTURE X.
           02 FILLER REDEFINES SOURCEF.
              03 SOURCEA   PICTURE X.
           02 SOURCEI    PIC X(8).
           02 BUSDTL     COMP PIC S9(4).
           02 BUSDTF     PICTURE X.
           02 FILLER REDEFINES BUSDTF.
              03 BUSDTA    PICTURE X.
           02 BUSDTI     PIC X(10).
           02 REASONL    COMP PIC S9(4).
           02 REASONF    PICTURE X.
           02 FILLER REDEFINES REASONF.
              03 REASONA   PICTURE X.
           02 REASONI    PIC X(26).
           02 OACCTL     COMP PIC S9(4).
           02 OACCTF     PICTURE X.
           02 FILLER REDEFINES OACCTF.
              03 OACCTA    PICTURE X.
           02 OACCTI     PIC X(15).
           02 ODATEL     COMP PIC S9(4).
           02 ODATEF     PICTURE X.
           02 FILLER REDEFINES ODATEF.
              03 ODATEA    PICTURE X.
           02 ODATEI     PIC X(10).
           02 OAMTL      COMP PIC S9(4).
           02 OAMTF      PICTURE X.
           02 FILLER REDEFINES OAMTF.
              03 OAMTA     PICTURE X.
           02 OAMTI      PIC X(11).
           02 OTYPEL     COMP PIC S9(4).
           02 OTYPEF     PICTURE X.
           02 FILLER REDEFINES OTYPEF.
              03 OTYPEA    PICTURE X.
           02 OTYPEI     PIC X(2).
           02 OREFL      COMP PIC S9(4).
           02 OREFF      PICTURE X.
           02 FILLER REDEFINES OREFF.
              03 OREFA     PICTURE X.
           02 OREFI      PIC X(20).
           02 NEWACCTL   COMP PIC S9(4).
           02 NEWACCTF   PICTURE X.
           02 FILLER REDEFINES NEWACCTF.
              03 NEWACCTA  PICTURE X.
           02 NEWACCTI   PIC X(15).
           02 NEWAMTL    COMP PIC S9(4).
           02 NEWAMTF    PICTURE X.
           02 FILLER REDEFINES NEWAMTF.
              03 NEWAMTA   PICTURE X.
           02 NEWAMTI    PIC X(11).
           02 WOREASNL   COMP PIC S9(4).
           02 WOREASNF   PICTURE X.
           02 FILLER REDEFINES WOREASNF.
              03 WOREASNA  PICTURE X.
           02 WOREASNI   PIC X(26).
           02 PACCTL     COMP PIC S9(4).
           02 PACCTF     PICTURE X.
           02 FILLER REDEFINES PACCTF.
              03 PACCTA    PICTURE X.
           02 PACCTI     PIC X(15).
           02 PTRANIDL   COMP PIC S9(4).
           02 PTRANIDF   PICTURE X.
           02 FILLER REDEFINES PTRANIDF.
              03 PTRANIDA  PICTURE X.
           02 PTRANIDI   PIC X(15).
           02 NEWBALL    COMP PIC S9(4).
           02 NEWBALF    PICTURE X.
           02 FILLER REDEFINES NEWBALF.
              03 NEWBALA   PICTURE X.
           02 NEWBALI    PIC X(12).
           02 RESDTL     COMP PIC S9(4).
           02 RESDTF     PICTURE X.
           02 FILLER REDEFINES RESDTF.
              03 RESDTA    PICTURE X.
           02 RESDTI     PIC X(10).

       01  TRANUMAPO REDEFINES TRANUMAPI.
           02 FILLER                  PIC X(12).
           02 FILLER                  PIC X(3).
           02 ACTIONO    PIC X(1).
           02 FILLER                  PIC X(3).
           02 SUSPIDO    PIC X(9).
           02 FILLER                  PIC X(3).
           02 MSGTXTO    PIC X(79).
           02 FILLER                  PIC X(3).
           02 STATUSO    PIC X(11).
           02 FILLER                  PIC X(3).
           02 RUNIDO     PIC X(9).
           02 FILLER                  PIC X(3).
           02 SOURCEO    PIC X(8).
           02 FILLER                  PIC X(3).
           02 BUSDTO     PIC X(10).
           02 FILLER                  PIC X(3).
           02 REASONO    PIC X(26).
           02 FILLER                  PIC X(3).
           02 OACCTO     PIC X(15).
           02 FILLER                  PIC X(3).
           02 ODATEO     PIC X(10).
           02 FILLER                  PIC X(3).
           02 OAMTO      PIC X(11).
           02 FILLER                  PIC X(3).
           02 OTYPEO     PIC X(2).
           02 FILLER                  PIC X(3).
           02 OREFO      PIC X(20).
           02 FILLER                  PIC X(3).
           02 NEWACCTO   PIC X(15).
           02 FILLER                  PIC X(3).
           02 NEWAMTO    PIC X(11).
           02 FILLER                  PIC X(3).
           02 WOREASNO   PIC X(26).
           02 FILLER                  PIC X(3).
           02 PACCTO     PIC X(15).
           02 FILLER                  PIC X(3).
           02 PTRANIDO   PIC X(15).
           02 FILLER                  PIC X(3).
           02 NEWBALO    PIC X(12).
           02 FILLER                  PIC X(3).
           02 RESDTO     PIC X(10).
