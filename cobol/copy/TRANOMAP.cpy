      ******************************************************************
      *    TRANOMAP  -  SYMBOLIC MAP FOR TRANOSET/TRANOMAP (BMS)
      *    GENERATED FROM cobol/bms/TRANOMAP.bms - ACTION CODE, ORDER
      *    ID, THE MAINTAINABLE STANDING ORDER FIELDS, STATUS AND LAST
      *    FAILURE DISPLAY-ONLY, AND THE ACCOUNT'S ORDER LIST.
      ******************************************************************
       01  TRANOMAPI.
           02 FILLER                  PIC X(12).
           02 BUSDTL     COMP PIC S9(4).
           02 BUSDTF     PICTURE X.
           02 FILLER REDEFINES BUSDTF.
              03 BUSDTA    PICTURE X.
           02 BUSDTI     PIC X(10).
           02 ACCTNOL    COMP PIC S9(4).
           02 ACCTNOF    PICTURE X.
           02 FILLER REDEFINES ACCTNOF.
              03 ACCTNOA   PICTURE X.
           02 ACCTNOI    PIC X(10).
           02 CUSTNAMEL  COMP PIC S9(4).
           02 CUSTNAMEF  PICTURE X.
           02 FILLER REDEFINES CUSTNAMEF.
              03 CUSTNAMEA PICTURE X.
           02 CUSTNAMEI  PIC X(30).
           02 MSGTXTL    COMP PIC S9(4).
           02 MSGTXTF    PICTURE X.
           02 FILLER REDEFINES MSGTXTF.
              03 MSGTXTA   PICTURE X.
           02 MSGTXTI    PIC X(79).
           02 ACTIONL    COMP PIC S9(4).
           02 ACTIONF    PICTURE X.
           02 FILLER REDEFINES ACTIONF.
              03 ACTIONA   PICTURE X.
           02 ACTIONI    PIC X(1).
           02 SOIDL      COMP PIC S9(4).
           02 SOIDF      PICTURE X.
           02 FILLER REDEFINES SOIDF.
              03 SOIDA     PICTURE X.
           02 SOIDI      PIC X(9).
           02 PAYACCTL   COMP PIC S9(4).
           02 PAYACCTF   PICTURE X.
           02 FILLER REDEFINES PAYACCTF.
              03 PAYACCTA  PICTURE X.
           02 PAYACCTI   PIC X(10).
           02 PAYREFL    COMP PIC S9(4).
           02 PAYREFF    PICTURE X.
           02 FILLER REDEFINES PAYREFF.
              03 PAYREFA   PICTURE X.
           02 PAYREFI    PIC X(20).
           02 AMOUNTL    COMP PIC S9(4).
           02 AMOUNTF    PICTURE X.
           02 FILLER REDEFINES AMOUNTF.
              03 AMOUNTA   PICTURE X.
           02 AMOUNTI    PIC X(10).
           02 FREQL      COMP PIC S9(4).
           02 FREQF      PICTURE X.
           02 FILLER REDEFINES FREQF.
              03 FREQA     PICTURE X.
           02 FREQI      PIC X(1).
           02 NEXTDUEL   COMP PIC S9(4).
           02 NEXTDUEF   PICTURE X.
           02 FILLER REDEFINES NEXTDUEF.
              03 NEXTDUEA  PICTURE X.
           02 NEXTDUEI   PIC X(10).
           02 ENDDTL     COMP PIC S9(4).
           02 ENDDTF     PICTURE X.
           02 FILLER REDEFINES ENDDTF.
              03 ENDDTA    PICTURE X.
           02 ENDDTI     PIC X(10).
           02 SOSTATL    COMP PIC S9(4).
           02 SOSTATF    PICTURE X.
           02 FILLER REDEFINES SOSTATF.
              03 SOSTATA   PICTURE X.
           02 SOSTATI    PIC X(9).
           02 FAILSL     COMP PIC S9(4).
           02 FAILSF     PICTURE X.
           02 FILLER REDEFINES FAILSF.
              03 FAILSA    PICTURE X.
           02 FAILSI     PIC X(2).
           02 LASTFLL    COMP PIC S9(4).
           02 LASTFLF    PICTURE X.
           02 FILLER REDEFINES LASTFLF.
              03 LASTFLA   PICTURE X.
           02 LASTFLI    PIC X(26).
           02 LASTPDL    COMP PIC S9(4).
           02 LASTPDF    PICTURE X.
           02 FILLER REDEFINES LASTPDF.
              03 LASTPDA   PICTURE X.
           02 LASTPDI    PIC X(10).
           02 HDRTXTL    COMP PIC S9(4).
           02 HDRTXTF    PICTURE X.
           02 FILLER REDEFINES HDRTXTF.
              03 HDRTXTA   PICTURE X.
           02 HDRTXTI    PIC X(76).
           02 LINE01L    COMP PIC S9(4).
           02 LINE01F    PICTURE X.
           02 FILLER REDEFINES LINE01F.
              03 LINE01A   PICTURE X.
           02 LINE01I    PIC X(76).
           02 LINE02L    COMP PIC S9(4).
           02 LINE02F    PICTURE X.
           02 FILLER REDEFINES LINE02F.
              03 LINE02A   PICTURE X.
           02 LINE02I    PIC X(76).
           02 LINE03L    COMP PIC S9(4).
           02 LINE03F    PICTURE X.
           02 FILLER REDEFINES LINE03F.
              03 LINE03A   PICTURE X.
           02 LINE03I    PIC X(76).
           02 LINE04L    COMP PIC S9(4).
           02 LINE04F    PICTURE X.
           02 FILLER REDEFINES LINE04F.
              03 LINE04A   PICTURE X.
           02 LINE04I    PIC X(76).
           02 LINE05L    COMP PIC S9(4).
           02 LINE05F    PICTURE X.
           02 FILLER REDEFINES LINE05F.
              03 LINE05A   PICTURE X.
           02 LINE05I    PIC X(76).
           02 LINE06L    COMP PIC S9(4).
           02 LINE06F    PICTURE X.
           02 FILLER REDEFINES LINE06F.
              03 LINE06A   PICTURE X.
           02 LINE06I    PIC X(76).
           02 LINE07L    COMP PIC S9(4).
           02 LINE07F    PICTURE X.
           02 FILLER REDEFINES LINE07F.
              03 LINE07A   PICTURE X.
           02 LINE07I    PIC X(76).
           02 LINE08L    COMP PIC S9(4).
           02 LINE08F    PICTURE X.
           02 FILLER REDEFINES LINE08F.
              03 LINE08A   PICTURE X.
           02 LINE08I    PIC X(76).

       01  TRANOMAPO REDEFINES TRANOMAPI.
           02 FILLER                  PIC X(12).
           02 FILLER                  PIC X(3).
           02 BUSDTO     PIC X(10).
           02 FILLER                  PIC X(3).
           02 ACCTNOO    PIC X(10).
           02 FILLER                  PIC X(3).
           02 CUSTNAMEO  PIC X(30).
           02 FILLER                  PIC X(3).
           02 MSGTXTO    PIC X(79).
           02 FILLER                  PIC X(3).
           02 ACTIONO    PIC X(1).
           02 FILLER                  PIC X(3).
           02 SOIDO      PIC X(9).
           02 FILLER                  PIC X(3).
           02 PAYACCTO   PIC X(10).
           02 FILLER                  PIC X(3).
           02 PAYREFO    PIC X(20).
           02 FILLER                  PIC X(3).
           02 AMOUNTO    PIC X(10).
           02 FILLER                  PIC X(3).
           02 FREQO      PIC X(1).
           02 FILLER                  PIC X(3).
           02 NEXTDUEO   PIC X(10).
           02 FILLER                  PIC X(3).
           02 ENDDTO     PIC X(10).
           02 FILLER                  PIC X(3).
           02 SOSTATO    PIC X(9).
           02 FILLER                  PIC X(3).
           02 FAILSO     PIC X(2).
           02 FILLER                  PIC X(3).
           02 LASTFLO    PIC X(26).
           02 FILLER                  PIC X(3).
           02 LASTPDO    PIC X(10).
           02 FILLER                  PIC X(3).
           02 HDRTXTO    PIC X(76).
           02 FILLER                  PIC X(3).
           02 LINE01O    PIC X(76).
           02 FILLER                  PIC X(3).
           02 LINE02O    PIC X(76).
           02 FILLER                  PIC X(3).
           02 LINE03O    PIC X(76).
           02 FILLER                  PIC X(3).
           02 LINE04O    PIC X(76).
           02 FILLER                  PIC X(3).
           02 LINE05O    PIC X(76).
           02 FILLER                  PIC X(3).
           02 LINE06O    PIC X(76).
           02 FILLER                  PIC X(3).
           02 LINE07O    PIC X(76).
           02 FILLER                  PIC X(3).
           02 LINE08O    PIC X(76).
