      ******************************************************************
      *    TRANXMAP  -  SYMBOLIC MAP FOR TRANXSET/TRANXMAP (BMS)
      *    GENERATED FROM cobol/bms/TRANXMAP.bms - ACCOUNT LIST,
      *    FROM/TO SELECTION AND AMOUNT ENTRY, AND THE POSTED
      *    TRANSFER (REFERENCE, DATE, LEG TRANS IDS AND NEW BALANCES)
      *    DISPLAYED BACK.
      ******************************************************************
       01  TRANXMAPI.
           02 FILLER                  PIC X(12).
           02 CUSTNOL    COMP PIC S9(4).
           02 CUSTNOF    PICTURE X.
           02 FILLER REDEFINES CUSTNOF.
              03 CUSTNOA   PICTURE X.
           02 CUSTNOI    PIC X(9).
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
           02 LINE09L    COMP PIC S9(4).
           02 LINE09F    PICTURE X.
           02 FILLER REDEFINES LINE09F.
              03 LINE09A   PICTURE X.
           02 LINE09I    PIC X(76).
           02 LINE10L    COMP PIC S9(4).
           02 LINE10F    PICTURE X.
           02 FILLER REDEFINES LINE10F.
              03 LINE10A   PICTURE X.
           02 LINE10I    PIC X(76).
           02 FROMSELL   COMP PIC S9(4).
           02 FROMSELF   PICTURE X.
           02 FILLER REDEFINES FROMSELF.
              03 FROMSELA  PICTURE X.
           02 FROMSELI   PIC X(2).
           02 TOSELL     COMP PIC S9(4).
           02 TOSELF     PICTURE X.
           02 FILLER REDEFINES TOSELF.
              03 TOSELA    PICTURE X.
           02 TOSELI     PIC X(2).
           02 AMOUNTL    COMP PIC S9(4).
           02 AMOUNTF    PICTURE X.
           02 FILLER REDEFINES AMOUNTF.
              03 AMOUNTA   PICTURE X.
           02 AMOUNTI    PIC X(11).
           02 XFERREFL   COMP PIC S9(4).
           02 XFERREFF   PICTURE X.
           02 FILLER REDEFINES XFERREFF.
              03 XFERREFA  PICTURE X.
           02 XFERREFI   PIC X(20).
           02 XFERDTL    COMP PIC S9(4).
           02 XFERDTF    PICTURE X.
           02 FILLER REDEFINES XFERDTF.
              03 XFERDTA   PICTURE X.
           02 XFERDTI    PIC X(10).
           02 FROMIDL    COMP PIC S9(4).
           02 FROMIDF    PICTURE X.
           02 FILLER REDEFINES FROMIDF.
              03 FROMIDA   PICTURE X.
           02 FROMIDI    PIC X(15).
           02 FROMBALL   COMP PIC S9(4).
           02 FROMBALF   PICTURE X.
           02 FILLER REDEFINES FROMBALF.
              03 FROMBALA  PICTURE X.
           02 FROMBALI   PIC X(12).
           02 TOIDL      COMP PIC S9(4).
           02 TOIDF      PICTURE X.
           02 FILLER REDEFINES TOIDF.
              03 TOIDA     PICTURE X.
           02 TOIDI      PIC X(15).
           02 TOBALL     COMP PIC S9(4).
           02 TOBALF     PICTURE X.
           02 FILLER REDEFINES TOBALF.
              03 TOBALA    PICTURE X.
           02 TOBALI     PIC X(12).

       01  TRANXMAPO REDEFINES TRANXMAPI.
           02 FILLER                  PIC X(12).
           02 FILLER                  PIC X(3).
           02 CUSTNOO    PIC X(9).
           02 FILLER                  PIC X(3).
           02 CUSTNAMEO  PIC X(30).
           02 FILLER                  PIC X(3).
           02 MSGTXTO    PIC X(79).
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
           02 FILLER                  PIC X(3).
           02 LINE09O    PIC X(76).
           02 FILLER                  PIC X(3).
           02 LINE10O    PIC X(76).
           02 FILLER                  PIC X(3).
           02 FROMSELO   PIC X(2).
           02 FILLER                  PIC X(3).
           02 TOSELO     PIC X(2).
           02 FILLER                  PIC X(3).
           02 AMOUNTO    PIC X(11).
           02 FILLER                  PIC X(3).
           02 XFERREFO   PIC X(20).
           02 FILLER                  PIC X(3).
           02 XFERDTO    PIC X(10).
           02 FILLER                  PIC X(3).
           02 FROMIDO    PIC X(15).
           02 FILLER                  PIC X(3).
           02 FROMBALO   PIC X(12).
           02 FILLER                  PIC X(3).
           02 TOIDO      PIC X(15).
           02 FILLER                  PIC X(3).
           02 TOBALO     PIC X(12).
