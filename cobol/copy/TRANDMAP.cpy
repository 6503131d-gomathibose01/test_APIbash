      ******************************************************************
      *    TRANDMAP  -  SYMBOLIC MAP FOR TRANDSET/TRANDMAP (BMS)
      *    GENERATED FROM cobol/bms/TRANDMAP.bms - TELLER SIGN-ON
      *    (BRANCH, OPENING CASH), SUPERVISOR COUNT (TELLER, COUNTED
      *    CASH) AND THE TELLER_DRAWER ROW DISPLAYED BACK.
      ******************************************************************
       01  TRANDMAPI.
           02 FILLER                  PIC X(12).
           02 TELLERL    COMP PIC S9(4).
           02 TELLERF    PICTURE X.
           02 FILLER REDEFINES TELLERF.
              03 TELLERA   PICTURE X.
           02 TELLERI    PIC X(8).
           02 TERML      COMP PIC S9(4).
           02 TERMF      PICTURE X.
           02 FILLER REDEFINES TERMF.
              03 TERMA     PICTURE X.
           02 TERMI      PIC X(4).
           02 BUSDTL     COMP PIC S9(4).
           02 BUSDTF     PICTURE X.
           02 FILLER REDEFINES BUSDTF.
              03 BUSDTA    PICTURE X.
           02 BUSDTI     PIC X(10).
           02 MSGTXTL    COMP PIC S9(4).
           02 MSGTXTF    PICTURE X.
           02 FILLER REDEFINES MSGTXTF.
              03 MSGTXTA   PICTURE X.
           02 MSGTXTI    PIC X(79).
           02 BRANCHL    COMP PIC S9(4).
           02 BRANCHF    PICTURE X.
           02 FILLER REDEFINES BRANCHF.
              03 BRANCHA   PICTURE X.
           02 BRANCHI    PIC X(4).
           02 OPENAMTL   COMP PIC S9(4).
           02 OPENAMTF   PICTURE X.
           02 FILLER REDEFINES OPENAMTF.
              03 OPENAMTA  PICTURE X.
           02 OPENAMTI   PIC X(11).
           02 CNTTLRL    COMP PIC S9(4).
           02 CNTTLRF    PICTURE X.
           02 FILLER REDEFINES CNTTLRF.
              03 CNTTLRA   PICTURE X.
           02 CNTTLRI    PIC X(8).
           02 CNTCASHL   COMP PIC S9(4).
           02 CNTCASHF   PICTURE X.
           02 FILLER REDEFINES CNTCASHF.
              03 CNTCASHA  PICTURE X.
           02 CNTCASHI   PIC X(11).
           02 DTELLERL   COMP PIC S9(4).
           02 DTELLERF   PICTURE X.
           02 FILLER REDEFINES DTELLERF.
              03 DTELLERA  PICTURE X.
           02 DTELLERI   PIC X(8).
           02 DTERML     COMP PIC S9(4).
           02 DTERMF     PICTURE X.
           02 FILLER REDEFINES DTERMF.
              03 DTERMA    PICTURE X.
           02 DTERMI     PIC X(4).
           02 DBRANCHL   COMP PIC S9(4).
           02 DBRANCHF   PICTURE X.
           02 FILLER REDEFINES DBRANCHF.
              03 DBRANCHA  PICTURE X.
           02 DBRANCHI   PIC X(4).
           02 DOPENL     COMP PIC S9(4).
           02 DOPENF     PICTURE X.
           02 FILLER REDEFINES DOPENF.
              03 DOPENA    PICTURE X.
           02 DOPENI     PIC X(12).
           02 DSIGNONL   COMP PIC S9(4).
           02 DSIGNONF   PICTURE X.
           02 FILLER REDEFINES DSIGNONF.
              03 DSIGNONA  PICTURE X.
           02 DSIGNONI   PIC X(6).
           02 DSTATL     COMP PIC S9(4).
           02 DSTATF     PICTURE X.
           02 FILLER REDEFINES DSTATF.
              03 DSTATA    PICTURE X.
           02 DSTATI     PIC X(7).
           02 DCOUNTL    COMP PIC S9(4).
           02 DCOUNTF    PICTURE X.
           02 FILLER REDEFINES DCOUNTF.
              03 DCOUNTA   PICTURE X.
           02 DCOUNTI    PIC X(12).
           02 DCNTBYL    COMP PIC S9(4).
           02 DCNTBYF    PICTURE X.
           02 FILLER REDEFINES DCNTBYF.
              03 DCNTBYA   PICTURE X.
           02 DCNTBYI    PIC X(8).
           02 DCNTTML    COMP PIC S9(4).
           02 DCNTTMF    PICTURE X.
           02 FILLER REDEFINES DCNTTMF.
              03 DCNTTMA   PICTURE X.
           02 DCNTTMI    PIC X(6).

       01  TRANDMAPO REDEFINES TRANDMAPI.
           02 FILLER                  PIC X(12).
           02 FILLER                  PIC X(3).
           02 TELLERO    PIC X(8).
           02 FILLER                  PIC X(3).
           02 TERMO      PIC X(4).
           02 FILLER                  PIC X(3).
           02 BUSDTO     PIC X(10).
           02 FILLER                  PIC X(3).
           02 MSGTXTO    PIC X(79).
           02 FILLER                  PIC X(3).
           02 BRANCHO    PIC X(4).
           02 FILLER                  PIC X(3).
           02 OPENAMTO   PIC X(11).
           02 FILLER                  PIC X(3).
           02 CNTTLRO    PIC X(8).
           02 FILLER                  PIC X(3).
           02 CNTCASHO   PIC X(11).
           02 FILLER                  PIC X(3).
           02 DTELLERO   PIC X(8).
           02 FILLER                  PIC X(3).
           02 DTERMO     PIC X(4).
           02 FILLER                  PIC X(3).
           02 DBRANCHO   PIC X(4).
           02 FILLER                  PIC X(3).
           02 DOPENO     PIC X(12).
           02 FILLER                  PIC X(3).
           02 DSIGNONO   PIC X(6).
           02 FILLER                  PIC X(3).
           02 DSTATO     PIC X(7).
           02 FILLER                  PIC X(3).
           02 DCOUNTO    PIC X(12).
           02 FILLER                  PIC X(3).
           02 DCNTBYO    PIC X(8).
           02 FILLER                  PIC X(3).
           02 DCNTTMO    PIC X(6).
