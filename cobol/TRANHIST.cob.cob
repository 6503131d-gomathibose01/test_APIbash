         03 WS-ACCT-STATUS         PIC X(01).                           00682000
            88 WS-ACCT-OPEN        VALUE 'O'.                           00683000
            88 WS-ACCT-CLOSED      VALUE 'C'.                           00684000
            88 WS-ACCT-DORMANT     VALUE 'D'.                           00684500
         03 WS-CLOSE-DATE          PIC X(10).                           00685000
         03 WS-TRANS-ITEM OCCURS 10 TIMES.                              00690000
           05 WS-TRANS-ID          PIC X(15).                           00700000
           05 WS-TRANS-AMOUNT      PIC X(12).                           00730000
           05 WS-TRANS-TYPE        PIC X(2).                            00740000
           05 WS-BALANCE           PIC X(12).                           00750000
         03 WS-REV-ITEM OCCURS 10 TIMES.                                00752500
           05 WS-REV-FLAG          PIC X(01).                           00755000
           05 WS-REV-LINK-ID       PIC X(15).                           00757500
         03 WS-TYPE-ITEM OCCURS 10 TIMES.                               00758333
           05 WS-TYPE-DESC         PIC X(20).                           00759166
                                                                        00760000
       01 WS-I                     PIC S9(4) COMP VALUE ZERO.           00770000
       01 WS-TRNQRY                PIC X(08) VALUE 'TRANQURY'.          00780000
                                             TO TR-TRANS-AMOUNT(WS-I)   01820000
                  MOVE WS-TRANS-TYPE(WS-I)   TO TR-TRANS-TYPE(WS-I)     01830000
                  MOVE WS-BALANCE(WS-I)      TO TR-BALANCE(WS-I)        01840000
                  MOVE WS-REV-ITEM(WS-I)     TO TR-REV-ITEM(WS-I)       01845000
                  MOVE WS-TYPE-ITEM(WS-I)    TO TR-TYPE-ITEM(WS-I)      01847500
      *           DISPLAY 'Copied-CA:'  TR-TRANS-ITEM(WS-I)             01850000
               END-PERFORM                                              01860000
                                                                        01870000
