       01 WS-I                      PIC S9(4) COMP VALUE ZERO.          00690000
                                                                        00710000
       01 WS-DETAIL-LINE            PIC X(76).                          00720000
                                                                        00721666
      * Set when a row on the screen is one half of a reversed          00723333
      * pair, so the legend for the *REV marker goes out with it.       00725000
       01 WS-REV-SHOWN              PIC X(01).                          00726666
          88 WS-REV-ON-SCREEN       VALUE 'Y'.                          00728333
                                                                        00728444
      * Key to the transaction types on the screen - each distinct      00728555
      * type once, with its TRANS_TYPES wording, three to a line in     00728666
      * TYPKEY1-TYPKEY4.  Ten rows can carry at most ten types.         00728777
       01 WS-KEY-COUNT              PIC S9(4) COMP VALUE ZERO.          00728888
       01 WS-K                      PIC S9(4) COMP VALUE ZERO.          00728999
       01 WS-KEY-FOUND              PIC X(01).                          00729110
          88 WS-KEY-ON-FILE         VALUE 'Y'.                          00729222
       01 WS-KEY-TABLE.                                                 00729333
          03 WS-KEY-ENTRY OCCURS 12 TIMES.                              00729444
             05 WS-KEY-TYPE         PIC X(02).                          00729555
             05 FILLER              PIC X(01).                          00729666
             05 WS-KEY-DESC         PIC X(20).                          00729777
             05 FILLER              PIC X(03).                          00729888
                                                                        00730000
       COPY TRANHMAP.                                                   00740000
                                                                        00750000
                    IF TR-ACCT-CLOSED THEN                              02169010
                       MOVE 'ACCOUNT CLOSED' TO MSGTXTO                 02169020
                       MOVE TR-CLOSE-DATE TO MSGTXTO(16:10)             02169030
                    ELSE                                                02169031
                       IF TR-ACCT-DORMANT THEN                          02169033
                          MOVE 'ACCOUNT DORMANT - NO CUSTOMER DEBITS'   02169035
                            TO MSGTXTO                                  02169036
                       END-IF                                           02169038
                    END-IF                                              02169040
              END-EVALUATE                                              02169100
           END-IF.                                                      02169200
                           WS-STACK-TOP                                 02169550
              PERFORM 4500-CALL-TRANHIST                                02169560
              IF (TR-RC-OK OR TR-RC-NO-DATA)                            02169570
                    AND NOT TR-ACCT-CLOSED                              02169573
                    AND NOT TR-ACCT-DORMANT THEN                        02169576
              MOVE 'INCLUDING ARCHIVED HISTORY - PF8 PAGES BOTH'        02169580
                TO MSGTXTO                                              02169590
              END-IF                                                    02169600
      *          A closed account's history still shows - the          02351000
      *          message rides above the rows instead of replacing     02352000
      *          them, so disputes on dead accounts stay readable.     02353000
      *          A dormant account gets the same treatment - the        02353250
      *          teller must know before taking a withdrawal that       02353500
      *          the posting will be refused.                           02353750
                 IF TR-ACCT-CLOSED THEN                                 02354000
                    MOVE 'ACCOUNT CLOSED' TO MSGTXTO                    02355000
                    MOVE TR-CLOSE-DATE TO MSGTXTO(16:10)                02356000
                 ELSE                                                   02356166
                    IF TR-ACCT-DORMANT THEN                             02356333
                       MOVE 'ACCOUNT DORMANT - NO CUSTOMER DEBITS'      02356500
                         TO MSGTXTO                                     02356666
                    END-IF                                              02356833
                 END-IF                                                 02357000
           END-EVALUATE.                                                02360000
                                                                        02370000
                          LINE06O LINE07O LINE08O LINE09O LINE10O.      02440000
           MOVE SPACES TO MSGTXTO.                                      02450000
                                                                        02460000
           MOVE SPACE TO WS-REV-SHOWN.                                  02465000
           MOVE SPACES TO TYPHDRO TYPKEY1O TYPKEY2O TYPKEY3O TYPKEY4O.  02466250
           MOVE SPACES TO WS-KEY-TABLE.                                 02467500
           MOVE 0 TO WS-KEY-COUNT.                                      02468750
           MOVE 0 TO WS-I.                                              02470000
           PERFORM TR-ROW-COUNT TIMES                                   02480000
              ADD +1 TO WS-I                                            02490000
              MOVE TR-TRANS-REF(WS-I)    TO WS-DETAIL-LINE(31:20)       02540000
              MOVE TR-TRANS-AMOUNT(WS-I) TO WS-DETAIL-LINE(52:12)       02550000
              MOVE TR-BALANCE(WS-I)      TO WS-DETAIL-LINE(65:12)       02560000
              IF TR-REV-FLAG(WS-I) NOT = SPACE THEN                     02562000
                 MOVE '*REV' TO WS-DETAIL-LINE(22:4)                    02564000
                 SET WS-REV-ON-SCREEN TO TRUE                           02566000
              END-IF                                                    02568000
              PERFORM 4650-MOVE-LINE-TO-MAP                             02570000
              PERFORM 4660-ADD-TYPE-TO-KEY                              02575000
           END-PERFORM.                                                 02580000
                                                                        02581250
      *    A reversed row and its RV reversal both carry *REV -         02582500
      *    the type column tells the two halves apart.                  02583750
           IF WS-REV-ON-SCREEN THEN                                     02585000
              MOVE '*REV = REVERSED, OR THE REVERSAL OF ANOTHER ROW'    02586250
                TO MSGTXTO                                              02587500
           END-IF.                                                      02587638
                                                                        02587777
           IF WS-KEY-COUNT > 0 THEN                                     02587916
              MOVE 'TYPES ON THIS PAGE:' TO TYPHDRO                     02588055
              MOVE WS-KEY-TABLE(1:78)    TO TYPKEY1O                    02588194
              MOVE WS-KEY-TABLE(79:78)   TO TYPKEY2O                    02588333
              MOVE WS-KEY-TABLE(157:78)  TO TYPKEY3O                    02588472
              MOVE WS-KEY-TABLE(235:78)  TO TYPKEY4O                    02588611
           END-IF.                                                      02588750
                                                                        02590000
       4600-FORMAT-DETAIL-LINES-EXIT.                                   02600000
           EXIT.                                                        02610000
       4650-MOVE-LINE-TO-MAP-EXIT.                                      02780000
           EXIT.                                                        02790000
                                                                        02790100
       4660-ADD-TYPE-TO-KEY SECTION.                                    02790137
                                                                        02790175
           MOVE 'N' TO WS-KEY-FOUND.                                    02790212
           PERFORM 4665-CHECK-KEY-ENTRY                                 02790250
              VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-KEY-COUNT.       02790287
           IF NOT WS-KEY-ON-FILE AND WS-KEY-COUNT < 12 THEN             02790325
              ADD +1 TO WS-KEY-COUNT                                    02790362
              MOVE TR-TRANS-TYPE(WS-I) TO WS-KEY-TYPE(WS-KEY-COUNT)     02790400
              MOVE TR-TYPE-DESC(WS-I)  TO WS-KEY-DESC(WS-KEY-COUNT)     02790437
           END-IF.                                                      02790475
                                                                        02790512
       4660-ADD-TYPE-TO-KEY-EXIT.                                       02790550
           EXIT.                                                        02790587
                                                                        02790625
       4665-CHECK-KEY-ENTRY SECTION.                                    02790662
                                                                        02790700
           IF WS-KEY-TYPE(WS-K) = TR-TRANS-TYPE(WS-I) THEN              02790737
              SET WS-KEY-ON-FILE TO TRUE                                02790775
           END-IF.                                                      02790812
                                                                        02790850
       4665-CHECK-KEY-ENTRY-EXIT.                                       02790887
           EXIT.                                                        02790925
                                                                        02790962
       4700-FORMAT-SUMMARY-LINES SECTION.                               02791000
                                                                        02791100
           MOVE SPACES TO LINE01O LINE02O LINE03O LINE04O LINE05O       02792000
                          LINE06O LINE07O LINE08O LINE09O LINE10O.      02792100
           MOVE SPACES TO MSGTXTO.                                      02792200
           MOVE SPACES TO TYPHDRO TYPKEY1O TYPKEY2O TYPKEY3O TYPKEY4O.  02792250
           MOVE 'ACCOUNT ACTIVITY SUMMARY - PF7/PF8 FOR HISTORY'        02792300
             TO MSGTXTO.                                                02792400
                                                                        02792450
