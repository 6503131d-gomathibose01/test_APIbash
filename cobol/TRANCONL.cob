      * more running TRANHONL three times and adding balances on        00250000
      * paper, and no more guessing between two customers named         00260000
      * J SMITH.                                                        00270000
      * PF5 from the account list opens the TRANXONL transfer screen    00272000
      * on the same transaction, so money moves between two of the      00274000
      * customer's accounts in one step; PF7 there comes back to a      00276000
      * refreshed list.                                                 00278000
                                                                        00280000
      * Attention-identifier values - compared against a local copy of  00290000
      * EIBAID rather than COPY DFHAID so this program carries no       00300000
       01 WS-AID                    PIC X.                              00320000
       01 WS-AID-ENTER               PIC X VALUE X'7D'.                 00330000
       01 WS-AID-CLEAR               PIC X VALUE X'6D'.                 00340000
       01 WS-AID-PF5                 PIC X VALUE X'F5'.                 00345000
       01 WS-AID-PF7                 PIC X VALUE X'F7'.                 00350000
       01 WS-AID-PF8                 PIC X VALUE X'F8'.                 00360000
                                                                        00370000
       01 WS-MODE                   PIC X(01).                          00420000
          88 WS-MODE-LIST           VALUE 'L'.                          00430000
          88 WS-MODE-HIST           VALUE 'H'.                          00440000
      *   Transfer hand-off states, shared with TRANXONL on this        00441666
      *   commarea - see TRANCOCA.                                      00443333
          88 WS-MODE-XFER-START     VALUE 'T'.                          00445000
          88 WS-MODE-XFER           VALUE 'X'.                          00446666
          88 WS-MODE-RELIST         VALUE 'R'.                          00448333
       01 WS-ACCT-NO                PIC 9(15).                          00450000
       01 WS-CURRENT-START          PIC 9(15).                          00460000
       01 WS-LAST-TRANS-ID          PIC 9(15).                          00470000
                                    PIC 9(15).                          00530000
                                                                        00540000
       01 WS-SEL                    PIC 9(02) VALUE ZERO.               00550000
                                                                        00551666
      * Set when the screen on the terminal is not this map (back       00553333
      * from the transfer screen) - the result goes out in full.        00555000
       01 WS-ERASE-FLAG             PIC X(01) VALUE 'N'.                00556666
          88 WS-SEND-ERASE          VALUE 'Y'.                          00558333
                                                                        00560000
       01 WS-DUMMY-COMMAREA         PIC X(01) VALUE '0'.                00570000
       01 WS-CSTQRY                 PIC X(08) VALUE 'TRANCQRY'.         00580000
           IF EIBCALEN IS EQUAL TO ZERO THEN                            00930000
              PERFORM 2000-SEND-BLANK-SCREEN                            00940000
           ELSE                                                         00950000
      *       While the transfer screen is up the input is              00951666
      *       TRANXONL's to receive - pass control straight over.       00953333
              IF CC-MODE-XFER THEN                                      00955000
                 PERFORM 7000-TRANSFER-SCREEN                           00956666
              END-IF                                                    00958333
              MOVE EIBAID TO WS-AID                                     00960000
      *       CLEAR transmits no screen data - a RECEIVE MAP against it 00970000
      *       would raise MAPFAIL, so it has to be handled before the   00980000
              END-IF                                                    01030000
              PERFORM 3000-RECEIVE-SCREEN                               01040000
              EVALUATE TRUE                                             01050000
                 WHEN WS-MODE-RELIST                                    01052000
                    PERFORM 4700-RELIST-AFTER-TRANSFER                  01054000
                 WHEN WS-AID = WS-AID-PF5                               01056000
                    PERFORM 4800-START-TRANSFER                         01058000
                 WHEN WS-AID = WS-AID-PF7                               01060000
                    PERFORM 4400-BACK-TO-LIST                           01070000
                 WHEN WS-AID = WS-AID-PF8                               01080000
                          CC-ACCT-NO                                    01430000
                          CC-CURRENT-START                              01440000
                          CC-LAST-TRANS-ID                              01450000
                          CC-ACCT-COUNT                                 01455000
                          CC-XFER-FROM-SEL                              01460000
                          CC-XFER-TO-SEL.                               01465000
           SET CC-MODE-LIST TO TRUE.                                    01470000
           SET CC-MORE-NO   TO TRUE.                                    01480000
                                                                        01490000
              MOVE CC-ACCT-TAB(WS-I) TO WS-ACCT-TAB(WS-I)               01720000
           END-PERFORM.                                                 01730000
                                                                        01740000
      *    Back from TRANXONL there is no TRANCMAP input to read.       01745714
           IF NOT WS-MODE-RELIST THEN                                   01751428
              EXEC CICS RECEIVE MAP('TRANCMAP') MAPSET('TRANCSET')      01757142
                        INTO(TRANCMAPI)                                 01762857
              END-EXEC                                                  01768571
           END-IF.                                                      01774285
                                                                        01780000
       3000-RECEIVE-SCREEN-EXIT.                                        01790000
           EXIT.                                                        01800000
       4650-MOVE-LINE-TO-MAP-EXIT.                                      04100000
           EXIT.                                                        04110000
                                                                        04120000
       4700-RELIST-AFTER-TRANSFER SECTION.                              04120294
                                                                        04120588
      *    PF7 on the transfer screen - show the list again with the    04120882
      *    balances the transfer left, over the transfer screen.        04121176
           MOVE LOW-VALUES TO TRANCMAPO.                                04121470
           SET WS-SEND-ERASE TO TRUE.                                   04121764
           PERFORM 4100-SHOW-LIST.                                      04122058
                                                                        04122352
       4700-RELIST-AFTER-TRANSFER-EXIT.                                 04122647
           EXIT.                                                        04122941
                                                                        04123235
       4800-START-TRANSFER SECTION.                                     04123529
                                                                        04123823
      *    The transfer screen works from the account list on           04124117
      *    display - its FROM and TO selections are the same list       04124411
      *    numbers, so there must be a list with two accounts on it.    04124705
           EVALUATE TRUE                                                04125000
              WHEN NOT WS-MODE-LIST                                     04125294
                 MOVE SPACES TO MSGTXTO                                 04125588
                 MOVE 'PF7 BACK TO THE LIST BEFORE TRANSFERRING'        04125882
                   TO MSGTXTO                                           04126176
              WHEN WS-ACCT-COUNT < 2                                    04126470
                 MOVE SPACES TO MSGTXTO                                 04126764
                 MOVE 'A TRANSFER NEEDS TWO ACCOUNTS ON THE LIST'       04127058
                   TO MSGTXTO                                           04127352
              WHEN OTHER                                                04127647
                 SET CC-MODE-XFER-START TO TRUE                         04127941
                 PERFORM 7000-TRANSFER-SCREEN                           04128235
           END-EVALUATE.                                                04128529
                                                                        04128823
       4800-START-TRANSFER-EXIT.                                        04129117
           EXIT.                                                        04129411
                                                                        04129705
       4900-CLEAR-LINES SECTION.                                        04130000
                                                                        04140000
           MOVE SPACES TO LINE01O LINE02O LINE03O LINE04O LINE05O       04150000
              MOVE WS-ACCT-TAB(WS-I) TO CC-ACCT-TAB(WS-I)               04380000
           END-PERFORM.                                                 04390000
                                                                        04400000
           IF WS-SEND-ERASE THEN                                        04404000
              EXEC CICS SEND MAP('TRANCMAP') MAPSET('TRANCSET')         04408000
                        FROM(TRANCMAPO) ERASE                           04412000
              END-EXEC                                                  04416000
           ELSE                                                         04420000
              EXEC CICS SEND MAP('TRANCMAP') MAPSET('TRANCSET')         04424000
                        FROM(TRANCMAPO) DATAONLY                        04428000
              END-EXEC                                                  04432000
           END-IF.                                                      04436000
                                                                        04440000
       5000-SEND-RESULT-SCREEN-EXIT.                                    04450000
           EXIT.                                                        04460000
                                                                        04550000
       6000-SEND-GOODBYE-EXIT.                                          04560000
           EXIT.                                                        04570000
                                                                        04580000
       7000-TRANSFER-SCREEN SECTION.                                    04590000
                                                                        04600000
      *    TRANXONL takes over the terminal with this same commarea     04610000
      *    and returns to this transaction, so the customer, the list   04620000
      *    and its account slots travel with it.  Control does not      04630000
      *    come back here.                                              04640000
           EXEC CICS XCTL PROGRAM('TRANXONL')                           04650000
                     COMMAREA(DFHCOMMAREA)                              04660000
                     LENGTH(LENGTH OF DFHCOMMAREA)                      04670000
           END-EXEC.                                                    04680000
                                                                        04690000
       7000-TRANSFER-SCREEN-EXIT.                                       04700000
           EXIT.                                                        04710000
