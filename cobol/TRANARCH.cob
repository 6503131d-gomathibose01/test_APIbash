       01 WS-TOTAL-ROW-COUNT         PIC 9(09) USAGE COMP VALUE ZERO.   00490000
       01 WS-TOTAL-AMT               PIC S9(11)V9(2) USAGE COMP-3       00500000
                                      VALUE ZERO.                       00510000
                                                                        00511000
      * Run-log state - the run is logged on BATCH_RUN_LOG through      00512000
      * TRANJLOG once its business date is known, and refused there     00513000
      * until the jobs it depends on have completed for the date.       00514000
       01 WS-JLOG                    PIC X(08) VALUE 'TRANJLOG'.        00515000
       01 WS-JLOG-FLAG               PIC X(01) VALUE 'N'.               00516000
          88 WS-JLOG-STARTED         VALUE 'Y'.                         00517000
                                                                        00518000
       COPY TRANJLLK.                                                   00519000
                                                                        00520000
       01 WS-HOST-CUTOFF-DATE        PIC X(10).                         00530000
                                                                        00540000
          03 WS-HOST-TRANS-AMOUNT    PIC S9(8)V9(2) USAGE COMP-3.       00600000
          03 WS-HOST-TRANS-TYPE      PIC X(02).                         00610000
          03 WS-HOST-BALANCE         PIC S9(8)V9(2) USAGE COMP-3.       00620000
          03 WS-HOST-REVERSAL-OF     PIC S9(9) USAGE COMP.              00623333
          03 WS-HOST-REVERSED-BY     PIC S9(9) USAGE COMP.              00626666
          03 WS-HOST-TELLER-ID       PIC X(08).                         00627777
          03 WS-HOST-TELLER-TERM     PIC X(04).                         00628888
                                                                        00630000
           EXEC SQL                                                     00640000
             INCLUDE SQLCA                                              00650000
       1050-GET-CONTROL-DATE-EXIT.                                      01649044
           EXIT.                                                        01649520
                                                                        01650000
       1060-START-RUN-LOG SECTION.                                      01650416
                                                                        01650833
      *    Logged against the current business date, the date of        01651250
      *    the stream it ran in, not against the retention cutoff.      01651666
      *    Refused means nothing is moved.                              01652083
           INITIALIZE JL-REQ.                                           01652500
           SET JL-FUNC-START TO TRUE.                                   01652916
           MOVE 'TRANARCH' TO JL-JOB-NAME.                              01653333
           MOVE SPACES TO JL-BUS-DATE.                                  01653750
                                                                        01654166
           CALL WS-JLOG USING JL-REQ JL-RES.                            01654583
                                                                        01655000
           IF JL-RC-OK THEN                                             01655416
              SET WS-JLOG-STARTED TO TRUE                               01655833
           ELSE                                                         01656250
              DISPLAY 'TRANARCH - ' JL-MESSAGE                          01656666
              SET WS-EOF TO TRUE                                        01657083
              MOVE 16 TO RETURN-CODE                                    01657500
           END-IF.                                                      01657916
                                                                        01658333
       1060-START-RUN-LOG-EXIT.                                         01658750
           EXIT.                                                        01659166
                                                                        01659583
       1100-OPEN-CURSOR SECTION.                                        01660000
                                                                        01661666
           PERFORM 1060-START-RUN-LOG.                                  01663333
           IF WS-EOF THEN                                               01665000
              GO TO 1100-OPEN-CURSOR-EXIT                               01666666
           END-IF.                                                      01668333
                                                                        01670000
      *    Walked in account order so the purge report can prove the    01680000
      *    move account by account.  The delete is keyed back to the    01690000
               ,TRANS_AMOUNT                                            01790000
               ,TRANS_TYPE                                              01800000
               ,BALANCE                                                 01810000
               ,REVERSAL_OF                                             01813333
               ,REVERSED_BY                                             01816666
               ,TELLER_ID                                               01817777
               ,TELLER_TERM                                             01818888
             FROM TRANSACTIONS                                          01820000
             WHERE TRANS_DATE < :WS-HOST-CUTOFF-DATE                    01830000
             ORDER BY ACCOUNT_NO, TRANS_ID                              01840000
                 ,:WS-HOST-TRANS-AMOUNT                                 02090000
                 ,:WS-HOST-TRANS-TYPE                                   02100000
                 ,:WS-HOST-BALANCE                                      02110000
                 ,:WS-HOST-REVERSAL-OF                                  02113333
                 ,:WS-HOST-REVERSED-BY                                  02116666
                 ,:WS-HOST-TELLER-ID                                    02117777
                 ,:WS-HOST-TELLER-TERM                                  02118888
           END-EXEC.                                                    02120000
                                                                        02130000
           IF SQLCODE = ZERO THEN                                       02140000
                ,TRANS_REF                                              02690000
                ,TRANS_AMOUNT                                           02700000
                ,TRANS_TYPE                                             02710000
                ,BALANCE                                                02715000
                ,REVERSAL_OF                                            02720000
                ,REVERSED_BY                                            02722500
                ,TELLER_ID                                              02725000
                ,TELLER_TERM )                                          02727500
             VALUES                                                     02730000
               ( :WS-HOST-ACCOUNT-NO                                    02740000
                ,:WS-HOST-TRANS-ID                                      02750000
                ,:WS-HOST-TRANS-REF                                     02770000
                ,:WS-HOST-TRANS-AMOUNT                                  02780000
                ,:WS-HOST-TRANS-TYPE                                    02790000
                ,:WS-HOST-BALANCE                                       02795000
                ,:WS-HOST-REVERSAL-OF                                   02800000
                ,:WS-HOST-REVERSED-BY                                   02802500
                ,:WS-HOST-TELLER-ID                                     02805000
                ,:WS-HOST-TELLER-TERM )                                 02807500
           END-EXEC.                                                    02810000
                                                                        02820000
           EVALUATE TRUE                                                02830000
       2900-ACCOUNT-BREAK-EXIT.                                         03290000
           EXIT.                                                        03300000
                                                                        03310000
       8600-END-RUN-LOG SECTION.                                        03310416
                                                                        03310833
           IF NOT WS-JLOG-STARTED THEN                                  03311250
              GO TO 8600-END-RUN-LOG-EXIT                               03311666
           END-IF.                                                      03312083
                                                                        03312500
           SET JL-FUNC-END TO TRUE.                                     03312916
           MOVE RETURN-CODE TO JL-JOB-RC.                               03313333
           MOVE WS-ACCT-COUNT      TO JL-IN-COUNT.                      03313750
           MOVE WS-TOTAL-ROW-COUNT TO JL-OUT-COUNT.                     03314166
                                                                        03314583
           CALL WS-JLOG USING JL-REQ JL-RES.                            03315000
                                                                        03315416
           IF NOT JL-RC-OK THEN                                         03315833
              DISPLAY 'TRANARCH - RUN LOG NOT CLOSED: ' JL-MESSAGE      03316250
              IF RETURN-CODE < 4 THEN                                   03316666
                 MOVE 4 TO RETURN-CODE                                  03317083
              END-IF                                                    03317500
           END-IF.                                                      03317916
                                                                        03318333
       8600-END-RUN-LOG-EXIT.                                           03318750
           EXIT.                                                        03319166
                                                                        03319583
       9000-TERMINATE SECTION.                                          03320000
                                                                        03330000
           EXEC SQL                                                     03340000
           DISPLAY 'TRANARCH COMPLETE - ROWS MOVED: '                   03450000
                   WS-TOTAL-ROW-COUNT                                   03460000
                   ' ACCOUNTS: ' WS-ACCT-COUNT.                         03470000
           PERFORM 8600-END-RUN-LOG.                                    03475000
           STOP RUN.                                                    03480000
                                                                        03490000
       9000-TERMINATE-EXIT.                                             03500000
