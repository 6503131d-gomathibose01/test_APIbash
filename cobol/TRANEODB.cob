                                      VALUE ZERO.                       00460000
                                                                        00470000
       01 WS-HOST-BAL-DATE           PIC X(10).                         00480000
                                                                        00481000
      * Run-log state - the run is logged on BATCH_RUN_LOG through      00482000
      * TRANJLOG once its business date is known, and refused there     00483000
      * until the jobs it depends on have completed for the date.       00484000
       01 WS-JLOG                    PIC X(08) VALUE 'TRANJLOG'.        00485000
       01 WS-JLOG-FLAG               PIC X(01) VALUE 'N'.               00486000
          88 WS-JLOG-STARTED         VALUE 'Y'.                         00487000
                                                                        00488000
       COPY TRANJLLK.                                                   00489000
                                                                        00490000
       01 WS-HOST-ACCOUNT-NO         PIC S9(9) USAGE COMP.              00500000
                                                                        00510000
           IF WS-ACCT-EOF THEN                                          01390000
              CONTINUE                                                  01400000
           ELSE                                                         01410000
              PERFORM 1060-START-RUN-LOG                                01411428
           END-IF.                                                      01412857
                                                                        01414285
           IF WS-ACCT-EOF THEN                                          01415714
              CONTINUE                                                  01417142
           ELSE                                                         01418571
              PERFORM 1200-FETCH-ACCOUNT                                01420000
           END-IF.                                                      01430000
                                                                        01440000
           END-IF.                                                      01468092
                                                                        01468568
       1050-GET-CONTROL-DATE-EXIT.                                      01469044
           EXIT.                                                        01469064
                                                                        01469085
       1060-START-RUN-LOG SECTION.                                      01469106
                                                                        01469126
      *    Logged before the first account is fetched - a refused       01469147
      *    run writes no snapshot row.                                  01469168
           INITIALIZE JL-REQ.                                           01469188
           SET JL-FUNC-START TO TRUE.                                   01469209
           MOVE 'TRANEODB' TO JL-JOB-NAME.                              01469230
           MOVE WS-HOST-BAL-DATE TO JL-BUS-DATE.                        01469250
                                                                        01469271
           CALL WS-JLOG USING JL-REQ JL-RES.                            01469292
                                                                        01469313
           IF JL-RC-OK THEN                                             01469333
              SET WS-JLOG-STARTED TO TRUE                               01469354
           ELSE                                                         01469375
              DISPLAY 'TRANEODB - ' JL-MESSAGE                          01469395
              SET WS-ACCT-EOF TO TRUE                                   01469416
              MOVE 16 TO RETURN-CODE                                    01469437
           END-IF.                                                      01469457
                                                                        01469478
       1060-START-RUN-LOG-EXIT.                                         01469499
           EXIT.                                                        01469520
                                                                        01470000
       1100-OPEN-ACCT-CURSOR SECTION.                                   01480000
       8000-SQL-ERROR-EXIT.                                             04100000
           EXIT.                                                        04110000
                                                                        04120000
       8600-END-RUN-LOG SECTION.                                        04120400
                                                                        04120800
           IF NOT WS-JLOG-STARTED THEN                                  04121200
              GO TO 8600-END-RUN-LOG-EXIT                               04121600
           END-IF.                                                      04122000
                                                                        04122400
           SET JL-FUNC-END TO TRUE.                                     04122800
           MOVE RETURN-CODE TO JL-JOB-RC.                               04123200
           MOVE WS-ACCT-COUNT     TO JL-IN-COUNT.                       04123600
           MOVE WS-ACTIVE-COUNT   TO JL-OUT-COUNT.                      04124000
           MOVE WS-TOTAL-BOOK-BAL TO JL-CTL-AMOUNT.                     04124400
                                                                        04124800
           CALL WS-JLOG USING JL-REQ JL-RES.                            04125200
                                                                        04125600
           IF NOT JL-RC-OK THEN                                         04126000
              DISPLAY 'TRANEODB - RUN LOG NOT CLOSED: ' JL-MESSAGE      04126400
              IF RETURN-CODE < 4 THEN                                   04126800
                 MOVE 4 TO RETURN-CODE                                  04127200
              END-IF                                                    04127600
           END-IF.                                                      04128000
                                                                        04128400
       8600-END-RUN-LOG-EXIT.                                           04128800
           EXIT.                                                        04129200
                                                                        04129600
       9000-TERMINATE SECTION.                                          04130000
                                                                        04140000
           EXEC SQL                                                     04150000
                 REPORT-FILE.                                           04250000
           DISPLAY 'TRANEODB COMPLETE - ACCOUNTS: ' WS-ACCT-COUNT       04260000
                   ' WITH ACTIVITY: ' WS-ACTIVE-COUNT.                  04270000
           PERFORM 8600-END-RUN-LOG.                                    04275000
           STOP RUN.                                                    04280000
                                                                        04290000
       9000-TERMINATE-EXIT.                                             04300000
