
       01 WS-ACCT-COUNT              PIC 9(07) USAGE COMP VALUE ZERO.   00470000
       01 WS-MISMATCH-COUNT          PIC 9(07) USAGE COMP VALUE ZERO.   00480000
                                                                        00480100
      * Run-log state - the run is logged on BATCH_RUN_LOG through      00480200
      * TRANJLOG once its business date is known, and refused there     00480300
      * until the jobs it depends on have completed for the date.       00480400
       01 WS-JLOG                    PIC X(08) VALUE 'TRANJLOG'.        00480500
       01 WS-JLOG-FLAG               PIC X(01) VALUE 'N'.               00480600
          88 WS-JLOG-STARTED         VALUE 'Y'.                         00480700
                                                                        00480800
       COPY TRANJLLK.                                                   00480900
                                                                        00481000
       01 WS-CHKPT-EOF-FLAG          PIC X(01) VALUE 'N'.               00482000
          88 WS-CHKPT-EOF            VALUE 'Y'.                         00483000
              WRITE REPORT-REC FROM RL-COLUMN-LINE                      01330000
           END-IF.                                                      01331000
                                                                        01340000
           PERFORM 1060-START-RUN-LOG.                                  01343333
                                                                        01346666
           PERFORM 1100-OPEN-CURSOR.                                    01350000
                                                                        01360000
           IF WS-EOF THEN                                               01370000
                                                                        01449860
       1050-READ-CHECKPOINT-EXIT.                                       01449870
           EXIT.                                                        01449880
                                                                        01449884
       1060-START-RUN-LOG SECTION.                                      01449889
                                                                        01449894
      *    The reconciliation covers the whole table, so it is          01449899
      *    logged against the current business date.  A refused run     01449904
      *    reconciles nothing and leaves any checkpoint standing for    01449908
      *    the resubmit.                                                01449913
           INITIALIZE JL-REQ.                                           01449918
           SET JL-FUNC-START TO TRUE.                                   01449923
           MOVE 'TRANBREC' TO JL-JOB-NAME.                              01449928
           MOVE SPACES TO JL-BUS-DATE.                                  01449932
                                                                        01449937
           CALL WS-JLOG USING JL-REQ JL-RES.                            01449942
                                                                        01449947
           IF JL-RC-OK THEN                                             01449952
              SET WS-JLOG-STARTED TO TRUE                               01449956
           ELSE                                                         01449961
              DISPLAY 'TRANBREC - ' JL-MESSAGE                          01449966
              SET WS-EOF TO TRUE                                        01449971
              MOVE 16 TO RETURN-CODE                                    01449976
           END-IF.                                                      01449980
                                                                        01449985
       1060-START-RUN-LOG-EXIT.                                         01449990
           EXIT.                                                        01449995
                                                                        01450000
       1100-OPEN-CURSOR SECTION.                                        01460000
                                                                        01470000
       7000-TAKE-CHECKPOINT-EXIT.                                       02588300
           EXIT.                                                        02588400
                                                                        02588500
       8600-END-RUN-LOG SECTION.                                        02588562
                                                                        02588625
           IF NOT WS-JLOG-STARTED THEN                                  02588687
              GO TO 8600-END-RUN-LOG-EXIT                               02588750
           END-IF.                                                      02588812
                                                                        02588875
           SET JL-FUNC-END TO TRUE.                                     02588937
           MOVE RETURN-CODE TO JL-JOB-RC.                               02589000
           MOVE WS-ACCT-COUNT     TO JL-IN-COUNT.                       02589062
           MOVE WS-MISMATCH-COUNT TO JL-EXCP-COUNT.                     02589125
                                                                        02589187
           CALL WS-JLOG USING JL-REQ JL-RES.                            02589250
                                                                        02589312
           IF NOT JL-RC-OK THEN                                         02589375
              DISPLAY 'TRANBREC - RUN LOG NOT CLOSED: ' JL-MESSAGE      02589437
              IF RETURN-CODE < 4 THEN                                   02589500
                 MOVE 4 TO RETURN-CODE                                  02589562
              END-IF                                                    02589625
           END-IF.                                                      02589687
                                                                        02589750
       8600-END-RUN-LOG-EXIT.                                           02589812
           EXIT.                                                        02589875
                                                                        02589937
       9000-TERMINATE SECTION.                                          02590000
                                                                        02600000
      *    Only a clean end empties the checkpoint dataset - an SQL     02601000
              DISPLAY 'TRANBREC ENDED IN ERROR - RESUBMIT TO RESUME '   02712000
                      'FROM THE CHECKPOINT'                             02713000
           END-IF.                                                      02714000
           PERFORM 8600-END-RUN-LOG.                                    02717000
           STOP RUN.                                                    02720000
                                                                        02730000
       9000-TERMINATE-EXIT.                                             02740000
