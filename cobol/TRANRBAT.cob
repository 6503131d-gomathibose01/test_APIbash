       01 WS-REF-COUNT               PIC 9(07) COMP VALUE ZERO.         00400000
       01 WS-MATCH-COUNT             PIC 9(07) COMP VALUE ZERO.         00410000
       01 WS-REF-MATCH-COUNT         PIC 9(07) COMP VALUE ZERO.         00420000
                                                                        00421000
      * Run-log state - the run is logged on BATCH_RUN_LOG through      00422000
      * TRANJLOG once its business date is known, and refused there     00423000
      * until the jobs it depends on have completed for the date.       00424000
       01 WS-JLOG                    PIC X(08) VALUE 'TRANJLOG'.        00425000
       01 WS-JLOG-FLAG               PIC X(01) VALUE 'N'.               00426000
          88 WS-JLOG-STARTED         VALUE 'Y'.                         00427000
                                                                        00428000
       COPY TRANJLLK.                                                   00429000
                                                                        00430000
       01 RL-HEADER-LINE.                                               00440000
          03 RL-H-CTRL               PIC X     VALUE '1'.               00450000
       MAINLINE SECTION.                                                01110000
                                                                        01120000
           PERFORM 1000-INITIALIZE.                                     01130000
           PERFORM 1060-START-RUN-LOG.                                  01135000
           PERFORM 2000-PROCESS-REFERENCE UNTIL WS-EOF.                 01140000
           PERFORM 9000-TERMINATE.                                      01150000
                                                                        01160000
           PERFORM 1100-READ-REFERENCE.                                 01250000
                                                                        01260000
       1000-INITIALIZE-EXIT.                                            01270000
           EXIT.                                                        01270416
                                                                        01270833
       1060-START-RUN-LOG SECTION.                                      01271250
                                                                        01271666
      *    Run on request, outside the stream - logged against the      01272083
      *    current business date so operations can see it ran.          01272500
      *    Refused means no reference is looked up, RC=16.              01272916
           INITIALIZE JL-REQ.                                           01273333
           SET JL-FUNC-START TO TRUE.                                   01273750
           MOVE 'TRANRBAT' TO JL-JOB-NAME.                              01274166
           MOVE SPACES TO JL-BUS-DATE.                                  01274583
                                                                        01275000
           CALL WS-JLOG USING JL-REQ JL-RES.                            01275416
                                                                        01275833
           IF JL-RC-OK THEN                                             01276250
              SET WS-JLOG-STARTED TO TRUE                               01276666
           ELSE                                                         01277083
              DISPLAY 'TRANRBAT - ' JL-MESSAGE                          01277500
              SET WS-EOF TO TRUE                                        01277916
              MOVE 16 TO RETURN-CODE                                    01278333
           END-IF.                                                      01278750
                                                                        01279166
       1060-START-RUN-LOG-EXIT.                                         01279583
           EXIT.                                                        01280000
                                                                        01290000
       1100-READ-REFERENCE SECTION.                                     01300000
       2300-WRITE-MATCH-LINES-EXIT.                                     02000000
           EXIT.                                                        02010000
                                                                        02020000
       8600-END-RUN-LOG SECTION.                                        02020416
                                                                        02020833
           IF NOT WS-JLOG-STARTED THEN                                  02021250
              GO TO 8600-END-RUN-LOG-EXIT                               02021666
           END-IF.                                                      02022083
                                                                        02022500
           SET JL-FUNC-END TO TRUE.                                     02022916
           MOVE RETURN-CODE TO JL-JOB-RC.                               02023333
           MOVE WS-REF-COUNT   TO JL-IN-COUNT.                          02023750
           MOVE WS-MATCH-COUNT TO JL-OUT-COUNT.                         02024166
                                                                        02024583
           CALL WS-JLOG USING JL-REQ JL-RES.                            02025000
                                                                        02025416
           IF NOT JL-RC-OK THEN                                         02025833
              DISPLAY 'TRANRBAT - RUN LOG NOT CLOSED: ' JL-MESSAGE      02026250
              IF RETURN-CODE < 4 THEN                                   02026666
                 MOVE 4 TO RETURN-CODE                                  02027083
              END-IF                                                    02027500
           END-IF.                                                      02027916
                                                                        02028333
       8600-END-RUN-LOG-EXIT.                                           02028750
           EXIT.                                                        02029166
                                                                        02029583
       9000-TERMINATE SECTION.                                          02030000
                                                                        02040000
           MOVE WS-REF-COUNT   TO RL-S-REF-COUNT.                       02050000
                 REPORT-FILE.                                           02100000
           DISPLAY 'TRANRBAT COMPLETE - REFERENCES: ' WS-REF-COUNT      02110000
                   ' MATCHES: ' WS-MATCH-COUNT.                         02120000
           PERFORM 8600-END-RUN-LOG.                                    02125000
           STOP RUN.                                                    02130000
                                                                        02140000
       9000-TERMINATE-EXIT.                                             02150000
