             05 WS-TRANS-AMOUNT      PIC X(12).                         00630000
             05 WS-TRANS-TYPE        PIC X(2).                          00640000
             05 WS-BALANCE           PIC X(12).                         00650000
          03 WS-REV-ITEM OCCURS 10 TIMES.                               00652500
             05 WS-REV-FLAG          PIC X(01).                         00655000
             05 WS-REV-LINK-ID       PIC X(15).                         00657500
          03 WS-TYPE-ITEM OCCURS 10 TIMES.                              00658333
             05 WS-TYPE-DESC         PIC X(20).                         00659166
                                                                        00660000
       01 WS-I                       PIC S9(4) COMP VALUE ZERO.         00670000
       01 WS-ACCT-COUNT              PIC 9(07) COMP VALUE ZERO.         00680000
          88 WS-RESTARTED             VALUE 'Y'.                        00683200
       01 WS-SKIP-COUNT              PIC 9(07) COMP VALUE ZERO.         00684000
                                                                        00700000
      * Run-log state - the run is logged on BATCH_RUN_LOG through      00701000
      * TRANJLOG once its business date is known, and refused there     00702000
      * until the jobs it depends on have completed for the date.       00703000
       01 WS-JLOG                    PIC X(08) VALUE 'TRANJLOG'.        00704000
       01 WS-JLOG-FLAG               PIC X(01) VALUE 'N'.               00705000
          88 WS-JLOG-STARTED         VALUE 'Y'.                         00706000
                                                                        00707000
       COPY TRANJLLK.                                                   00708000
                                                                        00709000
       01 RL-HEADER-LINE.                                               00710000
          03 RL-H-CTRL               PIC X     VALUE '1'.               00720000
          03 FILLER                  PIC X(15) VALUE 'ACCOUNT NUMBER:'. 00730000
          03 FILLER                  PIC X(12) VALUE 'AMOUNT'.          00880000
          03 FILLER                  PIC X(02) VALUE SPACES.            00890000
          03 FILLER                  PIC X(12) VALUE 'BALANCE'.         00900000
          03 FILLER                  PIC X(02) VALUE SPACES.            00905000
          03 FILLER                  PIC X(27) VALUE 'REVERSAL'.        00910000
          03 FILLER                  PIC X(12) VALUE SPACES.            00915000
                                                                        00920000
       01 RL-DETAIL-LINE.                                               00930000
          03 RL-D-CTRL               PIC X     VALUE SPACE.             00940000
          03 RL-TRANS-AMOUNT         PIC X(12).                         01040000
          03 FILLER                  PIC X(02) VALUE SPACES.            01050000
          03 RL-BALANCE              PIC X(12).                         01060000
          03 FILLER                  PIC X(02) VALUE SPACES.            01064000
          03 RL-REV-TEXT             PIC X(12).                         01068000
          03 RL-REV-LINK-ID          PIC X(15).                         01072000
          03 FILLER                  PIC X(12) VALUE SPACES.            01076000
                                                                        01080000
       01 RL-SUM-LINE1.                                                 01081000
          03 RL-U1-CTRL              PIC X     VALUE SPACE.             01082000
       MAINLINE SECTION.                                                01200000
                                                                        01210000
           PERFORM 1000-INITIALIZE.                                     01220000
           PERFORM 1060-START-RUN-LOG.                                  01225000
           PERFORM 2000-PROCESS-ACCOUNT UNTIL WS-EOF.                   01230000
           PERFORM 9000-TERMINATE.                                      01240000
                                                                        01250000
                                                                        01379920
       1150-SKIP-DONE-ACCOUNT-EXIT.                                     01379930
           EXIT.                                                        01379940
                                                                        01379942
       1060-START-RUN-LOG SECTION.                                      01379944
                                                                        01379947
      *    Run on request, outside the stream - logged against the      01379949
      *    current business date so operations can see it ran.          01379952
      *    Refused means no account is reported, RC=16, and the         01379954
      *    checkpoint is left as it was.                                01379956
           INITIALIZE JL-REQ.                                           01379959
           SET JL-FUNC-START TO TRUE.                                   01379961
           MOVE 'TRANHBAT' TO JL-JOB-NAME.                              01379964
           MOVE SPACES TO JL-BUS-DATE.                                  01379966
                                                                        01379968
           CALL WS-JLOG USING JL-REQ JL-RES.                            01379971
                                                                        01379973
           IF JL-RC-OK THEN                                             01379976
              SET WS-JLOG-STARTED TO TRUE                               01379978
           ELSE                                                         01379980
              DISPLAY 'TRANHBAT - ' JL-MESSAGE                          01379983
              SET WS-EOF TO TRUE                                        01379985
              MOVE 16 TO RETURN-CODE                                    01379988
           END-IF.                                                      01379990
                                                                        01379992
       1060-START-RUN-LOG-EXIT.                                         01379995
           EXIT.                                                        01379997
                                                                        01380000
       1100-READ-ACCOUNT SECTION.                                       01390000
                                                                        01400000
              MOVE WS-TRANS-REF(WS-I)    TO RL-TRANS-REF                01950000
              MOVE WS-TRANS-AMOUNT(WS-I) TO RL-TRANS-AMOUNT             01960000
              MOVE WS-BALANCE(WS-I)      TO RL-BALANCE                  01970000
              EVALUATE WS-REV-FLAG(WS-I)                                01971000
                 WHEN 'R'                                               01972000
                    MOVE 'REVERSED BY' TO RL-REV-TEXT                   01973000
                 WHEN 'V'                                               01974000
                    MOVE 'REVERSAL OF' TO RL-REV-TEXT                   01975000
                 WHEN OTHER                                             01976000
                    MOVE SPACES        TO RL-REV-TEXT                   01977000
              END-EVALUATE                                              01978000
              MOVE WS-REV-LINK-ID(WS-I)  TO RL-REV-LINK-ID              01979000
              WRITE REPORT-REC FROM RL-DETAIL-LINE                      01980000
           END-PERFORM.                                                 01990000
                                                                        02000000
       7000-TAKE-CHECKPOINT-EXIT.                                       02038200
           EXIT.                                                        02038300
                                                                        02038400
       8600-END-RUN-LOG SECTION.                                        02038469
                                                                        02038539
           IF NOT WS-JLOG-STARTED THEN                                  02038608
              GO TO 8600-END-RUN-LOG-EXIT                               02038678
           END-IF.                                                      02038747
                                                                        02038817
           SET JL-FUNC-END TO TRUE.                                     02038886
           MOVE RETURN-CODE TO JL-JOB-RC.                               02038956
           MOVE WS-ACCT-COUNT TO JL-IN-COUNT.                           02039026
                                                                        02039095
           CALL WS-JLOG USING JL-REQ JL-RES.                            02039165
                                                                        02039234
           IF NOT JL-RC-OK THEN                                         02039304
              DISPLAY 'TRANHBAT - RUN LOG NOT CLOSED: ' JL-MESSAGE      02039373
              IF RETURN-CODE < 4 THEN                                   02039443
                 MOVE 4 TO RETURN-CODE                                  02039513
              END-IF                                                    02039582
           END-IF.                                                      02039652
                                                                        02039721
       8600-END-RUN-LOG-EXIT.                                           02039791
           EXIT.                                                        02039860
                                                                        02039930
       9000-TERMINATE SECTION.                                          02040000
                                                                        02050000
      *    A clean end empties the checkpoint dataset so the next run   02051000
      *    starts from the first ACCTIN record again.                   02052000
           IF RETURN-CODE < 16 THEN                                     02052600
              OPEN OUTPUT CHKPT-FILE                                    02053200
              CLOSE CHKPT-FILE                                          02053800
           END-IF.                                                      02054400
                                                                        02055000
           CLOSE ACCOUNT-FILE                                           02060000
                 REPORT-FILE.                                           02070000
           DISPLAY 'TRANHBAT COMPLETE - ACCOUNTS PROCESSED: '           02080000
                    WS-ACCT-COUNT.                                      02090000
           PERFORM 8600-END-RUN-LOG.                                    02095000
           STOP RUN.                                                    02100000
                                                                        02110000
       9000-TERMINATE-EXIT.                                             02120000
