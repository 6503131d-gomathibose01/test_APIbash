       01 WS-HOST-LARGE-NEG          PIC S9(8)V9(2) USAGE COMP-3.       00660000
       01 WS-HOST-AGG-AMT            PIC S9(8)V9(2) USAGE COMP-3.       00670000
       01 WS-HOST-VELOCITY           PIC S9(9) USAGE COMP.              00680000
                                                                        00680714
      * Cases printed in each section, for the run log.                 00681428
       01 WS-LARGE-COUNT             PIC 9(07) USAGE COMP VALUE ZERO.   00682142
       01 WS-AGG-COUNT               PIC 9(07) USAGE COMP VALUE ZERO.   00682857
       01 WS-VEL-COUNT               PIC 9(07) USAGE COMP VALUE ZERO.   00683571
      * Run-log state - the run is logged on BATCH_RUN_LOG through      00684285
      * TRANJLOG once its business date is known, and refused there     00685000
      * until the jobs it depends on have completed for the date.       00685714
       01 WS-JLOG                    PIC X(08) VALUE 'TRANJLOG'.        00686428
       01 WS-JLOG-FLAG               PIC X(01) VALUE 'N'.               00687142
          88 WS-JLOG-STARTED         VALUE 'Y'.                         00687857
                                                                        00688571
       COPY TRANJLLK.                                                   00689285
                                                                        00690000
       01 WS-HOST-ROW.                                                  00700000
          03 WS-HOST-ACCT-NO         PIC S9(9) USAGE COMP.              00710000
          03 WS-HOST-TRANS-REF       PIC X(20).                         00730000
          03 WS-HOST-TRANS-AMOUNT    PIC S9(8)V9(2) USAGE COMP-3.       00740000
          03 WS-HOST-TRANS-TYPE      PIC X(02).                         00750000
          03 WS-HOST-TYPE-DESC       PIC X(20).                         00755000
          03 WS-HOST-CUST-NAME       PIC X(30).                         00760000
          03 WS-HOST-BRANCH-ID       PIC X(04).                         00770000
          03 WS-HOST-TRAN-COUNT      PIC S9(9) USAGE COMP.              00780000
                                                                        00912000
           EXEC SQL                                                     00914000
             INCLUDE BDATDCL                                            00916000
           END-EXEC.                                                    00916400
                                                                        00916800
           EXEC SQL                                                     00917200
             INCLUDE TTYPDCL                                            00917600
           END-EXEC.                                                    00918000
                                                                        00920000
       01 RL-TITLE-LINE.                                                00930000
          03 FILLER                  PIC X(02) VALUE SPACES.            01250000
          03 FILLER                  PIC X(10) VALUE 'TRANS ID  '.      01260000
          03 FILLER                  PIC X(02) VALUE SPACES.            01270000
          03 FILLER                  PIC X(23) VALUE 'TYPE'.            01280000
          03 FILLER                  PIC X(02) VALUE SPACES.            01290000
          03 FILLER                  PIC X(12) VALUE '      AMOUNT'.    01300000
          03 FILLER                  PIC X(02) VALUE SPACES.            01310000
          03 FILLER                  PIC X(30) VALUE 'CUST NAME'.       01320000
          03 FILLER                  PIC X(02) VALUE SPACES.            01330000
          03 FILLER                  PIC X(04) VALUE 'BRCH'.            01340000
          03 FILLER                  PIC X(32) VALUE SPACES.            01350000
                                                                        01360000
       01 RL-LARGE-LINE.                                                01370000
          03 FILLER                  PIC X     VALUE SPACE.             01380000
          03 RL-L-TRANS-ID           PIC Z(09)9.                        01420000
          03 FILLER                  PIC X(02) VALUE SPACES.            01430000
          03 RL-L-TRANS-TYPE         PIC X(02).                         01440000
          03 FILLER                  PIC X(01) VALUE SPACE.             01443333
          03 RL-L-TYPE-DESC          PIC X(20).                         01446666
          03 FILLER                  PIC X(02) VALUE SPACES.            01450000
          03 RL-L-AMOUNT             PIC -ZZZZZZZ9.99.                  01460000
          03 FILLER                  PIC X(02) VALUE SPACES.            01470000
          03 RL-L-CUST-NAME          PIC X(30).                         01480000
          03 FILLER                  PIC X(02) VALUE SPACES.            01490000
          03 RL-L-BRANCH             PIC X(04).                         01500000
          03 FILLER                  PIC X(32) VALUE SPACES.            01510000
                                                                        01520000
       01 RL-AGG-COL-LINE.                                              01530000
          03 FILLER                  PIC X     VALUE SPACE.             01540000
           IF WS-EOF THEN                                               02190000
              CONTINUE                                                  02200000
           ELSE                                                         02210000
              PERFORM 1060-START-RUN-LOG                                02211428
           END-IF.                                                      02212857
                                                                        02214285
           IF WS-EOF THEN                                               02215714
              CONTINUE                                                  02217142
           ELSE                                                         02218571
              PERFORM 2000-REPORT-LARGE-TRANS                           02220000
              PERFORM 3000-REPORT-AGGREGATES                            02230000
              PERFORM 4000-REPORT-VELOCITY                              02240000
           END-IF.                                                      02758568
                                                                        02759044
       1050-GET-CONTROL-DATE-EXIT.                                      02759520
           EXIT.                                                        02759540
                                                                        02759561
       1060-START-RUN-LOG SECTION.                                      02759582
                                                                        02759603
      *    Refused means none of the three sections is printed - the    02759624
      *    report stops at its thresholds.                              02759645
           INITIALIZE JL-REQ.                                           02759666
           SET JL-FUNC-START TO TRUE.                                   02759686
           MOVE 'TRANMONR' TO JL-JOB-NAME.                              02759707
           MOVE WS-HOST-MON-DATE TO JL-BUS-DATE.                        02759728
                                                                        02759749
           CALL WS-JLOG USING JL-REQ JL-RES.                            02759770
                                                                        02759791
           IF JL-RC-OK THEN                                             02759812
              SET WS-JLOG-STARTED TO TRUE                               02759833
           ELSE                                                         02759853
              DISPLAY 'TRANMONR - ' JL-MESSAGE                          02759874
              SET WS-EOF TO TRUE                                        02759895
              MOVE 16 TO RETURN-CODE                                    02759916
           END-IF.                                                      02759937
                                                                        02759958
       1060-START-RUN-LOG-EXIT.                                         02759979
           EXIT.                                                        02760000
                                                                        02770000
       2000-REPORT-LARGE-TRANS SECTION.                                 02780000
      *    Every single transaction at or above the threshold in        02860000
      *    either direction - the regulator's large-transaction         02870000
      *    return, row for row, with the owning name and branch.        02880000
      *    The type prints with its TRANS_TYPES description.            02885000
           EXEC SQL                                                     02890000
             DECLARE LARGE-CURSOR CURSOR FOR                            02900000
             SELECT                                                     02910000
                T.ACCOUNT_NO                                            02920000
               ,T.TRANS_ID                                              02930000
               ,T.TRANS_TYPE                                            02940000
               ,COALESCE(Y.TYPE_DESC, 'NOT ON TYPE MASTER')             02945000
               ,T.TRANS_AMOUNT                                          02950000
               ,A.CUST_NAME                                             02960000
               ,A.BRANCH_ID                                             02970000
             FROM TRANSACTIONS T                                        02974000
                  LEFT OUTER JOIN TRANS_TYPES Y                         02978000
                    ON Y.TRANS_TYPE = T.TRANS_TYPE                      02982000
                 ,ACCOUNTS A                                            02986000
             WHERE T.ACCOUNT_NO = A.ACCOUNT_NO                          02990000
               AND T.TRANS_DATE = :WS-HOST-MON-DATE                     03000000
               AND (T.TRANS_AMOUNT >= :WS-HOST-LARGE-AMT                03010000
             INTO :WS-HOST-ACCT-NO                                      03330000
                 ,:WS-HOST-TRANS-ID                                     03340000
                 ,:WS-HOST-TRANS-TYPE                                   03350000
                 ,:WS-HOST-TYPE-DESC                                    03355000
                 ,:WS-HOST-TRANS-AMOUNT                                 03360000
                 ,:WS-HOST-CUST-NAME                                    03370000
                 ,:WS-HOST-BRANCH-ID                                    03380000
           MOVE WS-HOST-ACCT-NO      TO RL-L-ACCT-NO.                   03550000
           MOVE WS-HOST-TRANS-ID     TO RL-L-TRANS-ID.                  03560000
           MOVE WS-HOST-TRANS-TYPE   TO RL-L-TRANS-TYPE.                03570000
           MOVE WS-HOST-TYPE-DESC    TO RL-L-TYPE-DESC.                 03575000
           MOVE WS-HOST-TRANS-AMOUNT TO RL-L-AMOUNT.                    03580000
           MOVE WS-HOST-CUST-NAME    TO RL-L-CUST-NAME.                 03590000
           MOVE WS-HOST-BRANCH-ID    TO RL-L-BRANCH.                    03600000
           WRITE REPORT-REC FROM RL-LARGE-LINE.                         03610000
                                                                        03620000
           ADD +1 TO WS-LARGE-COUNT.                                    03625000
           PERFORM 2100-FETCH-LARGE.                                    03630000
                                                                        03640000
       2200-PRINT-LARGE-EXIT.                                           03650000
           MOVE WS-HOST-BRANCH-ID  TO RL-G-BRANCH.                      04520000
           WRITE REPORT-REC FROM RL-AGG-LINE.                           04530000
                                                                        04540000
           ADD +1 TO WS-AGG-COUNT.                                      04545000
           PERFORM 3100-FETCH-AGGREGATE.                                04550000
                                                                        04560000
       3200-PRINT-AGGREGATE-EXIT.                                       04570000
           MOVE WS-HOST-BRANCH-ID  TO RL-V-BRANCH.                      05330000
           WRITE REPORT-REC FROM RL-VEL-LINE.                           05340000
                                                                        05350000
           ADD +1 TO WS-VEL-COUNT.                                      05355000
           PERFORM 4100-FETCH-VELOCITY.                                 05360000
                                                                        05370000
       4200-PRINT-VELOCITY-EXIT.                                        05380000
       8000-SQL-ERROR-EXIT.                                             05460000
           EXIT.                                                        05470000
                                                                        05480000
       8600-END-RUN-LOG SECTION.                                        05480400
                                                                        05480800
           IF NOT WS-JLOG-STARTED THEN                                  05481200
              GO TO 8600-END-RUN-LOG-EXIT                               05481600
           END-IF.                                                      05482000
                                                                        05482400
           SET JL-FUNC-END TO TRUE.                                     05482800
           MOVE RETURN-CODE TO JL-JOB-RC.                               05483200
           MOVE WS-LARGE-COUNT TO JL-IN-COUNT.                          05483600
           MOVE WS-AGG-COUNT   TO JL-OUT-COUNT.                         05484000
           MOVE WS-VEL-COUNT   TO JL-EXCP-COUNT.                        05484400
                                                                        05484800
           CALL WS-JLOG USING JL-REQ JL-RES.                            05485200
                                                                        05485600
           IF NOT JL-RC-OK THEN                                         05486000
              DISPLAY 'TRANMONR - RUN LOG NOT CLOSED: ' JL-MESSAGE      05486400
              IF RETURN-CODE < 4 THEN                                   05486800
                 MOVE 4 TO RETURN-CODE                                  05487200
              END-IF                                                    05487600
           END-IF.                                                      05488000
                                                                        05488400
       8600-END-RUN-LOG-EXIT.                                           05488800
           EXIT.                                                        05489200
                                                                        05489600
       9000-TERMINATE SECTION.                                          05490000
                                                                        05500000
           CLOSE PARAM-FILE                                             05510000
                 REPORT-FILE.                                           05520000
           DISPLAY 'TRANMONR COMPLETE'.                                 05530000
           PERFORM 8600-END-RUN-LOG.                                    05535000
           STOP RUN.                                                    05540000
                                                                        05550000
       9000-TERMINATE-EXIT.                                             05560000
