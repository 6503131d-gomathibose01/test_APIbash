       01 WS-HOST-RUN-REJECTS        PIC S9(9) USAGE COMP.              00798325
       01 WS-HOST-RUN-REC-CNT        PIC S9(9) USAGE COMP.              00798880
       01 WS-HOST-RUN-HASH           PIC S9(13)V9(2) USAGE COMP-3.      00799435
                                                                        00799491
      * Run-log state - the run is logged on BATCH_RUN_LOG through      00799548
      * TRANJLOG once its business date is known, and refused there     00799604
      * until the jobs it depends on have completed for the date.       00799661
       01 WS-JLOG                    PIC X(08) VALUE 'TRANJLOG'.        00799717
       01 WS-JLOG-FLAG               PIC X(01) VALUE 'N'.               00799774
          88 WS-JLOG-STARTED         VALUE 'Y'.                         00799830
                                                                        00799887
       COPY TRANJLLK.                                                   00799943
                                                                        00800000
       01 WS-INTEREST                PIC S9(8)V9(2) USAGE COMP-3        00810000
                                      VALUE ZERO.                       00820000
                                                                        02959525
       1070-REGISTER-RUN SECTION.                                       02959530
                                                                        02959535
           PERFORM 1090-START-RUN-LOG.                                  02959536
           IF WS-ACCT-EOF THEN                                          02959537
              GO TO 1070-REGISTER-RUN-EXIT                              02959538
           END-IF.                                                      02959539
      *    One accrual per period - a register row for this source      02959540
      *    system and period-end date that is in progress or            02959545
      *    completed means the month's interest and fees are already    02959550
                                                                        02959930
       1080-INSERT-RUN-ROW-EXIT.                                        02959935
           EXIT.                                                        02959940
                                                                        02959942
       1090-START-RUN-LOG SECTION.                                      02959944
                                                                        02959947
      *    Logged before the register is touched - a refused run        02959949
      *    takes no RUN_ID.  A period run is logged against the         02959952
      *    current business date whatever period the card names,        02959954
      *    the date of the stream it ran in.                            02959956
           INITIALIZE JL-REQ.                                           02959959
           SET JL-FUNC-START TO TRUE.                                   02959961
           MOVE 'TRANINTF' TO JL-JOB-NAME.                              02959964
           MOVE SPACES TO JL-BUS-DATE.                                  02959966
                                                                        02959968
           CALL WS-JLOG USING JL-REQ JL-RES.                            02959971
                                                                        02959973
           IF JL-RC-OK THEN                                             02959976
              SET WS-JLOG-STARTED TO TRUE                               02959978
           ELSE                                                         02959980
              DISPLAY 'TRANINTF - ' JL-MESSAGE                          02959983
              SET WS-ACCT-EOF TO TRUE                                   02959985
              MOVE 16 TO RETURN-CODE                                    02959988
           END-IF.                                                      02959990
                                                                        02959992
       1090-START-RUN-LOG-EXIT.                                         02959995
           EXIT.                                                        02959997
                                                                        02960000
       1100-OPEN-ACCT-CURSOR SECTION.                                   02970000
                                                                        02980000
      *    Only open accounts accrue - a closed account earns no        02990000
      *    interest and pays no fee, and its history is left exactly    03000000
      *    as it was closed.                                            03010000
      *    A dormant account is still open and still accrues - its      03012500
      *    'IN' and 'FE' rows are system postings, which TRANDORM       03015000
      *    does not count as customer activity.                         03017500
           EXEC SQL                                                     03020000
             DECLARE ACCT-CURSOR CURSOR FOR                             03030000
             SELECT                                                     03040000
                ACCOUNT_NO                                              03050000
               ,CUST_NAME                                               03060000
             FROM ACCOUNTS                                              03070000
             WHERE ACCT_STATUS IN ('O', 'D')                            03080000
             ORDER BY ACCOUNT_NO                                        03090000
           END-EXEC.                                                    03100000
                                                                        03110000
       8500-CLOSE-RUN-EXIT.                                             07799048
           EXIT.                                                        07799360
                                                                        07799672
       8600-END-RUN-LOG SECTION.                                        07799684
                                                                        07799696
           IF NOT WS-JLOG-STARTED THEN                                  07799708
              GO TO 8600-END-RUN-LOG-EXIT                               07799720
           END-IF.                                                      07799732
                                                                        07799744
           SET JL-FUNC-END TO TRUE.                                     07799757
           MOVE RETURN-CODE TO JL-JOB-RC.                               07799769
           MOVE WS-HOST-RUN-ID TO JL-RUN-ID.                            07799781
           MOVE WS-ACCT-COUNT  TO JL-IN-COUNT.                          07799793
           COMPUTE JL-OUT-COUNT  = WS-INT-POSTED-COUNT                  07799805
                                 + WS-FEE-POSTED-COUNT.                 07799817
           COMPUTE JL-CTL-AMOUNT = WS-TOT-INTEREST + WS-TOT-FEES.       07799829
                                                                        07799842
           CALL WS-JLOG USING JL-REQ JL-RES.                            07799854
                                                                        07799866
           IF NOT JL-RC-OK THEN                                         07799878
              DISPLAY 'TRANINTF - RUN LOG NOT CLOSED: ' JL-MESSAGE      07799890
              IF RETURN-CODE < 4 THEN                                   07799902
                 MOVE 4 TO RETURN-CODE                                  07799914
              END-IF                                                    07799927
           END-IF.                                                      07799939
                                                                        07799951
       8600-END-RUN-LOG-EXIT.                                           07799963
           EXIT.                                                        07799975
                                                                        07799987
       9000-TERMINATE SECTION.                                          07800000
                                                                        07810000
           EXEC SQL                                                     07820000
           DISPLAY 'TRANINTF COMPLETE - ACCOUNTS: ' WS-ACCT-COUNT       07930000
                   ' INTEREST ROWS: ' WS-INT-POSTED-COUNT               07940000
                   ' FEE ROWS: ' WS-FEE-POSTED-COUNT.                   07950000
           PERFORM 8600-END-RUN-LOG.                                    07955000
           STOP RUN.                                                    07960000
                                                                        07970000
       9000-TERMINATE-EXIT.                                             07980000
