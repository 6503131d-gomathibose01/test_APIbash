       77 WS-TOP-LIMIT               PIC 9(02) USAGE COMP VALUE 20.     00450000
       01 WS-TOP-COUNT               PIC 9(02) USAGE COMP VALUE ZERO.   00460000
                                                                        00470000
      * Run totals - inquiries over every terminal, and the terminal/   00471666
      * account pairs over the threshold.                               00473333
       01 WS-INQUIRY-COUNT           PIC S9(9) USAGE COMP VALUE ZERO.   00475000
       01 WS-EXCP-COUNT              PIC S9(9) USAGE COMP VALUE ZERO.   00476666
                                                                        00478333
      * A terminal/account pair must exceed this many views in the day  00480000
      * to reach the exception section - from AUDTPARM, defaulted when  00490000
      * the card leaves it blank or zero.                               00500000
                                                                        00524545
      * The current business date off BUSDATE_CTL (YYYY-MM-DD),         00525454
      * rearranged into the MMDDYYYY shape TRANHIST stamps on           00526363
      * AUDIT_LOG, when the card leaves the date blank - and the        00526969
      * audit date put back into YYYY-MM-DD for the run log.            00527575
       01 WS-BDATE-WORK              PIC X(10).                         00528181
                                                                        00529090
       01 WS-HOST-AUDIT-DATE         PIC X(08).                         00530000
       01 WS-HOST-TERMID             PIC X(04).                         00550000
       01 WS-HOST-ACCT-NO            PIC S9(9) USAGE COMP.              00560000
       01 WS-HOST-VIEW-COUNT         PIC S9(9) USAGE COMP.              00570000
                                                                        00571000
      * Run-log state - the run is logged on BATCH_RUN_LOG through      00572000
      * TRANJLOG once its business date is known, and refused there     00573000
      * until the jobs it depends on have completed for the date.       00574000
       01 WS-JLOG                    PIC X(08) VALUE 'TRANJLOG'.        00575000
       01 WS-JLOG-FLAG               PIC X(01) VALUE 'N'.               00576000
          88 WS-JLOG-STARTED         VALUE 'Y'.                         00577000
                                                                        00578000
       COPY TRANJLLK.                                                   00579000
                                                                        00580000
           EXEC SQL                                                     00590000
             INCLUDE SQLCA                                              00600000
                                                                        01420000
           PERFORM 1000-INITIALIZE.                                     01430000
                                                                        01440000
           IF NOT WS-EOF THEN                                           01442000
              PERFORM 1060-START-RUN-LOG                                01444000
           END-IF.                                                      01446000
                                                                        01448000
           IF WS-EOF THEN                                               01450000
              CONTINUE                                                  01460000
           ELSE                                                         01470000
       1050-GET-CONTROL-DATE-EXIT.                                      01859152
           EXIT.                                                        01859568
                                                                        01860000
       1060-START-RUN-LOG SECTION.                                      01860333
                                                                        01860666
      *    The run log keys on the YYYY-MM-DD business date; the        01861000
      *    audit date is carried MMDDYYYY.  Refused means no report,    01861333
      *    RC=16.                                                       01861666
           MOVE WS-HOST-AUDIT-DATE(5:4) TO WS-BDATE-WORK(1:4).          01862000
           MOVE '-'                     TO WS-BDATE-WORK(5:1).          01862333
           MOVE WS-HOST-AUDIT-DATE(1:2) TO WS-BDATE-WORK(6:2).          01862666
           MOVE '-'                     TO WS-BDATE-WORK(8:1).          01863000
           MOVE WS-HOST-AUDIT-DATE(3:2) TO WS-BDATE-WORK(9:2).          01863333
                                                                        01863666
           INITIALIZE JL-REQ.                                           01864000
           SET JL-FUNC-START TO TRUE.                                   01864333
           MOVE 'TRANAUDR' TO JL-JOB-NAME.                              01864666
           MOVE WS-BDATE-WORK TO JL-BUS-DATE.                           01865000
                                                                        01865333
           CALL WS-JLOG USING JL-REQ JL-RES.                            01865666
                                                                        01866000
           IF JL-RC-OK THEN                                             01866333
              SET WS-JLOG-STARTED TO TRUE                               01866666
           ELSE                                                         01867000
              DISPLAY 'TRANAUDR - ' JL-MESSAGE                          01867333
              SET WS-EOF TO TRUE                                        01867666
              MOVE 16 TO RETURN-CODE                                    01868000
           END-IF.                                                      01868333
                                                                        01868666
       1060-START-RUN-LOG-EXIT.                                         01869000
           EXIT.                                                        01869333
                                                                        01869666
       2000-REPORT-BY-TERMINAL SECTION.                                 01870000
                                                                        01880000
           MOVE SPACES TO RL-S-TITLE.                                   01890000
                                                                        02490000
           MOVE WS-HOST-TERMID     TO RL-M-TERMID.                      02500000
           MOVE WS-HOST-VIEW-COUNT TO RL-M-COUNT.                       02510000
           ADD WS-HOST-VIEW-COUNT  TO WS-INQUIRY-COUNT.                 02515000
           WRITE REPORT-REC FROM RL-TERM-LINE.                          02520000
                                                                        02530000
           PERFORM 2100-FETCH-TERMINAL.                                 02540000
           MOVE WS-HOST-TERMID     TO RL-X-TERMID.                      04010000
           MOVE WS-HOST-ACCT-NO    TO RL-X-ACCT-NO.                     04020000
           MOVE WS-HOST-VIEW-COUNT TO RL-X-COUNT.                       04030000
           ADD +1                  TO WS-EXCP-COUNT.                    04035000
           WRITE REPORT-REC FROM RL-EXCP-LINE.                          04040000
                                                                        04050000
           PERFORM 4100-FETCH-EXCEPTION.                                04060000
       8000-SQL-ERROR-EXIT.                                             04160000
           EXIT.                                                        04170000
                                                                        04180000
       8600-END-RUN-LOG SECTION.                                        04180416
                                                                        04180833
           IF NOT WS-JLOG-STARTED THEN                                  04181250
              GO TO 8600-END-RUN-LOG-EXIT                               04181666
           END-IF.                                                      04182083
                                                                        04182500
           SET JL-FUNC-END TO TRUE.                                     04182916
           MOVE RETURN-CODE TO JL-JOB-RC.                               04183333
           MOVE WS-INQUIRY-COUNT TO JL-IN-COUNT.                        04183750
           MOVE WS-EXCP-COUNT    TO JL-EXCP-COUNT.                      04184166
                                                                        04184583
           CALL WS-JLOG USING JL-REQ JL-RES.                            04185000
                                                                        04185416
           IF NOT JL-RC-OK THEN                                         04185833
              DISPLAY 'TRANAUDR - RUN LOG NOT CLOSED: ' JL-MESSAGE      04186250
              IF RETURN-CODE < 4 THEN                                   04186666
                 MOVE 4 TO RETURN-CODE                                  04187083
              END-IF                                                    04187500
           END-IF.                                                      04187916
                                                                        04188333
       8600-END-RUN-LOG-EXIT.                                           04188750
           EXIT.                                                        04189166
                                                                        04189583
       9000-TERMINATE SECTION.                                          04190000
                                                                        04200000
           CLOSE PARAM-FILE                                             04210000
                 REPORT-FILE.                                           04220000
           DISPLAY 'TRANAUDR COMPLETE - INQUIRIES: ' WS-INQUIRY-COUNT   04225000
                   ' EXCEPTIONS: ' WS-EXCP-COUNT.                       04230000
           PERFORM 8600-END-RUN-LOG.                                    04235000
           STOP RUN.                                                    04240000
                                                                        04250000
       9000-TERMINATE-EXIT.                                             04260000
