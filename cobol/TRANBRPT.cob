          88 WS-TIE-OK               VALUE 'Y'.                         00690000
                                                                        00700000
       01 WS-HOST-RPT-DATE           PIC X(10).                         00710000
                                                                        00711000
      * Run-log state - the run is logged on BATCH_RUN_LOG through      00712000
      * TRANJLOG once its business date is known, and refused there     00713000
      * until the jobs it depends on have completed for the date.       00714000
       01 WS-JLOG                    PIC X(08) VALUE 'TRANJLOG'.        00715000
       01 WS-JLOG-FLAG               PIC X(01) VALUE 'N'.               00716000
          88 WS-JLOG-STARTED         VALUE 'Y'.                         00717000
                                                                        00718000
       COPY TRANJLLK.                                                   00719000
                                                                        00720000
       01 WS-HOST-BRANCH.                                               00730000
          03 WS-HOST-BRANCH-ID       PIC X(04).                         00740000
                                                                        00780000
       01 WS-HOST-TYPE-ROW.                                             00790000
          03 WS-HOST-TRANS-TYPE      PIC X(02).                         00800000
          03 WS-HOST-TYPE-DESC       PIC X(20).                         00805000
          03 WS-HOST-DEBIT-CNT       PIC S9(9) USAGE COMP.              00810000
          03 WS-HOST-DEBIT-TOT       PIC S9(13)V9(2) USAGE COMP-3.      00820000
          03 WS-HOST-CREDIT-CNT      PIC S9(9) USAGE COMP.              00830000
             INCLUDE BDATDCL                                            01106000
           END-EXEC.                                                    01108000
                                                                        01110000
           EXEC SQL                                                     01112000
             INCLUDE TTYPDCL                                            01114000
           END-EXEC.                                                    01116000
                                                                        01118000
       01 RL-TITLE-LINE.                                                01120000
          03 RL-T-CTRL               PIC X     VALUE '1'.               01130000
          03 FILLER                  PIC X(38)                          01140000
       01 RL-COLUMN-LINE.                                               01330000
          03 RL-C-CTRL               PIC X     VALUE SPACE.             01340000
          03 FILLER                  PIC X(01) VALUE SPACE.             01350000
          03 FILLER                  PIC X(23) VALUE 'TYPE'.            01360000
          03 FILLER                  PIC X(02) VALUE SPACES.            01370000
          03 FILLER                  PIC X(09) VALUE 'DEBIT CNT'.       01380000
          03 FILLER                  PIC X(02) VALUE SPACES.            01390000
          03 FILLER                  PIC X(02) VALUE SPACES.            01440000
          03 FILLER                  PIC X(17)                          01450000
                              VALUE '     CREDIT TOTAL'.                01460000
          03 FILLER                  PIC X(47) VALUE SPACES.            01470000
                                                                        01480000
       01 RL-TYPE-LINE.                                                 01490000
          03 RL-Y-CTRL               PIC X     VALUE SPACE.             01500000
          03 FILLER                  PIC X(01) VALUE SPACE.             01510000
          03 RL-Y-TYPE               PIC X(02).                         01520000
          03 FILLER                  PIC X(01) VALUE SPACE.             01523333
          03 RL-Y-TYPE-DESC          PIC X(20).                         01526666
          03 FILLER                  PIC X(04) VALUE SPACES.            01530000
          03 RL-Y-DEBIT-CNT          PIC ZZZ,ZZ9.                       01540000
          03 FILLER                  PIC X(02) VALUE SPACES.            01550000
          03 RL-Y-CREDIT-CNT         PIC ZZZ,ZZ9.                       01580000
          03 FILLER                  PIC X(02) VALUE SPACES.            01590000
          03 RL-Y-CREDIT-TOT         PIC -Z,ZZZ,ZZZ,ZZ9.99.             01600000
          03 FILLER                  PIC X(47) VALUE SPACES.            01610000
                                                                        01620000
       01 RL-BRTOT-LINE.                                                01630000
          03 RL-B-CTRL               PIC X     VALUE SPACE.             01640000
          03 FILLER                  PIC X(28) VALUE 'TOTALS'.          01650000
          03 RL-B-DEBIT-CNT          PIC ZZZ,ZZ9.                       01660000
          03 FILLER                  PIC X(02) VALUE SPACES.            01670000
          03 RL-B-DEBIT-TOT          PIC -Z,ZZZ,ZZZ,ZZ9.99.             01680000
          03 RL-B-CREDIT-CNT         PIC ZZZ,ZZ9.                       01700000
          03 FILLER                  PIC X(02) VALUE SPACES.            01710000
          03 RL-B-CREDIT-TOT         PIC -Z,ZZZ,ZZZ,ZZ9.99.             01720000
          03 FILLER                  PIC X(47) VALUE SPACES.            01730000
                                                                        01740000
       01 RL-BOOK-LINE.                                                 01750000
          03 RL-K-CTRL               PIC X     VALUE SPACE.             01760000
       1050-GET-CONTROL-DATE-EXIT.                                      02299080
           EXIT.                                                        02299534
                                                                        02300000
       1060-START-RUN-LOG SECTION.                                      02300416
                                                                        02300833
      *    Refused means no branch pages and no grand totals -          02301250
      *    RC=16 and the run log say why the report is empty.           02301666
           INITIALIZE JL-REQ.                                           02302083
           SET JL-FUNC-START TO TRUE.                                   02302500
           MOVE 'TRANBRPT' TO JL-JOB-NAME.                              02302916
           MOVE WS-HOST-RPT-DATE TO JL-BUS-DATE.                        02303333
                                                                        02303750
           CALL WS-JLOG USING JL-REQ JL-RES.                            02304166
                                                                        02304583
           IF JL-RC-OK THEN                                             02305000
              SET WS-JLOG-STARTED TO TRUE                               02305416
           ELSE                                                         02305833
              DISPLAY 'TRANBRPT - ' JL-MESSAGE                          02306250
              SET WS-EOF TO TRUE                                        02306666
              SET WS-BR-EOF TO TRUE                                     02307083
              MOVE 16 TO RETURN-CODE                                    02307500
           END-IF.                                                      02307916
                                                                        02308333
       1060-START-RUN-LOG-EXIT.                                         02308750
           EXIT.                                                        02309166
                                                                        02309583
       1100-OPEN-BRANCH-CURSOR SECTION.                                 02310000
                                                                        02311666
           PERFORM 1060-START-RUN-LOG.                                  02313333
           IF WS-BR-EOF THEN                                            02315000
              GO TO 1100-OPEN-BRANCH-CURSOR-EXIT                        02316666
           END-IF.                                                      02318333
                                                                        02320000
      *    Whatever BRANCH_ID an account carries is the branch it       02330000
      *    reports under - including a blank or mispunched one,         02340000
      *    which then gets its own page and still rolls into the        02350000
      *    grand total, so the tie check can never be fooled by a       02360000
      *    bad branch code.                                             02370000
      *    A dormant account is still an open one - it is counted       02373333
      *    with the open accounts, not left out of the split.           02376666
           EXEC SQL                                                     02380000
             DECLARE BRANCH-CURSOR CURSOR FOR                           02390000
             SELECT                                                     02400000
                BRANCH_ID                                               02410000
               ,COUNT(*)                                                02420000
               ,SUM(CASE WHEN ACCT_STATUS IN ('O', 'D')                 02430000
                         THEN 1 ELSE 0 END)                             02440000
               ,SUM(CASE WHEN ACCT_STATUS = 'C'                         02450000
                         THEN 1 ELSE 0 END)                             02460000
      *    with debits and credits counted and totalled separately -    03400000
      *    the same split TRANSUMQ serves per account, rolled up to     03410000
      *    the branch.                                                  03420000
      *    Each type carries its TRANS_TYPES description so branch      03423333
      *    staff are not left decoding two-letter codes.                03426666
           EXEC SQL                                                     03430000
             DECLARE TYPE-CURSOR CURSOR FOR                             03440000
             SELECT                                                     03450000
                T.TRANS_TYPE                                            03460000
               ,COALESCE(Y.TYPE_DESC, 'NOT ON TYPE MASTER')             03465000
               ,SUM(CASE WHEN T.TRANS_AMOUNT < 0                        03470000
                         THEN 1 ELSE 0 END)                             03480000
               ,SUM(CASE WHEN T.TRANS_AMOUNT < 0                        03490000
                         THEN 1 ELSE 0 END)                             03520000
               ,SUM(CASE WHEN T.TRANS_AMOUNT >= 0                       03530000
                         THEN T.TRANS_AMOUNT ELSE 0 END)                03540000
             FROM TRANSACTIONS T                                        03544000
                  LEFT OUTER JOIN TRANS_TYPES Y                         03548000
                    ON Y.TRANS_TYPE = T.TRANS_TYPE                      03552000
                 ,ACCOUNTS A                                            03556000
             WHERE T.ACCOUNT_NO = A.ACCOUNT_NO                          03560000
               AND A.BRANCH_ID  = :WS-HOST-BRANCH-ID                    03570000
               AND T.TRANS_DATE = :WS-HOST-RPT-DATE                     03580000
             GROUP BY T.TRANS_TYPE, Y.TYPE_DESC                         03590000
             ORDER BY T.TRANS_TYPE                                      03600000
           END-EXEC.                                                    03610000
                                                                        03620000
           EXEC SQL                                                     03850000
             FETCH TYPE-CURSOR                                          03860000
             INTO :WS-HOST-TRANS-TYPE                                   03870000
                 ,:WS-HOST-TYPE-DESC                                    03875000
                 ,:WS-HOST-DEBIT-CNT                                    03880000
                 ,:WS-HOST-DEBIT-TOT                                    03890000
                 ,:WS-HOST-CREDIT-CNT                                   03900000
       2400-PRINT-TYPE SECTION.                                         04060000
                                                                        04070000
           MOVE WS-HOST-TRANS-TYPE TO RL-Y-TYPE.                        04080000
           MOVE WS-HOST-TYPE-DESC  TO RL-Y-TYPE-DESC.                   04085000
           MOVE WS-HOST-DEBIT-CNT  TO RL-Y-DEBIT-CNT.                   04090000
           MOVE WS-HOST-DEBIT-TOT  TO RL-Y-DEBIT-TOT.                   04100000
           MOVE WS-HOST-CREDIT-CNT TO RL-Y-CREDIT-CNT.                  04110000
       8000-SQL-ERROR-EXIT.                                             06090000
           EXIT.                                                        06100000
                                                                        06110000
       8600-END-RUN-LOG SECTION.                                        06110333
                                                                        06110666
           IF NOT WS-JLOG-STARTED THEN                                  06111000
              GO TO 8600-END-RUN-LOG-EXIT                               06111333
           END-IF.                                                      06111666
                                                                        06112000
           SET JL-FUNC-END TO TRUE.                                     06112333
           MOVE RETURN-CODE TO JL-JOB-RC.                               06112666
           MOVE WS-GR-ACCT-COUNT TO JL-IN-COUNT.                        06113000
           COMPUTE JL-OUT-COUNT = WS-GR-DEBIT-CNT + WS-GR-CREDIT-CNT.   06113333
           IF WS-TIE-OK THEN                                            06113666
              MOVE ZERO TO JL-EXCP-COUNT                                06114000
           ELSE                                                         06114333
              MOVE 1 TO JL-EXCP-COUNT                                   06114666
           END-IF.                                                      06115000
           MOVE WS-GR-BOOK-BAL TO JL-CTL-AMOUNT.                        06115333
                                                                        06115666
           CALL WS-JLOG USING JL-REQ JL-RES.                            06116000
                                                                        06116333
           IF NOT JL-RC-OK THEN                                         06116666
              DISPLAY 'TRANBRPT - RUN LOG NOT CLOSED: ' JL-MESSAGE      06117000
              IF RETURN-CODE < 4 THEN                                   06117333
                 MOVE 4 TO RETURN-CODE                                  06117666
              END-IF                                                    06118000
           END-IF.                                                      06118333
                                                                        06118666
       8600-END-RUN-LOG-EXIT.                                           06119000
           EXIT.                                                        06119333
                                                                        06119666
       9000-TERMINATE SECTION.                                          06120000
                                                                        06130000
           EXEC SQL                                                     06140000
           CLOSE PARAM-FILE                                             06180000
                 REPORT-FILE.                                           06190000
           DISPLAY 'TRANBRPT COMPLETE'.                                 06200000
           PERFORM 8600-END-RUN-LOG.                                    06205000
           STOP RUN.                                                    06210000
                                                                        06220000
       9000-TERMINATE-EXIT.                                             06230000
