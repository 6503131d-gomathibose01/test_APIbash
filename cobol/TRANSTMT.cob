      * account's last transaction dated before the period), every      00320000
      * transaction in the period, then the closing balance, debit and  00330000
      * credit totals and transaction counts, with page overflow and    00340000
      * page numbering.  A reversed transaction and its RV reversal     00344000
      * both print, each naming the other's TRANS ID, so the pair       00348000
      * reads as cancelled while the running balance still adds         00352000
      * straight down the page.                                         00356000
       01 WS-ACCT-EOF-FLAG           PIC X(01) VALUE 'N'.               00360000
          88 WS-ACCT-EOF             VALUE 'Y'.                         00370000
                                                                        00380000
                                      VALUE ZERO.                       00580000
       01 WS-DEBIT-COUNT             PIC 9(05) USAGE COMP VALUE ZERO.   00590000
       01 WS-CREDIT-COUNT            PIC 9(05) USAGE COMP VALUE ZERO.   00600000
                                                                        00600833
      * Transaction lines printed across every statement in the run.    00601666
       01 WS-STMT-LINES              PIC 9(09) USAGE COMP VALUE ZERO.   00602500
      * Run-log state - the run is logged on BATCH_RUN_LOG through      00603333
      * TRANJLOG once its business date is known, and refused there     00604166
      * until the jobs it depends on have completed for the date.       00605000
       01 WS-JLOG                    PIC X(08) VALUE 'TRANJLOG'.        00605833
       01 WS-JLOG-FLAG               PIC X(01) VALUE 'N'.               00606666
          88 WS-JLOG-STARTED         VALUE 'Y'.                         00607500
                                                                        00608333
       COPY TRANJLLK.                                                   00609166
                                                                        00610000
       01 WS-HOST-DATE-FROM          PIC X(10).                         00620000
       01 WS-HOST-DATE-TO            PIC X(10).                         00630000
          03 WS-HOST-TRANS-REF       PIC X(20).                         00740000
          03 WS-HOST-TRANS-AMOUNT    PIC S9(8)V9(2) USAGE COMP-3.       00750000
          03 WS-HOST-TRANS-TYPE      PIC X(02).                         00760000
          03 WS-HOST-TYPE-DESC       PIC X(20).                         00765000
          03 WS-HOST-BALANCE         PIC S9(8)V9(2) USAGE COMP-3.       00770000
          03 WS-HOST-REVERSAL-OF     PIC S9(9) USAGE COMP.              00773333
          03 WS-HOST-REVERSED-BY     PIC S9(9) USAGE COMP.              00776666
                                                                        00780000
       01 WS-HOST-OPEN-BAL           PIC S9(8)V9(2) USAGE COMP-3.       00790000
                                                                        00791250
             INCLUDE BDATDCL                                            00918320
           END-EXEC.                                                    00918600
                                                                        00920000
           EXEC SQL                                                     00922000
             INCLUDE TTYPDCL                                            00924000
           END-EXEC.                                                    00926000
                                                                        00928000
       01 RL-TITLE-LINE.                                                00930000
          03 RL-T-CTRL               PIC X     VALUE '1'.               00940000
          03 FILLER                  PIC X(30)                          00950000
          03 FILLER                  PIC X(02) VALUE SPACES.            01240000
          03 FILLER                  PIC X(10) VALUE 'TRANS ID'.        01250000
          03 FILLER                  PIC X(02) VALUE SPACES.            01260000
          03 FILLER                  PIC X(23) VALUE 'TYPE'.            01270000
          03 FILLER                  PIC X(02) VALUE SPACES.            01280000
          03 FILLER                  PIC X(20) VALUE 'REFERENCE'.       01290000
          03 FILLER                  PIC X(02) VALUE SPACES.            01300000
          03 FILLER                  PIC X(12) VALUE 'AMOUNT'.          01310000
          03 FILLER                  PIC X(02) VALUE SPACES.            01320000
          03 FILLER                  PIC X(12) VALUE 'BALANCE'.         01330000
          03 FILLER                  PIC X(02) VALUE SPACES.            01335000
          03 FILLER                  PIC X(22) VALUE 'REVERSAL'.        01340000
          03 FILLER                  PIC X(10) VALUE SPACES.            01345000
                                                                        01350000
       01 RL-DETAIL-LINE.                                               01360000
          03 RL-D-CTRL               PIC X     VALUE SPACE.             01370000
          03 RL-TRANS-ID             PIC Z(09)9.                        01410000
          03 FILLER                  PIC X(02) VALUE SPACES.            01420000
          03 RL-TRANS-TYPE           PIC X(02).                         01430000
          03 FILLER                  PIC X(01) VALUE SPACE.             01433333
          03 RL-TRANS-TYPE-DESC      PIC X(20).                         01436666
          03 FILLER                  PIC X(02) VALUE SPACES.            01440000
          03 RL-TRANS-REF            PIC X(20).                         01450000
          03 FILLER                  PIC X(02) VALUE SPACES.            01460000
          03 RL-TRANS-AMOUNT         PIC -ZZZZZZZ9.99.                  01470000
          03 FILLER                  PIC X(02) VALUE SPACES.            01480000
          03 RL-BALANCE              PIC -ZZZZZZZ9.99.                  01490000
          03 FILLER                  PIC X(02) VALUE SPACES.            01494000
          03 RL-REV-TEXT             PIC X(12).                         01498000
          03 RL-REV-ID               PIC Z(09)9 BLANK WHEN ZERO.        01502000
          03 FILLER                  PIC X(10) VALUE SPACES.            01506000
                                                                        01510000
       01 RL-BALANCE-LINE.                                              01520000
          03 RL-B-CTRL               PIC X     VALUE SPACE.             01530000
       1050-GET-CONTROL-DATES-EXIT.                                     02129568
           EXIT.                                                        02130000
                                                                        02140000
       1060-START-RUN-LOG SECTION.                                      02140416
                                                                        02140833
      *    A period run is logged against the current business date     02141250
      *    whatever period the card names - the date of the stream      02141666
      *    it ran in.  Refused means no statement is printed.           02142083
           INITIALIZE JL-REQ.                                           02142500
           SET JL-FUNC-START TO TRUE.                                   02142916
           MOVE 'TRANSTMT' TO JL-JOB-NAME.                              02143333
           MOVE SPACES TO JL-BUS-DATE.                                  02143750
                                                                        02144166
           CALL WS-JLOG USING JL-REQ JL-RES.                            02144583
                                                                        02145000
           IF JL-RC-OK THEN                                             02145416
              SET WS-JLOG-STARTED TO TRUE                               02145833
           ELSE                                                         02146250
              DISPLAY 'TRANSTMT - ' JL-MESSAGE                          02146666
              SET WS-ACCT-EOF TO TRUE                                   02147083
              MOVE 16 TO RETURN-CODE                                    02147500
           END-IF.                                                      02147916
                                                                        02148333
       1060-START-RUN-LOG-EXIT.                                         02148750
           EXIT.                                                        02149166
                                                                        02149583
       1100-OPEN-ACCT-CURSOR SECTION.                                   02150000
                                                                        02151666
           PERFORM 1060-START-RUN-LOG.                                  02153333
           IF WS-ACCT-EOF THEN                                          02155000
              GO TO 1100-OPEN-ACCT-CURSOR-EXIT                          02156666
           END-IF.                                                      02158333
                                                                        02160000
      *    Every account on the master gets a statement - an account    02170000
      *    with no activity in the period still shows its balance       02180000
                                                                        03700000
       2300-OPEN-TRAN-CURSOR SECTION.                                   03710000
                                                                        03720000
      *    The customer reads what each code means - a type the         03723333
      *    TRANS_TYPES master does not hold says so.                    03726666
           EXEC SQL                                                     03730000
             DECLARE STMT-CURSOR CURSOR FOR                             03740000
             SELECT                                                     03750000
               ,TRANS_REF                                               03780000
               ,TRANS_AMOUNT                                            03790000
               ,TRANS_TYPE                                              03800000
               ,COALESCE((SELECT Y.TYPE_DESC                            03802000
                          FROM TRANS_TYPES Y                            03804000
                          WHERE Y.TRANS_TYPE = T.TRANS_TYPE),           03806000
                         'NOT ON TYPE MASTER')                          03808000
               ,BALANCE                                                 03810000
               ,REVERSAL_OF                                             03813333
               ,REVERSED_BY                                             03816666
             FROM TRANSACTIONS T                                        03823333
             WHERE ACCOUNT_NO = :WS-HOST-ACCOUNT-NO                     03830000
               AND TRANS_DATE >= :WS-HOST-DATE-FROM                     03840000
               AND TRANS_DATE <= :WS-HOST-DATE-TO                       03850000
                 ,:WS-HOST-TRANS-REF                                    04070000
                 ,:WS-HOST-TRANS-AMOUNT                                 04080000
                 ,:WS-HOST-TRANS-TYPE                                   04090000
                 ,:WS-HOST-TYPE-DESC                                    04095000
                 ,:WS-HOST-BALANCE                                      04100000
                 ,:WS-HOST-REVERSAL-OF                                  04103333
                 ,:WS-HOST-REVERSED-BY                                  04106666
           END-EXEC.                                                    04110000
                                                                        04120000
           IF SQLCODE = ZERO THEN                                       04130000
           MOVE WS-HOST-TRANS-DATE   TO RL-TRANS-DATE.                  04290000
           MOVE WS-HOST-TRANS-ID     TO RL-TRANS-ID.                    04300000
           MOVE WS-HOST-TRANS-TYPE   TO RL-TRANS-TYPE.                  04310000
           MOVE WS-HOST-TYPE-DESC    TO RL-TRANS-TYPE-DESC.             04315000
           MOVE WS-HOST-TRANS-REF    TO RL-TRANS-REF.                   04320000
           MOVE WS-HOST-TRANS-AMOUNT TO RL-TRANS-AMOUNT.                04330000
           MOVE WS-HOST-BALANCE      TO RL-BALANCE.                     04340000
           EVALUATE TRUE                                                04340833
              WHEN WS-HOST-REVERSED-BY > ZERO                           04341666
                 MOVE 'REVERSED BY'       TO RL-REV-TEXT                04342500
                 MOVE WS-HOST-REVERSED-BY TO RL-REV-ID                  04343333
              WHEN WS-HOST-REVERSAL-OF > ZERO                           04344166
                 MOVE 'REVERSAL OF'       TO RL-REV-TEXT                04345000
                 MOVE WS-HOST-REVERSAL-OF TO RL-REV-ID                  04345833
              WHEN OTHER                                                04346666
                 MOVE SPACES              TO RL-REV-TEXT                04347500
                 MOVE ZERO                TO RL-REV-ID                  04348333
           END-EVALUATE.                                                04349166
           WRITE REPORT-REC FROM RL-DETAIL-LINE.                        04350000
           ADD +1 TO WS-LINE-COUNT.                                     04360000
           ADD +1 TO WS-STMT-LINES.                                     04365000
                                                                        04370000
           MOVE WS-HOST-BALANCE TO WS-CLOSING-BALANCE.                  04380000
           IF WS-HOST-TRANS-AMOUNT < ZERO THEN                          04390000
       8000-SQL-ERROR-EXIT.                                             05110000
           EXIT.                                                        05120000
                                                                        05130000
       8600-END-RUN-LOG SECTION.                                        05130416
                                                                        05130833
           IF NOT WS-JLOG-STARTED THEN                                  05131250
              GO TO 8600-END-RUN-LOG-EXIT                               05131666
           END-IF.                                                      05132083
                                                                        05132500
           SET JL-FUNC-END TO TRUE.                                     05132916
           MOVE RETURN-CODE TO JL-JOB-RC.                               05133333
           MOVE WS-ACCT-COUNT TO JL-IN-COUNT.                           05133750
           MOVE WS-STMT-LINES TO JL-OUT-COUNT.                          05134166
                                                                        05134583
           CALL WS-JLOG USING JL-REQ JL-RES.                            05135000
                                                                        05135416
           IF NOT JL-RC-OK THEN                                         05135833
              DISPLAY 'TRANSTMT - RUN LOG NOT CLOSED: ' JL-MESSAGE      05136250
              IF RETURN-CODE < 4 THEN                                   05136666
                 MOVE 4 TO RETURN-CODE                                  05137083
              END-IF                                                    05137500
           END-IF.                                                      05137916
                                                                        05138333
       8600-END-RUN-LOG-EXIT.                                           05138750
           EXIT.                                                        05139166
                                                                        05139583
       9000-TERMINATE SECTION.                                          05140000
                                                                        05150000
           EXEC SQL                                                     05160000
                 REPORT-FILE.                                           05210000
           DISPLAY 'TRANSTMT COMPLETE - STATEMENTS PRINTED: '           05220000
                   WS-ACCT-COUNT.                                       05230000
           PERFORM 8600-END-RUN-LOG.                                    05235000
           STOP RUN.                                                    05240000
                                                                        05250000
       9000-TERMINATE-EXIT.                                             05260000
