      * resubmitted.  BKORPT proves what was reversed per account and   00360000
      * ties the grand total back to the register's posted count; the   00370000
      * run is marked 'B' in POSTRUNS at the end, which also frees      00380000
      * the file identity for a corrected resubmission.  A row the      00383333
      * teller has since reversed online (type RV) takes its reversal   00386666
      * with it - left behind, the RV row would put back an amount      00390000
      * that no longer exists - and the pairs so removed are counted    00393333
      * on BKORPT apart from the run's own rows.                        00396666
       01 WS-EOF-FLAG                PIC X(01) VALUE 'N'.               00400000
          88 WS-EOF                  VALUE 'Y'.                         00410000
                                                                        00420000
       01 WS-TOTAL-ROW-COUNT         PIC 9(09) USAGE COMP VALUE ZERO.   00540000
       01 WS-TOTAL-AMT               PIC S9(11)V9(2) USAGE COMP-3       00550000
                                      VALUE ZERO.                       00560000
       01 WS-REV-PAIR-COUNT          PIC 9(07) USAGE COMP VALUE ZERO.   00565000
                                                                        00565500
      * Run-log state - the run is logged on BATCH_RUN_LOG through      00566000
      * TRANJLOG once its business date is known, and refused there     00566500
      * until the jobs it depends on have completed for the date.       00567000
       01 WS-JLOG                    PIC X(08) VALUE 'TRANJLOG'.        00567500
       01 WS-JLOG-FLAG               PIC X(01) VALUE 'N'.               00568000
          88 WS-JLOG-STARTED         VALUE 'Y'.                         00568500
                                                                        00569000
       COPY TRANJLLK.                                                   00569500
                                                                        00570000
       01 WS-HOST-RUN-ID             PIC S9(9) USAGE COMP.              00580000
       01 WS-HOST-SOURCE-SYSTEM      PIC X(08).                         00590000
          03 WS-HOST-ACCOUNT-NO      PIC S9(9) USAGE COMP.              00650000
          03 WS-HOST-TRANS-ID        PIC S9(9) USAGE COMP.              00660000
          03 WS-HOST-TRANS-AMOUNT    PIC S9(8)V9(2) USAGE COMP-3.       00670000
          03 WS-HOST-REVERSED-BY     PIC S9(9) USAGE COMP.              00672500
                                                                        00675000
       01 WS-HOST-REV-AMOUNT         PIC S9(8)V9(2) USAGE COMP-3.       00677500
                                                                        00680000
       01 WS-HOST-PREV-ACCT          PIC S9(9) USAGE COMP.              00690000
                                                                        00720000
                                                                        00832000
           EXEC SQL                                                     00834000
             INCLUDE BALDCL                                             00836000
           END-EXEC.                                                    00836400
                                                                        00836800
           EXEC SQL                                                     00837200
             INCLUDE SUSPDCL                                            00837600
           END-EXEC.                                                    00837680
                                                                        00837760
           EXEC SQL                                                     00837840
             INCLUDE SORDDCL                                            00837920
           END-EXEC.                                                    00838000
                                                                        00840000
       01 RL-TITLE-LINE.                                                00850000
          03 RL-V-CTRL               PIC X     VALUE SPACE.             01510000
          03 RL-V-TEXT               PIC X(60).                         01520000
          03 FILLER                  PIC X(72) VALUE SPACES.            01530000
                                                                        01531250
       01 RL-REV-PAIR-LINE.                                             01532500
          03 RL-R-CTRL               PIC X     VALUE SPACE.             01533750
          03 FILLER                  PIC X(37)                          01535000
                     VALUE 'RV REVERSALS REMOVED WITH ORIGINALS: '.     01536250
          03 RL-R-PAIR-COUNT         PIC ZZZ,ZZZ,ZZ9.                   01537500
          03 FILLER                  PIC X(84) VALUE SPACES.            01538750
                                                                        01540000
       PROCEDURE DIVISION.                                              01550000
                                                                        01560000
       1050-FETCH-RUN-EXIT.                                             02480000
           EXIT.                                                        02490000
                                                                        02500000
       1060-START-RUN-LOG SECTION.                                      02500416
                                                                        02500833
      *    Logged against the current business date, the stream the     02501250
      *    back-out ran in, with the run it reverses as its RUN_ID.     02501666
      *    Refused means nothing is reversed.                           02502083
           INITIALIZE JL-REQ.                                           02502500
           SET JL-FUNC-START TO TRUE.                                   02502916
           MOVE 'TRANBKOT' TO JL-JOB-NAME.                              02503333
           MOVE SPACES TO JL-BUS-DATE.                                  02503750
                                                                        02504166
           CALL WS-JLOG USING JL-REQ JL-RES.                            02504583
                                                                        02505000
           IF JL-RC-OK THEN                                             02505416
              SET WS-JLOG-STARTED TO TRUE                               02505833
           ELSE                                                         02506250
              DISPLAY 'TRANBKOT - ' JL-MESSAGE                          02506666
              SET WS-EOF TO TRUE                                        02507083
              MOVE 16 TO RETURN-CODE                                    02507500
           END-IF.                                                      02507916
                                                                        02508333
       1060-START-RUN-LOG-EXIT.                                         02508750
           EXIT.                                                        02509166
                                                                        02509583
       1100-OPEN-CURSOR SECTION.                                        02510000
                                                                        02511666
           PERFORM 1060-START-RUN-LOG.                                  02513333
           IF WS-EOF THEN                                               02515000
              GO TO 1100-OPEN-CURSOR-EXIT                               02516666
           END-IF.                                                      02518333
                                                                        02520000
      *    Walked in account order so the report proves the reversal    02530000
      *    account by account, and WITH HOLD keeps the position         02540000
                ACCOUNT_NO                                              02600000
               ,TRANS_ID                                                02610000
               ,TRANS_AMOUNT                                            02620000
               ,REVERSED_BY                                             02625000
             FROM TRANSACTIONS                                          02630000
             WHERE RUN_ID = :WS-HOST-RUN-ID                             02640000
             ORDER BY ACCOUNT_NO, TRANS_ID                              02650000
             INTO :WS-HOST-ACCOUNT-NO                                   02860000
                 ,:WS-HOST-TRANS-ID                                     02870000
                 ,:WS-HOST-TRANS-AMOUNT                                 02880000
                 ,:WS-HOST-REVERSED-BY                                  02885000
           END-EXEC.                                                    02890000
                                                                        02900000
           IF SQLCODE = ZERO THEN                                       02910000
              CONTINUE                                                  03186664
           ELSE                                                         03187497
              PERFORM 2150-ADJUST-LATER-ROWS                            03188330
           END-IF.                                                      03188449
                                                                        03188568
           IF WS-EOF OR WS-HOST-REVERSED-BY = ZERO THEN                 03188687
              CONTINUE                                                  03188806
           ELSE                                                         03188925
              PERFORM 2160-REMOVE-REVERSAL                              03189044
           END-IF.                                                      03189163
                                                                        03190000
           IF WS-EOF THEN                                               03200000
           END-EVALUATE.                                                03498400
                                                                        03498800
       2150-ADJUST-LATER-ROWS-EXIT.                                     03499200
           EXIT.                                                        03499210
                                                                        03499220
       2160-REMOVE-REVERSAL SECTION.                                    03499230
                                                                        03499240
      *    The RV row reversing the row just deleted goes too, with     03499250
      *    the same balance repair - together the pair netted to        03499260
      *    nothing, so the account ends as if neither had been posted.  03499270
      *    Not found means it has already gone (an interrupted earlier  03499280
      *    back-out committed this account's delete of it).             03499290
           EXEC SQL                                                     03499300
             SELECT TRANS_AMOUNT                                        03499310
             INTO  :WS-HOST-REV-AMOUNT                                  03499320
             FROM TRANSACTIONS                                          03499330
             WHERE ACCOUNT_NO = :WS-HOST-ACCOUNT-NO                     03499340
               AND TRANS_ID   = :WS-HOST-REVERSED-BY                    03499350
           END-EXEC.                                                    03499360
                                                                        03499370
           EVALUATE TRUE                                                03499380
              WHEN SQLCODE = 100                                        03499390
                 GO TO 2160-REMOVE-REVERSAL-EXIT                        03499400
              WHEN SQLCODE NOT = ZERO                                   03499410
                 PERFORM 8000-SQL-ERROR                                 03499420
                 GO TO 2160-REMOVE-REVERSAL-EXIT                        03499430
           END-EVALUATE.                                                03499440
                                                                        03499450
           EXEC SQL                                                     03499460
             DELETE FROM TRANSACTIONS                                   03499470
             WHERE ACCOUNT_NO = :WS-HOST-ACCOUNT-NO                     03499480
               AND TRANS_ID   = :WS-HOST-REVERSED-BY                    03499490
           END-EXEC.                                                    03499500
                                                                        03499510
           IF SQLCODE NOT = ZERO THEN                                   03499520
              DISPLAY 'TRANBKOT - RV DELETE ERROR, SQLCODE=' SQLCODE    03499530
              PERFORM 8100-ROLLBACK                                     03499540
              SET WS-EOF TO TRUE                                        03499550
              MOVE 16 TO RETURN-CODE                                    03499560
              GO TO 2160-REMOVE-REVERSAL-EXIT                           03499570
           END-IF.                                                      03499580
                                                                        03499590
           EXEC SQL                                                     03499600
             UPDATE TRANSACTIONS                                        03499610
             SET BALANCE = BALANCE - :WS-HOST-REV-AMOUNT                03499620
             WHERE ACCOUNT_NO = :WS-HOST-ACCOUNT-NO                     03499630
               AND TRANS_ID > :WS-HOST-REVERSED-BY                      03499640
           END-EXEC.                                                    03499650
                                                                        03499660
           EVALUATE TRUE                                                03499670
              WHEN SQLCODE = ZERO                                       03499680
                 ADD SQLERRD(3) TO WS-ACCT-ADJ-COUNT                    03499690
                 ADD +1 TO WS-REV-PAIR-COUNT                            03499700
              WHEN SQLCODE = 100                                        03499710
                 ADD +1 TO WS-REV-PAIR-COUNT                            03499720
              WHEN OTHER                                                03499730
                 DISPLAY 'TRANBKOT - RV ADJUST ERROR, SQLCODE=' SQLCODE 03499740
                 PERFORM 8100-ROLLBACK                                  03499750
                 SET WS-EOF TO TRUE                                     03499760
                 MOVE 16 TO RETURN-CODE                                 03499770
           END-EVALUATE.                                                03499780
                                                                        03499790
       2160-REMOVE-REVERSAL-EXIT.                                       03499800
           EXIT.                                                        03499810
                                                                        03500000
       2900-ACCOUNT-BREAK SECTION.                                      03510000
                                                                        03520000
       8100-ROLLBACK-EXIT.                                              04219044
           EXIT.                                                        04219520
                                                                        04220000
       8600-END-RUN-LOG SECTION.                                        04220400
                                                                        04220800
           IF NOT WS-JLOG-STARTED THEN                                  04221200
              GO TO 8600-END-RUN-LOG-EXIT                               04221600
           END-IF.                                                      04222000
                                                                        04222400
           SET JL-FUNC-END TO TRUE.                                     04222800
           MOVE RETURN-CODE TO JL-JOB-RC.                               04223200
           MOVE WS-HOST-RUN-ID     TO JL-RUN-ID.                        04223600
           MOVE WS-ACCT-COUNT      TO JL-IN-COUNT.                      04224000
           MOVE WS-TOTAL-ROW-COUNT TO JL-OUT-COUNT.                     04224400
                                                                        04224800
           CALL WS-JLOG USING JL-REQ JL-RES.                            04225200
                                                                        04225600
           IF NOT JL-RC-OK THEN                                         04226000
              DISPLAY 'TRANBKOT - RUN LOG NOT CLOSED: ' JL-MESSAGE      04226400
              IF RETURN-CODE < 4 THEN                                   04226800
                 MOVE 4 TO RETURN-CODE                                  04227200
              END-IF                                                    04227600
           END-IF.                                                      04228000
                                                                        04228400
       8600-END-RUN-LOG-EXIT.                                           04228800
           EXIT.                                                        04229200
                                                                        04229600
       9000-TERMINATE SECTION.                                          04230000
                                                                        04240000
           EXEC SQL                                                     04250000
           MOVE WS-TOTAL-ROW-COUNT TO RL-S-ROW-COUNT.                   04300000
           MOVE WS-TOTAL-AMT       TO RL-S-AMT-TOTAL.                   04310000
           WRITE REPORT-REC FROM RL-TOTALS-LINE.                        04320000
           IF WS-REV-PAIR-COUNT > ZERO THEN                             04322000
              MOVE WS-REV-PAIR-COUNT TO RL-R-PAIR-COUNT                 04324000
              WRITE REPORT-REC FROM RL-REV-PAIR-LINE                    04326000
           END-IF.                                                      04328000
                                                                        04330000
           IF RETURN-CODE = ZERO THEN                                   04340000
              PERFORM 9100-MARK-RUN-BACKED-OUT                          04350000
                 REPORT-FILE.                                           04390000
           DISPLAY 'TRANBKOT COMPLETE - ROWS REVERSED: '                04400000
                   WS-TOTAL-ROW-COUNT                                   04410000
                   ' ACCOUNTS: ' WS-ACCT-COUNT                          04416666
                   ' RV PAIRS: ' WS-REV-PAIR-COUNT.                     04423333
           PERFORM 8600-END-RUN-LOG.                                    04426666
           STOP RUN.                                                    04430000
                                                                        04440000
       9000-TERMINATE-EXIT.                                             04450000
           END-IF.                                                      04630000
           WRITE REPORT-REC FROM RL-VERIFY-LINE.                        04640000
                                                                        04650000
      *    The run's rejects still open in suspense go with it - the    04650500
      *    corrected file is resubmitted whole and rejects them again   04651000
      *    if they are still bad, so releasing one of these from the    04651500
      *    repair screen as well would post it twice.                   04652000
           EXEC SQL                                                     04652500
             UPDATE POST_SUSPENSE                                       04653000
             SET SUSP_STATUS = 'B'                                      04653500
             WHERE RUN_ID      = :WS-HOST-RUN-ID                        04654000
               AND SUSP_STATUS = 'O'                                    04654500
           END-EXEC.                                                    04655000
                                                                        04655500
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100 THEN             04656000
              DISPLAY 'TRANBKOT - SUSPENSE UPDATE ERROR, SQLCODE='      04656500
                      SQLCODE                                           04657000
              PERFORM 8100-ROLLBACK                                     04657500
              MOVE 16 TO RETURN-CODE                                    04658000
              GO TO 9100-MARK-RUN-BACKED-OUT-EXIT                       04658500
           END-IF.                                                      04659000
                                                                        04659500
      *    Standing orders the run paid go back to the due date they    04659520
      *    were paid for - the payment is gone, so the order falls      04659541
      *    due again and the next TRANSORD run pays it.  An order the   04659562
      *    payment ended is active again for the same reason.           04659583
           EXEC SQL                                                     04659604
             UPDATE STANDING_ORDERS                                     04659625
             SET NEXT_DUE_DATE = PREV_DUE_DATE                          04659645
                ,SO_STATUS     = CASE SO_STATUS                         04659666
                                    WHEN 'E' THEN 'A'                   04659687
                                    ELSE SO_STATUS                      04659708
                                 END                                    04659729
                ,LAST_RUN_ID   = 0                                      04659750
             WHERE LAST_RUN_ID = :WS-HOST-RUN-ID                        04659770
           END-EXEC.                                                    04659791
                                                                        04659812
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100 THEN             04659833
              DISPLAY 'TRANBKOT - STANDING ORDER UPDATE ERROR, '        04659854
                      'SQLCODE=' SQLCODE                                04659875
              PERFORM 8100-ROLLBACK                                     04659895
              MOVE 16 TO RETURN-CODE                                    04659916
              GO TO 9100-MARK-RUN-BACKED-OUT-EXIT                       04659937
           END-IF.                                                      04659958
                                                                        04659979
           EXEC SQL                                                     04660000
             UPDATE POSTRUNS                                            04670000
             SET RUN_STATUS = 'B'                                       04680000
              MOVE 16 TO RETURN-CODE                                    04750000
           END-IF.                                                      04760000
                                                                        04770000
      *    The run-log attempts that posted the run go to 'B' in the    04770454
      *    same unit of work, so the jobs that depend on the posting    04770909
      *    will not start again on the strength of it.  A run posted    04771363
      *    before the run log was kept has no row to mark.              04771818
           IF RETURN-CODE < 16 THEN                                     04772272
              SET JL-FUNC-BACKED-OUT TO TRUE                            04772727
              MOVE WS-HOST-RUN-ID TO JL-RUN-ID                          04773181
              CALL WS-JLOG USING JL-REQ JL-RES                          04773636
              EVALUATE TRUE                                             04774090
                 WHEN JL-RC-OK                                          04774545
                    CONTINUE                                            04775000
                 WHEN JL-RC-NOT-FOUND                                   04775454
                    DISPLAY 'TRANBKOT - ' JL-MESSAGE                    04775909
                 WHEN OTHER                                             04776363
                    DISPLAY 'TRANBKOT - RUN LOG UPDATE ERROR: '         04776818
                            JL-MESSAGE                                  04777272
                    PERFORM 8100-ROLLBACK                               04777727
                    MOVE 16 TO RETURN-CODE                              04778181
              END-EVALUATE                                              04778636
           END-IF.                                                      04779090
                                                                        04779545
           EXEC SQL                                                     04780000
             COMMIT                                                     04790000
           END-EXEC.                                                    04800000
