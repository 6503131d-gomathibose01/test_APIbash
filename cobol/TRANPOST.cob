       01 WS-HOST-RUN-STATUS         PIC X(01).                         00519391
       01 WS-HOST-POSTED-COUNT      PIC S9(9) USAGE COMP.               00519436
       01 WS-HOST-REJECT-COUNT      PIC S9(9) USAGE COMP.               00519481
                                                                        00519486
      * Run-log state - the run is logged on BATCH_RUN_LOG through      00519491
      * TRANJLOG once its business date is known, and refused there     00519496
      * until the jobs it depends on have completed for the date.       00519502
       01 WS-JLOG                    PIC X(08) VALUE 'TRANJLOG'.        00519507
       01 WS-JLOG-FLAG               PIC X(01) VALUE 'N'.               00519512
          88 WS-JLOG-STARTED         VALUE 'Y'.                         00519518
                                                                        00519523
       COPY TRANJLLK.                                                   00519528
                                                                        00519534
       01 WS-READ-COUNT              PIC 9(07) USAGE COMP VALUE ZERO.   00520000
       01 WS-POSTED-COUNT            PIC 9(07) USAGE COMP VALUE ZERO.   00530000
      * currently in hand belong to - checked once per account change,  00763000
      * then held so a run of movements on a dead account costs one     00764000
      * SELECT, not one per movement.                                   00765000
      * A dormant account takes credits and the system's own 'IN'       00765250
      * and 'FE' rows; a customer debit to it is rejected until a       00765500
      * supervisor reactivates it on TRANAONL.                          00765750
       01 WS-ACCT-STATE              PIC X(01) VALUE SPACE.             00766000
          88 WS-ACCT-USABLE          VALUE 'O'.                         00767000
          88 WS-ACCT-MISSING         VALUE 'M'.                         00768000
          88 WS-ACCT-SHUT            VALUE 'C'.                         00769000
          88 WS-ACCT-DORMANT         VALUE 'D'.                         00769500
                                                                        00770000
       01 WS-HOST-ACCT-STATUS        PIC X(01).                         00771000
                                                                        00770000
       01 WS-HOST-OD-LIMIT           PIC S9(8)V9(2) USAGE COMP-3        00770082
                                      VALUE ZERO.                       00770165
                                                                        00770247
      * Debits posted past the account's approved overdraft limit -     00770330
      * the overnight feed is not refused on funds the way a teller     00770413
      * debit is, since the source system has already paid it away,     00770495
      * but every one is flagged on POSTRPT and TRANOVDR lists the      00770578
      * account for its branch the next morning.                        00770661
       01 WS-OVER-COUNT              PIC 9(07) USAGE COMP VALUE ZERO.   00770743
                                                                        00770826
      * Suspense capture - every reject is also held on POST_SUSPENSE   00770909
      * with the movement exactly as it arrived, so the TRANUONL        00771818
      * repair screen can correct and release it, or write it off,      00772727
      * instead of ops re-keying it into the next night's TRANMOV.      00773636
      * The id is fetched once per run and carried forward in storage   00774545
      * the way the next TRANS_ID is.                                   00775454
       01 WS-HOST-SUSP-ID            PIC S9(9) USAGE COMP VALUE ZERO.   00776363
       01 WS-HOST-MOVEMENT-REC       PIC X(80).                         00777272
       01 WS-SUSP-COUNT              PIC 9(07) USAGE COMP VALUE ZERO.   00778181
                                                                        00779090
      * The TRANS_TYPES master's verdict on the type of the movement    00779155
      * in hand - looked up once per change of type, then held, so a    00779220
      * run of one type costs one SELECT.  A type the master does not   00779285
      * hold, or an amount signed against the type's direction, is a    00779350
      * reject like any other.                                          00779415
       01 WS-CUR-TRANS-TYPE          PIC X(02) VALUE SPACES.            00779480
       01 WS-TYPE-STATE              PIC X(01) VALUE SPACE.             00779545
          88 WS-TYPE-KNOWN           VALUE 'K'.                         00779610
          88 WS-TYPE-MISSING         VALUE 'M'.                         00779675
       01 WS-HOST-DR-CR-IND          PIC X(01).                         00779740
          88 WS-TYPE-DEBIT           VALUE 'D'.                         00779805
          88 WS-TYPE-CREDIT          VALUE 'C'.                         00779870
                                                                        00779935
           EXEC SQL                                                     00780000
             INCLUDE SQLCA                                              00790000
           END-EXEC.                                                    00800000
             INCLUDE CALDDCL                                            00849971
           END-EXEC.                                                    00849984
                                                                        00850000
           EXEC SQL                                                     00852000
             INCLUDE SUSPDCL                                            00854000
           END-EXEC.                                                    00854400
                                                                        00854800
           EXEC SQL                                                     00855200
             INCLUDE TTYPDCL                                            00855600
           END-EXEC.                                                    00856000
                                                                        00858000
       01 RL-TITLE-LINE.                                                00860000
          03 RL-T-CTRL               PIC X     VALUE '1'.               00870000
          03 FILLER                  PIC X(40)                          00880000
          03 FILLER                  PIC X(02) VALUE 'TY'.              01080000
          03 FILLER                  PIC X(02) VALUE SPACES.            01090000
          03 FILLER                  PIC X(26) VALUE 'REJECT REASON'.   01100000
          03 FILLER                  PIC X(02) VALUE SPACES.            01105000
          03 FILLER                  PIC X(09) VALUE '  SUSP ID'.       01110000
          03 FILLER                  PIC X(26) VALUE SPACES.            01115000
                                                                        01120000
       01 RL-REJECT-LINE.                                               01130000
          03 RL-R-CTRL               PIC X     VALUE SPACE.             01140000
          03 RL-TRANS-TYPE           PIC X(02).                         01240000
          03 FILLER                  PIC X(02) VALUE SPACES.            01250000
          03 RL-REJECT-REASON        PIC X(26).                         01260000
          03 FILLER                  PIC X(02) VALUE SPACES.            01265000
          03 RL-SUSP-ID              PIC Z(08)9.                        01270000
          03 FILLER                  PIC X(26) VALUE SPACES.            01275000
                                                                        01280000
       01 RL-OVER-LINE.                                                 01280010
          03 RL-V-CTRL               PIC X     VALUE SPACE.             01280020
          03 FILLER                  PIC X(01) VALUE SPACE.             01280031
          03 RL-V-ACCT-NO            PIC X(15).                         01280041
          03 FILLER                  PIC X(02) VALUE SPACES.            01280052
          03 RL-V-TRANS-DATE         PIC X(10).                         01280062
          03 FILLER                  PIC X(02) VALUE SPACES.            01280072
          03 RL-V-TRANS-REF          PIC X(20).                         01280083
          03 FILLER                  PIC X(02) VALUE SPACES.            01280093
          03 RL-V-TRANS-AMOUNT       PIC X(11).                         01280104
          03 FILLER                  PIC X(02) VALUE SPACES.            01280114
          03 RL-V-TRANS-TYPE         PIC X(02).                         01280125
          03 FILLER                  PIC X(02) VALUE SPACES.            01280135
          03 FILLER                  PIC X(26)                          01280145
                             VALUE 'POSTED - OVER OD LIMIT'.            01280156
          03 FILLER                  PIC X(02) VALUE SPACES.            01280166
          03 FILLER                  PIC X(04) VALUE 'BAL:'.            01280177
          03 RL-V-BALANCE            PIC -ZZZZZZZ9.99.                  01280187
          03 FILLER                  PIC X(01) VALUE SPACE.             01280197
          03 FILLER                  PIC X(04) VALUE 'LIM:'.            01280208
          03 RL-V-OD-LIMIT           PIC ZZZZZZZ9.99.                   01280218
          03 FILLER                  PIC X(03) VALUE SPACES.            01280229
                                                                        01280239
       01 RL-CONTROL-LINE.                                              01280250
          03 RL-G-CTRL               PIC X     VALUE SPACE.             01280500
          03 FILLER                  PIC X(15)                          01280750
          03 FILLER                  PIC X(17)                          01480000
                              VALUE 'RECORDS REJECTED:'.                01490000
          03 RL-S-REJECT-COUNT       PIC ZZZ,ZZ9.                       01500000
          03 FILLER                  PIC X(03) VALUE SPACES.            01503333
          03 FILLER                  PIC X(17)                          01506666
                              VALUE 'HELD IN SUSPENSE:'.                01510000
          03 RL-S-SUSP-COUNT         PIC ZZZ,ZZ9.                       01513333
          03 FILLER                  PIC X(03) VALUE SPACES.            01514666
          03 FILLER                  PIC X(11) VALUE 'OVER LIMIT:'.     01515999
          03 RL-S-OVER-COUNT         PIC ZZZ,ZZ9.                       01517333
          03 FILLER                  PIC X(10) VALUE SPACES.            01518666
                                                                        01520000
       PROCEDURE DIVISION.                                              01530000
                                                                        01540000
      *    stops the run before anything posts.                         01690740
           PERFORM 1900-GET-BUSINESS-DATE.                              01690925
                                                                        01691111
           IF WS-BDATE-OK THEN                                          01691333
              PERFORM 1950-START-RUN-LOG                                01691555
           END-IF.                                                      01691777
                                                                        01691999
      *    Prove the file complete against its trailer before           01692222
      *    anything posts - out of balance means post nothing and       01693333
      *    report, not post most of it.                                 01694444
                                                                        01889948
       1900-GET-BUSINESS-DATE-EXIT.                                     01889951
           EXIT.                                                        01889954
                                                                        01889955
       1950-START-RUN-LOG SECTION.                                      01889957
                                                                        01889959
      *    A refusal is treated like a bad business date - nothing      01889961
      *    is read, nothing posts, and the run ends RC=16.              01889962
           INITIALIZE JL-REQ.                                           01889964
           SET JL-FUNC-START TO TRUE.                                   01889966
           MOVE 'TRANPOST'            TO JL-JOB-NAME.                   01889968
           MOVE WS-HOST-CURR-BUS-DATE TO JL-BUS-DATE.                   01889969
                                                                        01889971
           CALL WS-JLOG USING JL-REQ JL-RES.                            01889973
                                                                        01889975
           IF JL-RC-OK THEN                                             01889977
              SET WS-JLOG-STARTED TO TRUE                               01889978
           ELSE                                                         01889980
              MOVE SPACES TO RL-W-TEXT                                  01889982
              MOVE '*** NOT RUN - ' TO RL-W-TEXT                        01889984
              MOVE JL-MESSAGE TO RL-W-TEXT(15:40)                       01889985
              WRITE REPORT-REC FROM RL-BDATE-LINE                       01889987
              DISPLAY 'TRANPOST - ' JL-MESSAGE                          01889989
              MOVE 'N' TO WS-BDATE-OK-FLAG                              01889991
           END-IF.                                                      01889992
                                                                        01889994
       1950-START-RUN-LOG-EXIT.                                         01889996
           EXIT.                                                        01889998
                                                                        01890000
       2000-PROCESS-MOVEMENT SECTION.                                   01900000
                                                                        01910000
                 CONTINUE                                               02220000
           END-EVALUATE.                                                02230000
                                                                        02240000
           IF WS-REJECT-REASON = SPACES THEN                            02242000
              PERFORM 2150-CHECK-TRANS-TYPE                             02244000
           END-IF.                                                      02246000
                                                                        02248000
           IF WS-REJECT-REASON NOT = SPACES THEN                        02250000
              MOVE 'N' TO WS-VALID-FLAG                                 02260000
           END-IF.                                                      02270000
                                                                        02280000
       2100-VALIDATE-MOVEMENT-EXIT.                                     02290000
           EXIT.                                                        02290238
                                                                        02290476
       2150-CHECK-TRANS-TYPE SECTION.                                   02290714
                                                                        02290952
      *    A typo in the feed's type code is a reject, not a new type   02291190
      *    appearing on every report - the code must be on the          02291428
      *    TRANS_TYPES master and the amount signed the way the type    02291666
      *    posts.  TRANPSVC applies the same check at the counter.      02291904
           IF MV-TRANS-TYPE NOT = WS-CUR-TRANS-TYPE THEN                02292142
              MOVE MV-TRANS-TYPE TO WS-CUR-TRANS-TYPE                   02292380
              EXEC SQL                                                  02292619
                SELECT DR_CR_IND                                        02292857
                INTO  :WS-HOST-DR-CR-IND                                02293095
                FROM TRANS_TYPES                                        02293333
                WHERE TRANS_TYPE = :WS-CUR-TRANS-TYPE                   02293571
              END-EXEC                                                  02293809
              EVALUATE TRUE                                             02294047
                 WHEN SQLCODE = ZERO                                    02294285
                    SET WS-TYPE-KNOWN   TO TRUE                         02294523
                 WHEN SQLCODE = 100                                     02294761
                    SET WS-TYPE-MISSING TO TRUE                         02295000
                 WHEN OTHER                                             02295238
                    MOVE SPACES TO WS-CUR-TRANS-TYPE                    02295476
                    PERFORM 8000-SQL-ERROR                              02295714
              END-EVALUATE                                              02295952
           END-IF.                                                      02296190
                                                                        02296428
           EVALUATE TRUE                                                02296666
              WHEN WS-EOF                                               02296904
                 CONTINUE                                               02297142
              WHEN WS-TYPE-MISSING                                      02297380
                 MOVE 'TRANS TYPE NOT ON MASTER'   TO WS-REJECT-REASON  02297619
              WHEN WS-TYPE-DEBIT AND MV-TRANS-AMOUNT-NUM > ZERO         02297857
                 MOVE 'AMOUNT SIGN WRONG FOR TYPE' TO WS-REJECT-REASON  02298095
              WHEN WS-TYPE-CREDIT AND MV-TRANS-AMOUNT-NUM < ZERO        02298333
                 MOVE 'AMOUNT SIGN WRONG FOR TYPE' TO WS-REJECT-REASON  02298571
              WHEN OTHER                                                02298809
                 CONTINUE                                               02299047
           END-EVALUATE.                                                02299285
                                                                        02299523
       2150-CHECK-TRANS-TYPE-EXIT.                                      02299761
           EXIT.                                                        02300000
                                                                        02310000
       2300-POST-MOVEMENT SECTION.                                      02320000
           IF MV-ACCT-NO-NUM NOT = WS-CUR-ACCT-NO THEN                  02370000
              MOVE MV-ACCT-NO-NUM TO WS-CUR-ACCT-NO                     02390000
              PERFORM 2350-CHECK-ACCOUNT                                02391000
              IF (WS-ACCT-USABLE OR WS-ACCT-DORMANT) AND                02394000
                    NOT WS-EOF THEN                                     02397000
                 PERFORM 2400-GET-LAST-POSITION                         02400000
              END-IF                                                    02401000
           END-IF.                                                      02410000
                 PERFORM 2800-WRITE-REJECT                              02443000
              WHEN WS-ACCT-SHUT                                         02444000
                 MOVE 'ACCOUNT CLOSED'        TO WS-REJECT-REASON       02445000
                 PERFORM 2800-WRITE-REJECT                              02445142
              WHEN WS-ACCT-DORMANT AND                                  02445285
                    MV-TRANS-AMOUNT-NUM < ZERO AND                      02445428
                    MV-TRANS-TYPE NOT = 'IN' AND                        02445571
                    MV-TRANS-TYPE NOT = 'FE'                            02445714
                 MOVE 'ACCOUNT DORMANT'       TO WS-REJECT-REASON       02445857
                 PERFORM 2800-WRITE-REJECT                              02446000
              WHEN OTHER                                                02450000
                 MOVE WS-CUR-ACCT-NO        TO WS-HOST-ACCOUNT-NO       02460000
      *    report, not silently inserted against a dead account.        02586000
           EXEC SQL                                                     02587000
             SELECT ACCT_STATUS                                         02588000
                   ,OVERDRAFT_LIMIT                                     02588500
             INTO  :WS-HOST-ACCT-STATUS                                 02589000
                  ,:WS-HOST-OD-LIMIT                                    02589050
             FROM ACCOUNTS                                              02589100
             WHERE ACCOUNT_NO = :WS-CUR-ACCT-NO                         02589200
           END-EXEC.                                                    02589300
           EVALUATE TRUE                                                02589500
              WHEN SQLCODE = ZERO AND WS-HOST-ACCT-STATUS = 'O'         02589600
                 SET WS-ACCT-USABLE  TO TRUE                            02589700
              WHEN SQLCODE = ZERO AND WS-HOST-ACCT-STATUS = 'D'         02589733
                 SET WS-ACCT-DORMANT TO TRUE                            02589766
              WHEN SQLCODE = ZERO                                       02589800
                 SET WS-ACCT-SHUT    TO TRUE                            02589900
              WHEN SQLCODE = 100                                        02590100
              WHEN SQLCODE = ZERO                                       03160000
                 ADD +1 TO WS-POSTED-COUNT                              03170000
                 ADD +1 TO WS-NEXT-TRANS-ID                             03180000
                 IF WS-HOST-TRANS-AMOUNT < ZERO AND                     03182000
                       WS-HOST-BALANCE + WS-HOST-OD-LIMIT < ZERO THEN   03184000
                    PERFORM 2700-WRITE-OVER-LIMIT                       03186000
                 END-IF                                                 03188000
              WHEN SQLCODE = -803                                       03190000
      *          Another process already owns this TRANS_ID - back the  03200000
      *          running balance out, reject the movement and force the 03210000
           END-EVALUATE.                                                03310000
                                                                        03320000
       2500-INSERT-ROW-EXIT.                                            03330000
           EXIT.                                                        03330476
                                                                        03330952
       2700-WRITE-OVER-LIMIT SECTION.                                   03331428
                                                                        03331904
      *    The debit is in - the flag line tells the morning what it    03332380
      *    left the account at against the limit approved on            03332857
      *    TRANAONL.  Only the debit that crosses or stays past the     03333333
      *    limit is flagged; a credit is never the problem.             03333809
           ADD +1 TO WS-OVER-COUNT.                                     03334285
                                                                        03334761
           MOVE MV-ACCT-NO        TO RL-V-ACCT-NO.                      03335238
           MOVE MV-TRANS-DATE     TO RL-V-TRANS-DATE.                   03335714
           MOVE MV-TRANS-REF      TO RL-V-TRANS-REF.                    03336190
           MOVE MV-TRANS-AMOUNT   TO RL-V-TRANS-AMOUNT.                 03336666
           MOVE MV-TRANS-TYPE     TO RL-V-TRANS-TYPE.                   03337142
           MOVE WS-HOST-BALANCE   TO RL-V-BALANCE.                      03337619
           MOVE WS-HOST-OD-LIMIT  TO RL-V-OD-LIMIT.                     03338095
           WRITE REPORT-REC FROM RL-OVER-LINE.                          03338571
                                                                        03339047
       2700-WRITE-OVER-LIMIT-EXIT.                                      03339523
           EXIT.                                                        03340000
                                                                        03350000
       2800-WRITE-REJECT SECTION.                                       03360000
                                                                        03370000
           ADD +1 TO WS-REJECT-COUNT.                                   03380000
                                                                        03381250
      *    Held in suspense first, so the report line can carry the     03382500
      *    id the repair screen knows the item by.                      03383750
           IF WS-RUN-REGISTERED THEN                                    03385000
              PERFORM 2850-WRITE-SUSPENSE                               03386250
           END-IF.                                                      03387500
                                                                        03388750
           MOVE MV-ACCT-NO        TO RL-ACCT-NO.                        03390000
           MOVE MV-TRANS-DATE     TO RL-TRANS-DATE.                     03400000
           MOVE MV-TRANS-REF      TO RL-TRANS-REF.                      03410000
           MOVE MV-TRANS-AMOUNT   TO RL-TRANS-AMOUNT.                   03420000
           MOVE MV-TRANS-TYPE     TO RL-TRANS-TYPE.                     03430000
           MOVE WS-REJECT-REASON  TO RL-REJECT-REASON.                  03440000
           MOVE WS-HOST-SUSP-ID   TO RL-SUSP-ID.                        03445000
           WRITE REPORT-REC FROM RL-REJECT-LINE.                        03450000
                                                                        03460000
       2800-WRITE-REJECT-EXIT.                                          03470000
           EXIT.                                                        03470158
                                                                        03470317
       2850-WRITE-SUSPENSE SECTION.                                     03470476
                                                                        03470634
      *    The suspense row goes in under this run's RUN_ID and the     03470793
      *    file's source system and business date, with the movement    03470952
      *    byte-for-byte as read - whatever was wrong with it is        03471111
      *    still there for the supervisor to see and correct.           03471269
           IF WS-HOST-SUSP-ID = ZERO THEN                               03471428
              EXEC SQL                                                  03471587
                SELECT COALESCE(MAX(SUSP_ID), 0)                        03471746
                INTO  :WS-HOST-SUSP-ID                                  03471904
                FROM POST_SUSPENSE                                      03472063
              END-EXEC                                                  03472222
              IF SQLCODE NOT = ZERO THEN                                03472380
                 PERFORM 8000-SQL-ERROR                                 03472539
                 GO TO 2850-WRITE-SUSPENSE-EXIT                         03472698
              END-IF                                                    03472857
           END-IF.                                                      03473015
                                                                        03473174
           ADD +1 TO WS-HOST-SUSP-ID.                                   03473333
           MOVE MOVEMENT-REC TO WS-HOST-MOVEMENT-REC.                   03473492
                                                                        03473650
           EXEC SQL                                                     03473809
             INSERT INTO POST_SUSPENSE                                  03473968
               ( SUSP_ID                                                03474126
                ,RUN_ID                                                 03474285
                ,SOURCE_SYSTEM                                          03474444
                ,BUSINESS_DATE                                          03474603
                ,MOVEMENT_REC                                           03474761
                ,REJECT_REASON                                          03474920
                ,SUSP_STATUS                                            03475079
                ,RESOLVE_DATE                                           03475238
                ,RESOLVE_NOTE                                           03475396
                ,POST_ACCT_NO                                           03475555
                ,POST_TRANS_ID                                          03475714
                ,RESOLVE_TERMID )                                       03475873
             VALUES                                                     03476031
               ( :WS-HOST-SUSP-ID                                       03476190
                ,:WS-HOST-RUN-ID                                        03476349
                ,:WS-HOST-SOURCE-SYSTEM                                 03476507
                ,:WS-HOST-BUS-DATE                                      03476666
                ,:WS-HOST-MOVEMENT-REC                                  03476825
                ,:WS-REJECT-REASON                                      03476984
                ,'O'                                                    03477142
                ,' '                                                    03477301
                ,' '                                                    03477460
                ,0                                                      03477619
                ,0                                                      03477777
                ,' ' )                                                  03477936
           END-EXEC.                                                    03478095
                                                                        03478253
      *    A reject that cannot be held in suspense would exist only    03478412
      *    on paper again - that ends the run like any other database   03478571
      *    error.                                                       03478730
           IF SQLCODE = ZERO THEN                                       03478888
              ADD +1 TO WS-SUSP-COUNT                                   03479047
           ELSE                                                         03479206
              PERFORM 8000-SQL-ERROR                                    03479365
           END-IF.                                                      03479523
                                                                        03479682
       2850-WRITE-SUSPENSE-EXIT.                                        03479841
           EXIT.                                                        03480000
                                                                        03490000
       8000-SQL-ERROR SECTION.                                          03500000
       8500-CLOSE-RUN-EXIT.                                             03639048
           EXIT.                                                        03639360
                                                                        03639672
       8600-END-RUN-LOG SECTION.                                        03639684
                                                                        03639696
           IF NOT WS-JLOG-STARTED THEN                                  03639708
              GO TO 8600-END-RUN-LOG-EXIT                               03639720
           END-IF.                                                      03639732
                                                                        03639744
           SET JL-FUNC-END TO TRUE.                                     03639757
           MOVE RETURN-CODE        TO JL-JOB-RC.                        03639769
           MOVE WS-HOST-RUN-ID     TO JL-RUN-ID.                        03639781
           MOVE WS-READ-COUNT      TO JL-IN-COUNT.                      03639793
           MOVE WS-POSTED-COUNT    TO JL-OUT-COUNT.                     03639805
           MOVE WS-REJECT-COUNT    TO JL-EXCP-COUNT.                    03639817
           MOVE WS-BAL-AMOUNT-HASH TO JL-CTL-AMOUNT.                    03639829
                                                                        03639842
           CALL WS-JLOG USING JL-REQ JL-RES.                            03639854
                                                                        03639866
           IF NOT JL-RC-OK THEN                                         03639878
              DISPLAY 'TRANPOST - RUN LOG NOT CLOSED: ' JL-MESSAGE      03639890
              IF RETURN-CODE < 4 THEN                                   03639902
                 MOVE 4 TO RETURN-CODE                                  03639914
              END-IF                                                    03639927
           END-IF.                                                      03639939
                                                                        03639951
       8600-END-RUN-LOG-EXIT.                                           03639963
           EXIT.                                                        03639975
                                                                        03639987
       9000-TERMINATE SECTION.                                          03640000
                                                                        03650000
           IF WS-RUN-REGISTERED THEN                                    03652000
           MOVE WS-READ-COUNT    TO RL-S-READ-COUNT.                    03660000
           MOVE WS-POSTED-COUNT  TO RL-S-POSTED-COUNT.                  03670000
           MOVE WS-REJECT-COUNT  TO RL-S-REJECT-COUNT.                  03680000
           MOVE WS-SUSP-COUNT    TO RL-S-SUSP-COUNT.                    03685000
           MOVE WS-OVER-COUNT    TO RL-S-OVER-COUNT.                    03687500
           WRITE REPORT-REC FROM RL-TOTALS-LINE.                        03690000
                                                                        03700000
           CLOSE MOVEMENT-FILE                                          03710000
                 REPORT-FILE.                                           03720000
           DISPLAY 'TRANPOST COMPLETE - READ: ' WS-READ-COUNT           03730000
                   ' POSTED: ' WS-POSTED-COUNT                          03740000
                   ' REJECTED: ' WS-REJECT-COUNT                        03746666
                   ' SUSPENSE: ' WS-SUSP-COUNT                          03751110
                   ' OVER LIMIT: ' WS-OVER-COUNT.                       03755555
           PERFORM 8600-END-RUN-LOG.                                    03757777
           STOP RUN.                                                    03760000
                                                                        03770000
       9000-TERMINATE-EXIT.                                             03780000
