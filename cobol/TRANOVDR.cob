       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. TRANOVDR.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       CONFIGURATION SECTION.                                           00040000
       INPUT-OUTPUT SECTION.                                            00050000
       FILE-CONTROL.                                                    00060000
           SELECT PARAM-FILE   ASSIGN TO OVDRDATE                       00070000
               ORGANIZATION IS SEQUENTIAL.                              00080000
           SELECT REPORT-FILE  ASSIGN TO OVDRRPT                        00090000
               ORGANIZATION IS SEQUENTIAL.                              00100000
       DATA DIVISION.                                                   00110000
       FILE SECTION.                                                    00120000
       FD PARAM-FILE                                                    00130000
           RECORDING MODE IS F                                          00140000
           LABEL RECORDS ARE STANDARD.                                  00150000
       01 PARAM-REC.                                                    00160000
          03 OP-DATE                  PIC X(10).                        00170000
          03 FILLER                   PIC X(70).                        00180000
                                                                        00190000
       FD REPORT-FILE                                                   00200000
           RECORDING MODE IS F                                          00210000
           LABEL RECORDS ARE STANDARD.                                  00220000
       01 REPORT-REC                  PIC X(133).                       00230000
                                                                        00240000
       WORKING-STORAGE SECTION.                                         00250000
      * Daily overdrawn-accounts report for the branch managers -       00260000
      * every account whose book balance (its last posted BALANCE,      00270000
      * archived-only accounts included, the figure TRANBRPT totals)    00280000
      * is below zero, one page per BRANCH_ID.  Each line shows the     00290000
      * approved OVERDRAFT_LIMIT off the ACCOUNTS master, and an        00300000
      * account overdrawn past that limit - which only the overnight    00310000
      * feed can do, TRANPSVC refuses such a debit at the counter,      00320000
      * and TRANPOST flags each one on POSTRPT - is marked so the       00330000
      * branch chases it first.                                         00340000
       01 WS-EOF-FLAG                PIC X(01) VALUE 'N'.               00350000
          88 WS-EOF                  VALUE 'Y'.                         00360000
                                                                        00370000
       01 WS-OD-EOF-FLAG             PIC X(01) VALUE 'N'.               00380000
          88 WS-OD-EOF               VALUE 'Y'.                         00390000
                                                                        00400000
      * Control-break state - the branch whose page is being printed.   00410000
       01 WS-CUR-BRANCH-ID           PIC X(04) VALUE SPACES.            00420000
       01 WS-FIRST-FLAG              PIC X(01) VALUE 'Y'.               00430000
          88 WS-FIRST-ACCOUNT        VALUE 'Y'.                         00440000
                                                                        00450000
      * Per-branch accumulators, reset at each branch page, and the     00460000
      * whole-bank totals they roll up into.                            00470000
       01 WS-BR-OVERDRAWN            PIC S9(9) USAGE COMP VALUE ZERO.   00480000
       01 WS-BR-OVER-LIMIT           PIC S9(9) USAGE COMP VALUE ZERO.   00490000
       01 WS-BR-TOTAL                PIC S9(13)V9(2) USAGE COMP-3       00500000
                                      VALUE ZERO.                       00510000
                                                                        00520000
       01 WS-GR-OVERDRAWN            PIC S9(9) USAGE COMP VALUE ZERO.   00530000
       01 WS-GR-OVER-LIMIT           PIC S9(9) USAGE COMP VALUE ZERO.   00540000
       01 WS-GR-TOTAL                PIC S9(13)V9(2) USAGE COMP-3       00550000
                                      VALUE ZERO.                       00560000
                                                                        00570000
       01 WS-HOST-RPT-DATE           PIC X(10).                         00580000
                                                                        00581000
      * Run-log state - the run is logged on BATCH_RUN_LOG through      00582000
      * TRANJLOG once its business date is known, and refused there     00583000
      * until the jobs it depends on have completed for the date.       00584000
       01 WS-JLOG                    PIC X(08) VALUE 'TRANJLOG'.        00585000
       01 WS-JLOG-FLAG               PIC X(01) VALUE 'N'.               00586000
          88 WS-JLOG-STARTED         VALUE 'Y'.                         00587000
                                                                        00588000
       COPY TRANJLLK.                                                   00589000
                                                                        00590000
       01 WS-HOST-OD-ROW.                                               00600000
          03 WS-HOST-BRANCH-ID       PIC X(04).                         00610000
          03 WS-HOST-ACCOUNT-NO      PIC S9(9) USAGE COMP.              00620000
          03 WS-HOST-CUST-NAME       PIC X(30).                         00630000
          03 WS-HOST-ACCT-STATUS     PIC X(01).                         00640000
          03 WS-HOST-OD-LIMIT        PIC S9(8)V9(2) USAGE COMP-3.       00650000
          03 WS-HOST-BALANCE         PIC S9(8)V9(2) USAGE COMP-3.       00660000
          03 WS-HOST-TRANS-DATE      PIC X(10).                         00670000
                                                                        00680000
           EXEC SQL                                                     00690000
             INCLUDE SQLCA                                              00700000
           END-EXEC.                                                    00710000
                                                                        00720000
           EXEC SQL                                                     00730000
             INCLUDE ACCTDCL                                            00740000
           END-EXEC.                                                    00750000
                                                                        00760000
           EXEC SQL                                                     00770000
             INCLUDE TRANSDCL                                           00780000
           END-EXEC.                                                    00790000
                                                                        00800000
           EXEC SQL                                                     00810000
             INCLUDE ARCHDCL                                            00820000
           END-EXEC.                                                    00830000
                                                                        00840000
           EXEC SQL                                                     00850000
             INCLUDE BDATDCL                                            00860000
           END-EXEC.                                                    00870000
                                                                        00880000
       01 RL-TITLE-LINE.                                                00890000
          03 RL-T-CTRL               PIC X     VALUE '1'.               00900000
          03 FILLER                  PIC X(38)                          00910000
              VALUE 'OVERDRAWN ACCOUNTS REPORT'.                        00920000
          03 FILLER                  PIC X(08) VALUE 'BRANCH: '.        00930000
          03 RL-T-BRANCH             PIC X(04).                         00940000
          03 FILLER                  PIC X(03) VALUE SPACES.            00950000
          03 FILLER                  PIC X(10) VALUE 'AS AT:    '.      00960000
          03 RL-T-DATE               PIC X(10).                         00970000
          03 FILLER                  PIC X(59) VALUE SPACES.            00980000
                                                                        00990000
       01 RL-COLUMN-LINE.                                               01000000
          03 RL-C-CTRL               PIC X     VALUE SPACE.             01010000
          03 FILLER                  PIC X(01) VALUE SPACE.             01020000
          03 FILLER                  PIC X(15) VALUE '     ACCOUNT NO'. 01030000
          03 FILLER                  PIC X(02) VALUE SPACES.            01040000
          03 FILLER                  PIC X(30) VALUE 'CUSTOMER NAME'.   01050000
          03 FILLER                  PIC X(02) VALUE SPACES.            01060000
          03 FILLER                  PIC X(02) VALUE 'ST'.              01070000
          03 FILLER                  PIC X(02) VALUE SPACES.            01080000
          03 FILLER                  PIC X(10) VALUE 'LAST POST'.       01090000
          03 FILLER                  PIC X(02) VALUE SPACES.            01100000
          03 FILLER                  PIC X(14) VALUE '       BALANCE'.  01110000
          03 FILLER                  PIC X(02) VALUE SPACES.            01120000
          03 FILLER                  PIC X(13) VALUE '     OD LIMIT'.   01130000
          03 FILLER                  PIC X(02) VALUE SPACES.            01140000
          03 FILLER                  PIC X(14) VALUE SPACES.            01150000
          03 FILLER                  PIC X(21) VALUE SPACES.            01160000
                                                                        01170000
       01 RL-DETAIL-LINE.                                               01180000
          03 RL-D-CTRL               PIC X     VALUE SPACE.             01190000
          03 FILLER                  PIC X(01) VALUE SPACE.             01200000
          03 RL-D-ACCT-NO            PIC Z(14)9.                        01210000
          03 FILLER                  PIC X(02) VALUE SPACES.            01220000
          03 RL-D-CUST-NAME          PIC X(30).                         01230000
          03 FILLER                  PIC X(02) VALUE SPACES.            01240000
          03 RL-D-STATUS             PIC X(02).                         01250000
          03 FILLER                  PIC X(02) VALUE SPACES.            01260000
          03 RL-D-TRANS-DATE         PIC X(10).                         01270000
          03 FILLER                  PIC X(02) VALUE SPACES.            01280000
          03 RL-D-BALANCE            PIC -ZZ,ZZZ,ZZ9.99.                01290000
          03 FILLER                  PIC X(02) VALUE SPACES.            01300000
          03 RL-D-OD-LIMIT           PIC ZZ,ZZZ,ZZ9.99.                 01310000
          03 FILLER                  PIC X(02) VALUE SPACES.            01320000
          03 RL-D-FLAG               PIC X(14).                         01330000
          03 FILLER                  PIC X(21) VALUE SPACES.            01340000
                                                                        01350000
       01 RL-TOTAL-LINE.                                                01360000
          03 RL-K-CTRL               PIC X     VALUE '0'.               01370000
          03 RL-K-LABEL              PIC X(14).                         01380000
          03 FILLER                  PIC X(11) VALUE 'OVERDRAWN: '.     01390000
          03 RL-K-OVERDRAWN          PIC ZZZ,ZZ9.                       01400000
          03 FILLER                  PIC X(15) VALUE '   OVER LIMIT: '. 01410000
          03 RL-K-OVER-LIMIT         PIC ZZZ,ZZ9.                       01420000
          03 FILLER                  PIC X(20)                          01430000
                              VALUE '   TOTAL OVERDRAWN: '.             01440000
          03 RL-K-TOTAL              PIC -Z,ZZZ,ZZZ,ZZ9.99.             01450000
          03 FILLER                  PIC X(41) VALUE SPACES.            01460000
                                                                        01470000
       01 RL-NONE-LINE.                                                 01480000
          03 RL-N-CTRL               PIC X     VALUE '0'.               01490000
          03 FILLER                  PIC X(40)                          01500000
              VALUE 'NO OVERDRAWN ACCOUNTS'.                            01510000
          03 FILLER                  PIC X(92) VALUE SPACES.            01520000
                                                                        01530000
       PROCEDURE DIVISION.                                              01540000
                                                                        01550000
       MAINLINE SECTION.                                                01560000
                                                                        01570000
           PERFORM 1000-INITIALIZE.                                     01580000
           PERFORM 2000-PROCESS-ACCOUNT UNTIL WS-OD-EOF.                01590000
           IF RETURN-CODE < 16 AND NOT WS-EOF THEN                      01600000
              PERFORM 5000-GRAND-TOTALS                                 01610000
           END-IF.                                                      01620000
           PERFORM 9000-TERMINATE.                                      01630000
                                                                        01640000
       MAINLINE-EXIT.                                                   01650000
           EXIT.                                                        01660000
                                                                        01670000
       1000-INITIALIZE SECTION.                                         01680000
                                                                        01690000
           OPEN INPUT  PARAM-FILE                                       01700000
                OUTPUT REPORT-FILE.                                     01710000
                                                                        01720000
           READ PARAM-FILE                                              01730000
               AT END SET WS-EOF TO TRUE                                01740000
           END-READ.                                                    01750000
                                                                        01760000
      *    An empty OVDRDATE is the normal nightly path - the as-at     01770000
      *    date comes off the BUSDATE_CTL control row.  A card is the   01780000
      *    explicit override for a rerun.                               01790000
           IF WS-EOF OR OP-DATE = SPACES THEN                           01800000
              MOVE 'N' TO WS-EOF-FLAG                                   01810000
              PERFORM 1050-GET-CONTROL-DATE                             01820000
           ELSE                                                         01830000
              MOVE OP-DATE TO WS-HOST-RPT-DATE                          01840000
                              RL-T-DATE                                 01850000
           END-IF.                                                      01860000
                                                                        01870000
           IF WS-EOF THEN                                               01880000
              SET WS-OD-EOF TO TRUE                                     01890000
           ELSE                                                         01900000
              PERFORM 1100-OPEN-OD-CURSOR                               01910000
           END-IF.                                                      01920000
                                                                        01930000
           IF WS-OD-EOF THEN                                            01940000
              CONTINUE                                                  01950000
           ELSE                                                         01960000
              PERFORM 1200-FETCH-OD                                     01970000
           END-IF.                                                      01980000
                                                                        01990000
       1000-INITIALIZE-EXIT.                                            02000000
           EXIT.                                                        02010000
                                                                        02020000
       1050-GET-CONTROL-DATE SECTION.                                   02030000
                                                                        02040000
           EXEC SQL                                                     02050000
             SELECT CURR_BUS_DATE                                       02060000
             INTO  :WS-HOST-RPT-DATE                                    02070000
             FROM BUSDATE_CTL                                           02080000
           END-EXEC.                                                    02090000
                                                                        02100000
           IF SQLCODE = ZERO THEN                                       02110000
              MOVE WS-HOST-RPT-DATE TO RL-T-DATE                        02120000
           ELSE                                                         02130000
              DISPLAY 'TRANOVDR - OVDRDATE CARD EMPTY AND '             02140000
                      'BUSDATE_CTL UNAVAILABLE, SQLCODE=' SQLCODE       02150000
              SET WS-EOF TO TRUE                                        02160000
              SET WS-OD-EOF TO TRUE                                     02170000
              MOVE 16 TO RETURN-CODE                                    02180000
           END-IF.                                                      02190000
                                                                        02200000
       1050-GET-CONTROL-DATE-EXIT.                                      02210000
           EXIT.                                                        02220000
                                                                        02230000
       1060-START-RUN-LOG SECTION.                                      02230400
                                                                        02230800
      *    Refused until the date's postings are complete - a list      02231200
      *    of balances taken halfway through the posting is worse       02231600
      *    than none.                                                   02232000
           INITIALIZE JL-REQ.                                           02232400
           SET JL-FUNC-START TO TRUE.                                   02232800
           MOVE 'TRANOVDR' TO JL-JOB-NAME.                              02233200
           MOVE WS-HOST-RPT-DATE TO JL-BUS-DATE.                        02233600
                                                                        02234000
           CALL WS-JLOG USING JL-REQ JL-RES.                            02234400
                                                                        02234800
           IF JL-RC-OK THEN                                             02235200
              SET WS-JLOG-STARTED TO TRUE                               02235600
           ELSE                                                         02236000
              DISPLAY 'TRANOVDR - ' JL-MESSAGE                          02236400
              SET WS-EOF TO TRUE                                        02236800
              SET WS-OD-EOF TO TRUE                                     02237200
              MOVE 16 TO RETURN-CODE                                    02237600
           END-IF.                                                      02238000
                                                                        02238400
       1060-START-RUN-LOG-EXIT.                                         02238800
           EXIT.                                                        02239200
                                                                        02239600
       1100-OPEN-OD-CURSOR SECTION.                                     02240000
                                                                        02241666
           PERFORM 1060-START-RUN-LOG.                                  02243333
           IF WS-EOF THEN                                               02245000
              GO TO 1100-OPEN-OD-CURSOR-EXIT                            02246666
           END-IF.                                                      02248333
                                                                        02250000
      *    The book balance is the BALANCE on the account's highest     02260000
      *    live row, or - for an account whose whole history has been   02270000
      *    archived - on its highest TRANSARCH row, the same rule       02280000
      *    TRANBRPT's book balance follows.  Closed accounts are kept:  02290000
      *    one closed while still overdrawn is a debt to recover.       02300000
      *    Only rows dated on or before the as-at date count, so a      02302500
      *    rerun for an earlier date shows the balances that stood      02305000
      *    then; the limit and status are the master's current ones.    02307500
           EXEC SQL                                                     02310000
             DECLARE OD-CURSOR CURSOR FOR                               02320000
             SELECT                                                     02330000
                A.BRANCH_ID                                             02340000
               ,A.ACCOUNT_NO                                            02350000
               ,A.CUST_NAME                                             02360000
               ,A.ACCT_STATUS                                           02370000
               ,A.OVERDRAFT_LIMIT                                       02380000
               ,T.BALANCE                                               02390000
               ,T.TRANS_DATE                                            02400000
             FROM ACCOUNTS A, TRANSACTIONS T                            02410000
             WHERE T.ACCOUNT_NO = A.ACCOUNT_NO                          02420000
               AND T.TRANS_ID =                                         02430000
                   (SELECT MAX(T2.TRANS_ID)                             02440000
                    FROM TRANSACTIONS T2                                02450000
                    WHERE T2.ACCOUNT_NO = A.ACCOUNT_NO                  02456666
                      AND T2.TRANS_DATE <= :WS-HOST-RPT-DATE)           02463333
               AND T.BALANCE < 0                                        02470000
             UNION ALL                                                  02480000
             SELECT                                                     02490000
                A.BRANCH_ID                                             02500000
               ,A.ACCOUNT_NO                                            02510000
               ,A.CUST_NAME                                             02520000
               ,A.ACCT_STATUS                                           02530000
               ,A.OVERDRAFT_LIMIT                                       02540000
               ,R.BALANCE                                               02550000
               ,R.TRANS_DATE                                            02560000
             FROM ACCOUNTS A, TRANSARCH R                               02570000
             WHERE R.ACCOUNT_NO = A.ACCOUNT_NO                          02580000
               AND R.TRANS_ID =                                         02590000
                   (SELECT MAX(R2.TRANS_ID)                             02600000
                    FROM TRANSARCH R2                                   02610000
                    WHERE R2.ACCOUNT_NO = A.ACCOUNT_NO                  02616666
                      AND R2.TRANS_DATE <= :WS-HOST-RPT-DATE)           02623333
               AND R.BALANCE < 0                                        02630000
               AND NOT EXISTS                                           02640000
                   (SELECT 1                                            02650000
                    FROM TRANSACTIONS T3                                02660000
                    WHERE T3.ACCOUNT_NO = A.ACCOUNT_NO                  02666666
                      AND T3.TRANS_DATE <= :WS-HOST-RPT-DATE)           02673333
             ORDER BY 1, 2                                              02680000
           END-EXEC.                                                    02690000
                                                                        02700000
           EXEC SQL                                                     02710000
             OPEN OD-CURSOR                                             02720000
           END-EXEC.                                                    02730000
                                                                        02740000
           IF SQLCODE NOT = ZERO THEN                                   02750000
              DISPLAY 'TRANOVDR - UNABLE TO OPEN OD-CURSOR, '           02760000
                      'SQLCODE=' SQLCODE                                02770000
              SET WS-EOF TO TRUE                                        02780000
              SET WS-OD-EOF TO TRUE                                     02790000
              MOVE 16 TO RETURN-CODE                                    02800000
           END-IF.                                                      02810000
                                                                        02820000
       1100-OPEN-OD-CURSOR-EXIT.                                        02830000
           EXIT.                                                        02840000
                                                                        02850000
       1200-FETCH-OD SECTION.                                           02860000
                                                                        02870000
           EXEC SQL                                                     02880000
             FETCH OD-CURSOR                                            02890000
             INTO :WS-HOST-BRANCH-ID                                    02900000
                 ,:WS-HOST-ACCOUNT-NO                                   02910000
                 ,:WS-HOST-CUST-NAME                                    02920000
                 ,:WS-HOST-ACCT-STATUS                                  02930000
                 ,:WS-HOST-OD-LIMIT                                     02940000
                 ,:WS-HOST-BALANCE                                      02950000
                 ,:WS-HOST-TRANS-DATE                                   02960000
           END-EXEC.                                                    02970000
                                                                        02980000
           IF SQLCODE = ZERO THEN                                       02990000
              CONTINUE                                                  03000000
           ELSE                                                         03010000
              SET WS-OD-EOF TO TRUE                                     03020000
              IF SQLCODE NOT = 100 THEN                                 03030000
                 PERFORM 8000-SQL-ERROR                                 03040000
              END-IF                                                    03050000
           END-IF.                                                      03060000
                                                                        03070000
       1200-FETCH-OD-EXIT.                                              03080000
           EXIT.                                                        03090000
                                                                        03100000
       2000-PROCESS-ACCOUNT SECTION.                                    03110000
                                                                        03120000
           IF WS-FIRST-ACCOUNT OR                                       03130000
                 WS-HOST-BRANCH-ID NOT = WS-CUR-BRANCH-ID THEN          03140000
              IF NOT WS-FIRST-ACCOUNT THEN                              03150000
                 PERFORM 3000-BRANCH-TOTALS                             03160000
              END-IF                                                    03170000
              MOVE 'N' TO WS-FIRST-FLAG                                 03180000
              MOVE WS-HOST-BRANCH-ID TO WS-CUR-BRANCH-ID                03190000
                                        RL-T-BRANCH                     03200000
              MOVE ZERO TO WS-BR-OVERDRAWN                              03210000
                           WS-BR-OVER-LIMIT                             03220000
                           WS-BR-TOTAL                                  03230000
              WRITE REPORT-REC FROM RL-TITLE-LINE                       03240000
              WRITE REPORT-REC FROM RL-COLUMN-LINE                      03250000
           END-IF.                                                      03260000
                                                                        03270000
           MOVE WS-HOST-ACCOUNT-NO  TO RL-D-ACCT-NO.                    03280000
           MOVE WS-HOST-CUST-NAME   TO RL-D-CUST-NAME.                  03290000
           MOVE WS-HOST-ACCT-STATUS TO RL-D-STATUS.                     03300000
           MOVE WS-HOST-TRANS-DATE  TO RL-D-TRANS-DATE.                 03310000
           MOVE WS-HOST-BALANCE     TO RL-D-BALANCE.                    03320000
           MOVE WS-HOST-OD-LIMIT    TO RL-D-OD-LIMIT.                   03330000
                                                                        03340000
           ADD +1               TO WS-BR-OVERDRAWN.                     03350000
           ADD WS-HOST-BALANCE  TO WS-BR-TOTAL.                         03360000
                                                                        03370000
           IF WS-HOST-BALANCE + WS-HOST-OD-LIMIT < ZERO THEN            03380000
              MOVE '*** OVER LIMIT' TO RL-D-FLAG                        03390000
              ADD +1 TO WS-BR-OVER-LIMIT                                03400000
           ELSE                                                         03410000
              MOVE SPACES TO RL-D-FLAG                                  03420000
           END-IF.                                                      03430000
                                                                        03440000
           WRITE REPORT-REC FROM RL-DETAIL-LINE.                        03450000
                                                                        03460000
           PERFORM 1200-FETCH-OD.                                       03470000
                                                                        03480000
       2000-PROCESS-ACCOUNT-EXIT.                                       03490000
           EXIT.                                                        03500000
                                                                        03510000
       3000-BRANCH-TOTALS SECTION.                                      03520000
                                                                        03530000
           MOVE 'BRANCH TOTAL  '  TO RL-K-LABEL.                        03540000
           MOVE WS-BR-OVERDRAWN   TO RL-K-OVERDRAWN.                    03550000
           MOVE WS-BR-OVER-LIMIT  TO RL-K-OVER-LIMIT.                   03560000
           MOVE WS-BR-TOTAL       TO RL-K-TOTAL.                        03570000
           WRITE REPORT-REC FROM RL-TOTAL-LINE.                         03580000
                                                                        03590000
           ADD WS-BR-OVERDRAWN    TO WS-GR-OVERDRAWN.                   03600000
           ADD WS-BR-OVER-LIMIT   TO WS-GR-OVER-LIMIT.                  03610000
           ADD WS-BR-TOTAL        TO WS-GR-TOTAL.                       03620000
                                                                        03630000
       3000-BRANCH-TOTALS-EXIT.                                         03640000
           EXIT.                                                        03650000
                                                                        03660000
       5000-GRAND-TOTALS SECTION.                                       03670000
                                                                        03680000
           IF NOT WS-FIRST-ACCOUNT THEN                                 03690000
              PERFORM 3000-BRANCH-TOTALS                                03700000
           END-IF.                                                      03710000
                                                                        03720000
           MOVE 'ALL '            TO RL-T-BRANCH.                       03730000
           WRITE REPORT-REC FROM RL-TITLE-LINE.                         03740000
                                                                        03750000
           IF WS-GR-OVERDRAWN = ZERO THEN                               03760000
              WRITE REPORT-REC FROM RL-NONE-LINE                        03770000
           END-IF.                                                      03780000
                                                                        03790000
           MOVE 'GRAND TOTAL   '  TO RL-K-LABEL.                        03800000
           MOVE WS-GR-OVERDRAWN   TO RL-K-OVERDRAWN.                    03810000
           MOVE WS-GR-OVER-LIMIT  TO RL-K-OVER-LIMIT.                   03820000
           MOVE WS-GR-TOTAL       TO RL-K-TOTAL.                        03830000
           WRITE REPORT-REC FROM RL-TOTAL-LINE.                         03840000
                                                                        03850000
       5000-GRAND-TOTALS-EXIT.                                          03860000
           EXIT.                                                        03870000
                                                                        03880000
       8000-SQL-ERROR SECTION.                                          03890000
                                                                        03900000
           DISPLAY 'TRANOVDR - SQL ERROR, SQLCODE=' SQLCODE.            03910000
           SET WS-EOF TO TRUE.                                          03920000
           SET WS-OD-EOF TO TRUE.                                       03930000
           MOVE 16 TO RETURN-CODE.                                      03940000
                                                                        03950000
       8000-SQL-ERROR-EXIT.                                             03960000
           EXIT.                                                        03970000
                                                                        03980000
       8600-END-RUN-LOG SECTION.                                        03980400
                                                                        03980800
           IF NOT WS-JLOG-STARTED THEN                                  03981200
              GO TO 8600-END-RUN-LOG-EXIT                               03981600
           END-IF.                                                      03982000
                                                                        03982400
           SET JL-FUNC-END TO TRUE.                                     03982800
           MOVE RETURN-CODE TO JL-JOB-RC.                               03983200
           MOVE WS-GR-OVERDRAWN  TO JL-IN-COUNT.                        03983600
           MOVE WS-GR-OVER-LIMIT TO JL-EXCP-COUNT.                      03984000
           MOVE WS-GR-TOTAL      TO JL-CTL-AMOUNT.                      03984400
                                                                        03984800
           CALL WS-JLOG USING JL-REQ JL-RES.                            03985200
                                                                        03985600
           IF NOT JL-RC-OK THEN                                         03986000
              DISPLAY 'TRANOVDR - RUN LOG NOT CLOSED: ' JL-MESSAGE      03986400
              IF RETURN-CODE < 4 THEN                                   03986800
                 MOVE 4 TO RETURN-CODE                                  03987200
              END-IF                                                    03987600
           END-IF.                                                      03988000
                                                                        03988400
       8600-END-RUN-LOG-EXIT.                                           03988800
           EXIT.                                                        03989200
                                                                        03989600
       9000-TERMINATE SECTION.                                          03990000
                                                                        04000000
           EXEC SQL                                                     04010000
             CLOSE OD-CURSOR                                            04020000
           END-EXEC.                                                    04030000
                                                                        04040000
           CLOSE PARAM-FILE                                             04050000
                 REPORT-FILE.                                           04060000
           DISPLAY 'TRANOVDR COMPLETE - OVERDRAWN: ' WS-GR-OVERDRAWN    04070000
                   ' OVER LIMIT: ' WS-GR-OVER-LIMIT.                    04080000
           PERFORM 8600-END-RUN-LOG.                                    04085000
           STOP RUN.                                                    04090000
                                                                        04100000
       9000-TERMINATE-EXIT.                                             04110000
           EXIT.                                                        04120000
