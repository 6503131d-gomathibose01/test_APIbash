       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. TRANXRPT.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       CONFIGURATION SECTION.                                           00040000
       INPUT-OUTPUT SECTION.                                            00050000
       FILE-CONTROL.                                                    00060000
           SELECT PARAM-FILE   ASSIGN TO XFERDATE                       00070000
               ORGANIZATION IS SEQUENTIAL.                              00080000
           SELECT REPORT-FILE  ASSIGN TO XFERRPT                        00090000
               ORGANIZATION IS SEQUENTIAL.                              00100000
       DATA DIVISION.                                                   00110000
       FILE SECTION.                                                    00120000
       FD PARAM-FILE                                                    00130000
           RECORDING MODE IS F                                          00140000
           LABEL RECORDS ARE STANDARD.                                  00150000
       01 PARAM-REC.                                                    00160000
          03 XP-DATE                  PIC X(10).                        00170000
          03 FILLER                   PIC X(70).                        00180000
                                                                        00190000
       FD REPORT-FILE                                                   00200000
           RECORDING MODE IS F                                          00210000
           LABEL RECORDS ARE STANDARD.                                  00220000
       01 REPORT-REC                  PIC X(133).                       00230000
                                                                        00240000
       WORKING-STORAGE SECTION.                                         00250000
      * Daily account-to-account transfer report - every TRANSFERS row  00260000
      * for the business date with the debit leg and the credit leg     00270000
      * it posted, read back from TRANSACTIONS, so the day's            00280000
      * transfers are proved to net to zero.  A transfer missing a      00290000
      * leg, whose legs do not cancel or do not match the amount        00300000
      * transferred, or with only one leg reversed since, is marked.    00310000
      * The totals are then tied to every 'TO'/'TI' row TRANSACTIONS    00320000
      * holds for the date, so a transfer-type posting made outside     00330000
      * the transfer service shows up too.  Any exception ends the      00340000
      * step RC=04 so it cannot sit unnoticed.                          00350000
       01 WS-EOF-FLAG                PIC X(01) VALUE 'N'.               00360000
          88 WS-EOF                  VALUE 'Y'.                         00370000
                                                                        00380000
       01 WS-XF-EOF-FLAG             PIC X(01) VALUE 'N'.               00390000
          88 WS-XF-EOF               VALUE 'Y'.                         00400000
                                                                        00410000
       01 WS-FIRST-FLAG              PIC X(01) VALUE 'Y'.               00420000
          88 WS-FIRST-TRANSFER       VALUE 'Y'.                         00430000
                                                                        00440000
      * Totals over the TRANSFERS rows, and the same figures taken      00450000
      * straight off TRANSACTIONS for the cross-check.                  00460000
       01 WS-XF-COUNT                PIC S9(9) USAGE COMP VALUE ZERO.   00470000
       01 WS-XF-DEBITS               PIC S9(13)V9(2) USAGE COMP-3       00480000
                                      VALUE ZERO.                       00490000
       01 WS-XF-CREDITS              PIC S9(13)V9(2) USAGE COMP-3       00500000
                                      VALUE ZERO.                       00510000
       01 WS-XF-NET                  PIC S9(13)V9(2) USAGE COMP-3       00520000
                                      VALUE ZERO.                       00530000
       01 WS-EXCEPTIONS              PIC S9(9) USAGE COMP VALUE ZERO.   00540000
                                                                        00550000
       01 WS-HOST-RPT-DATE           PIC X(10).                         00560000
                                                                        00561000
      * Run-log state - the run is logged on BATCH_RUN_LOG through      00562000
      * TRANJLOG once its business date is known, and refused there     00563000
      * until the jobs it depends on have completed for the date.       00564000
       01 WS-JLOG                    PIC X(08) VALUE 'TRANJLOG'.        00565000
       01 WS-JLOG-FLAG               PIC X(01) VALUE 'N'.               00566000
          88 WS-JLOG-STARTED         VALUE 'Y'.                         00567000
                                                                        00568000
       COPY TRANJLLK.                                                   00569000
                                                                        00570000
       01 WS-HOST-XFER-ROW.                                             00580000
          03 WS-HOST-XFER-ID         PIC S9(9) USAGE COMP.              00590000
          03 WS-HOST-XFER-REF        PIC X(20).                         00600000
          03 WS-HOST-CHANNEL         PIC X(01).                         00610000
          03 WS-HOST-FROM-ACCT       PIC S9(9) USAGE COMP.              00620000
          03 WS-HOST-TO-ACCT         PIC S9(9) USAGE COMP.              00630000
          03 WS-HOST-XFER-AMOUNT     PIC S9(8)V9(2) USAGE COMP-3.       00640000
          03 WS-HOST-DR-TYPE         PIC X(02).                         00650000
          03 WS-HOST-DR-AMOUNT       PIC S9(8)V9(2) USAGE COMP-3.       00660000
          03 WS-HOST-DR-REV-BY       PIC S9(9) USAGE COMP.              00670000
          03 WS-HOST-CR-TYPE         PIC X(02).                         00680000
          03 WS-HOST-CR-AMOUNT       PIC S9(8)V9(2) USAGE COMP-3.       00690000
          03 WS-HOST-CR-REV-BY       PIC S9(9) USAGE COMP.              00700000
                                                                        00710000
       01 WS-HOST-LEDGER.                                               00720000
          03 WS-HOST-LG-COUNT        PIC S9(9) USAGE COMP.              00730000
          03 WS-HOST-LG-DEBITS       PIC S9(13)V9(2) USAGE COMP-3.      00740000
          03 WS-HOST-LG-CREDITS      PIC S9(13)V9(2) USAGE COMP-3.      00750000
       01 WS-LG-NET                  PIC S9(13)V9(2) USAGE COMP-3       00760000
                                      VALUE ZERO.                       00770000
       01 WS-LG-EXPECTED             PIC S9(9) USAGE COMP VALUE ZERO.   00780000
                                                                        00790000
           EXEC SQL                                                     00800000
             INCLUDE SQLCA                                              00810000
           END-EXEC.                                                    00820000
                                                                        00830000
           EXEC SQL                                                     00840000
             INCLUDE XFERDCL                                            00850000
           END-EXEC.                                                    00860000
                                                                        00870000
           EXEC SQL                                                     00880000
             INCLUDE TRANSDCL                                           00890000
           END-EXEC.                                                    00900000
                                                                        00910000
           EXEC SQL                                                     00920000
             INCLUDE BDATDCL                                            00930000
           END-EXEC.                                                    00940000
                                                                        00950000
       01 RL-TITLE-LINE.                                                00960000
          03 RL-T-CTRL               PIC X     VALUE '1'.               00970000
          03 FILLER                  PIC X(38)                          00980000
              VALUE 'ACCOUNT TRANSFERS REPORT'.                         00990000
          03 FILLER                  PIC X(15) VALUE 'BUSINESS DATE: '. 01000000
          03 RL-T-DATE               PIC X(10).                         01010000
          03 FILLER                  PIC X(69) VALUE SPACES.            01020000
                                                                        01030000
       01 RL-COLUMN-LINE.                                               01040000
          03 RL-C-CTRL               PIC X     VALUE SPACE.             01050000
          03 FILLER                  PIC X(01) VALUE SPACE.             01060000
          03 FILLER                  PIC X(09) VALUE '  XFER ID'.       01070000
          03 FILLER                  PIC X(02) VALUE SPACES.            01080000
          03 FILLER                  PIC X(20) VALUE 'REFERENCE'.       01090000
          03 FILLER                  PIC X(02) VALUE SPACES.            01100000
          03 FILLER                  PIC X(01) VALUE 'C'.               01110000
          03 FILLER                  PIC X(02) VALUE SPACES.            01120000
          03 FILLER                  PIC X(15) VALUE '   FROM ACCOUNT'. 01130000
          03 FILLER                  PIC X(02) VALUE SPACES.            01140000
          03 FILLER                  PIC X(14) VALUE '     DEBIT LEG'.  01150000
          03 FILLER                  PIC X(02) VALUE SPACES.            01160000
          03 FILLER                  PIC X(15) VALUE '     TO ACCOUNT'. 01170000
          03 FILLER                  PIC X(02) VALUE SPACES.            01180000
          03 FILLER                  PIC X(14) VALUE '    CREDIT LEG'.  01190000
          03 FILLER                  PIC X(02) VALUE SPACES.            01200000
          03 FILLER                  PIC X(18) VALUE SPACES.            01210000
          03 FILLER                  PIC X(11) VALUE SPACES.            01220000
                                                                        01230000
       01 RL-DETAIL-LINE.                                               01240000
          03 RL-D-CTRL               PIC X     VALUE SPACE.             01250000
          03 FILLER                  PIC X(01) VALUE SPACE.             01260000
          03 RL-D-XFER-ID            PIC Z(08)9.                        01270000
          03 FILLER                  PIC X(02) VALUE SPACES.            01280000
          03 RL-D-XFER-REF           PIC X(20).                         01290000
          03 FILLER                  PIC X(02) VALUE SPACES.            01300000
          03 RL-D-CHANNEL            PIC X(01).                         01310000
          03 FILLER                  PIC X(02) VALUE SPACES.            01320000
          03 RL-D-FROM-ACCT          PIC Z(14)9.                        01330000
          03 FILLER                  PIC X(02) VALUE SPACES.            01340000
          03 RL-D-DEBIT              PIC -ZZ,ZZZ,ZZ9.99.                01350000
          03 FILLER                  PIC X(02) VALUE SPACES.            01360000
          03 RL-D-TO-ACCT            PIC Z(14)9.                        01370000
          03 FILLER                  PIC X(02) VALUE SPACES.            01380000
          03 RL-D-CREDIT             PIC -ZZ,ZZZ,ZZ9.99.                01390000
          03 FILLER                  PIC X(02) VALUE SPACES.            01400000
          03 RL-D-FLAG               PIC X(18).                         01410000
          03 FILLER                  PIC X(11) VALUE SPACES.            01420000
                                                                        01430000
       01 RL-TOTAL-LINE.                                                01440000
          03 RL-K-CTRL               PIC X     VALUE '0'.               01450000
          03 RL-K-LABEL              PIC X(20).                         01460000
          03 FILLER                  PIC X(11) VALUE 'ITEMS:     '.     01470000
          03 RL-K-ITEMS              PIC ZZZ,ZZ9.                       01480000
          03 FILLER                  PIC X(11) VALUE '   DEBITS: '.     01490000
          03 RL-K-DEBITS             PIC -Z,ZZZ,ZZZ,ZZ9.99.             01500000
          03 FILLER                  PIC X(12) VALUE '   CREDITS: '.    01510000
          03 RL-K-CREDITS            PIC -Z,ZZZ,ZZZ,ZZ9.99.             01520000
          03 FILLER                  PIC X(08) VALUE '   NET: '.        01530000
          03 RL-K-NET                PIC -Z,ZZZ,ZZZ,ZZ9.99.             01540000
          03 FILLER                  PIC X(12) VALUE SPACES.            01550000
                                                                        01560000
       01 RL-NONE-LINE.                                                 01570000
          03 RL-N-CTRL               PIC X     VALUE '0'.               01580000
          03 FILLER                  PIC X(40)                          01590000
              VALUE 'NO TRANSFERS FOR THIS DATE'.                       01600000
          03 FILLER                  PIC X(92) VALUE SPACES.            01610000
                                                                        01620000
       01 RL-RESULT-LINE.                                               01630000
          03 RL-R-CTRL               PIC X     VALUE '0'.               01640000
          03 RL-R-TEXT               PIC X(60).                         01650000
          03 FILLER                  PIC X(72) VALUE SPACES.            01660000
                                                                        01670000
       PROCEDURE DIVISION.                                              01680000
                                                                        01690000
       MAINLINE SECTION.                                                01700000
                                                                        01710000
           PERFORM 1000-INITIALIZE.                                     01720000
           PERFORM 2000-PROCESS-TRANSFER UNTIL WS-XF-EOF.               01730000
           IF RETURN-CODE < 16 AND NOT WS-EOF THEN                      01740000
              PERFORM 5000-GRAND-TOTALS                                 01750000
           END-IF.                                                      01760000
           PERFORM 9000-TERMINATE.                                      01770000
                                                                        01780000
       MAINLINE-EXIT.                                                   01790000
           EXIT.                                                        01800000
                                                                        01810000
       1000-INITIALIZE SECTION.                                         01820000
                                                                        01830000
           OPEN INPUT  PARAM-FILE                                       01840000
                OUTPUT REPORT-FILE.                                     01850000
                                                                        01860000
           READ PARAM-FILE                                              01870000
               AT END SET WS-EOF TO TRUE                                01880000
           END-READ.                                                    01890000
                                                                        01900000
      *    An empty XFERDATE is the normal nightly path - the date      01910000
      *    comes off the BUSDATE_CTL control row.  A card is the        01920000
      *    explicit override for a rerun.                               01930000
           IF WS-EOF OR XP-DATE = SPACES THEN                           01940000
              MOVE 'N' TO WS-EOF-FLAG                                   01950000
              PERFORM 1050-GET-CONTROL-DATE                             01960000
           ELSE                                                         01970000
              MOVE XP-DATE TO WS-HOST-RPT-DATE                          01980000
                              RL-T-DATE                                 01990000
           END-IF.                                                      02000000
                                                                        02010000
           IF WS-EOF THEN                                               02020000
              SET WS-XF-EOF TO TRUE                                     02030000
           ELSE                                                         02040000
              PERFORM 1100-OPEN-XF-CURSOR                               02050000
           END-IF.                                                      02060000
                                                                        02070000
           IF WS-XF-EOF THEN                                            02080000
              CONTINUE                                                  02090000
           ELSE                                                         02100000
              PERFORM 1200-FETCH-XF                                     02110000
           END-IF.                                                      02120000
                                                                        02130000
       1000-INITIALIZE-EXIT.                                            02140000
           EXIT.                                                        02150000
                                                                        02160000
       1050-GET-CONTROL-DATE SECTION.                                   02170000
                                                                        02180000
           EXEC SQL                                                     02190000
             SELECT CURR_BUS_DATE                                       02200000
             INTO  :WS-HOST-RPT-DATE                                    02210000
             FROM BUSDATE_CTL                                           02220000
           END-EXEC.                                                    02230000
                                                                        02240000
           IF SQLCODE = ZERO THEN                                       02250000
              MOVE WS-HOST-RPT-DATE TO RL-T-DATE                        02260000
           ELSE                                                         02270000
              DISPLAY 'TRANXRPT - XFERDATE CARD EMPTY AND '             02280000
                      'BUSDATE_CTL UNAVAILABLE, SQLCODE=' SQLCODE       02290000
              SET WS-EOF TO TRUE                                        02300000
              SET WS-XF-EOF TO TRUE                                     02310000
              MOVE 16 TO RETURN-CODE                                    02320000
           END-IF.                                                      02330000
                                                                        02340000
       1050-GET-CONTROL-DATE-EXIT.                                      02350000
           EXIT.                                                        02360000
                                                                        02370000
       1060-START-RUN-LOG SECTION.                                      02370416
                                                                        02370833
      *    Refused while a prerequisite for the date is outstanding -   02371250
      *    no report, RC=16.                                            02371666
           INITIALIZE JL-REQ.                                           02372083
           SET JL-FUNC-START TO TRUE.                                   02372500
           MOVE 'TRANXRPT' TO JL-JOB-NAME.                              02372916
           MOVE WS-HOST-RPT-DATE TO JL-BUS-DATE.                        02373333
                                                                        02373750
           CALL WS-JLOG USING JL-REQ JL-RES.                            02374166
                                                                        02374583
           IF JL-RC-OK THEN                                             02375000
              SET WS-JLOG-STARTED TO TRUE                               02375416
           ELSE                                                         02375833
              DISPLAY 'TRANXRPT - ' JL-MESSAGE                          02376250
              SET WS-EOF TO TRUE                                        02376666
              SET WS-XF-EOF TO TRUE                                     02377083
              MOVE 16 TO RETURN-CODE                                    02377500
           END-IF.                                                      02377916
                                                                        02378333
       1060-START-RUN-LOG-EXIT.                                         02378750
           EXIT.                                                        02379166
                                                                        02379583
       1100-OPEN-XF-CURSOR SECTION.                                     02380000
                                                                        02381666
           PERFORM 1060-START-RUN-LOG.                                  02383333
           IF WS-EOF THEN                                               02385000
              GO TO 1100-OPEN-XF-CURSOR-EXIT                            02386666
           END-IF.                                                      02388333
                                                                        02390000
      *    Each leg is read back through the TRANS_ID the transfer      02400000
      *    recorded for it.  A leg that cannot be found comes back      02410000
      *    with a blank type and a zero amount rather than dropping     02420000
      *    the transfer from the report.                                02430000
           EXEC SQL                                                     02440000
             DECLARE XF-CURSOR CURSOR FOR                               02450000
             SELECT                                                     02460000
                X.XFER_ID                                               02470000
               ,X.XFER_REF                                              02480000
               ,X.CHANNEL                                               02490000
               ,X.FROM_ACCT_NO                                          02500000
               ,X.TO_ACCT_NO                                            02510000
               ,X.XFER_AMOUNT                                           02520000
               ,COALESCE(D.TRANS_TYPE, ' ')                             02530000
               ,COALESCE(D.TRANS_AMOUNT, 0)                             02540000
               ,COALESCE(D.REVERSED_BY, 0)                              02550000
               ,COALESCE(C.TRANS_TYPE, ' ')                             02560000
               ,COALESCE(C.TRANS_AMOUNT, 0)                             02570000
               ,COALESCE(C.REVERSED_BY, 0)                              02580000
             FROM TRANSFERS X                                           02590000
             LEFT OUTER JOIN TRANSACTIONS D                             02600000
               ON  D.ACCOUNT_NO = X.FROM_ACCT_NO                        02610000
               AND D.TRANS_ID   = X.FROM_TRANS_ID                       02620000
             LEFT OUTER JOIN TRANSACTIONS C                             02630000
               ON  C.ACCOUNT_NO = X.TO_ACCT_NO                          02640000
               AND C.TRANS_ID   = X.TO_TRANS_ID                         02650000
             WHERE X.XFER_DATE = :WS-HOST-RPT-DATE                      02660000
             ORDER BY X.XFER_ID                                         02670000
           END-EXEC.                                                    02680000
                                                                        02690000
           EXEC SQL                                                     02700000
             OPEN XF-CURSOR                                             02710000
           END-EXEC.                                                    02720000
                                                                        02730000
           IF SQLCODE NOT = ZERO THEN                                   02740000
              DISPLAY 'TRANXRPT - UNABLE TO OPEN XF-CURSOR, '           02750000
                      'SQLCODE=' SQLCODE                                02760000
              SET WS-EOF TO TRUE                                        02770000
              SET WS-XF-EOF TO TRUE                                     02780000
              MOVE 16 TO RETURN-CODE                                    02790000
           END-IF.                                                      02800000
                                                                        02810000
       1100-OPEN-XF-CURSOR-EXIT.                                        02820000
           EXIT.                                                        02830000
                                                                        02840000
       1200-FETCH-XF SECTION.                                           02850000
                                                                        02860000
           EXEC SQL                                                     02870000
             FETCH XF-CURSOR                                            02880000
             INTO :WS-HOST-XFER-ID                                      02890000
                 ,:WS-HOST-XFER-REF                                     02900000
                 ,:WS-HOST-CHANNEL                                      02910000
                 ,:WS-HOST-FROM-ACCT                                    02920000
                 ,:WS-HOST-TO-ACCT                                      02930000
                 ,:WS-HOST-XFER-AMOUNT                                  02940000
                 ,:WS-HOST-DR-TYPE                                      02950000
                 ,:WS-HOST-DR-AMOUNT                                    02960000
                 ,:WS-HOST-DR-REV-BY                                    02970000
                 ,:WS-HOST-CR-TYPE                                      02980000
                 ,:WS-HOST-CR-AMOUNT                                    02990000
                 ,:WS-HOST-CR-REV-BY                                    03000000
           END-EXEC.                                                    03010000
                                                                        03020000
           IF SQLCODE = ZERO THEN                                       03030000
              CONTINUE                                                  03040000
           ELSE                                                         03050000
              SET WS-XF-EOF TO TRUE                                     03060000
              IF SQLCODE NOT = 100 THEN                                 03070000
                 PERFORM 8000-SQL-ERROR                                 03080000
              END-IF                                                    03090000
           END-IF.                                                      03100000
                                                                        03110000
       1200-FETCH-XF-EXIT.                                              03120000
           EXIT.                                                        03130000
                                                                        03140000
       2000-PROCESS-TRANSFER SECTION.                                   03150000
                                                                        03160000
           IF WS-FIRST-TRANSFER THEN                                    03170000
              MOVE 'N' TO WS-FIRST-FLAG                                 03180000
              WRITE REPORT-REC FROM RL-TITLE-LINE                       03190000
              WRITE REPORT-REC FROM RL-COLUMN-LINE                      03200000
           END-IF.                                                      03210000
                                                                        03220000
           MOVE WS-HOST-XFER-ID     TO RL-D-XFER-ID.                    03230000
           MOVE WS-HOST-XFER-REF    TO RL-D-XFER-REF.                   03240000
           MOVE WS-HOST-CHANNEL     TO RL-D-CHANNEL.                    03250000
           MOVE WS-HOST-FROM-ACCT   TO RL-D-FROM-ACCT.                  03260000
           MOVE WS-HOST-DR-AMOUNT   TO RL-D-DEBIT.                      03270000
           MOVE WS-HOST-TO-ACCT     TO RL-D-TO-ACCT.                    03280000
           MOVE WS-HOST-CR-AMOUNT   TO RL-D-CREDIT.                     03290000
                                                                        03300000
           ADD +1                 TO WS-XF-COUNT.                       03310000
           ADD WS-HOST-DR-AMOUNT  TO WS-XF-DEBITS.                      03320000
           ADD WS-HOST-CR-AMOUNT  TO WS-XF-CREDITS.                     03330000
                                                                        03340000
      *    Both legs reversed leaves the pair still cancelling - shown  03350000
      *    but not an exception.  One leg reversed on its own means     03360000
      *    the customer's money is no longer where the transfer put     03370000
      *    it, and the branch must look at it.                          03380000
           EVALUATE TRUE                                                03390000
              WHEN WS-HOST-DR-TYPE = SPACES                             03400000
                 MOVE '*** NO DEBIT LEG'   TO RL-D-FLAG                 03410000
              WHEN WS-HOST-CR-TYPE = SPACES                             03420000
                 MOVE '*** NO CREDIT LEG'  TO RL-D-FLAG                 03430000
              WHEN WS-HOST-DR-AMOUNT + WS-HOST-CR-AMOUNT NOT = ZERO     03440000
                 MOVE '*** NET NOT ZERO'   TO RL-D-FLAG                 03450000
              WHEN WS-HOST-CR-AMOUNT NOT = WS-HOST-XFER-AMOUNT          03460000
                 MOVE '*** AMOUNT DIFFERS' TO RL-D-FLAG                 03470000
              WHEN WS-HOST-DR-REV-BY NOT = ZERO AND                     03480000
                   WS-HOST-CR-REV-BY NOT = ZERO                         03490000
                 MOVE 'BOTH LEGS REVERSED' TO RL-D-FLAG                 03500000
              WHEN WS-HOST-DR-REV-BY NOT = ZERO OR                      03510000
                   WS-HOST-CR-REV-BY NOT = ZERO                         03520000
                 MOVE '*** LEG REVERSED'   TO RL-D-FLAG                 03530000
              WHEN OTHER                                                03540000
                 MOVE SPACES TO RL-D-FLAG                               03550000
           END-EVALUATE.                                                03560000
                                                                        03570000
           IF RL-D-FLAG(1:3) = '***' THEN                               03580000
              ADD +1 TO WS-EXCEPTIONS                                   03590000
           END-IF.                                                      03600000
                                                                        03610000
           WRITE REPORT-REC FROM RL-DETAIL-LINE.                        03620000
                                                                        03630000
           PERFORM 1200-FETCH-XF.                                       03640000
                                                                        03650000
       2000-PROCESS-TRANSFER-EXIT.                                      03660000
           EXIT.                                                        03670000
                                                                        03680000
       5000-GRAND-TOTALS SECTION.                                       03690000
                                                                        03700000
           IF WS-FIRST-TRANSFER THEN                                    03710000
              WRITE REPORT-REC FROM RL-TITLE-LINE                       03720000
              WRITE REPORT-REC FROM RL-NONE-LINE                        03730000
           END-IF.                                                      03740000
                                                                        03750000
           COMPUTE WS-XF-NET = WS-XF-DEBITS + WS-XF-CREDITS.            03760000
                                                                        03770000
           MOVE 'TRANSFERS TOTAL     ' TO RL-K-LABEL.                   03780000
           MOVE WS-XF-COUNT            TO RL-K-ITEMS.                   03790000
           MOVE WS-XF-DEBITS           TO RL-K-DEBITS.                  03800000
           MOVE WS-XF-CREDITS          TO RL-K-CREDITS.                 03810000
           MOVE WS-XF-NET              TO RL-K-NET.                     03820000
           WRITE REPORT-REC FROM RL-TOTAL-LINE.                         03830000
                                                                        03840000
           PERFORM 5100-CHECK-POSTINGS.                                 03850000
                                                                        03860000
           IF RETURN-CODE < 16 THEN                                     03870000
              PERFORM 5200-PRINT-RESULT                                 03880000
           END-IF.                                                      03890000
                                                                        03900000
       5000-GRAND-TOTALS-EXIT.                                          03910000
           EXIT.                                                        03920000
                                                                        03930000
       5100-CHECK-POSTINGS SECTION.                                     03940000
                                                                        03950000
      *    Every 'TO' and 'TI' row posted under the date, however it    03960000
      *    got there - two for each transfer, and they must add to the  03970000
      *    same debits and credits as the legs read above.              03980000
           EXEC SQL                                                     03990000
             SELECT COUNT(*)                                            04000000
                   ,COALESCE(SUM(CASE WHEN TRANS_TYPE = 'TO'            04010000
                                      THEN TRANS_AMOUNT                 04020000
                                      ELSE 0 END), 0)                   04030000
                   ,COALESCE(SUM(CASE WHEN TRANS_TYPE = 'TI'            04040000
                                      THEN TRANS_AMOUNT                 04050000
                                      ELSE 0 END), 0)                   04060000
             INTO  :WS-HOST-LG-COUNT                                    04070000
                  ,:WS-HOST-LG-DEBITS                                   04080000
                  ,:WS-HOST-LG-CREDITS                                  04090000
             FROM TRANSACTIONS                                          04100000
             WHERE TRANS_DATE = :WS-HOST-RPT-DATE                       04110000
               AND TRANS_TYPE IN ('TO', 'TI')                           04120000
           END-EXEC.                                                    04130000
                                                                        04140000
           IF SQLCODE NOT = ZERO THEN                                   04150000
              PERFORM 8000-SQL-ERROR                                    04160000
              GO TO 5100-CHECK-POSTINGS-EXIT                            04170000
           END-IF.                                                      04180000
                                                                        04190000
           COMPUTE WS-LG-NET = WS-HOST-LG-DEBITS + WS-HOST-LG-CREDITS.  04200000
           COMPUTE WS-LG-EXPECTED = WS-XF-COUNT * 2.                    04210000
                                                                        04220000
           MOVE 'TO/TI POSTINGS      ' TO RL-K-LABEL.                   04230000
           MOVE WS-HOST-LG-COUNT       TO RL-K-ITEMS.                   04240000
           MOVE WS-HOST-LG-DEBITS      TO RL-K-DEBITS.                  04250000
           MOVE WS-HOST-LG-CREDITS     TO RL-K-CREDITS.                 04260000
           MOVE WS-LG-NET              TO RL-K-NET.                     04270000
           WRITE REPORT-REC FROM RL-TOTAL-LINE.                         04280000
                                                                        04290000
           IF WS-HOST-LG-COUNT   NOT = WS-LG-EXPECTED OR                04300000
              WS-HOST-LG-DEBITS  NOT = WS-XF-DEBITS   OR                04310000
              WS-HOST-LG-CREDITS NOT = WS-XF-CREDITS THEN               04320000
              ADD +1 TO WS-EXCEPTIONS                                   04330000
              MOVE '*** TO/TI POSTINGS DO NOT AGREE WITH THE TRANSFERS' 04340000
                TO RL-R-TEXT                                            04350000
              WRITE REPORT-REC FROM RL-RESULT-LINE                      04360000
           END-IF.                                                      04370000
                                                                        04380000
       5100-CHECK-POSTINGS-EXIT.                                        04390000
           EXIT.                                                        04400000
                                                                        04410000
       5200-PRINT-RESULT SECTION.                                       04420000
                                                                        04430000
           IF WS-EXCEPTIONS = ZERO AND WS-XF-NET = ZERO AND             04440000
                 WS-LG-NET = ZERO THEN                                  04450000
              MOVE 'TRANSFER DEBITS AND CREDITS NET TO ZERO'            04460000
                TO RL-R-TEXT                                            04470000
           ELSE                                                         04480000
              MOVE '*** TRANSFER DEBITS AND CREDITS DO NOT NET TO ZERO' 04490000
                TO RL-R-TEXT                                            04500000
              IF RETURN-CODE < 4 THEN                                   04510000
                 MOVE 4 TO RETURN-CODE                                  04520000
              END-IF                                                    04530000
           END-IF.                                                      04540000
                                                                        04550000
           WRITE REPORT-REC FROM RL-RESULT-LINE.                        04560000
                                                                        04570000
       5200-PRINT-RESULT-EXIT.                                          04580000
           EXIT.                                                        04590000
                                                                        04600000
       8000-SQL-ERROR SECTION.                                          04610000
                                                                        04620000
           DISPLAY 'TRANXRPT - SQL ERROR, SQLCODE=' SQLCODE.            04630000
           SET WS-EOF TO TRUE.                                          04640000
           SET WS-XF-EOF TO TRUE.                                       04650000
           MOVE 16 TO RETURN-CODE.                                      04660000
                                                                        04670000
       8000-SQL-ERROR-EXIT.                                             04680000
           EXIT.                                                        04690000
                                                                        04700000
       8600-END-RUN-LOG SECTION.                                        04700400
                                                                        04700800
           IF NOT WS-JLOG-STARTED THEN                                  04701200
              GO TO 8600-END-RUN-LOG-EXIT                               04701600
           END-IF.                                                      04702000
                                                                        04702400
           SET JL-FUNC-END TO TRUE.                                     04702800
           MOVE RETURN-CODE TO JL-JOB-RC.                               04703200
           MOVE WS-XF-COUNT   TO JL-IN-COUNT.                           04703600
           MOVE WS-EXCEPTIONS TO JL-EXCP-COUNT.                         04704000
           MOVE WS-XF-DEBITS  TO JL-CTL-AMOUNT.                         04704400
                                                                        04704800
           CALL WS-JLOG USING JL-REQ JL-RES.                            04705200
                                                                        04705600
           IF NOT JL-RC-OK THEN                                         04706000
              DISPLAY 'TRANXRPT - RUN LOG NOT CLOSED: ' JL-MESSAGE      04706400
              IF RETURN-CODE < 4 THEN                                   04706800
                 MOVE 4 TO RETURN-CODE                                  04707200
              END-IF                                                    04707600
           END-IF.                                                      04708000
                                                                        04708400
       8600-END-RUN-LOG-EXIT.                                           04708800
           EXIT.                                                        04709200
                                                                        04709600
       9000-TERMINATE SECTION.                                          04710000
                                                                        04720000
           EXEC SQL                                                     04730000
             CLOSE XF-CURSOR                                            04740000
           END-EXEC.                                                    04750000
                                                                        04760000
           CLOSE PARAM-FILE                                             04770000
                 REPORT-FILE.                                           04780000
           DISPLAY 'TRANXRPT COMPLETE - TRANSFERS: ' WS-XF-COUNT        04790000
                   ' EXCEPTIONS: ' WS-EXCEPTIONS.                       04800000
           PERFORM 8600-END-RUN-LOG.                                    04805000
           STOP RUN.                                                    04810000
                                                                        04820000
       9000-TERMINATE-EXIT.                                             04830000
           EXIT.                                                        04840000
