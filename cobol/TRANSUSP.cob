       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. TRANSUSP.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       CONFIGURATION SECTION.                                           00040000
       INPUT-OUTPUT SECTION.                                            00050000
       FILE-CONTROL.                                                    00060000
           SELECT PARAM-FILE   ASSIGN TO SUSPDATE                       00070000
               ORGANIZATION IS SEQUENTIAL.                              00080000
           SELECT REPORT-FILE  ASSIGN TO SUSPRPT                        00090000
               ORGANIZATION IS SEQUENTIAL.                              00100000
       DATA DIVISION.                                                   00110000
       FILE SECTION.                                                    00120000
       FD PARAM-FILE                                                    00130000
           RECORDING MODE IS F                                          00140000
           LABEL RECORDS ARE STANDARD.                                  00150000
       01 PARAM-REC.                                                    00160000
          03 SP-DATE                  PIC X(10).                        00170000
          03 FILLER                   PIC X(70).                        00180000
                                                                        00190000
       FD REPORT-FILE                                                   00200000
           RECORDING MODE IS F                                          00210000
           LABEL RECORDS ARE STANDARD.                                  00220000
       01 REPORT-REC                  PIC X(133).                       00230000
                                                                        00240000
       WORKING-STORAGE SECTION.                                         00250000
      * Daily posting suspense aging report - every item still open     00260000
      * on POST_SUSPENSE, grouped by the source system whose file       00270000
      * sent it, oldest business date first.  Each item's age is the    00280000
      * calendar-day span from the business day TRANPOST rejected       00290000
      * it to the report date, and every source system's items are      00300000
      * counted into 0-2, 3-7, 8-30 and over-30-day buckets with a      00310000
      * grand total for the whole bank.  Anything over 30 days old      00320000
      * ends the step RC=04 so it cannot sit unnoticed.                 00330000
       01 WS-EOF-FLAG                PIC X(01) VALUE 'N'.               00340000
          88 WS-EOF                  VALUE 'Y'.                         00350000
                                                                        00360000
       01 WS-SU-EOF-FLAG             PIC X(01) VALUE 'N'.               00370000
          88 WS-SU-EOF               VALUE 'Y'.                         00380000
                                                                        00390000
      * Control-break state - the source system whose page is being     00400000
      * printed.                                                        00410000
       01 WS-CUR-SOURCE-SYSTEM       PIC X(08) VALUE SPACES.            00420000
                                                                        00430000
       01 WS-AGE-DAYS                PIC S9(9) USAGE COMP VALUE ZERO.   00440000
       01 WS-RPT-DAYS                PIC S9(9) USAGE COMP VALUE ZERO.   00450000
                                                                        00460000
      * Bucket counts for the source system on the page, and for the    00470000
      * whole bank.  Subscript 1 = 0-2 days, 2 = 3-7, 3 = 8-30,         00480000
      * 4 = over 30.                                                    00490000
       01 WS-BUCKET-IX               PIC S9(4) USAGE COMP VALUE ZERO.   00500000
                                                                        00510000
       01 WS-SRC-TOTALS.                                                00520000
          03 WS-SRC-ITEMS            PIC S9(9) USAGE COMP.              00530000
          03 WS-SRC-BUCKET           PIC S9(9) USAGE COMP               00540000
                                      OCCURS 4 TIMES.                   00550000
                                                                        00560000
       01 WS-GR-TOTALS.                                                 00570000
          03 WS-GR-ITEMS             PIC S9(9) USAGE COMP.              00580000
          03 WS-GR-BUCKET            PIC S9(9) USAGE COMP               00590000
                                      OCCURS 4 TIMES.                   00600000
                                                                        00610000
      * Date-to-day-count conversion working fields - the same          00620000
      * 365y + leap-correction + cumulative month-days arithmetic       00630000
      * TRANINTF ages its balance segments with.                        00640000
       01 WS-D2D-DATE                PIC X(10).                         00650000
       01 WS-D2D-DAYS                PIC S9(9) USAGE COMP.              00660000
       01 WS-D2D-Y                   PIC S9(9) USAGE COMP.              00670000
       01 WS-D2D-M                   PIC S9(4) USAGE COMP.              00680000
       01 WS-D2D-D                   PIC S9(4) USAGE COMP.              00690000
       01 WS-D2D-LEAP-Y              PIC S9(9) USAGE COMP.              00700000
       01 WS-D2D-WORK                PIC S9(9) USAGE COMP.              00710000
                                                                        00720000
       01 WS-DATE-PARSE.                                                00730000
          03 WS-DP-YYYY              PIC 9(04).                         00740000
          03 FILLER                  PIC X(01).                         00750000
          03 WS-DP-MM                PIC 9(02).                         00760000
          03 FILLER                  PIC X(01).                         00770000
          03 WS-DP-DD                PIC 9(02).                         00780000
                                                                        00790000
       01 WS-CUM-DAYS-VAL            PIC X(36) VALUE                    00800000
          '000031059090120151181212243273304334'.                       00810000
       01 WS-CUM-DAYS-TAB REDEFINES WS-CUM-DAYS-VAL.                    00820000
          03 WS-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.         00830000
                                                                        00840000
       01 WS-HOST-RPT-DATE           PIC X(10).                         00850000
                                                                        00851000
      * Run-log state - the run is logged on BATCH_RUN_LOG through      00852000
      * TRANJLOG once its business date is known, and refused there     00853000
      * until the jobs it depends on have completed for the date.       00854000
       01 WS-JLOG                    PIC X(08) VALUE 'TRANJLOG'.        00855000
       01 WS-JLOG-FLAG               PIC X(01) VALUE 'N'.               00856000
          88 WS-JLOG-STARTED         VALUE 'Y'.                         00857000
                                                                        00858000
       COPY TRANJLLK.                                                   00859000
                                                                        00860000
       01 WS-HOST-SUSP-ROW.                                             00870000
          03 WS-HOST-SUSP-ID         PIC S9(9) USAGE COMP.              00880000
          03 WS-HOST-RUN-ID          PIC S9(9) USAGE COMP.              00890000
          03 WS-HOST-SOURCE-SYSTEM   PIC X(08).                         00900000
          03 WS-HOST-BUS-DATE        PIC X(10).                         00910000
          03 WS-HOST-MOVEMENT-REC    PIC X(80).                         00920000
          03 WS-HOST-REJECT-REASON   PIC X(26).                         00930000
                                                                        00940000
      * The held movement seen through the TRANMOV record layout        00950000
      * TRANPOST reads it with.                                         00960000
       01 WS-HELD-MOVEMENT.                                             00970000
          03 WS-HM-ACCT-NO           PIC X(15).                         00980000
          03 WS-HM-TRANS-DATE        PIC X(10).                         00990000
          03 WS-HM-TRANS-REF         PIC X(20).                         01000000
          03 WS-HM-TRANS-AMOUNT      PIC X(11).                         01010000
          03 WS-HM-TRANS-TYPE        PIC X(02).                         01020000
          03 FILLER                  PIC X(22).                         01030000
                                                                        01040000
           EXEC SQL                                                     01050000
             INCLUDE SQLCA                                              01060000
           END-EXEC.                                                    01070000
                                                                        01080000
           EXEC SQL                                                     01090000
             INCLUDE SUSPDCL                                            01100000
           END-EXEC.                                                    01110000
                                                                        01120000
           EXEC SQL                                                     01130000
             INCLUDE BDATDCL                                            01140000
           END-EXEC.                                                    01150000
                                                                        01160000
       01 RL-TITLE-LINE.                                                01170000
          03 RL-T-CTRL               PIC X     VALUE '1'.               01180000
          03 FILLER                  PIC X(32)                          01190000
              VALUE 'POSTING SUSPENSE AGING REPORT'.                    01200000
          03 FILLER                  PIC X(08) VALUE 'SOURCE: '.        01210000
          03 RL-T-SOURCE             PIC X(08).                         01220000
          03 FILLER                  PIC X(03) VALUE SPACES.            01230000
          03 FILLER                  PIC X(10) VALUE 'AS AT:    '.      01240000
          03 RL-T-DATE               PIC X(10).                         01250000
          03 FILLER                  PIC X(61) VALUE SPACES.            01260000
                                                                        01270000
       01 RL-COLUMN-LINE.                                               01280000
          03 RL-C-CTRL               PIC X     VALUE SPACE.             01290000
          03 FILLER                  PIC X(01) VALUE SPACE.             01300000
          03 FILLER                  PIC X(09) VALUE '  SUSP ID'.       01310000
          03 FILLER                  PIC X(02) VALUE SPACES.            01320000
          03 FILLER                  PIC X(10) VALUE 'BUS DATE'.        01330000
          03 FILLER                  PIC X(02) VALUE SPACES.            01340000
          03 FILLER                  PIC X(05) VALUE '  AGE'.           01350000
          03 FILLER                  PIC X(02) VALUE SPACES.            01360000
          03 FILLER                  PIC X(15) VALUE 'ACCOUNT NO'.      01370000
          03 FILLER                  PIC X(02) VALUE SPACES.            01380000
          03 FILLER                  PIC X(11) VALUE 'AMOUNT'.          01390000
          03 FILLER                  PIC X(02) VALUE SPACES.            01400000
          03 FILLER                  PIC X(02) VALUE 'TY'.              01410000
          03 FILLER                  PIC X(02) VALUE SPACES.            01420000
          03 FILLER                  PIC X(26) VALUE 'REJECT REASON'.   01430000
          03 FILLER                  PIC X(02) VALUE SPACES.            01440000
          03 FILLER                  PIC X(09) VALUE '   RUN ID'.       01450000
          03 FILLER                  PIC X(30) VALUE SPACES.            01460000
                                                                        01470000
       01 RL-DETAIL-LINE.                                               01480000
          03 RL-D-CTRL               PIC X     VALUE SPACE.             01490000
          03 FILLER                  PIC X(01) VALUE SPACE.             01500000
          03 RL-D-SUSP-ID            PIC Z(08)9.                        01510000
          03 FILLER                  PIC X(02) VALUE SPACES.            01520000
          03 RL-D-BUS-DATE           PIC X(10).                         01530000
          03 FILLER                  PIC X(02) VALUE SPACES.            01540000
          03 RL-D-AGE                PIC ZZZZ9.                         01550000
          03 FILLER                  PIC X(02) VALUE SPACES.            01560000
          03 RL-D-ACCT-NO            PIC X(15).                         01570000
          03 FILLER                  PIC X(02) VALUE SPACES.            01580000
          03 RL-D-AMOUNT             PIC X(11).                         01590000
          03 FILLER                  PIC X(02) VALUE SPACES.            01600000
          03 RL-D-TYPE               PIC X(02).                         01610000
          03 FILLER                  PIC X(02) VALUE SPACES.            01620000
          03 RL-D-REASON             PIC X(26).                         01630000
          03 FILLER                  PIC X(02) VALUE SPACES.            01640000
          03 RL-D-RUN-ID             PIC Z(08)9.                        01650000
          03 FILLER                  PIC X(30) VALUE SPACES.            01660000
                                                                        01670000
       01 RL-BUCKET-LINE.                                               01680000
          03 RL-K-CTRL               PIC X     VALUE '0'.               01690000
          03 RL-K-LABEL              PIC X(18).                         01700000
          03 FILLER                  PIC X(07) VALUE 'ITEMS: '.         01710000
          03 RL-K-ITEMS              PIC ZZZ,ZZ9.                       01720000
          03 FILLER                  PIC X(13) VALUE '   0-2 DAYS: '.   01730000
          03 RL-K-BUCKET-1           PIC ZZZ,ZZ9.                       01740000
          03 FILLER                  PIC X(13) VALUE '   3-7 DAYS: '.   01750000
          03 RL-K-BUCKET-2           PIC ZZZ,ZZ9.                       01760000
          03 FILLER                  PIC X(14) VALUE '   8-30 DAYS: '.  01770000
          03 RL-K-BUCKET-3           PIC ZZZ,ZZ9.                       01780000
          03 FILLER                  PIC X(14) VALUE '   OVER 30:   '.  01790000
          03 RL-K-BUCKET-4           PIC ZZZ,ZZ9.                       01800000
          03 FILLER                  PIC X(18) VALUE SPACES.            01810000
                                                                        01820000
       01 RL-NONE-LINE.                                                 01830000
          03 RL-N-CTRL               PIC X     VALUE '0'.               01840000
          03 FILLER                  PIC X(40)                          01850000
              VALUE 'NO OPEN ITEMS ON POSTING SUSPENSE'.                01860000
          03 FILLER                  PIC X(92) VALUE SPACES.            01870000
                                                                        01880000
       PROCEDURE DIVISION.                                              01890000
                                                                        01900000
       MAINLINE SECTION.                                                01910000
                                                                        01920000
           PERFORM 1000-INITIALIZE.                                     01930000
           PERFORM 2000-PROCESS-ITEM UNTIL WS-SU-EOF.                   01940000
           IF RETURN-CODE < 16 AND NOT WS-EOF THEN                      01950000
              PERFORM 5000-GRAND-TOTALS                                 01960000
           END-IF.                                                      01970000
           PERFORM 9000-TERMINATE.                                      01980000
                                                                        01990000
       MAINLINE-EXIT.                                                   02000000
           EXIT.                                                        02010000
                                                                        02020000
       1000-INITIALIZE SECTION.                                         02030000
                                                                        02040000
           OPEN INPUT  PARAM-FILE                                       02050000
                OUTPUT REPORT-FILE.                                     02060000
                                                                        02070000
           INITIALIZE WS-GR-TOTALS.                                     02080000
                                                                        02090000
           READ PARAM-FILE                                              02100000
               AT END SET WS-EOF TO TRUE                                02110000
           END-READ.                                                    02120000
                                                                        02130000
      *    An empty SUSPDATE is the normal nightly path - items are     02140000
      *    aged against the BUSDATE_CTL control row.  A card is the     02150000
      *    explicit override for a rerun.                               02160000
           IF WS-EOF OR SP-DATE = SPACES THEN                           02170000
              MOVE 'N' TO WS-EOF-FLAG                                   02180000
              PERFORM 1050-GET-CONTROL-DATE                             02190000
           ELSE                                                         02200000
              MOVE SP-DATE TO WS-HOST-RPT-DATE                          02210000
                              RL-T-DATE                                 02220000
           END-IF.                                                      02230000
                                                                        02240000
           IF WS-EOF THEN                                               02250000
              SET WS-SU-EOF TO TRUE                                     02260000
           ELSE                                                         02270000
              MOVE WS-HOST-RPT-DATE TO WS-D2D-DATE                      02280000
              PERFORM 7100-DATE-TO-DAYS                                 02290000
              MOVE WS-D2D-DAYS TO WS-RPT-DAYS                           02300000
              PERFORM 1100-OPEN-SUSP-CURSOR                             02310000
           END-IF.                                                      02320000
                                                                        02330000
           IF WS-SU-EOF THEN                                            02340000
              CONTINUE                                                  02350000
           ELSE                                                         02360000
              PERFORM 1200-FETCH-SUSP                                   02370000
           END-IF.                                                      02380000
                                                                        02390000
       1000-INITIALIZE-EXIT.                                            02400000
           EXIT.                                                        02410000
                                                                        02420000
       1050-GET-CONTROL-DATE SECTION.                                   02430000
                                                                        02440000
           EXEC SQL                                                     02450000
             SELECT CURR_BUS_DATE                                       02460000
             INTO  :WS-HOST-RPT-DATE                                    02470000
             FROM BUSDATE_CTL                                           02480000
           END-EXEC.                                                    02490000
                                                                        02500000
           IF SQLCODE = ZERO THEN                                       02510000
              MOVE WS-HOST-RPT-DATE TO RL-T-DATE                        02520000
           ELSE                                                         02530000
              DISPLAY 'TRANSUSP - SUSPDATE CARD EMPTY AND '             02540000
                      'BUSDATE_CTL UNAVAILABLE, SQLCODE=' SQLCODE       02550000
              SET WS-EOF TO TRUE                                        02560000
              SET WS-SU-EOF TO TRUE                                     02570000
              MOVE 16 TO RETURN-CODE                                    02580000
           END-IF.                                                      02590000
                                                                        02600000
       1050-GET-CONTROL-DATE-EXIT.                                      02610000
           EXIT.                                                        02620000
                                                                        02630000
       1060-START-RUN-LOG SECTION.                                      02630416
                                                                        02630833
      *    Refused until the date's posting run is complete - it is     02631250
      *    the run that fills the suspense table.  No report, RC=16.    02631666
           INITIALIZE JL-REQ.                                           02632083
           SET JL-FUNC-START TO TRUE.                                   02632500
           MOVE 'TRANSUSP' TO JL-JOB-NAME.                              02632916
           MOVE WS-HOST-RPT-DATE TO JL-BUS-DATE.                        02633333
                                                                        02633750
           CALL WS-JLOG USING JL-REQ JL-RES.                            02634166
                                                                        02634583
           IF JL-RC-OK THEN                                             02635000
              SET WS-JLOG-STARTED TO TRUE                               02635416
           ELSE                                                         02635833
              DISPLAY 'TRANSUSP - ' JL-MESSAGE                          02636250
              SET WS-EOF TO TRUE                                        02636666
              SET WS-SU-EOF TO TRUE                                     02637083
              MOVE 16 TO RETURN-CODE                                    02637500
           END-IF.                                                      02637916
                                                                        02638333
       1060-START-RUN-LOG-EXIT.                                         02638750
           EXIT.                                                        02639166
                                                                        02639583
       1100-OPEN-SUSP-CURSOR SECTION.                                   02640000
                                                                        02641666
           PERFORM 1060-START-RUN-LOG.                                  02643333
           IF WS-EOF THEN                                               02645000
              GO TO 1100-OPEN-SUSP-CURSOR-EXIT                          02646666
           END-IF.                                                      02648333
                                                                        02650000
      *    Open items only - released, written-off and backed-out       02660000
      *    items are finished with and stay on the table as history.    02670000
           EXEC SQL                                                     02680000
             DECLARE SUSP-CURSOR CURSOR FOR                             02690000
             SELECT                                                     02700000
                SUSP_ID                                                 02710000
               ,RUN_ID                                                  02720000
               ,SOURCE_SYSTEM                                           02730000
               ,BUSINESS_DATE                                           02740000
               ,MOVEMENT_REC                                            02750000
               ,REJECT_REASON                                           02760000
             FROM POST_SUSPENSE                                         02770000
             WHERE SUSP_STATUS = 'O'                                    02780000
             ORDER BY SOURCE_SYSTEM, BUSINESS_DATE, SUSP_ID             02790000
           END-EXEC.                                                    02800000
                                                                        02810000
           EXEC SQL                                                     02820000
             OPEN SUSP-CURSOR                                           02830000
           END-EXEC.                                                    02840000
                                                                        02850000
           IF SQLCODE NOT = ZERO THEN                                   02860000
              DISPLAY 'TRANSUSP - UNABLE TO OPEN SUSP-CURSOR, '         02870000
                      'SQLCODE=' SQLCODE                                02880000
              SET WS-EOF TO TRUE                                        02890000
              SET WS-SU-EOF TO TRUE                                     02900000
              MOVE 16 TO RETURN-CODE                                    02910000
           END-IF.                                                      02920000
                                                                        02930000
       1100-OPEN-SUSP-CURSOR-EXIT.                                      02940000
           EXIT.                                                        02950000
                                                                        02960000
       1200-FETCH-SUSP SECTION.                                         02970000
                                                                        02980000
           EXEC SQL                                                     02990000
             FETCH SUSP-CURSOR                                          03000000
             INTO :WS-HOST-SUSP-ID                                      03010000
                 ,:WS-HOST-RUN-ID                                       03020000
                 ,:WS-HOST-SOURCE-SYSTEM                                03030000
                 ,:WS-HOST-BUS-DATE                                     03040000
                 ,:WS-HOST-MOVEMENT-REC                                 03050000
                 ,:WS-HOST-REJECT-REASON                                03060000
           END-EXEC.                                                    03070000
                                                                        03080000
           IF SQLCODE = ZERO THEN                                       03090000
              CONTINUE                                                  03100000
           ELSE                                                         03110000
              SET WS-SU-EOF TO TRUE                                     03120000
              IF SQLCODE NOT = 100 THEN                                 03130000
                 PERFORM 8000-SQL-ERROR                                 03140000
              END-IF                                                    03150000
           END-IF.                                                      03160000
                                                                        03170000
       1200-FETCH-SUSP-EXIT.                                            03180000
           EXIT.                                                        03190000
                                                                        03200000
       2000-PROCESS-ITEM SECTION.                                       03210000
                                                                        03220000
           IF WS-HOST-SOURCE-SYSTEM NOT = WS-CUR-SOURCE-SYSTEM          03230000
              OR WS-GR-ITEMS = ZERO THEN                                03240000
              IF WS-GR-ITEMS > ZERO THEN                                03250000
                 PERFORM 3000-SOURCE-TOTALS                             03260000
              END-IF                                                    03270000
              MOVE WS-HOST-SOURCE-SYSTEM TO WS-CUR-SOURCE-SYSTEM        03280000
                                            RL-T-SOURCE                 03290000
              INITIALIZE WS-SRC-TOTALS                                  03300000
              WRITE REPORT-REC FROM RL-TITLE-LINE                       03310000
              WRITE REPORT-REC FROM RL-COLUMN-LINE                      03320000
           END-IF.                                                      03330000
                                                                        03340000
           MOVE WS-HOST-BUS-DATE TO WS-D2D-DATE.                        03350000
           PERFORM 7100-DATE-TO-DAYS.                                   03360000
           COMPUTE WS-AGE-DAYS = WS-RPT-DAYS - WS-D2D-DAYS.             03370000
           IF WS-AGE-DAYS < ZERO THEN                                   03380000
              MOVE ZERO TO WS-AGE-DAYS                                  03390000
           END-IF.                                                      03400000
                                                                        03410000
           EVALUATE TRUE                                                03420000
              WHEN WS-AGE-DAYS <= 2                                     03430000
                 MOVE 1 TO WS-BUCKET-IX                                 03440000
              WHEN WS-AGE-DAYS <= 7                                     03450000
                 MOVE 2 TO WS-BUCKET-IX                                 03460000
              WHEN WS-AGE-DAYS <= 30                                    03470000
                 MOVE 3 TO WS-BUCKET-IX                                 03480000
              WHEN OTHER                                                03490000
                 MOVE 4 TO WS-BUCKET-IX                                 03500000
                 IF RETURN-CODE < 4 THEN                                03510000
                    MOVE 4 TO RETURN-CODE                               03520000
                 END-IF                                                 03530000
           END-EVALUATE.                                                03540000
                                                                        03550000
           ADD 1 TO WS-SRC-ITEMS                                        03560000
                    WS-SRC-BUCKET(WS-BUCKET-IX)                         03570000
                    WS-GR-ITEMS                                         03580000
                    WS-GR-BUCKET(WS-BUCKET-IX).                         03590000
                                                                        03600000
           MOVE WS-HOST-MOVEMENT-REC  TO WS-HELD-MOVEMENT.              03610000
           MOVE WS-HOST-SUSP-ID       TO RL-D-SUSP-ID.                  03620000
           MOVE WS-HOST-BUS-DATE      TO RL-D-BUS-DATE.                 03630000
           MOVE WS-AGE-DAYS           TO RL-D-AGE.                      03640000
           MOVE WS-HM-ACCT-NO         TO RL-D-ACCT-NO.                  03650000
           MOVE WS-HM-TRANS-AMOUNT    TO RL-D-AMOUNT.                   03660000
           MOVE WS-HM-TRANS-TYPE      TO RL-D-TYPE.                     03670000
           MOVE WS-HOST-REJECT-REASON TO RL-D-REASON.                   03680000
           MOVE WS-HOST-RUN-ID        TO RL-D-RUN-ID.                   03690000
           WRITE REPORT-REC FROM RL-DETAIL-LINE.                        03700000
                                                                        03710000
           PERFORM 1200-FETCH-SUSP.                                     03720000
                                                                        03730000
       2000-PROCESS-ITEM-EXIT.                                          03740000
           EXIT.                                                        03750000
                                                                        03760000
       3000-SOURCE-TOTALS SECTION.                                      03770000
                                                                        03780000
           MOVE 'SOURCE TOTAL      ' TO RL-K-LABEL.                     03790000
           MOVE WS-SRC-ITEMS         TO RL-K-ITEMS.                     03800000
           MOVE WS-SRC-BUCKET(1)     TO RL-K-BUCKET-1.                  03810000
           MOVE WS-SRC-BUCKET(2)     TO RL-K-BUCKET-2.                  03820000
           MOVE WS-SRC-BUCKET(3)     TO RL-K-BUCKET-3.                  03830000
           MOVE WS-SRC-BUCKET(4)     TO RL-K-BUCKET-4.                  03840000
           WRITE REPORT-REC FROM RL-BUCKET-LINE.                        03850000
                                                                        03860000
       3000-SOURCE-TOTALS-EXIT.                                         03870000
           EXIT.                                                        03880000
                                                                        03890000
       5000-GRAND-TOTALS SECTION.                                       03900000
                                                                        03910000
           IF WS-GR-ITEMS > ZERO THEN                                   03920000
              PERFORM 3000-SOURCE-TOTALS                                03930000
           END-IF.                                                      03940000
                                                                        03950000
           MOVE 'ALL     '           TO RL-T-SOURCE.                    03960000
           WRITE REPORT-REC FROM RL-TITLE-LINE.                         03970000
                                                                        03980000
           IF WS-GR-ITEMS = ZERO THEN                                   03990000
              WRITE REPORT-REC FROM RL-NONE-LINE                        04000000
           END-IF.                                                      04010000
                                                                        04020000
           MOVE 'GRAND TOTAL       ' TO RL-K-LABEL.                     04030000
           MOVE WS-GR-ITEMS          TO RL-K-ITEMS.                     04040000
           MOVE WS-GR-BUCKET(1)      TO RL-K-BUCKET-1.                  04050000
           MOVE WS-GR-BUCKET(2)      TO RL-K-BUCKET-2.                  04060000
           MOVE WS-GR-BUCKET(3)      TO RL-K-BUCKET-3.                  04070000
           MOVE WS-GR-BUCKET(4)      TO RL-K-BUCKET-4.                  04080000
           WRITE REPORT-REC FROM RL-BUCKET-LINE.                        04090000
                                                                        04100000
       5000-GRAND-TOTALS-EXIT.                                          04110000
           EXIT.                                                        04120000
                                                                        04130000
       7100-DATE-TO-DAYS SECTION.                                       04140000
                                                                        04150000
      *    YYYY-MM-DD to a serial day count: 365 per year plus the      04160000
      *    leap days before the date (the year itself counts only       04170000
      *    once March is reached), plus the cumulative days of the      04180000
      *    months gone, plus the day.  Differences between two such     04190000
      *    counts are exact calendar day spans.                         04200000
           MOVE WS-D2D-DATE TO WS-DATE-PARSE.                           04210000
           MOVE WS-DP-YYYY  TO WS-D2D-Y.                                04220000
           MOVE WS-DP-MM    TO WS-D2D-M.                                04230000
           MOVE WS-DP-DD    TO WS-D2D-D.                                04240000
                                                                        04250000
           IF WS-D2D-M > 2 THEN                                         04260000
              MOVE WS-D2D-Y TO WS-D2D-LEAP-Y                            04270000
           ELSE                                                         04280000
              COMPUTE WS-D2D-LEAP-Y = WS-D2D-Y - 1                      04290000
           END-IF.                                                      04300000
                                                                        04310000
           COMPUTE WS-D2D-DAYS = WS-D2D-Y * 365                         04320000
                 + WS-CUM-DAYS(WS-D2D-M)                                04330000
                 + WS-D2D-D.                                            04340000
           COMPUTE WS-D2D-WORK = WS-D2D-LEAP-Y / 4.                     04350000
           ADD WS-D2D-WORK TO WS-D2D-DAYS.                              04360000
           COMPUTE WS-D2D-WORK = WS-D2D-LEAP-Y / 100.                   04370000
           SUBTRACT WS-D2D-WORK FROM WS-D2D-DAYS.                       04380000
           COMPUTE WS-D2D-WORK = WS-D2D-LEAP-Y / 400.                   04390000
           ADD WS-D2D-WORK TO WS-D2D-DAYS.                              04400000
                                                                        04410000
       7100-DATE-TO-DAYS-EXIT.                                          04420000
           EXIT.                                                        04430000
                                                                        04440000
       8000-SQL-ERROR SECTION.                                          04450000
                                                                        04460000
           DISPLAY 'TRANSUSP - SQL ERROR, SQLCODE=' SQLCODE.            04470000
           SET WS-EOF TO TRUE.                                          04480000
           SET WS-SU-EOF TO TRUE.                                       04490000
           MOVE 16 TO RETURN-CODE.                                      04500000
                                                                        04510000
       8000-SQL-ERROR-EXIT.                                             04520000
           EXIT.                                                        04530000
                                                                        04540000
       8600-END-RUN-LOG SECTION.                                        04540416
                                                                        04540833
           IF NOT WS-JLOG-STARTED THEN                                  04541250
              GO TO 8600-END-RUN-LOG-EXIT                               04541666
           END-IF.                                                      04542083
                                                                        04542500
           SET JL-FUNC-END TO TRUE.                                     04542916
           MOVE RETURN-CODE TO JL-JOB-RC.                               04543333
           MOVE WS-GR-ITEMS     TO JL-IN-COUNT.                         04543750
           MOVE WS-GR-BUCKET(4) TO JL-EXCP-COUNT.                       04544166
                                                                        04544583
           CALL WS-JLOG USING JL-REQ JL-RES.                            04545000
                                                                        04545416
           IF NOT JL-RC-OK THEN                                         04545833
              DISPLAY 'TRANSUSP - RUN LOG NOT CLOSED: ' JL-MESSAGE      04546250
              IF RETURN-CODE < 4 THEN                                   04546666
                 MOVE 4 TO RETURN-CODE                                  04547083
              END-IF                                                    04547500
           END-IF.                                                      04547916
                                                                        04548333
       8600-END-RUN-LOG-EXIT.                                           04548750
           EXIT.                                                        04549166
                                                                        04549583
       9000-TERMINATE SECTION.                                          04550000
                                                                        04560000
           EXEC SQL                                                     04570000
             CLOSE SUSP-CURSOR                                          04580000
           END-EXEC.                                                    04590000
                                                                        04600000
           CLOSE PARAM-FILE                                             04610000
                 REPORT-FILE.                                           04620000
           DISPLAY 'TRANSUSP COMPLETE - OPEN ITEMS: ' WS-GR-ITEMS.      04630000
           PERFORM 8600-END-RUN-LOG.                                    04635000
           STOP RUN.                                                    04640000
                                                                        04650000
       9000-TERMINATE-EXIT.                                             04660000
           EXIT.                                                        04670000
