       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. TRANTPRF.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       CONFIGURATION SECTION.                                           00040000
       INPUT-OUTPUT SECTION.                                            00050000
       FILE-CONTROL.                                                    00060000
           SELECT PARAM-FILE   ASSIGN TO TPRFDATE                       00070000
               ORGANIZATION IS SEQUENTIAL.                              00080000
           SELECT REPORT-FILE  ASSIGN TO TPRFRPT                        00090000
               ORGANIZATION IS SEQUENTIAL.                              00100000
       DATA DIVISION.                                                   00110000
       FILE SECTION.                                                    00120000
       FD PARAM-FILE                                                    00130000
           RECORDING MODE IS F                                          00140000
           LABEL RECORDS ARE STANDARD.                                  00150000
       01 PARAM-REC.                                                    00160000
          03 TP-DATE                  PIC X(10).                        00170000
          03 FILLER                   PIC X(70).                        00180000
                                                                        00190000
       FD REPORT-FILE                                                   00200000
           RECORDING MODE IS F                                          00210000
           LABEL RECORDS ARE STANDARD.                                  00220000
       01 REPORT-REC                  PIC X(133).                       00230000
                                                                        00240000
       WORKING-STORAGE SECTION.                                         00250000
      * End-of-day teller proof - every TELLER_DRAWER a teller signed   00260000
      * on to for the business date (the BUSDATE_CTL date, or an        00270000
      * overriding TPRFDATE card), one page per BRANCH_ID.  Each        00280000
      * drawer shows the teller's counter postings that day by          00290000
      * TRANS_TYPE - deposits and withdrawals separately - and the      00300000
      * cash the drawer should hold at close: the opening cash plus     00310000
      * everything posted under that teller.  That expected cash is     00320000
      * proved against the cash the supervisor counted on TRANDONL,     00330000
      * and a teller over, short or never counted is flagged on the     00340000
      * branch page and again on the closing list of exceptions by      00350000
      * branch.  Postings stamped with a teller who has no drawer       00360000
      * for the date are listed too - cash no count will ever prove.    00370000
      * Any exception ends the step RC=04.                              00380000
       01 WS-EOF-FLAG                PIC X(01) VALUE 'N'.               00390000
          88 WS-EOF                  VALUE 'Y'.                         00400000
                                                                        00410000
       01 WS-DR-EOF-FLAG             PIC X(01) VALUE 'N'.               00420000
          88 WS-DR-EOF               VALUE 'Y'.                         00430000
                                                                        00440000
       01 WS-TT-EOF-FLAG             PIC X(01) VALUE 'N'.               00450000
          88 WS-TT-EOF               VALUE 'Y'.                         00460000
                                                                        00470000
       01 WS-ND-EOF-FLAG             PIC X(01) VALUE 'N'.               00480000
          88 WS-ND-EOF               VALUE 'Y'.                         00490000
                                                                        00500000
      * Control-break state - the branch whose page is being printed.   00510000
       01 WS-CUR-BRANCH-ID           PIC X(04) VALUE SPACES.            00520000
       01 WS-FIRST-FLAG              PIC X(01) VALUE 'Y'.               00530000
          88 WS-FIRST-DRAWER         VALUE 'Y'.                         00540000
                                                                        00550000
      * The drawer in hand - the net of its postings, the cash it       00560000
      * should hold and how far the count is from that.                 00570000
       01 WS-DW-TYPES                PIC S9(9) USAGE COMP VALUE ZERO.   00580000
       01 WS-DW-NET                  PIC S9(11)V9(2) USAGE COMP-3       00590000
                                      VALUE ZERO.                       00600000
       01 WS-DW-EXPECTED             PIC S9(11)V9(2) USAGE COMP-3       00610000
                                      VALUE ZERO.                       00620000
       01 WS-DW-DIFF                 PIC S9(11)V9(2) USAGE COMP-3       00630000
                                      VALUE ZERO.                       00640000
       01 WS-DW-RESULT               PIC X(01).                         00650000
          88 WS-DW-BALANCED          VALUE 'B'.                         00660000
          88 WS-DW-OVER              VALUE 'O'.                         00670000
          88 WS-DW-SHORT             VALUE 'S'.                         00680000
          88 WS-DW-NOT-COUNTED       VALUE 'N'.                         00690000
                                                                        00700000
      * Per-branch accumulators, reset at each branch page, and the     00710000
      * whole-bank totals they roll up into.                            00720000
       01 WS-BR-TELLERS              PIC S9(9) USAGE COMP VALUE ZERO.   00730000
       01 WS-BR-OVER                 PIC S9(9) USAGE COMP VALUE ZERO.   00740000
       01 WS-BR-OVER-AMT             PIC S9(11)V9(2) USAGE COMP-3       00750000
                                      VALUE ZERO.                       00760000
       01 WS-BR-SHORT                PIC S9(9) USAGE COMP VALUE ZERO.   00770000
       01 WS-BR-SHORT-AMT            PIC S9(11)V9(2) USAGE COMP-3       00780000
                                      VALUE ZERO.                       00790000
       01 WS-BR-NOT-COUNTED          PIC S9(9) USAGE COMP VALUE ZERO.   00800000
                                                                        00810000
       01 WS-GR-TELLERS              PIC S9(9) USAGE COMP VALUE ZERO.   00820000
       01 WS-GR-OVER                 PIC S9(9) USAGE COMP VALUE ZERO.   00830000
       01 WS-GR-OVER-AMT             PIC S9(11)V9(2) USAGE COMP-3       00840000
                                      VALUE ZERO.                       00850000
       01 WS-GR-SHORT                PIC S9(9) USAGE COMP VALUE ZERO.   00860000
       01 WS-GR-SHORT-AMT            PIC S9(11)V9(2) USAGE COMP-3       00870000
                                      VALUE ZERO.                       00880000
       01 WS-GR-NOT-COUNTED          PIC S9(9) USAGE COMP VALUE ZERO.   00890000
       01 WS-GR-NO-DRAWER            PIC S9(9) USAGE COMP VALUE ZERO.   00900000
                                                                        00910000
      * Every drawer over, short or not counted, kept in branch order   00920000
      * for the closing exceptions list.  A day with more than the      00930000
      * table holds still flags each one on its branch page.            00940000
       01 WS-EX-MAX                  PIC S9(4) USAGE COMP VALUE 500.    00950000
       01 WS-EX-COUNT                PIC S9(4) USAGE COMP VALUE ZERO.   00960000
       01 WS-EX-LOST                 PIC S9(9) USAGE COMP VALUE ZERO.   00970000
       01 WS-EX-IX                   PIC S9(4) USAGE COMP VALUE ZERO.   00980000
       01 WS-EX-TABLE.                                                  00990000
          03 WS-EX-ENTRY OCCURS 500 TIMES.                              01000000
             05 WS-EX-BRANCH-ID      PIC X(04).                         01010000
             05 WS-EX-TELLER-ID      PIC X(08).                         01020000
             05 WS-EX-TELLER-TERM    PIC X(04).                         01030000
             05 WS-EX-RESULT         PIC X(01).                         01040000
             05 WS-EX-DIFF           PIC S9(11)V9(2) USAGE COMP-3.      01050000
             05 WS-EX-COUNTED-BY     PIC X(08).                         01060000
                                                                        01070000
       01 WS-HOST-RPT-DATE           PIC X(10).                         01080000
                                                                        01081000
      * Run-log state - the run is logged on BATCH_RUN_LOG through      01082000
      * TRANJLOG once its business date is known, and refused there     01083000
      * until the jobs it depends on have completed for the date.       01084000
       01 WS-JLOG                    PIC X(08) VALUE 'TRANJLOG'.        01085000
       01 WS-JLOG-FLAG               PIC X(01) VALUE 'N'.               01086000
          88 WS-JLOG-STARTED         VALUE 'Y'.                         01087000
                                                                        01088000
       COPY TRANJLLK.                                                   01089000
                                                                        01090000
       01 WS-HOST-DR-ROW.                                               01100000
          03 WS-HOST-BRANCH-ID       PIC X(04).                         01110000
          03 WS-HOST-TELLER-ID       PIC X(08).                         01120000
          03 WS-HOST-TELLER-TERM     PIC X(04).                         01130000
          03 WS-HOST-OPENING-CASH    PIC S9(8)V9(2) USAGE COMP-3.       01140000
          03 WS-HOST-DRAWER-STATUS   PIC X(01).                         01150000
             88 WS-HOST-DRAWER-COUNTED VALUE 'C'.                       01160000
          03 WS-HOST-COUNTED-CASH    PIC S9(8)V9(2) USAGE COMP-3.       01170000
          03 WS-HOST-COUNTED-BY      PIC X(08).                         01180000
                                                                        01190000
       01 WS-HOST-TT-ROW.                                               01200000
          03 WS-HOST-TRANS-TYPE      PIC X(02).                         01210000
          03 WS-HOST-DEP-COUNT       PIC S9(9) USAGE COMP.              01220000
          03 WS-HOST-DEP-AMOUNT      PIC S9(11)V9(2) USAGE COMP-3.      01230000
          03 WS-HOST-WDL-COUNT       PIC S9(9) USAGE COMP.              01240000
          03 WS-HOST-WDL-AMOUNT      PIC S9(11)V9(2) USAGE COMP-3.      01250000
                                                                        01260000
       01 WS-HOST-ND-ROW.                                               01270000
          03 WS-HOST-ND-TELLER-ID    PIC X(08).                         01280000
          03 WS-HOST-ND-COUNT        PIC S9(9) USAGE COMP.              01290000
          03 WS-HOST-ND-AMOUNT       PIC S9(11)V9(2) USAGE COMP-3.      01300000
                                                                        01310000
           EXEC SQL                                                     01320000
             INCLUDE SQLCA                                              01330000
           END-EXEC.                                                    01340000
                                                                        01350000
           EXEC SQL                                                     01360000
             INCLUDE TLRDDCL                                            01370000
           END-EXEC.                                                    01380000
                                                                        01390000
           EXEC SQL                                                     01400000
             INCLUDE TRANSDCL                                           01410000
           END-EXEC.                                                    01420000
                                                                        01430000
           EXEC SQL                                                     01440000
             INCLUDE BDATDCL                                            01450000
           END-EXEC.                                                    01460000
                                                                        01470000
       01 RL-TITLE-LINE.                                                01480000
          03 RL-T-CTRL               PIC X     VALUE '1'.               01490000
          03 FILLER                  PIC X(38)                          01500000
              VALUE 'TELLER DRAWER PROOF REPORT'.                       01510000
          03 FILLER                  PIC X(08) VALUE 'BRANCH: '.        01520000
          03 RL-T-BRANCH             PIC X(04).                         01530000
          03 FILLER                  PIC X(03) VALUE SPACES.            01540000
          03 FILLER                  PIC X(10) VALUE 'BUS DATE: '.      01550000
          03 RL-T-DATE               PIC X(10).                         01560000
          03 FILLER                  PIC X(59) VALUE SPACES.            01570000
                                                                        01580000
       01 RL-DRAWER-LINE.                                               01590000
          03 RL-W-CTRL               PIC X     VALUE '0'.               01600000
          03 FILLER                  PIC X(08) VALUE 'TELLER: '.        01610000
          03 RL-W-TELLER-ID          PIC X(08).                         01620000
          03 FILLER                  PIC X(03) VALUE SPACES.            01630000
          03 FILLER                  PIC X(10) VALUE 'TERMINAL: '.      01640000
          03 RL-W-TELLER-TERM        PIC X(04).                         01650000
          03 FILLER                  PIC X(03) VALUE SPACES.            01660000
          03 FILLER                  PIC X(14) VALUE 'OPENING CASH: '.  01670000
          03 RL-W-OPENING            PIC -ZZ,ZZZ,ZZ9.99.                01680000
          03 FILLER                  PIC X(03) VALUE SPACES.            01690000
          03 FILLER                  PIC X(08) VALUE 'STATUS: '.        01700000
          03 RL-W-STATUS             PIC X(10).                         01710000
          03 FILLER                  PIC X(47) VALUE SPACES.            01720000
                                                                        01730000
       01 RL-COLUMN-LINE.                                               01740000
          03 RL-C-CTRL               PIC X     VALUE SPACE.             01750000
          03 FILLER                  PIC X(05) VALUE SPACES.            01760000
          03 FILLER                  PIC X(08) VALUE 'TYPE'.            01770000
          03 FILLER                  PIC X(07) VALUE ' DEP NO'.         01780000
          03 FILLER                  PIC X(02) VALUE SPACES.            01790000
          03 FILLER                  PIC X(13) VALUE '     DEPOSITS'.   01800000
          03 FILLER                  PIC X(04) VALUE SPACES.            01810000
          03 FILLER                  PIC X(07) VALUE ' WDL NO'.         01820000
          03 FILLER                  PIC X(02) VALUE SPACES.            01830000
          03 FILLER                  PIC X(13) VALUE '  WITHDRAWALS'.   01840000
          03 FILLER                  PIC X(04) VALUE SPACES.            01850000
          03 FILLER                  PIC X(14) VALUE '           NET'.  01860000
          03 FILLER                  PIC X(53) VALUE SPACES.            01870000
                                                                        01880000
       01 RL-TYPE-LINE.                                                 01890000
          03 RL-Y-CTRL               PIC X     VALUE SPACE.             01900000
          03 FILLER                  PIC X(05) VALUE SPACES.            01910000
          03 RL-Y-TRANS-TYPE         PIC X(02).                         01920000
          03 FILLER                  PIC X(06) VALUE SPACES.            01930000
          03 RL-Y-DEP-COUNT          PIC ZZZ,ZZ9.                       01940000
          03 FILLER                  PIC X(02) VALUE SPACES.            01950000
          03 RL-Y-DEP-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.                 01960000
          03 FILLER                  PIC X(04) VALUE SPACES.            01970000
          03 RL-Y-WDL-COUNT          PIC ZZZ,ZZ9.                       01980000
          03 FILLER                  PIC X(02) VALUE SPACES.            01990000
          03 RL-Y-WDL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.                 02000000
          03 FILLER                  PIC X(04) VALUE SPACES.            02010000
          03 RL-Y-NET                PIC -ZZ,ZZZ,ZZ9.99.                02020000
          03 FILLER                  PIC X(53) VALUE SPACES.            02030000
                                                                        02040000
       01 RL-NO-POST-LINE.                                              02050000
          03 RL-Q-CTRL               PIC X     VALUE SPACE.             02060000
          03 FILLER                  PIC X(05) VALUE SPACES.            02070000
          03 FILLER                  PIC X(40)                          02080000
              VALUE 'NO COUNTER POSTINGS'.                              02090000
          03 FILLER                  PIC X(87) VALUE SPACES.            02100000
                                                                        02110000
       01 RL-PROOF-LINE.                                                02120000
          03 RL-P-CTRL               PIC X     VALUE SPACE.             02130000
          03 FILLER                  PIC X(05) VALUE SPACES.            02140000
          03 FILLER                  PIC X(10) VALUE 'EXPECTED: '.      02150000
          03 RL-P-EXPECTED           PIC -ZZ,ZZZ,ZZ9.99.                02160000
          03 FILLER                  PIC X(03) VALUE SPACES.            02170000
          03 FILLER                  PIC X(09) VALUE 'COUNTED: '.       02180000
          03 RL-P-COUNTED            PIC -ZZ,ZZZ,ZZ9.99.                02190000
          03 RL-P-COUNTED-X REDEFINES RL-P-COUNTED                      02200000
                                     PIC X(14).                         02210000
          03 FILLER                  PIC X(03) VALUE SPACES.            02220000
          03 FILLER                  PIC X(12) VALUE 'DIFFERENCE: '.    02230000
          03 RL-P-DIFF               PIC -ZZ,ZZZ,ZZ9.99.                02240000
          03 RL-P-DIFF-X REDEFINES RL-P-DIFF                            02250000
                                     PIC X(14).                         02260000
          03 FILLER                  PIC X(03) VALUE SPACES.            02270000
          03 RL-P-FLAG               PIC X(20).                         02280000
          03 FILLER                  PIC X(25) VALUE SPACES.            02290000
                                                                        02300000
       01 RL-TOTAL-LINE.                                                02310000
          03 RL-K-CTRL               PIC X     VALUE '0'.               02320000
          03 RL-K-LABEL              PIC X(14).                         02330000
          03 FILLER                  PIC X(09) VALUE 'TELLERS: '.       02340000
          03 RL-K-TELLERS            PIC ZZ,ZZ9.                        02350000
          03 FILLER                  PIC X(09) VALUE '   OVER: '.       02360000
          03 RL-K-OVER               PIC ZZ,ZZ9.                        02370000
          03 FILLER                  PIC X(01) VALUE SPACE.             02380000
          03 RL-K-OVER-AMT           PIC ZZ,ZZZ,ZZ9.99.                 02390000
          03 FILLER                  PIC X(10) VALUE '   SHORT: '.      02400000
          03 RL-K-SHORT              PIC ZZ,ZZ9.                        02410000
          03 FILLER                  PIC X(01) VALUE SPACE.             02420000
          03 RL-K-SHORT-AMT          PIC ZZ,ZZZ,ZZ9.99.                 02430000
          03 FILLER                  PIC X(16)                          02440000
              VALUE '   NOT COUNTED: '.                                 02450000
          03 RL-K-NOT-COUNTED        PIC ZZ,ZZ9.                        02460000
          03 FILLER                  PIC X(22) VALUE SPACES.            02470000
                                                                        02480000
       01 RL-HEAD-LINE.                                                 02490000
          03 RL-H-CTRL               PIC X     VALUE '0'.               02500000
          03 RL-H-TEXT               PIC X(60).                         02510000
          03 FILLER                  PIC X(72) VALUE SPACES.            02520000
                                                                        02530000
       01 RL-EXCEPT-LINE.                                               02540000
          03 RL-E-CTRL               PIC X     VALUE SPACE.             02550000
          03 FILLER                  PIC X(05) VALUE SPACES.            02560000
          03 RL-E-BRANCH-ID          PIC X(04).                         02570000
          03 FILLER                  PIC X(03) VALUE SPACES.            02580000
          03 RL-E-TELLER-ID          PIC X(08).                         02590000
          03 FILLER                  PIC X(03) VALUE SPACES.            02600000
          03 RL-E-TELLER-TERM        PIC X(04).                         02610000
          03 FILLER                  PIC X(03) VALUE SPACES.            02620000
          03 RL-E-FLAG               PIC X(12).                         02630000
          03 FILLER                  PIC X(03) VALUE SPACES.            02640000
          03 RL-E-DIFF               PIC -ZZ,ZZZ,ZZ9.99.                02650000
          03 RL-E-DIFF-X REDEFINES RL-E-DIFF                            02660000
                                     PIC X(14).                         02670000
          03 FILLER                  PIC X(03) VALUE SPACES.            02680000
          03 RL-E-COUNTED-BY         PIC X(08).                         02690000
          03 FILLER                  PIC X(62) VALUE SPACES.            02700000
                                                                        02710000
       01 RL-NO-DRAWER-LINE.                                            02720000
          03 RL-N-CTRL               PIC X     VALUE SPACE.             02730000
          03 FILLER                  PIC X(05) VALUE SPACES.            02740000
          03 RL-N-TELLER-ID          PIC X(08).                         02750000
          03 FILLER                  PIC X(03) VALUE SPACES.            02760000
          03 RL-N-COUNT              PIC ZZZ,ZZ9.                       02770000
          03 FILLER                  PIC X(03) VALUE SPACES.            02780000
          03 RL-N-AMOUNT             PIC -ZZ,ZZZ,ZZ9.99.                02790000
          03 FILLER                  PIC X(03) VALUE SPACES.            02800000
          03 FILLER                  PIC X(26)                          02810000
              VALUE '*** POSTED WITH NO DRAWER'.                        02820000
          03 FILLER                  PIC X(63) VALUE SPACES.            02830000
                                                                        02840000
       PROCEDURE DIVISION.                                              02850000
                                                                        02860000
       MAINLINE SECTION.                                                02870000
                                                                        02880000
           PERFORM 1000-INITIALIZE.                                     02890000
           PERFORM 2000-PROCESS-DRAWER UNTIL WS-DR-EOF.                 02900000
           IF RETURN-CODE < 16 AND NOT WS-EOF THEN                      02910000
              PERFORM 5000-GRAND-TOTALS                                 02920000
           END-IF.                                                      02930000
           PERFORM 9000-TERMINATE.                                      02940000
                                                                        02950000
       MAINLINE-EXIT.                                                   02960000
           EXIT.                                                        02970000
                                                                        02980000
       1000-INITIALIZE SECTION.                                         02990000
                                                                        03000000
           OPEN INPUT  PARAM-FILE                                       03010000
                OUTPUT REPORT-FILE.                                     03020000
                                                                        03030000
           READ PARAM-FILE                                              03040000
               AT END SET WS-EOF TO TRUE                                03050000
           END-READ.                                                    03060000
                                                                        03070000
      *    An empty TPRFDATE is the normal nightly path - the business  03080000
      *    date comes off the BUSDATE_CTL control row.  A card is the   03090000
      *    explicit override for a rerun.                               03100000
           IF WS-EOF OR TP-DATE = SPACES THEN                           03110000
              MOVE 'N' TO WS-EOF-FLAG                                   03120000
              PERFORM 1050-GET-CONTROL-DATE                             03130000
           ELSE                                                         03140000
              MOVE TP-DATE TO WS-HOST-RPT-DATE                          03150000
                              RL-T-DATE                                 03160000
           END-IF.                                                      03170000
                                                                        03180000
           IF WS-EOF THEN                                               03190000
              SET WS-DR-EOF TO TRUE                                     03200000
           ELSE                                                         03210000
              PERFORM 1100-OPEN-DR-CURSOR                               03220000
           END-IF.                                                      03230000
                                                                        03240000
           IF WS-DR-EOF THEN                                            03250000
              CONTINUE                                                  03260000
           ELSE                                                         03270000
              PERFORM 1200-FETCH-DR                                     03280000
           END-IF.                                                      03290000
                                                                        03300000
       1000-INITIALIZE-EXIT.                                            03310000
           EXIT.                                                        03320000
                                                                        03330000
       1050-GET-CONTROL-DATE SECTION.                                   03340000
                                                                        03350000
           EXEC SQL                                                     03360000
             SELECT CURR_BUS_DATE                                       03370000
             INTO  :WS-HOST-RPT-DATE                                    03380000
             FROM BUSDATE_CTL                                           03390000
           END-EXEC.                                                    03400000
                                                                        03410000
           IF SQLCODE = ZERO THEN                                       03420000
              MOVE WS-HOST-RPT-DATE TO RL-T-DATE                        03430000
           ELSE                                                         03440000
              DISPLAY 'TRANTPRF - TPRFDATE CARD EMPTY AND '             03450000
                      'BUSDATE_CTL UNAVAILABLE, SQLCODE=' SQLCODE       03460000
              SET WS-EOF TO TRUE                                        03470000
              SET WS-DR-EOF TO TRUE                                     03480000
              MOVE 16 TO RETURN-CODE                                    03490000
           END-IF.                                                      03500000
                                                                        03510000
       1050-GET-CONTROL-DATE-EXIT.                                      03520000
           EXIT.                                                        03530000
                                                                        03540000
       1060-START-RUN-LOG SECTION.                                      03540416
                                                                        03540833
      *    Refused while a prerequisite for the date is outstanding -   03541250
      *    no report, RC=16.                                            03541666
           INITIALIZE JL-REQ.                                           03542083
           SET JL-FUNC-START TO TRUE.                                   03542500
           MOVE 'TRANTPRF' TO JL-JOB-NAME.                              03542916
           MOVE WS-HOST-RPT-DATE TO JL-BUS-DATE.                        03543333
                                                                        03543750
           CALL WS-JLOG USING JL-REQ JL-RES.                            03544166
                                                                        03544583
           IF JL-RC-OK THEN                                             03545000
              SET WS-JLOG-STARTED TO TRUE                               03545416
           ELSE                                                         03545833
              DISPLAY 'TRANTPRF - ' JL-MESSAGE                          03546250
              SET WS-EOF TO TRUE                                        03546666
              SET WS-DR-EOF TO TRUE                                     03547083
              MOVE 16 TO RETURN-CODE                                    03547500
           END-IF.                                                      03547916
                                                                        03548333
       1060-START-RUN-LOG-EXIT.                                         03548750
           EXIT.                                                        03549166
                                                                        03549583
       1100-OPEN-DR-CURSOR SECTION.                                     03550000
                                                                        03551666
           PERFORM 1060-START-RUN-LOG.                                  03553333
           IF WS-EOF THEN                                               03555000
              GO TO 1100-OPEN-DR-CURSOR-EXIT                            03556666
           END-IF.                                                      03558333
                                                                        03560000
           EXEC SQL                                                     03570000
             DECLARE DR-CURSOR CURSOR FOR                               03580000
             SELECT                                                     03590000
                BRANCH_ID                                               03600000
               ,TELLER_ID                                               03610000
               ,TELLER_TERM                                             03620000
               ,OPENING_CASH                                            03630000
               ,DRAWER_STATUS                                           03640000
               ,COUNTED_CASH                                            03650000
               ,COUNTED_BY                                              03660000
             FROM TELLER_DRAWER                                         03670000
             WHERE BUSINESS_DATE = :WS-HOST-RPT-DATE                    03680000
             ORDER BY BRANCH_ID, TELLER_ID                              03690000
           END-EXEC.                                                    03700000
                                                                        03710000
           EXEC SQL                                                     03720000
             OPEN DR-CURSOR                                             03730000
           END-EXEC.                                                    03740000
                                                                        03750000
           IF SQLCODE NOT = ZERO THEN                                   03760000
              DISPLAY 'TRANTPRF - UNABLE TO OPEN DR-CURSOR, '           03770000
                      'SQLCODE=' SQLCODE                                03780000
              SET WS-EOF TO TRUE                                        03790000
              SET WS-DR-EOF TO TRUE                                     03800000
              MOVE 16 TO RETURN-CODE                                    03810000
           END-IF.                                                      03820000
                                                                        03830000
       1100-OPEN-DR-CURSOR-EXIT.                                        03840000
           EXIT.                                                        03850000
                                                                        03860000
       1200-FETCH-DR SECTION.                                           03870000
                                                                        03880000
           EXEC SQL                                                     03890000
             FETCH DR-CURSOR                                            03900000
             INTO :WS-HOST-BRANCH-ID                                    03910000
                 ,:WS-HOST-TELLER-ID                                    03920000
                 ,:WS-HOST-TELLER-TERM                                  03930000
                 ,:WS-HOST-OPENING-CASH                                 03940000
                 ,:WS-HOST-DRAWER-STATUS                                03950000
                 ,:WS-HOST-COUNTED-CASH                                 03960000
                 ,:WS-HOST-COUNTED-BY                                   03970000
           END-EXEC.                                                    03980000
                                                                        03990000
           IF SQLCODE = ZERO THEN                                       04000000
              CONTINUE                                                  04010000
           ELSE                                                         04020000
              SET WS-DR-EOF TO TRUE                                     04030000
              IF SQLCODE NOT = 100 THEN                                 04040000
                 PERFORM 8000-SQL-ERROR                                 04050000
              END-IF                                                    04060000
           END-IF.                                                      04070000
                                                                        04080000
       1200-FETCH-DR-EXIT.                                              04090000
           EXIT.                                                        04100000
                                                                        04110000
       2000-PROCESS-DRAWER SECTION.                                     04120000
                                                                        04130000
           IF WS-FIRST-DRAWER OR                                        04140000
                 WS-HOST-BRANCH-ID NOT = WS-CUR-BRANCH-ID THEN          04150000
              IF NOT WS-FIRST-DRAWER THEN                               04160000
                 PERFORM 3000-BRANCH-TOTALS                             04170000
              END-IF                                                    04180000
              MOVE 'N' TO WS-FIRST-FLAG                                 04190000
              MOVE WS-HOST-BRANCH-ID TO WS-CUR-BRANCH-ID                04200000
                                        RL-T-BRANCH                     04210000
              MOVE ZERO TO WS-BR-TELLERS                                04220000
                           WS-BR-OVER                                   04230000
                           WS-BR-OVER-AMT                               04240000
                           WS-BR-SHORT                                  04250000
                           WS-BR-SHORT-AMT                              04260000
                           WS-BR-NOT-COUNTED                            04270000
              WRITE REPORT-REC FROM RL-TITLE-LINE                       04280000
           END-IF.                                                      04290000
                                                                        04300000
           MOVE WS-HOST-TELLER-ID    TO RL-W-TELLER-ID.                 04310000
           MOVE WS-HOST-TELLER-TERM  TO RL-W-TELLER-TERM.               04320000
           MOVE WS-HOST-OPENING-CASH TO RL-W-OPENING.                   04330000
           IF WS-HOST-DRAWER-COUNTED THEN                               04340000
              MOVE 'COUNTED'    TO RL-W-STATUS                          04350000
           ELSE                                                         04360000
              MOVE 'OPEN'       TO RL-W-STATUS                          04370000
           END-IF.                                                      04380000
           WRITE REPORT-REC FROM RL-DRAWER-LINE.                        04390000
           WRITE REPORT-REC FROM RL-COLUMN-LINE.                        04400000
                                                                        04410000
           MOVE ZERO TO WS-DW-TYPES                                     04420000
                        WS-DW-NET.                                      04430000
           MOVE 'N'  TO WS-TT-EOF-FLAG.                                 04440000
                                                                        04450000
           PERFORM 2100-OPEN-TT-CURSOR.                                 04460000
           IF NOT WS-TT-EOF THEN                                        04470000
              PERFORM 2150-FETCH-TT                                     04480000
           END-IF.                                                      04490000
           PERFORM 2200-PROCESS-TYPE UNTIL WS-TT-EOF.                   04500000
                                                                        04510000
           EXEC SQL                                                     04520000
             CLOSE TT-CURSOR                                            04530000
           END-EXEC.                                                    04540000
                                                                        04550000
           IF RETURN-CODE NOT < 16 THEN                                 04560000
              GO TO 2000-PROCESS-DRAWER-EXIT                            04570000
           END-IF.                                                      04580000
                                                                        04590000
           IF WS-DW-TYPES = ZERO THEN                                   04600000
              WRITE REPORT-REC FROM RL-NO-POST-LINE                     04610000
           END-IF.                                                      04620000
                                                                        04630000
           PERFORM 2500-PROVE-DRAWER.                                   04640000
                                                                        04650000
           PERFORM 1200-FETCH-DR.                                       04660000
                                                                        04670000
       2000-PROCESS-DRAWER-EXIT.                                        04680000
           EXIT.                                                        04690000
                                                                        04700000
       2100-OPEN-TT-CURSOR SECTION.                                     04710000
                                                                        04720000
      *    Everything posted under the teller on the date, split by     04730000
      *    type into money in and money out - a reversal keyed by the   04740000
      *    teller counts the way its sign moves the cash.  Counter      04750000
      *    postings are always the business date's rows on the live     04760000
      *    table; TRANARCH only moves rows long past.                   04770000
           EXEC SQL                                                     04780000
             DECLARE TT-CURSOR CURSOR FOR                               04790000
             SELECT                                                     04800000
                TRANS_TYPE                                              04810000
               ,SUM(CASE WHEN TRANS_AMOUNT >= 0                         04820000
                         THEN 1 ELSE 0 END)                             04830000
               ,SUM(CASE WHEN TRANS_AMOUNT >= 0                         04840000
                         THEN TRANS_AMOUNT ELSE 0 END)                  04850000
               ,SUM(CASE WHEN TRANS_AMOUNT < 0                          04860000
                         THEN 1 ELSE 0 END)                             04870000
               ,SUM(CASE WHEN TRANS_AMOUNT < 0                          04880000
                         THEN 0 - TRANS_AMOUNT ELSE 0 END)              04890000
             FROM TRANSACTIONS                                          04900000
             WHERE TRANS_DATE = :WS-HOST-RPT-DATE                       04910000
               AND TELLER_ID  = :WS-HOST-TELLER-ID                      04920000
             GROUP BY TRANS_TYPE                                        04930000
             ORDER BY TRANS_TYPE                                        04940000
           END-EXEC.                                                    04950000
                                                                        04960000
           EXEC SQL                                                     04970000
             OPEN TT-CURSOR                                             04980000
           END-EXEC.                                                    04990000
                                                                        05000000
           IF SQLCODE NOT = ZERO THEN                                   05010000
              DISPLAY 'TRANTPRF - UNABLE TO OPEN TT-CURSOR, '           05020000
                      'SQLCODE=' SQLCODE                                05030000
              SET WS-TT-EOF TO TRUE                                     05040000
              PERFORM 8000-SQL-ERROR                                    05050000
           END-IF.                                                      05060000
                                                                        05070000
       2100-OPEN-TT-CURSOR-EXIT.                                        05080000
           EXIT.                                                        05090000
                                                                        05100000
       2150-FETCH-TT SECTION.                                           05110000
                                                                        05120000
           EXEC SQL                                                     05130000
             FETCH TT-CURSOR                                            05140000
             INTO :WS-HOST-TRANS-TYPE                                   05150000
                 ,:WS-HOST-DEP-COUNT                                    05160000
                 ,:WS-HOST-DEP-AMOUNT                                   05170000
                 ,:WS-HOST-WDL-COUNT                                    05180000
                 ,:WS-HOST-WDL-AMOUNT                                   05190000
           END-EXEC.                                                    05200000
                                                                        05210000
           IF SQLCODE = ZERO THEN                                       05220000
              CONTINUE                                                  05230000
           ELSE                                                         05240000
              SET WS-TT-EOF TO TRUE                                     05250000
              IF SQLCODE NOT = 100 THEN                                 05260000
                 PERFORM 8000-SQL-ERROR                                 05270000
              END-IF                                                    05280000
           END-IF.                                                      05290000
                                                                        05300000
       2150-FETCH-TT-EXIT.                                              05310000
           EXIT.                                                        05320000
                                                                        05330000
       2200-PROCESS-TYPE SECTION.                                       05340000
                                                                        05350000
           MOVE WS-HOST-TRANS-TYPE TO RL-Y-TRANS-TYPE.                  05360000
           MOVE WS-HOST-DEP-COUNT  TO RL-Y-DEP-COUNT.                   05370000
           MOVE WS-HOST-DEP-AMOUNT TO RL-Y-DEP-AMOUNT.                  05380000
           MOVE WS-HOST-WDL-COUNT  TO RL-Y-WDL-COUNT.                   05390000
           MOVE WS-HOST-WDL-AMOUNT TO RL-Y-WDL-AMOUNT.                  05400000
           COMPUTE RL-Y-NET = WS-HOST-DEP-AMOUNT - WS-HOST-WDL-AMOUNT.  05410000
           WRITE REPORT-REC FROM RL-TYPE-LINE.                          05420000
                                                                        05430000
           ADD +1 TO WS-DW-TYPES.                                       05440000
           COMPUTE WS-DW-NET = WS-DW-NET + WS-HOST-DEP-AMOUNT           05450000
                                         - WS-HOST-WDL-AMOUNT.          05460000
                                                                        05470000
           PERFORM 2150-FETCH-TT.                                       05480000
                                                                        05490000
       2200-PROCESS-TYPE-EXIT.                                          05500000
           EXIT.                                                        05510000
                                                                        05520000
       2500-PROVE-DRAWER SECTION.                                       05530000
                                                                        05540000
      *    The drawer should hold its opening cash plus every deposit   05550000
      *    less every withdrawal; the supervisor's count is measured    05560000
      *    against that.  A drawer still open at close was never        05570000
      *    counted - it cannot be proved, and says so.                  05580000
           COMPUTE WS-DW-EXPECTED = WS-HOST-OPENING-CASH + WS-DW-NET.   05590000
           MOVE WS-DW-EXPECTED TO RL-P-EXPECTED.                        05600000
           ADD +1 TO WS-BR-TELLERS.                                     05610000
                                                                        05620000
           IF WS-HOST-DRAWER-COUNTED THEN                               05630000
              COMPUTE WS-DW-DIFF = WS-HOST-COUNTED-CASH                 05640000
                                 - WS-DW-EXPECTED                       05650000
              MOVE WS-HOST-COUNTED-CASH TO RL-P-COUNTED                 05660000
              MOVE WS-DW-DIFF           TO RL-P-DIFF                    05670000
              EVALUATE TRUE                                             05680000
                 WHEN WS-DW-DIFF > ZERO                                 05690000
                    SET WS-DW-OVER TO TRUE                              05700000
                    MOVE '*** TELLER OVER'    TO RL-P-FLAG              05710000
                    ADD +1         TO WS-BR-OVER                        05720000
                    ADD WS-DW-DIFF TO WS-BR-OVER-AMT                    05730000
                 WHEN WS-DW-DIFF < ZERO                                 05740000
                    SET WS-DW-SHORT TO TRUE                             05750000
                    MOVE '*** TELLER SHORT'   TO RL-P-FLAG              05760000
                    ADD +1         TO WS-BR-SHORT                       05770000
                    SUBTRACT WS-DW-DIFF FROM WS-BR-SHORT-AMT            05780000
                 WHEN OTHER                                             05790000
                    SET WS-DW-BALANCED TO TRUE                          05800000
                    MOVE 'PROVED'             TO RL-P-FLAG              05810000
              END-EVALUATE                                              05820000
           ELSE                                                         05830000
              SET WS-DW-NOT-COUNTED TO TRUE                             05840000
              MOVE ZERO   TO WS-DW-DIFF                                 05850000
              MOVE SPACES TO RL-P-COUNTED-X                             05860000
                             RL-P-DIFF-X                                05870000
              MOVE '*** NOT COUNTED'    TO RL-P-FLAG                    05880000
              ADD +1 TO WS-BR-NOT-COUNTED                               05890000
           END-IF.                                                      05900000
                                                                        05910000
           WRITE REPORT-REC FROM RL-PROOF-LINE.                         05920000
                                                                        05930000
           IF NOT WS-DW-BALANCED THEN                                   05940000
              PERFORM 2600-RECORD-EXCEPTION                             05950000
              IF RETURN-CODE < 4 THEN                                   05960000
                 MOVE 4 TO RETURN-CODE                                  05970000
              END-IF                                                    05980000
           END-IF.                                                      05990000
                                                                        06000000
       2500-PROVE-DRAWER-EXIT.                                          06010000
           EXIT.                                                        06020000
                                                                        06030000
       2600-RECORD-EXCEPTION SECTION.                                   06040000
                                                                        06050000
           IF WS-EX-COUNT NOT < WS-EX-MAX THEN                          06060000
              ADD +1 TO WS-EX-LOST                                      06070000
              GO TO 2600-RECORD-EXCEPTION-EXIT                          06080000
           END-IF.                                                      06090000
                                                                        06100000
           ADD +1 TO WS-EX-COUNT.                                       06110000
           MOVE WS-HOST-BRANCH-ID   TO WS-EX-BRANCH-ID (WS-EX-COUNT).   06120000
           MOVE WS-HOST-TELLER-ID   TO WS-EX-TELLER-ID (WS-EX-COUNT).   06130000
           MOVE WS-HOST-TELLER-TERM TO WS-EX-TELLER-TERM (WS-EX-COUNT). 06140000
           MOVE WS-DW-RESULT        TO WS-EX-RESULT (WS-EX-COUNT).      06150000
           MOVE WS-DW-DIFF          TO WS-EX-DIFF (WS-EX-COUNT).        06160000
           MOVE WS-HOST-COUNTED-BY  TO WS-EX-COUNTED-BY (WS-EX-COUNT).  06170000
                                                                        06180000
       2600-RECORD-EXCEPTION-EXIT.                                      06190000
           EXIT.                                                        06200000
                                                                        06210000
       3000-BRANCH-TOTALS SECTION.                                      06220000
                                                                        06230000
           MOVE 'BRANCH TOTAL  '  TO RL-K-LABEL.                        06240000
           MOVE WS-BR-TELLERS     TO RL-K-TELLERS.                      06250000
           MOVE WS-BR-OVER        TO RL-K-OVER.                         06260000
           MOVE WS-BR-OVER-AMT    TO RL-K-OVER-AMT.                     06270000
           MOVE WS-BR-SHORT       TO RL-K-SHORT.                        06280000
           MOVE WS-BR-SHORT-AMT   TO RL-K-SHORT-AMT.                    06290000
           MOVE WS-BR-NOT-COUNTED TO RL-K-NOT-COUNTED.                  06300000
           WRITE REPORT-REC FROM RL-TOTAL-LINE.                         06310000
                                                                        06320000
           ADD WS-BR-TELLERS      TO WS-GR-TELLERS.                     06330000
           ADD WS-BR-OVER         TO WS-GR-OVER.                        06340000
           ADD WS-BR-OVER-AMT     TO WS-GR-OVER-AMT.                    06350000
           ADD WS-BR-SHORT        TO WS-GR-SHORT.                       06360000
           ADD WS-BR-SHORT-AMT    TO WS-GR-SHORT-AMT.                   06370000
           ADD WS-BR-NOT-COUNTED  TO WS-GR-NOT-COUNTED.                 06380000
                                                                        06390000
       3000-BRANCH-TOTALS-EXIT.                                         06400000
           EXIT.                                                        06410000
                                                                        06420000
       5000-GRAND-TOTALS SECTION.                                       06430000
                                                                        06440000
           IF NOT WS-FIRST-DRAWER THEN                                  06450000
              PERFORM 3000-BRANCH-TOTALS                                06460000
           END-IF.                                                      06470000
                                                                        06480000
           MOVE 'ALL '            TO RL-T-BRANCH.                       06490000
           WRITE REPORT-REC FROM RL-TITLE-LINE.                         06500000
                                                                        06510000
           IF WS-GR-TELLERS = ZERO THEN                                 06520000
              MOVE 'NO TELLER DRAWERS FOR THE DATE' TO RL-H-TEXT        06530000
              WRITE REPORT-REC FROM RL-HEAD-LINE                        06540000
           END-IF.                                                      06550000
                                                                        06560000
           MOVE 'GRAND TOTAL   '  TO RL-K-LABEL.                        06570000
           MOVE WS-GR-TELLERS     TO RL-K-TELLERS.                      06580000
           MOVE WS-GR-OVER        TO RL-K-OVER.                         06590000
           MOVE WS-GR-OVER-AMT    TO RL-K-OVER-AMT.                     06600000
           MOVE WS-GR-SHORT       TO RL-K-SHORT.                        06610000
           MOVE WS-GR-SHORT-AMT   TO RL-K-SHORT-AMT.                    06620000
           MOVE WS-GR-NOT-COUNTED TO RL-K-NOT-COUNTED.                  06630000
           WRITE REPORT-REC FROM RL-TOTAL-LINE.                         06640000
                                                                        06650000
           PERFORM 5100-LIST-EXCEPTIONS.                                06660000
                                                                        06670000
           IF RETURN-CODE < 16 THEN                                     06680000
              PERFORM 5300-CHECK-NO-DRAWER                              06690000
           END-IF.                                                      06700000
                                                                        06710000
       5000-GRAND-TOTALS-EXIT.                                          06720000
           EXIT.                                                        06730000
                                                                        06740000
       5100-LIST-EXCEPTIONS SECTION.                                    06750000
                                                                        06760000
      *    The tellers to follow up, branch by branch - the same order  06770000
      *    the pages ran in, so each line points at its branch page.    06780000
           IF WS-EX-COUNT = ZERO THEN                                   06790000
              MOVE 'NO TELLER OVER, SHORT OR NOT COUNTED' TO RL-H-TEXT  06800000
              WRITE REPORT-REC FROM RL-HEAD-LINE                        06810000
              GO TO 5100-LIST-EXCEPTIONS-EXIT                           06820000
           END-IF.                                                      06830000
                                                                        06840000
           MOVE 'TELLERS OVER, SHORT OR NOT COUNTED BY BRANCH'          06850000
             TO RL-H-TEXT.                                              06860000
           WRITE REPORT-REC FROM RL-HEAD-LINE.                          06870000
                                                                        06880000
           PERFORM 5200-WRITE-EXCEPTION                                 06890000
               VARYING WS-EX-IX FROM 1 BY 1                             06900000
               UNTIL WS-EX-IX > WS-EX-COUNT.                            06910000
                                                                        06920000
           IF WS-EX-LOST > ZERO THEN                                    06930000
              MOVE 'MORE EXCEPTIONS THAN LISTED - SEE BRANCH PAGES'     06940000
                TO RL-H-TEXT                                            06950000
              WRITE REPORT-REC FROM RL-HEAD-LINE                        06960000
           END-IF.                                                      06970000
                                                                        06980000
       5100-LIST-EXCEPTIONS-EXIT.                                       06990000
           EXIT.                                                        07000000
                                                                        07010000
       5200-WRITE-EXCEPTION SECTION.                                    07020000
                                                                        07030000
           MOVE WS-EX-BRANCH-ID (WS-EX-IX)   TO RL-E-BRANCH-ID.         07040000
           MOVE WS-EX-TELLER-ID (WS-EX-IX)   TO RL-E-TELLER-ID.         07050000
           MOVE WS-EX-TELLER-TERM (WS-EX-IX) TO RL-E-TELLER-TERM.       07060000
           MOVE WS-EX-COUNTED-BY (WS-EX-IX)  TO RL-E-COUNTED-BY.        07070000
                                                                        07080000
           EVALUATE WS-EX-RESULT (WS-EX-IX)                             07090000
              WHEN 'O'                                                  07100000
                 MOVE 'OVER'        TO RL-E-FLAG                        07110000
                 MOVE WS-EX-DIFF (WS-EX-IX) TO RL-E-DIFF                07120000
              WHEN 'S'                                                  07130000
                 MOVE 'SHORT'       TO RL-E-FLAG                        07140000
                 MOVE WS-EX-DIFF (WS-EX-IX) TO RL-E-DIFF                07150000
              WHEN OTHER                                                07160000
                 MOVE 'NOT COUNTED' TO RL-E-FLAG                        07170000
                 MOVE SPACES        TO RL-E-DIFF-X                      07180000
           END-EVALUATE.                                                07190000
                                                                        07200000
           WRITE REPORT-REC FROM RL-EXCEPT-LINE.                        07210000
                                                                        07220000
       5200-WRITE-EXCEPTION-EXIT.                                       07230000
           EXIT.                                                        07240000
                                                                        07250000
       5300-CHECK-NO-DRAWER SECTION.                                    07260000
                                                                        07270000
      *    TRANPSVC takes no counter posting without an open drawer,    07280000
      *    so any teller posting with no drawer for the date is cash    07290000
      *    that reached the account some other way and that no count    07300000
      *    will prove.                                                  07310000
           EXEC SQL                                                     07320000
             DECLARE ND-CURSOR CURSOR FOR                               07330000
             SELECT                                                     07340000
                T.TELLER_ID                                             07350000
               ,COUNT(*)                                                07360000
               ,SUM(T.TRANS_AMOUNT)                                     07370000
             FROM TRANSACTIONS T                                        07380000
             WHERE T.TRANS_DATE = :WS-HOST-RPT-DATE                     07390000
               AND T.TELLER_ID <> ' '                                   07400000
               AND NOT EXISTS                                           07410000
                   (SELECT 1                                            07420000
                    FROM TELLER_DRAWER D                                07430000
                    WHERE D.BUSINESS_DATE = :WS-HOST-RPT-DATE           07440000
                      AND D.TELLER_ID     = T.TELLER_ID)                07450000
             GROUP BY T.TELLER_ID                                       07460000
             ORDER BY T.TELLER_ID                                       07470000
           END-EXEC.                                                    07480000
                                                                        07490000
           EXEC SQL                                                     07500000
             OPEN ND-CURSOR                                             07510000
           END-EXEC.                                                    07520000
                                                                        07530000
           IF SQLCODE NOT = ZERO THEN                                   07540000
              DISPLAY 'TRANTPRF - UNABLE TO OPEN ND-CURSOR, '           07550000
                      'SQLCODE=' SQLCODE                                07560000
              PERFORM 8000-SQL-ERROR                                    07570000
              GO TO 5300-CHECK-NO-DRAWER-EXIT                           07580000
           END-IF.                                                      07590000
                                                                        07600000
           PERFORM 5350-FETCH-ND.                                       07610000
           PERFORM 5400-WRITE-NO-DRAWER UNTIL WS-ND-EOF.                07620000
                                                                        07630000
           EXEC SQL                                                     07640000
             CLOSE ND-CURSOR                                            07650000
           END-EXEC.                                                    07660000
                                                                        07670000
           IF WS-GR-NO-DRAWER = ZERO THEN                               07680000
              MOVE 'NO TELLER POSTINGS WITHOUT A DRAWER' TO RL-H-TEXT   07690000
              WRITE REPORT-REC FROM RL-HEAD-LINE                        07700000
           END-IF.                                                      07710000
                                                                        07720000
       5300-CHECK-NO-DRAWER-EXIT.                                       07730000
           EXIT.                                                        07740000
                                                                        07750000
       5350-FETCH-ND SECTION.                                           07760000
                                                                        07770000
           EXEC SQL                                                     07780000
             FETCH ND-CURSOR                                            07790000
             INTO :WS-HOST-ND-TELLER-ID                                 07800000
                 ,:WS-HOST-ND-COUNT                                     07810000
                 ,:WS-HOST-ND-AMOUNT                                    07820000
           END-EXEC.                                                    07830000
                                                                        07840000
           IF SQLCODE = ZERO THEN                                       07850000
              CONTINUE                                                  07860000
           ELSE                                                         07870000
              SET WS-ND-EOF TO TRUE                                     07880000
              IF SQLCODE NOT = 100 THEN                                 07890000
                 PERFORM 8000-SQL-ERROR                                 07900000
              END-IF                                                    07910000
           END-IF.                                                      07920000
                                                                        07930000
       5350-FETCH-ND-EXIT.                                              07940000
           EXIT.                                                        07950000
                                                                        07960000
       5400-WRITE-NO-DRAWER SECTION.                                    07970000
                                                                        07980000
           IF WS-GR-NO-DRAWER = ZERO THEN                               07990000
              MOVE 'TELLER POSTINGS WITH NO DRAWER FOR THE DATE'        08000000
                TO RL-H-TEXT                                            08010000
              WRITE REPORT-REC FROM RL-HEAD-LINE                        08020000
           END-IF.                                                      08030000
                                                                        08040000
           MOVE WS-HOST-ND-TELLER-ID TO RL-N-TELLER-ID.                 08050000
           MOVE WS-HOST-ND-COUNT     TO RL-N-COUNT.                     08060000
           MOVE WS-HOST-ND-AMOUNT    TO RL-N-AMOUNT.                    08070000
           WRITE REPORT-REC FROM RL-NO-DRAWER-LINE.                     08080000
                                                                        08090000
           ADD +1 TO WS-GR-NO-DRAWER.                                   08100000
           IF RETURN-CODE < 4 THEN                                      08110000
              MOVE 4 TO RETURN-CODE                                     08120000
           END-IF.                                                      08130000
                                                                        08140000
           PERFORM 5350-FETCH-ND.                                       08150000
                                                                        08160000
       5400-WRITE-NO-DRAWER-EXIT.                                       08170000
           EXIT.                                                        08180000
                                                                        08190000
       8000-SQL-ERROR SECTION.                                          08200000
                                                                        08210000
           DISPLAY 'TRANTPRF - SQL ERROR, SQLCODE=' SQLCODE.            08220000
           SET WS-EOF TO TRUE.                                          08230000
           SET WS-DR-EOF TO TRUE.                                       08240000
           SET WS-TT-EOF TO TRUE.                                       08250000
           SET WS-ND-EOF TO TRUE.                                       08260000
           MOVE 16 TO RETURN-CODE.                                      08270000
                                                                        08280000
       8000-SQL-ERROR-EXIT.                                             08290000
           EXIT.                                                        08300000
                                                                        08310000
       8600-END-RUN-LOG SECTION.                                        08310370
                                                                        08310740
           IF NOT WS-JLOG-STARTED THEN                                  08311111
              GO TO 8600-END-RUN-LOG-EXIT                               08311481
           END-IF.                                                      08311851
                                                                        08312222
           SET JL-FUNC-END TO TRUE.                                     08312592
           MOVE RETURN-CODE TO JL-JOB-RC.                               08312962
           MOVE WS-GR-TELLERS TO JL-IN-COUNT.                           08313333
           COMPUTE JL-EXCP-COUNT = WS-GR-OVER + WS-GR-SHORT             08313703
                                 + WS-GR-NOT-COUNTED                    08314074
                                 + WS-GR-NO-DRAWER.                     08314444
           MOVE WS-GR-SHORT-AMT TO JL-CTL-AMOUNT.                       08314814
                                                                        08315185
           CALL WS-JLOG USING JL-REQ JL-RES.                            08315555
                                                                        08315925
           IF NOT JL-RC-OK THEN                                         08316296
              DISPLAY 'TRANTPRF - RUN LOG NOT CLOSED: ' JL-MESSAGE      08316666
              IF RETURN-CODE < 4 THEN                                   08317037
                 MOVE 4 TO RETURN-CODE                                  08317407
              END-IF                                                    08317777
           END-IF.                                                      08318148
                                                                        08318518
       8600-END-RUN-LOG-EXIT.                                           08318888
           EXIT.                                                        08319259
                                                                        08319629
       9000-TERMINATE SECTION.                                          08320000
                                                                        08330000
           EXEC SQL                                                     08340000
             CLOSE DR-CURSOR                                            08350000
           END-EXEC.                                                    08360000
                                                                        08370000
           CLOSE PARAM-FILE                                             08380000
                 REPORT-FILE.                                           08390000
           DISPLAY 'TRANTPRF COMPLETE - DRAWERS: ' WS-GR-TELLERS        08400000
                   ' OVER: ' WS-GR-OVER                                 08410000
                   ' SHORT: ' WS-GR-SHORT                               08420000
                   ' NOT COUNTED: ' WS-GR-NOT-COUNTED.                  08430000
           PERFORM 8600-END-RUN-LOG.                                    08435000
           STOP RUN.                                                    08440000
                                                                        08450000
       9000-TERMINATE-EXIT.                                             08460000
           EXIT.                                                        08470000
