       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. TRANGLJN.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       CONFIGURATION SECTION.                                           00040000
       INPUT-OUTPUT SECTION.                                            00050000
       FILE-CONTROL.                                                    00060000
           SELECT PARAM-FILE   ASSIGN TO GLJNDATE                       00070000
               ORGANIZATION IS SEQUENTIAL.                              00080000
           SELECT JOURNAL-FILE ASSIGN TO GLJNOUT                        00090000
               ORGANIZATION IS SEQUENTIAL.                              00100000
           SELECT REPORT-FILE  ASSIGN TO GLJNRPT                        00110000
               ORGANIZATION IS SEQUENTIAL.                              00120000
       DATA DIVISION.                                                   00130000
       FILE SECTION.                                                    00140000
       FD PARAM-FILE                                                    00150000
           RECORDING MODE IS F                                          00160000
           LABEL RECORDS ARE STANDARD.                                  00170000
       01 PARAM-REC.                                                    00180000
          03 GP-DATE                  PIC X(10).                        00190000
          03 FILLER                   PIC X(70).                        00200000
                                                                        00210000
       FD JOURNAL-FILE                                                  00220000
           RECORDING MODE IS F                                          00230000
           LABEL RECORDS ARE STANDARD.                                  00240000
       01 JOURNAL-REC                 PIC X(80).                        00250000
                                                                        00260000
       FD REPORT-FILE                                                   00270000
           RECORDING MODE IS F                                          00280000
           LABEL RECORDS ARE STANDARD.                                  00290000
       01 REPORT-REC                  PIC X(133).                       00300000
                                                                        00310000
       WORKING-STORAGE SECTION.                                         00320000
      * Nightly general ledger journal feed - the business date's       00330000
      * TRANSACTIONS rows (the BUSDATE_CTL business date, or an         00340000
      * overriding GLJNDATE card) summarised by BRANCH_ID and           00350000
      * TRANS_TYPE into balanced debit/credit journal entries on the    00360000
      * GL accounts GL_TYPE_MAP gives each type, written per the        00370000
      * published TRANGLJC copybook with a header and a trailer the     00380000
      * ledger load proves the file by.  Every type posted that day     00390000
      * must be mapped first - one unmapped type and no journal         00400000
      * line is written, the types are listed on the control report     00410000
      * and the step ends RC=16, because a journal that leaves out a    00420000
      * type's money is worse than no journal.  The control report      00430000
      * then ties the journal back to the day's POSTRUNS runs (the      00440000
      * rows each run says it posted against the rows it left on        00450000
      * TRANSACTIONS) plus the online postings made outside any run;    00460000
      * a run that does not tie, or one not cleanly complete, ends      00470000
      * the step RC=04.                                                 00480000
       01 WS-EOF-FLAG                PIC X(01) VALUE 'N'.               00490000
          88 WS-EOF                  VALUE 'Y'.                         00500000
                                                                        00510000
       01 WS-UM-EOF-FLAG             PIC X(01) VALUE 'N'.               00520000
          88 WS-UM-EOF               VALUE 'Y'.                         00530000
                                                                        00540000
       01 WS-JN-EOF-FLAG             PIC X(01) VALUE 'N'.               00550000
          88 WS-JN-EOF               VALUE 'Y'.                         00560000
                                                                        00570000
       01 WS-RN-EOF-FLAG             PIC X(01) VALUE 'N'.               00580000
          88 WS-RN-EOF               VALUE 'Y'.                         00590000
                                                                        00600000
       01 WS-JNL-OPEN-FLAG           PIC X(01) VALUE 'N'.               00610000
          88 WS-JNL-OPEN             VALUE 'Y'.                         00620000
                                                                        00630000
       01 WS-TIE-OK-FLAG             PIC X(01) VALUE 'Y'.               00640000
          88 WS-TIE-OK               VALUE 'Y'.                         00650000
                                                                        00660000
       01 WS-SOURCE-SYSTEM           PIC X(08) VALUE 'TRANGLJN'.        00670000
                                                                        00680000
       01 WS-UNMAPPED-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.   00690000
                                                                        00700000
      * What went onto the journal - lines, entries, both sides, and    00710000
      * the TRANSACTIONS rows and signed amount they summarise.         00720000
       01 WS-JN-REC-COUNT            PIC S9(9) USAGE COMP VALUE ZERO.   00730000
       01 WS-JN-ENTRY-NO             PIC S9(9) USAGE COMP VALUE ZERO.   00740000
       01 WS-JN-DEBITS               PIC S9(13)V9(2) USAGE COMP-3       00750000
                                      VALUE ZERO.                       00760000
       01 WS-JN-CREDITS              PIC S9(13)V9(2) USAGE COMP-3       00770000
                                      VALUE ZERO.                       00780000
       01 WS-JN-ROWS                 PIC S9(9) USAGE COMP VALUE ZERO.   00790000
       01 WS-JN-NET                  PIC S9(13)V9(2) USAGE COMP-3       00800000
                                      VALUE ZERO.                       00810000
       01 WS-JN-AMOUNT               PIC S9(13)V9(2) USAGE COMP-3       00820000
                                      VALUE ZERO.                       00830000
                                                                        00840000
      * The other side of the tie - the day's posting runs, and what    00850000
      * was posted outside a run.                                       00860000
       01 WS-RN-ROWS                 PIC S9(9) USAGE COMP VALUE ZERO.   00870000
       01 WS-RN-AMOUNT               PIC S9(13)V9(2) USAGE COMP-3       00880000
                                      VALUE ZERO.                       00890000
       01 WS-PO-ROWS                 PIC S9(9) USAGE COMP VALUE ZERO.   00900000
       01 WS-PO-AMOUNT               PIC S9(13)V9(2) USAGE COMP-3       00910000
                                      VALUE ZERO.                       00920000
       01 WS-EXCEPTIONS              PIC S9(9) USAGE COMP VALUE ZERO.   00930000
                                                                        00940000
       01 WS-HOST-JNL-DATE           PIC X(10).                         00950000
                                                                        00951000
      * Run-log state - the run is logged on BATCH_RUN_LOG through      00952000
      * TRANJLOG once its business date is known, and refused there     00953000
      * until the jobs it depends on have completed for the date.       00954000
       01 WS-JLOG                    PIC X(08) VALUE 'TRANJLOG'.        00955000
       01 WS-JLOG-FLAG               PIC X(01) VALUE 'N'.               00956000
          88 WS-JLOG-STARTED         VALUE 'Y'.                         00957000
                                                                        00958000
       COPY TRANJLLK.                                                   00959000
                                                                        00960000
       01 WS-HOST-UNMAPPED.                                             00970000
          03 WS-HOST-UM-TYPE         PIC X(02).                         00980000
          03 WS-HOST-UM-ROWS         PIC S9(9) USAGE COMP.              00990000
          03 WS-HOST-UM-AMOUNT       PIC S9(13)V9(2) USAGE COMP-3.      01000000
                                                                        01010000
       01 WS-HOST-ENTRY.                                                01020000
          03 WS-HOST-BRANCH-ID       PIC X(04).                         01030000
          03 WS-HOST-TRANS-TYPE      PIC X(02).                         01040000
          03 WS-HOST-GL-ACCOUNT      PIC X(10).                         01050000
          03 WS-HOST-CONTROL-ACCT    PIC X(10).                         01060000
          03 WS-HOST-CREDIT-CNT      PIC S9(9) USAGE COMP.              01070000
          03 WS-HOST-CREDIT-TOT      PIC S9(13)V9(2) USAGE COMP-3.      01080000
          03 WS-HOST-DEBIT-CNT       PIC S9(9) USAGE COMP.              01090000
          03 WS-HOST-DEBIT-TOT       PIC S9(13)V9(2) USAGE COMP-3.      01100000
                                                                        01110000
       01 WS-HOST-RUN.                                                  01120000
          03 WS-HOST-RUN-ID          PIC S9(9) USAGE COMP.              01130000
          03 WS-HOST-RUN-SOURCE      PIC X(08).                         01140000
          03 WS-HOST-RUN-STATUS      PIC X(01).                         01150000
          03 WS-HOST-RUN-POSTED      PIC S9(9) USAGE COMP.              01160000
          03 WS-HOST-RUN-ROWS        PIC S9(9) USAGE COMP.              01170000
          03 WS-HOST-RUN-AMOUNT      PIC S9(13)V9(2) USAGE COMP-3.      01180000
                                                                        01190000
       01 WS-HOST-PO-ROWS            PIC S9(9) USAGE COMP.              01200000
       01 WS-HOST-PO-AMOUNT          PIC S9(13)V9(2) USAGE COMP-3.      01210000
                                                                        01220000
           EXEC SQL                                                     01230000
             INCLUDE SQLCA                                              01240000
           END-EXEC.                                                    01250000
                                                                        01260000
           EXEC SQL                                                     01270000
             INCLUDE TRANSDCL                                           01280000
           END-EXEC.                                                    01290000
                                                                        01300000
           EXEC SQL                                                     01310000
             INCLUDE ACCTDCL                                            01320000
           END-EXEC.                                                    01330000
                                                                        01340000
           EXEC SQL                                                     01350000
             INCLUDE GLMPDCL                                            01360000
           END-EXEC.                                                    01370000
                                                                        01380000
           EXEC SQL                                                     01390000
             INCLUDE PRUNDCL                                            01400000
           END-EXEC.                                                    01410000
                                                                        01420000
           EXEC SQL                                                     01430000
             INCLUDE BDATDCL                                            01440000
           END-EXEC.                                                    01450000
                                                                        01460000
       COPY TRANGLJC.                                                   01470000
                                                                        01480000
       01 RL-TITLE-LINE.                                                01490000
          03 RL-T-CTRL               PIC X     VALUE '1'.               01500000
          03 FILLER                  PIC X(38)                          01510000
              VALUE 'GENERAL LEDGER JOURNAL CONTROL REPORT'.            01520000
          03 FILLER                  PIC X(15) VALUE 'BUSINESS DATE: '. 01530000
          03 RL-T-DATE               PIC X(10).                         01540000
          03 FILLER                  PIC X(69) VALUE SPACES.            01550000
                                                                        01560000
       01 RL-UNMAPPED-LINE.                                             01570000
          03 RL-U-CTRL               PIC X     VALUE SPACE.             01580000
          03 FILLER                  PIC X(34)                          01590000
              VALUE '*** NO GL MAPPING FOR TRANS_TYPE '.                01600000
          03 RL-U-TYPE               PIC X(02).                         01610000
          03 FILLER                  PIC X(08) VALUE '  ROWS: '.        01620000
          03 RL-U-ROWS               PIC ZZZ,ZZ9.                       01630000
          03 FILLER                  PIC X(10) VALUE '  AMOUNT: '.      01640000
          03 RL-U-AMOUNT             PIC -Z,ZZZ,ZZZ,ZZ9.99.             01650000
          03 FILLER                  PIC X(54) VALUE SPACES.            01660000
                                                                        01670000
       01 RL-ENTRY-COLUMN-LINE.                                         01680000
          03 RL-EC-CTRL              PIC X     VALUE '0'.               01690000
          03 FILLER                  PIC X(01) VALUE SPACE.             01700000
          03 FILLER                  PIC X(04) VALUE 'BRCH'.            01710000
          03 FILLER                  PIC X(02) VALUE SPACES.            01720000
          03 FILLER                  PIC X(02) VALUE 'TY'.              01730000
          03 FILLER                  PIC X(02) VALUE SPACES.            01740000
          03 FILLER                  PIC X(10) VALUE 'GL ACCOUNT'.      01750000
          03 FILLER                  PIC X(02) VALUE SPACES.            01760000
          03 FILLER                  PIC X(10) VALUE 'CONTROL'.         01770000
          03 FILLER                  PIC X(02) VALUE SPACES.            01780000
          03 FILLER                  PIC X(07) VALUE ' CR CNT'.         01790000
          03 FILLER                  PIC X(02) VALUE SPACES.            01800000
          03 FILLER                  PIC X(17)                          01810000
                              VALUE '  CUSTOMER CREDIT'.                01820000
          03 FILLER                  PIC X(02) VALUE SPACES.            01830000
          03 FILLER                  PIC X(07) VALUE ' DR CNT'.         01840000
          03 FILLER                  PIC X(02) VALUE SPACES.            01850000
          03 FILLER                  PIC X(17)                          01860000
                              VALUE '   CUSTOMER DEBIT'.                01870000
          03 FILLER                  PIC X(43) VALUE SPACES.            01880000
                                                                        01890000
       01 RL-ENTRY-LINE.                                                01900000
          03 RL-E-CTRL               PIC X     VALUE SPACE.             01910000
          03 FILLER                  PIC X(01) VALUE SPACE.             01920000
          03 RL-E-BRANCH             PIC X(04).                         01930000
          03 FILLER                  PIC X(02) VALUE SPACES.            01940000
          03 RL-E-TYPE               PIC X(02).                         01950000
          03 FILLER                  PIC X(02) VALUE SPACES.            01960000
          03 RL-E-GL-ACCOUNT         PIC X(10).                         01970000
          03 FILLER                  PIC X(02) VALUE SPACES.            01980000
          03 RL-E-CONTROL-ACCT       PIC X(10).                         01990000
          03 FILLER                  PIC X(02) VALUE SPACES.            02000000
          03 RL-E-CREDIT-CNT         PIC ZZZ,ZZ9.                       02010000
          03 FILLER                  PIC X(02) VALUE SPACES.            02020000
          03 RL-E-CREDIT-TOT         PIC -Z,ZZZ,ZZZ,ZZ9.99.             02030000
          03 FILLER                  PIC X(02) VALUE SPACES.            02040000
          03 RL-E-DEBIT-CNT          PIC ZZZ,ZZ9.                       02050000
          03 FILLER                  PIC X(02) VALUE SPACES.            02060000
          03 RL-E-DEBIT-TOT          PIC -Z,ZZZ,ZZZ,ZZ9.99.             02070000
          03 FILLER                  PIC X(43) VALUE SPACES.            02080000
                                                                        02090000
       01 RL-JOURNAL-LINE.                                              02100000
          03 RL-J-CTRL               PIC X     VALUE '0'.               02110000
          03 FILLER                  PIC X(17)                          02120000
              VALUE 'JOURNAL LINES:   '.                                02130000
          03 RL-J-REC-COUNT          PIC ZZZ,ZZ9.                       02140000
          03 FILLER                  PIC X(11) VALUE '  ENTRIES: '.     02150000
          03 RL-J-ENTRY-COUNT        PIC ZZZ,ZZ9.                       02160000
          03 FILLER                  PIC X(10) VALUE '  DEBITS: '.      02170000
          03 RL-J-DEBITS             PIC -Z,ZZZ,ZZZ,ZZ9.99.             02180000
          03 FILLER                  PIC X(11) VALUE '  CREDITS: '.     02190000
          03 RL-J-CREDITS            PIC -Z,ZZZ,ZZZ,ZZ9.99.             02200000
          03 FILLER                  PIC X(35) VALUE SPACES.            02210000
                                                                        02220000
       01 RL-RUN-COLUMN-LINE.                                           02230000
          03 RL-RC-CTRL              PIC X     VALUE '0'.               02240000
          03 FILLER                  PIC X(01) VALUE SPACE.             02250000
          03 FILLER                  PIC X(09) VALUE '   RUN ID'.       02260000
          03 FILLER                  PIC X(02) VALUE SPACES.            02270000
          03 FILLER                  PIC X(08) VALUE 'SOURCE'.          02280000
          03 FILLER                  PIC X(02) VALUE SPACES.            02290000
          03 FILLER                  PIC X(01) VALUE 'S'.               02300000
          03 FILLER                  PIC X(02) VALUE SPACES.            02310000
          03 FILLER                  PIC X(09) VALUE '   POSTED'.       02320000
          03 FILLER                  PIC X(02) VALUE SPACES.            02330000
          03 FILLER                  PIC X(09) VALUE ' ROWS NOW'.       02340000
          03 FILLER                  PIC X(02) VALUE SPACES.            02350000
          03 FILLER                  PIC X(17)                          02360000
                              VALUE '           AMOUNT'.                02370000
          03 FILLER                  PIC X(02) VALUE SPACES.            02380000
          03 FILLER                  PIC X(26) VALUE SPACES.            02390000
          03 FILLER                  PIC X(40) VALUE SPACES.            02400000
                                                                        02410000
       01 RL-RUN-LINE.                                                  02420000
          03 RL-R-CTRL               PIC X     VALUE SPACE.             02430000
          03 FILLER                  PIC X(01) VALUE SPACE.             02440000
          03 RL-R-RUN-ID             PIC Z(08)9.                        02450000
          03 FILLER                  PIC X(02) VALUE SPACES.            02460000
          03 RL-R-SOURCE             PIC X(08).                         02470000
          03 FILLER                  PIC X(02) VALUE SPACES.            02480000
          03 RL-R-STATUS             PIC X(01).                         02490000
          03 FILLER                  PIC X(02) VALUE SPACES.            02500000
          03 RL-R-POSTED             PIC Z,ZZZ,ZZ9.                     02510000
          03 FILLER                  PIC X(02) VALUE SPACES.            02520000
          03 RL-R-ROWS               PIC Z,ZZZ,ZZ9.                     02530000
          03 FILLER                  PIC X(02) VALUE SPACES.            02540000
          03 RL-R-AMOUNT             PIC -Z,ZZZ,ZZZ,ZZ9.99.             02550000
          03 FILLER                  PIC X(02) VALUE SPACES.            02560000
          03 RL-R-FLAG               PIC X(26).                         02570000
          03 FILLER                  PIC X(40) VALUE SPACES.            02580000
                                                                        02590000
       01 RL-NO-RUNS-LINE.                                              02600000
          03 RL-N-CTRL               PIC X     VALUE SPACE.             02610000
          03 FILLER                  PIC X(50)                          02620000
              VALUE 'NO POSTING RUNS REGISTERED FOR THIS DATE'.         02630000
          03 FILLER                  PIC X(82) VALUE SPACES.            02640000
                                                                        02650000
       01 RL-SUM-LINE.                                                  02660000
          03 RL-S-CTRL               PIC X     VALUE SPACE.             02670000
          03 RL-S-LABEL              PIC X(30).                         02680000
          03 FILLER                  PIC X(06) VALUE 'ROWS: '.          02690000
          03 RL-S-ROWS               PIC Z,ZZZ,ZZ9.                     02700000
          03 FILLER                  PIC X(10) VALUE '  AMOUNT: '.      02710000
          03 RL-S-AMOUNT             PIC -Z,ZZZ,ZZZ,ZZ9.99.             02720000
          03 FILLER                  PIC X(60) VALUE SPACES.            02730000
                                                                        02740000
       01 RL-RESULT-LINE.                                               02750000
          03 RL-X-CTRL               PIC X     VALUE '0'.               02760000
          03 RL-X-TEXT               PIC X(60).                         02770000
          03 FILLER                  PIC X(72) VALUE SPACES.            02780000
                                                                        02790000
       PROCEDURE DIVISION.                                              02800000
                                                                        02810000
       MAINLINE SECTION.                                                02820000
                                                                        02830000
           PERFORM 1000-INITIALIZE.                                     02840000
           PERFORM 2000-PROCESS-ENTRY UNTIL WS-JN-EOF.                  02850000
           IF RETURN-CODE < 16 AND NOT WS-EOF THEN                      02860000
              PERFORM 5000-CONTROL-TOTALS                               02870000
           END-IF.                                                      02880000
           PERFORM 9000-TERMINATE.                                      02890000
                                                                        02900000
       MAINLINE-EXIT.                                                   02910000
           EXIT.                                                        02920000
                                                                        02930000
       1000-INITIALIZE SECTION.                                         02940000
                                                                        02950000
           OPEN INPUT  PARAM-FILE                                       02960000
                OUTPUT REPORT-FILE.                                     02970000
                                                                        02980000
           READ PARAM-FILE                                              02990000
               AT END SET WS-EOF TO TRUE                                03000000
           END-READ.                                                    03010000
                                                                        03020000
      *    An empty GLJNDATE is the normal nightly path - the           03030000
      *    journal date comes off the BUSDATE_CTL control row.  A       03040000
      *    card is the explicit override for a rerun.                   03050000
           IF WS-EOF OR GP-DATE = SPACES THEN                           03060000
              MOVE 'N' TO WS-EOF-FLAG                                   03070000
              PERFORM 1050-GET-CONTROL-DATE                             03080000
           ELSE                                                         03090000
              MOVE GP-DATE TO WS-HOST-JNL-DATE                          03100000
                              RL-T-DATE                                 03110000
           END-IF.                                                      03120000
                                                                        03130000
           IF WS-EOF THEN                                               03140000
              SET WS-JN-EOF TO TRUE                                     03150000
              GO TO 1000-INITIALIZE-EXIT                                03160000
           END-IF.                                                      03170000
                                                                        03180000
           WRITE REPORT-REC FROM RL-TITLE-LINE.                         03190000
                                                                        03200000
           PERFORM 1060-START-RUN-LOG.                                  03201428
           IF WS-EOF THEN                                               03202857
              SET WS-JN-EOF TO TRUE                                     03204285
              GO TO 1000-INITIALIZE-EXIT                                03205714
           END-IF.                                                      03207142
                                                                        03208571
           PERFORM 1100-CHECK-MAPPING.                                  03210000
           IF WS-EOF THEN                                               03220000
              SET WS-JN-EOF TO TRUE                                     03230000
              GO TO 1000-INITIALIZE-EXIT                                03240000
           END-IF.                                                      03250000
                                                                        03260000
      *    Only a fully mapped day gets as far as opening the           03270000
      *    journal - the header goes out first so even an empty day     03280000
      *    produces a file the ledger load can prove.                   03290000
           OPEN OUTPUT JOURNAL-FILE.                                    03300000
           SET WS-JNL-OPEN TO TRUE.                                     03310000
           MOVE SPACES              TO GH-HEADER-REC.                   03320000
           SET GH-HEADER            TO TRUE.                            03330000
           MOVE WS-SOURCE-SYSTEM    TO GH-SOURCE-SYSTEM.                03340000
           MOVE WS-HOST-JNL-DATE    TO GH-BUSINESS-DATE.                03350000
           WRITE JOURNAL-REC FROM GH-HEADER-REC.                        03360000
                                                                        03370000
           MOVE SPACES              TO GD-DETAIL-REC.                   03380000
           WRITE REPORT-REC FROM RL-ENTRY-COLUMN-LINE.                  03390000
                                                                        03400000
           PERFORM 1300-OPEN-JN-CURSOR.                                 03410000
                                                                        03420000
           IF WS-JN-EOF THEN                                            03430000
              CONTINUE                                                  03440000
           ELSE                                                         03450000
              PERFORM 1400-FETCH-ENTRY                                  03460000
           END-IF.                                                      03470000
                                                                        03480000
       1000-INITIALIZE-EXIT.                                            03490000
           EXIT.                                                        03500000
                                                                        03510000
       1050-GET-CONTROL-DATE SECTION.                                   03520000
                                                                        03530000
           EXEC SQL                                                     03540000
             SELECT CURR_BUS_DATE                                       03550000
             INTO  :WS-HOST-JNL-DATE                                    03560000
             FROM BUSDATE_CTL                                           03570000
           END-EXEC.                                                    03580000
                                                                        03590000
           IF SQLCODE = ZERO THEN                                       03600000
              MOVE WS-HOST-JNL-DATE TO RL-T-DATE                        03610000
           ELSE                                                         03620000
              DISPLAY 'TRANGLJN - GLJNDATE CARD EMPTY AND '             03630000
                      'BUSDATE_CTL UNAVAILABLE, SQLCODE=' SQLCODE       03640000
              SET WS-EOF TO TRUE                                        03650000
              MOVE 16 TO RETURN-CODE                                    03660000
           END-IF.                                                      03670000
                                                                        03680000
       1050-GET-CONTROL-DATE-EXIT.                                      03690000
           EXIT.                                                        03690357
                                                                        03690714
       1060-START-RUN-LOG SECTION.                                      03691071
                                                                        03691428
      *    Refused until the date's posting runs have completed, so a   03691785
      *    failed or backed-out posting never reaches the ledger.  No   03692142
      *    journal is written - as for an unmapped type, RC=16.         03692500
           INITIALIZE JL-REQ.                                           03692857
           SET JL-FUNC-START TO TRUE.                                   03693214
           MOVE 'TRANGLJN' TO JL-JOB-NAME.                              03693571
           MOVE WS-HOST-JNL-DATE TO JL-BUS-DATE.                        03693928
                                                                        03694285
           CALL WS-JLOG USING JL-REQ JL-RES.                            03694642
                                                                        03695000
           IF JL-RC-OK THEN                                             03695357
              SET WS-JLOG-STARTED TO TRUE                               03695714
           ELSE                                                         03696071
              MOVE SPACES TO RL-X-TEXT                                  03696428
              MOVE '*** NOT RUN - ' TO RL-X-TEXT                        03696785
              MOVE JL-MESSAGE TO RL-X-TEXT(15:40)                       03697142
              WRITE REPORT-REC FROM RL-RESULT-LINE                      03697500
              DISPLAY 'TRANGLJN - ' JL-MESSAGE                          03697857
              SET WS-EOF TO TRUE                                        03698214
              MOVE 16 TO RETURN-CODE                                    03698571
           END-IF.                                                      03698928
                                                                        03699285
       1060-START-RUN-LOG-EXIT.                                         03699642
           EXIT.                                                        03700000
                                                                        03710000
       1100-CHECK-MAPPING SECTION.                                      03720000
                                                                        03730000
      *    Every TRANS_TYPE posted on the date that has no              03740000
      *    GL_TYPE_MAP row - each is listed with its rows and amount    03750000
      *    so finance can see what the mapping has to cover.            03760000
           EXEC SQL                                                     03770000
             DECLARE UM-CURSOR CURSOR FOR                               03780000
             SELECT                                                     03790000
                T.TRANS_TYPE                                            03800000
               ,COUNT(*)                                                03810000
               ,SUM(T.TRANS_AMOUNT)                                     03820000
             FROM TRANSACTIONS T                                        03830000
             WHERE T.TRANS_DATE = :WS-HOST-JNL-DATE                     03840000
               AND NOT EXISTS                                           03850000
                   (SELECT 1                                            03860000
                    FROM GL_TYPE_MAP M                                  03870000
                    WHERE M.TRANS_TYPE = T.TRANS_TYPE)                  03880000
             GROUP BY T.TRANS_TYPE                                      03890000
             ORDER BY T.TRANS_TYPE                                      03900000
           END-EXEC.                                                    03910000
                                                                        03920000
           EXEC SQL                                                     03930000
             OPEN UM-CURSOR                                             03940000
           END-EXEC.                                                    03950000
                                                                        03960000
           IF SQLCODE NOT = ZERO THEN                                   03970000
              PERFORM 8000-SQL-ERROR                                    03980000
              GO TO 1100-CHECK-MAPPING-EXIT                             03990000
           END-IF.                                                      04000000
                                                                        04010000
           PERFORM 1150-FETCH-UNMAPPED.                                 04020000
           PERFORM 1200-PRINT-UNMAPPED UNTIL WS-UM-EOF.                 04030000
                                                                        04040000
           EXEC SQL                                                     04050000
             CLOSE UM-CURSOR                                            04060000
           END-EXEC.                                                    04070000
                                                                        04080000
           IF WS-UNMAPPED-COUNT > ZERO AND RETURN-CODE < 16 THEN        04090000
              MOVE '*** UNMAPPED TRANS_TYPES - NO JOURNAL WRITTEN'      04100000
                TO RL-X-TEXT                                            04110000
              WRITE REPORT-REC FROM RL-RESULT-LINE                      04120000
              DISPLAY 'TRANGLJN - ' WS-UNMAPPED-COUNT                   04130000
                      ' TRANS_TYPE(S) NOT ON GL_TYPE_MAP - '            04140000
                      'NO JOURNAL WRITTEN'                              04150000
              SET WS-EOF TO TRUE                                        04160000
              MOVE 16 TO RETURN-CODE                                    04170000
           END-IF.                                                      04180000
                                                                        04190000
       1100-CHECK-MAPPING-EXIT.                                         04200000
           EXIT.                                                        04210000
                                                                        04220000
       1150-FETCH-UNMAPPED SECTION.                                     04230000
                                                                        04240000
           EXEC SQL                                                     04250000
             FETCH UM-CURSOR                                            04260000
             INTO :WS-HOST-UM-TYPE                                      04270000
                 ,:WS-HOST-UM-ROWS                                      04280000
                 ,:WS-HOST-UM-AMOUNT                                    04290000
           END-EXEC.                                                    04300000
                                                                        04310000
           IF SQLCODE = ZERO THEN                                       04320000
              CONTINUE                                                  04330000
           ELSE                                                         04340000
              SET WS-UM-EOF TO TRUE                                     04350000
              IF SQLCODE NOT = 100 THEN                                 04360000
                 PERFORM 8000-SQL-ERROR                                 04370000
              END-IF                                                    04380000
           END-IF.                                                      04390000
                                                                        04400000
       1150-FETCH-UNMAPPED-EXIT.                                        04410000
           EXIT.                                                        04420000
                                                                        04430000
       1200-PRINT-UNMAPPED SECTION.                                     04440000
                                                                        04450000
           MOVE WS-HOST-UM-TYPE   TO RL-U-TYPE.                         04460000
           MOVE WS-HOST-UM-ROWS   TO RL-U-ROWS.                         04470000
           MOVE WS-HOST-UM-AMOUNT TO RL-U-AMOUNT.                       04480000
           WRITE REPORT-REC FROM RL-UNMAPPED-LINE.                      04490000
           ADD +1 TO WS-UNMAPPED-COUNT.                                 04500000
                                                                        04510000
           PERFORM 1150-FETCH-UNMAPPED.                                 04520000
                                                                        04530000
       1200-PRINT-UNMAPPED-EXIT.                                        04540000
           EXIT.                                                        04550000
                                                                        04560000
       1300-OPEN-JN-CURSOR SECTION.                                     04570000
                                                                        04580000
      *    Customer credits and debits are kept apart rather than       04590000
      *    netted, so the ledger sees the gross movement on each        04600000
      *    account.  A row whose account is missing from ACCOUNTS       04610000
      *    still journals, under a blank branch, rather than            04620000
      *    dropping out of the totals.                                  04630000
           EXEC SQL                                                     04640000
             DECLARE JN-CURSOR CURSOR FOR                               04650000
             SELECT                                                     04660000
                COALESCE(A.BRANCH_ID, '    ')                           04670000
               ,T.TRANS_TYPE                                            04680000
               ,M.GL_ACCOUNT                                            04690000
               ,M.CONTROL_ACCOUNT                                       04700000
               ,SUM(CASE WHEN T.TRANS_AMOUNT >= 0                       04710000
                         THEN 1 ELSE 0 END)                             04720000
               ,SUM(CASE WHEN T.TRANS_AMOUNT >= 0                       04730000
                         THEN T.TRANS_AMOUNT ELSE 0 END)                04740000
               ,SUM(CASE WHEN T.TRANS_AMOUNT < 0                        04750000
                         THEN 1 ELSE 0 END)                             04760000
               ,SUM(CASE WHEN T.TRANS_AMOUNT < 0                        04770000
                         THEN T.TRANS_AMOUNT ELSE 0 END)                04780000
             FROM TRANSACTIONS T                                        04790000
             INNER JOIN GL_TYPE_MAP M                                   04800000
               ON  M.TRANS_TYPE = T.TRANS_TYPE                          04810000
             LEFT OUTER JOIN ACCOUNTS A                                 04820000
               ON  A.ACCOUNT_NO = T.ACCOUNT_NO                          04830000
             WHERE T.TRANS_DATE = :WS-HOST-JNL-DATE                     04840000
             GROUP BY A.BRANCH_ID, T.TRANS_TYPE,                        04850000
                      M.GL_ACCOUNT, M.CONTROL_ACCOUNT                   04860000
             ORDER BY 1, 2                                              04870000
           END-EXEC.                                                    04880000
                                                                        04890000
           EXEC SQL                                                     04900000
             OPEN JN-CURSOR                                             04910000
           END-EXEC.                                                    04920000
                                                                        04930000
           IF SQLCODE NOT = ZERO THEN                                   04940000
              DISPLAY 'TRANGLJN - UNABLE TO OPEN JN-CURSOR, '           04950000
                      'SQLCODE=' SQLCODE                                04960000
              SET WS-EOF TO TRUE                                        04970000
              SET WS-JN-EOF TO TRUE                                     04980000
              MOVE 16 TO RETURN-CODE                                    04990000
           END-IF.                                                      05000000
                                                                        05010000
       1300-OPEN-JN-CURSOR-EXIT.                                        05020000
           EXIT.                                                        05030000
                                                                        05040000
       1400-FETCH-ENTRY SECTION.                                        05050000
                                                                        05060000
           EXEC SQL                                                     05070000
             FETCH JN-CURSOR                                            05080000
             INTO :WS-HOST-BRANCH-ID                                    05090000
                 ,:WS-HOST-TRANS-TYPE                                   05100000
                 ,:WS-HOST-GL-ACCOUNT                                   05110000
                 ,:WS-HOST-CONTROL-ACCT                                 05120000
                 ,:WS-HOST-CREDIT-CNT                                   05130000
                 ,:WS-HOST-CREDIT-TOT                                   05140000
                 ,:WS-HOST-DEBIT-CNT                                    05150000
                 ,:WS-HOST-DEBIT-TOT                                    05160000
           END-EXEC.                                                    05170000
                                                                        05180000
           IF SQLCODE = ZERO THEN                                       05190000
              CONTINUE                                                  05200000
           ELSE                                                         05210000
              SET WS-JN-EOF TO TRUE                                     05220000
              IF SQLCODE NOT = 100 THEN                                 05230000
                 PERFORM 8000-SQL-ERROR                                 05240000
              END-IF                                                    05250000
           END-IF.                                                      05260000
                                                                        05270000
       1400-FETCH-ENTRY-EXIT.                                           05280000
           EXIT.                                                        05290000
                                                                        05300000
       2000-PROCESS-ENTRY SECTION.                                      05310000
                                                                        05320000
           MOVE WS-HOST-BRANCH-ID    TO RL-E-BRANCH.                    05330000
           MOVE WS-HOST-TRANS-TYPE   TO RL-E-TYPE.                      05340000
           MOVE WS-HOST-GL-ACCOUNT   TO RL-E-GL-ACCOUNT.                05350000
           MOVE WS-HOST-CONTROL-ACCT TO RL-E-CONTROL-ACCT.              05360000
           MOVE WS-HOST-CREDIT-CNT   TO RL-E-CREDIT-CNT.                05370000
           MOVE WS-HOST-CREDIT-TOT   TO RL-E-CREDIT-TOT.                05380000
           MOVE WS-HOST-DEBIT-CNT    TO RL-E-DEBIT-CNT.                 05390000
           MOVE WS-HOST-DEBIT-TOT    TO RL-E-DEBIT-TOT.                 05400000
           WRITE REPORT-REC FROM RL-ENTRY-LINE.                         05410000
                                                                        05420000
           COMPUTE WS-JN-ROWS = WS-JN-ROWS + WS-HOST-CREDIT-CNT         05430000
                                           + WS-HOST-DEBIT-CNT.         05440000
           COMPUTE WS-JN-NET  = WS-JN-NET  + WS-HOST-CREDIT-TOT         05450000
                                           + WS-HOST-DEBIT-TOT.         05460000
                                                                        05470000
      *    Money credited to customers - debit the mapped account,      05480000
      *    credit the customer-balances control.                        05490000
           IF WS-HOST-CREDIT-TOT > ZERO THEN                            05500000
              ADD +1 TO WS-JN-ENTRY-NO                                  05510000
              MOVE WS-HOST-CREDIT-TOT TO WS-JN-AMOUNT                   05520000
              MOVE WS-HOST-CREDIT-CNT TO GD-ITEM-COUNT                  05530000
              MOVE WS-HOST-GL-ACCOUNT TO GD-GL-ACCOUNT                  05540000
              SET GD-DEBIT TO TRUE                                      05550000
              PERFORM 2100-WRITE-JOURNAL-LINE                           05560000
              MOVE WS-HOST-CONTROL-ACCT TO GD-GL-ACCOUNT                05570000
              SET GD-CREDIT TO TRUE                                     05580000
              PERFORM 2100-WRITE-JOURNAL-LINE                           05590000
           END-IF.                                                      05600000
                                                                        05610000
      *    Money debited from customers - the reverse pair.             05620000
           IF WS-HOST-DEBIT-TOT < ZERO THEN                             05630000
              ADD +1 TO WS-JN-ENTRY-NO                                  05640000
              COMPUTE WS-JN-AMOUNT = ZERO - WS-HOST-DEBIT-TOT           05650000
              MOVE WS-HOST-DEBIT-CNT  TO GD-ITEM-COUNT                  05660000
              MOVE WS-HOST-CONTROL-ACCT TO GD-GL-ACCOUNT                05670000
              SET GD-DEBIT TO TRUE                                      05680000
              PERFORM 2100-WRITE-JOURNAL-LINE                           05690000
              MOVE WS-HOST-GL-ACCOUNT TO GD-GL-ACCOUNT                  05700000
              SET GD-CREDIT TO TRUE                                     05710000
              PERFORM 2100-WRITE-JOURNAL-LINE                           05720000
           END-IF.                                                      05730000
                                                                        05740000
           PERFORM 1400-FETCH-ENTRY.                                    05750000
                                                                        05760000
       2000-PROCESS-ENTRY-EXIT.                                         05770000
           EXIT.                                                        05780000
                                                                        05790000
       2100-WRITE-JOURNAL-LINE SECTION.                                 05800000
                                                                        05810000
           SET GD-DETAIL            TO TRUE.                            05820000
           MOVE WS-JN-ENTRY-NO      TO GD-ENTRY-NO.                     05830000
           MOVE WS-HOST-BRANCH-ID   TO GD-BRANCH-ID.                    05840000
           MOVE WS-HOST-TRANS-TYPE  TO GD-TRANS-TYPE.                   05850000
           MOVE WS-JN-AMOUNT        TO GD-AMOUNT.                       05860000
           WRITE JOURNAL-REC FROM GD-DETAIL-REC.                        05870000
                                                                        05880000
           ADD +1 TO WS-JN-REC-COUNT.                                   05890000
           IF GD-DEBIT THEN                                             05900000
              ADD WS-JN-AMOUNT TO WS-JN-DEBITS                          05910000
           ELSE                                                         05920000
              ADD WS-JN-AMOUNT TO WS-JN-CREDITS                         05930000
           END-IF.                                                      05940000
                                                                        05950000
       2100-WRITE-JOURNAL-LINE-EXIT.                                    05960000
           EXIT.                                                        05970000
                                                                        05980000
       5000-CONTROL-TOTALS SECTION.                                     05990000
                                                                        06000000
           MOVE WS-JN-REC-COUNT  TO RL-J-REC-COUNT.                     06010000
           MOVE WS-JN-ENTRY-NO   TO RL-J-ENTRY-COUNT.                   06020000
           MOVE WS-JN-DEBITS     TO RL-J-DEBITS.                        06030000
           MOVE WS-JN-CREDITS    TO RL-J-CREDITS.                       06040000
           WRITE REPORT-REC FROM RL-JOURNAL-LINE.                       06050000
                                                                        06060000
      *    Each entry is written as a balanced pair, so this can only   06070000
      *    fail if the file itself is damaged - and then it must not    06080000
      *    be loaded.                                                   06090000
           IF WS-JN-DEBITS NOT = WS-JN-CREDITS THEN                     06100000
              MOVE '*** JOURNAL DOES NOT BALANCE - DO NOT LOAD'         06110000
                TO RL-X-TEXT                                            06120000
              WRITE REPORT-REC FROM RL-RESULT-LINE                      06130000
              MOVE 16 TO RETURN-CODE                                    06140000
              GO TO 5000-CONTROL-TOTALS-EXIT                            06150000
           END-IF.                                                      06160000
                                                                        06170000
           PERFORM 5100-TIE-TO-RUNS.                                    06180000
           IF RETURN-CODE < 16 THEN                                     06190000
              PERFORM 5400-TIE-RESULT                                   06200000
           END-IF.                                                      06210000
                                                                        06220000
       5000-CONTROL-TOTALS-EXIT.                                        06230000
           EXIT.                                                        06240000
                                                                        06250000
       5100-TIE-TO-RUNS SECTION.                                        06260000
                                                                        06270000
      *    Every run registered for the date, whatever became of it,    06280000
      *    with the rows it still has on TRANSACTIONS under the date.   06290000
      *    A completed run must still hold exactly what it says it      06300000
      *    posted; a run in progress or ended in error should not be    06310000
      *    journalled at all until it is finished or backed out; a      06320000
      *    backed-out run must hold nothing.                            06330000
           EXEC SQL                                                     06340000
             DECLARE RN-CURSOR CURSOR FOR                               06350000
             SELECT                                                     06360000
                R.RUN_ID                                                06370000
               ,R.SOURCE_SYSTEM                                         06380000
               ,R.RUN_STATUS                                            06390000
               ,R.POSTED_COUNT                                          06400000
               ,COUNT(T.TRANS_ID)                                       06410000
               ,COALESCE(SUM(T.TRANS_AMOUNT), 0)                        06420000
             FROM POSTRUNS R                                            06430000
             LEFT OUTER JOIN TRANSACTIONS T                             06440000
               ON  T.RUN_ID     = R.RUN_ID                              06450000
               AND T.TRANS_DATE = R.BUSINESS_DATE                       06460000
             WHERE R.BUSINESS_DATE = :WS-HOST-JNL-DATE                  06470000
             GROUP BY R.RUN_ID, R.SOURCE_SYSTEM,                        06480000
                      R.RUN_STATUS, R.POSTED_COUNT                      06490000
             ORDER BY R.RUN_ID                                          06500000
           END-EXEC.                                                    06510000
                                                                        06520000
           EXEC SQL                                                     06530000
             OPEN RN-CURSOR                                             06540000
           END-EXEC.                                                    06550000
                                                                        06560000
           IF SQLCODE NOT = ZERO THEN                                   06570000
              PERFORM 8000-SQL-ERROR                                    06580000
              GO TO 5100-TIE-TO-RUNS-EXIT                               06590000
           END-IF.                                                      06600000
                                                                        06610000
           WRITE REPORT-REC FROM RL-RUN-COLUMN-LINE.                    06620000
                                                                        06630000
           PERFORM 5150-FETCH-RUN.                                      06640000
           IF WS-RN-EOF AND RETURN-CODE < 16 THEN                       06650000
              WRITE REPORT-REC FROM RL-NO-RUNS-LINE                     06660000
           END-IF.                                                      06670000
           PERFORM 5200-PRINT-RUN UNTIL WS-RN-EOF.                      06680000
                                                                        06690000
           EXEC SQL                                                     06700000
             CLOSE RN-CURSOR                                            06710000
           END-EXEC.                                                    06720000
                                                                        06730000
           IF RETURN-CODE >= 16 THEN                                    06740000
              GO TO 5100-TIE-TO-RUNS-EXIT                               06750000
           END-IF.                                                      06760000
                                                                        06770000
      *    Everything else posted under the date - teller postings,     06780000
      *    transfers and reversals carry no run, and a row whose run    06790000
      *    is registered under another date is caught here too.         06800000
           EXEC SQL                                                     06810000
             SELECT COUNT(*)                                            06820000
                   ,COALESCE(SUM(T.TRANS_AMOUNT), 0)                    06830000
             INTO  :WS-HOST-PO-ROWS                                     06840000
                  ,:WS-HOST-PO-AMOUNT                                   06850000
             FROM TRANSACTIONS T                                        06860000
             WHERE T.TRANS_DATE = :WS-HOST-JNL-DATE                     06870000
               AND NOT EXISTS                                           06880000
                   (SELECT 1                                            06890000
                    FROM POSTRUNS R                                     06900000
                    WHERE R.RUN_ID        = T.RUN_ID                    06910000
                      AND R.BUSINESS_DATE = T.TRANS_DATE)               06920000
           END-EXEC.                                                    06930000
                                                                        06940000
           IF SQLCODE NOT = ZERO THEN                                   06950000
              PERFORM 8000-SQL-ERROR                                    06960000
              GO TO 5100-TIE-TO-RUNS-EXIT                               06970000
           END-IF.                                                      06980000
                                                                        06990000
           MOVE WS-HOST-PO-ROWS   TO WS-PO-ROWS.                        07000000
           MOVE WS-HOST-PO-AMOUNT TO WS-PO-AMOUNT.                      07010000
                                                                        07020000
       5100-TIE-TO-RUNS-EXIT.                                           07030000
           EXIT.                                                        07040000
                                                                        07050000
       5150-FETCH-RUN SECTION.                                          07060000
                                                                        07070000
           EXEC SQL                                                     07080000
             FETCH RN-CURSOR                                            07090000
             INTO :WS-HOST-RUN-ID                                       07100000
                 ,:WS-HOST-RUN-SOURCE                                   07110000
                 ,:WS-HOST-RUN-STATUS                                   07120000
                 ,:WS-HOST-RUN-POSTED                                   07130000
                 ,:WS-HOST-RUN-ROWS                                     07140000
                 ,:WS-HOST-RUN-AMOUNT                                   07150000
           END-EXEC.                                                    07160000
                                                                        07170000
           IF SQLCODE = ZERO THEN                                       07180000
              CONTINUE                                                  07190000
           ELSE                                                         07200000
              SET WS-RN-EOF TO TRUE                                     07210000
              IF SQLCODE NOT = 100 THEN                                 07220000
                 PERFORM 8000-SQL-ERROR                                 07230000
              END-IF                                                    07240000
           END-IF.                                                      07250000
                                                                        07260000
       5150-FETCH-RUN-EXIT.                                             07270000
           EXIT.                                                        07280000
                                                                        07290000
       5200-PRINT-RUN SECTION.                                          07300000
                                                                        07310000
           MOVE WS-HOST-RUN-ID     TO RL-R-RUN-ID.                      07320000
           MOVE WS-HOST-RUN-SOURCE TO RL-R-SOURCE.                      07330000
           MOVE WS-HOST-RUN-STATUS TO RL-R-STATUS.                      07340000
           MOVE WS-HOST-RUN-POSTED TO RL-R-POSTED.                      07350000
           MOVE WS-HOST-RUN-ROWS   TO RL-R-ROWS.                        07360000
           MOVE WS-HOST-RUN-AMOUNT TO RL-R-AMOUNT.                      07370000
                                                                        07380000
           EVALUATE TRUE                                                07390000
              WHEN WS-HOST-RUN-STATUS = 'C' AND                         07400000
                   WS-HOST-RUN-ROWS NOT = WS-HOST-RUN-POSTED            07410000
                 MOVE '*** ROWS NOT = POSTED'     TO RL-R-FLAG          07420000
              WHEN WS-HOST-RUN-STATUS = 'P'                             07430000
                 MOVE '*** RUN STILL IN PROGRESS' TO RL-R-FLAG          07440000
              WHEN WS-HOST-RUN-STATUS = 'E'                             07450000
                 MOVE '*** RUN ENDED IN ERROR'    TO RL-R-FLAG          07460000
              WHEN WS-HOST-RUN-STATUS = 'B' AND                         07470000
                   WS-HOST-RUN-ROWS NOT = ZERO                          07480000
                 MOVE '*** BACKED-OUT ROWS REMAIN' TO RL-R-FLAG         07490000
              WHEN WS-HOST-RUN-STATUS = 'B'                             07500000
                 MOVE 'BACKED OUT'                TO RL-R-FLAG          07510000
              WHEN OTHER                                                07520000
                 MOVE SPACES                      TO RL-R-FLAG          07530000
           END-EVALUATE.                                                07540000
                                                                        07550000
           IF RL-R-FLAG(1:3) = '***' THEN                               07560000
              ADD +1 TO WS-EXCEPTIONS                                   07570000
           END-IF.                                                      07580000
                                                                        07590000
           WRITE REPORT-REC FROM RL-RUN-LINE.                           07600000
                                                                        07610000
           ADD WS-HOST-RUN-ROWS   TO WS-RN-ROWS.                        07620000
           ADD WS-HOST-RUN-AMOUNT TO WS-RN-AMOUNT.                      07630000
                                                                        07640000
           PERFORM 5150-FETCH-RUN.                                      07650000
                                                                        07660000
       5200-PRINT-RUN-EXIT.                                             07670000
           EXIT.                                                        07680000
                                                                        07690000
       5400-TIE-RESULT SECTION.                                         07700000
                                                                        07710000
           MOVE '0'                   TO RL-S-CTRL.                     07720000
           MOVE 'POSTED BY RUNS FOR THE DATE'   TO RL-S-LABEL.          07730000
           MOVE WS-RN-ROWS            TO RL-S-ROWS.                     07740000
           MOVE WS-RN-AMOUNT          TO RL-S-AMOUNT.                   07750000
           WRITE REPORT-REC FROM RL-SUM-LINE.                           07760000
                                                                        07770000
           MOVE SPACE                 TO RL-S-CTRL.                     07780000
           MOVE 'POSTED OUTSIDE A RUN'          TO RL-S-LABEL.          07790000
           MOVE WS-PO-ROWS            TO RL-S-ROWS.                     07800000
           MOVE WS-PO-AMOUNT          TO RL-S-AMOUNT.                   07810000
           WRITE REPORT-REC FROM RL-SUM-LINE.                           07820000
                                                                        07830000
           MOVE 'SUMMARISED INTO THE JOURNAL'   TO RL-S-LABEL.          07840000
           MOVE WS-JN-ROWS            TO RL-S-ROWS.                     07850000
           MOVE WS-JN-NET             TO RL-S-AMOUNT.                   07860000
           WRITE REPORT-REC FROM RL-SUM-LINE.                           07870000
                                                                        07880000
           IF WS-RN-ROWS + WS-PO-ROWS     NOT = WS-JN-ROWS OR           07890000
              WS-RN-AMOUNT + WS-PO-AMOUNT NOT = WS-JN-NET THEN          07900000
              MOVE 'N' TO WS-TIE-OK-FLAG                                07910000
           END-IF.                                                      07920000
           IF WS-EXCEPTIONS NOT = ZERO THEN                             07930000
              MOVE 'N' TO WS-TIE-OK-FLAG                                07940000
           END-IF.                                                      07950000
                                                                        07960000
           IF WS-TIE-OK THEN                                            07970000
              MOVE 'JOURNAL TIES TO THE RUNS AND ONLINE POSTINGS'       07980000
                TO RL-X-TEXT                                            07990000
           ELSE                                                         08000000
              MOVE '*** JOURNAL DOES NOT TIE TO THE RUNS - REVIEW'      08010000
                TO RL-X-TEXT                                            08020000
              IF RETURN-CODE < 4 THEN                                   08030000
                 MOVE 4 TO RETURN-CODE                                  08040000
              END-IF                                                    08050000
           END-IF.                                                      08060000
           WRITE REPORT-REC FROM RL-RESULT-LINE.                        08070000
                                                                        08080000
       5400-TIE-RESULT-EXIT.                                            08090000
           EXIT.                                                        08100000
                                                                        08110000
       8000-SQL-ERROR SECTION.                                          08120000
                                                                        08130000
           DISPLAY 'TRANGLJN - SQL ERROR, SQLCODE=' SQLCODE.            08140000
           SET WS-EOF TO TRUE.                                          08150000
           SET WS-JN-EOF TO TRUE.                                       08160000
           SET WS-UM-EOF TO TRUE.                                       08170000
           SET WS-RN-EOF TO TRUE.                                       08180000
           MOVE 16 TO RETURN-CODE.                                      08190000
                                                                        08200000
       8000-SQL-ERROR-EXIT.                                             08210000
           EXIT.                                                        08220000
                                                                        08230000
       8600-END-RUN-LOG SECTION.                                        08230384
                                                                        08230769
           IF NOT WS-JLOG-STARTED THEN                                  08231153
              GO TO 8600-END-RUN-LOG-EXIT                               08231538
           END-IF.                                                      08231923
                                                                        08232307
           SET JL-FUNC-END TO TRUE.                                     08232692
           MOVE RETURN-CODE TO JL-JOB-RC.                               08233076
           MOVE WS-JN-ROWS      TO JL-IN-COUNT.                         08233461
           MOVE WS-JN-REC-COUNT TO JL-OUT-COUNT.                        08233846
           COMPUTE JL-EXCP-COUNT = WS-UNMAPPED-COUNT + WS-EXCEPTIONS.   08234230
           MOVE WS-JN-DEBITS    TO JL-CTL-AMOUNT.                       08234615
                                                                        08235000
           CALL WS-JLOG USING JL-REQ JL-RES.                            08235384
                                                                        08235769
           IF NOT JL-RC-OK THEN                                         08236153
              DISPLAY 'TRANGLJN - RUN LOG NOT CLOSED: ' JL-MESSAGE      08236538
              IF RETURN-CODE < 4 THEN                                   08236923
                 MOVE 4 TO RETURN-CODE                                  08237307
              END-IF                                                    08237692
           END-IF.                                                      08238076
                                                                        08238461
       8600-END-RUN-LOG-EXIT.                                           08238846
           EXIT.                                                        08239230
                                                                        08239615
       9000-TERMINATE SECTION.                                          08240000
                                                                        08250000
      *    The trailer goes out even on an error end - with what was    08260000
      *    actually written, so a short journal can never pass the      08270000
      *    ledger load's completeness check by accident.                08280000
           IF WS-JNL-OPEN THEN                                          08290000
              EXEC SQL                                                  08300000
                CLOSE JN-CURSOR                                         08310000
              END-EXEC                                                  08320000
              MOVE SPACES          TO GT-TRAILER-REC                    08330000
              SET GT-TRAILER       TO TRUE                              08340000
              MOVE WS-JN-REC-COUNT TO GT-REC-COUNT                      08350000
              MOVE WS-JN-ENTRY-NO  TO GT-ENTRY-COUNT                    08360000
              MOVE WS-JN-DEBITS    TO GT-DEBIT-TOTAL                    08370000
              MOVE WS-JN-CREDITS   TO GT-CREDIT-TOTAL                   08380000
              WRITE JOURNAL-REC FROM GT-TRAILER-REC                     08390000
              CLOSE JOURNAL-FILE                                        08400000
           END-IF.                                                      08410000
                                                                        08420000
           CLOSE PARAM-FILE                                             08430000
                 REPORT-FILE.                                           08440000
           DISPLAY 'TRANGLJN COMPLETE - JOURNAL LINES: '                08450000
                   WS-JN-REC-COUNT ' ROWS SUMMARISED: ' WS-JN-ROWS.     08460000
           PERFORM 8600-END-RUN-LOG.                                    08465000
           STOP RUN.                                                    08470000
                                                                        08480000
       9000-TERMINATE-EXIT.                                             08490000
           EXIT.                                                        08500000
