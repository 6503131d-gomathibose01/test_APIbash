       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. TRANJRPT.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       CONFIGURATION SECTION.                                           00040000
       INPUT-OUTPUT SECTION.                                            00050000
       FILE-CONTROL.                                                    00060000
           SELECT PARAM-FILE   ASSIGN TO JRPTPARM                       00070000
               ORGANIZATION IS SEQUENTIAL.                              00080000
           SELECT REPORT-FILE  ASSIGN TO JRPTRPT                        00090000
               ORGANIZATION IS SEQUENTIAL.                              00100000
       DATA DIVISION.                                                   00110000
       FILE SECTION.                                                    00120000
       FD PARAM-FILE                                                    00130000
           RECORDING MODE IS F                                          00140000
           LABEL RECORDS ARE STANDARD.                                  00150000
       01 PARAM-REC.                                                    00160000
          03 JP-FROM-DATE             PIC X(10).                        00170000
          03 FILLER                   PIC X(01).                        00180000
          03 JP-TO-DATE               PIC X(10).                        00190000
          03 FILLER                   PIC X(59).                        00200000
                                                                        00210000
       FD REPORT-FILE                                                   00220000
           RECORDING MODE IS F                                          00230000
           LABEL RECORDS ARE STANDARD.                                  00240000
       01 REPORT-REC                  PIC X(133).                       00250000
                                                                        00260000
       WORKING-STORAGE SECTION.                                         00270000
      * Morning operations summary of the overnight stream, off the     00280000
      * BATCH_RUN_LOG rows TRANJLOG writes - one page per business      00290000
      * date.  Every job on BATCH_JOBS is listed in stream order with   00300000
      * each attempt at it for the date, latest first: status, return   00310000
      * code, start and end times and the key counts it logged.  A job  00320000
      * due that day (by its RUN_FREQ against PROC_CALENDAR) with no    00330000
      * attempt is listed as NOT RUN, and a job whose latest attempt    00340000
      * did not complete is marked ***.  The page ends with the counts  00350000
      * that must tie from one job to the next, each shown NOT CHECKED  00360000
      * until both jobs have completed.  Any of these is an exception   00370000
      * and ends the step RC=04.                                        00380000
       01 WS-EOF-FLAG                PIC X(01) VALUE 'N'.               00390000
          88 WS-EOF                  VALUE 'Y'.                         00400000
                                                                        00410000
       01 WS-DT-EOF-FLAG             PIC X(01) VALUE 'N'.               00420000
          88 WS-DT-EOF               VALUE 'Y'.                         00430000
                                                                        00440000
       01 WS-JB-EOF-FLAG             PIC X(01) VALUE 'N'.               00450000
          88 WS-JB-EOF               VALUE 'Y'.                         00460000
                                                                        00470000
      * Control-break state - the job whose attempts are being          00480000
      * listed; the first row of each job is its latest attempt.        00490000
       01 WS-CUR-JOB-NAME            PIC X(08) VALUE SPACES.            00500000
       01 WS-LATEST-FLAG             PIC X(01) VALUE 'N'.               00510000
          88 WS-LATEST-ATTEMPT       VALUE 'Y'.                         00520000
       01 WS-DUE-FLAG                PIC X(01) VALUE 'N'.               00530000
          88 WS-JOB-DUE              VALUE 'Y'.                         00540000
                                                                        00550000
      * Per-date counters, reset at each page, and the totals for the   00560000
      * whole range they roll up into.                                  00570000
       01 WS-DT-COMPLETE             PIC S9(9) USAGE COMP VALUE ZERO.   00580000
       01 WS-DT-EXCEPTIONS           PIC S9(9) USAGE COMP VALUE ZERO.   00590000
                                                                        00600000
       01 WS-GR-DATES                PIC S9(9) USAGE COMP VALUE ZERO.   00610000
       01 WS-GR-EXCEPTIONS           PIC S9(9) USAGE COMP VALUE ZERO.   00620000
                                                                        00630000
      * The completed counts of the jobs the ties compare, for the      00640000
      * date on the page.                                               00650000
       01 WS-TIE-FOUND-FLAG          PIC X(01) VALUE 'N'.               00660000
          88 WS-TIE-FOUND            VALUE 'Y'.                         00670000
       01 WS-EXTR-FLAG               PIC X(01) VALUE 'N'.               00680000
          88 WS-EXTR-DONE            VALUE 'Y'.                         00690000
       01 WS-EXTR-IN                 PIC S9(9) USAGE COMP VALUE ZERO.   00700000
       01 WS-EXTR-OUT                PIC S9(9) USAGE COMP VALUE ZERO.   00710000
       01 WS-BRPT-FLAG               PIC X(01) VALUE 'N'.               00720000
          88 WS-BRPT-DONE            VALUE 'Y'.                         00730000
       01 WS-BRPT-IN                 PIC S9(9) USAGE COMP VALUE ZERO.   00740000
       01 WS-BRPT-OUT                PIC S9(9) USAGE COMP VALUE ZERO.   00750000
       01 WS-BRPT-CTL                PIC S9(13)V9(2) USAGE COMP-3       00760000
                                      VALUE ZERO.                       00770000
       01 WS-EODB-FLAG               PIC X(01) VALUE 'N'.               00780000
          88 WS-EODB-DONE            VALUE 'Y'.                         00790000
       01 WS-EODB-IN                 PIC S9(9) USAGE COMP VALUE ZERO.   00800000
       01 WS-EODB-CTL                PIC S9(13)V9(2) USAGE COMP-3       00810000
                                      VALUE ZERO.                       00820000
                                                                        00830000
      * One tie as handed to 4500-WRITE-TIE.                            00840000
       01 WS-TIE-LABEL               PIC X(48).                         00850000
       01 WS-TIE-KIND-FLAG           PIC X(01).                         00860000
          88 WS-TIE-COUNTS           VALUE 'C'.                         00870000
          88 WS-TIE-AMOUNTS          VALUE 'A'.                         00880000
       01 WS-TIE-CHECK-FLAG          PIC X(01).                         00890000
          88 WS-TIE-CHECKED          VALUE 'Y'.                         00900000
       01 WS-TIE-LEFT                PIC S9(13)V9(2) USAGE COMP-3.      00910000
       01 WS-TIE-RIGHT               PIC S9(13)V9(2) USAGE COMP-3.      00920000
                                                                        00930000
       01 WS-HOST-FROM-DATE          PIC X(10).                         00940000
       01 WS-HOST-TO-DATE            PIC X(10).                         00950000
       01 WS-HOST-RPT-DATE           PIC X(10).                         00960000
       01 WS-HOST-DAYS-ON            PIC S9(9) USAGE COMP.              00970000
       01 WS-HOST-DAYS-BEFORE        PIC S9(9) USAGE COMP.              00980000
       01 WS-HOST-DAYS-AFTER         PIC S9(9) USAGE COMP.              00990000
       01 WS-HOST-TIE-JOB            PIC X(08).                         01000000
       01 WS-HOST-TIE-IN             PIC S9(9) USAGE COMP.              01010000
       01 WS-HOST-TIE-OUT            PIC S9(9) USAGE COMP.              01020000
       01 WS-HOST-TIE-CTL            PIC S9(13)V9(2) USAGE COMP-3.      01030000
       01 WS-HOST-POSTED             PIC S9(9) USAGE COMP.              01040000
                                                                        01050000
       01 WS-HOST-JOB-ROW.                                              01060000
          03 WS-HOST-JOB-NAME        PIC X(08).                         01070000
          03 WS-HOST-RUN-FREQ        PIC X(01).                         01080000
          03 WS-HOST-RUN-SEQ         PIC S9(4) USAGE COMP.              01090000
          03 WS-HOST-RUN-STATUS      PIC X(01).                         01100000
          03 WS-HOST-RETURN-CODE     PIC S9(4) USAGE COMP.              01110000
          03 WS-HOST-START-TS        PIC X(16).                         01120000
          03 WS-HOST-END-TS          PIC X(16).                         01130000
          03 WS-HOST-RUN-ID          PIC S9(9) USAGE COMP.              01140000
          03 WS-HOST-IN-COUNT        PIC S9(9) USAGE COMP.              01150000
          03 WS-HOST-OUT-COUNT       PIC S9(9) USAGE COMP.              01160000
          03 WS-HOST-EXCP-COUNT      PIC S9(9) USAGE COMP.              01170000
          03 WS-HOST-CTL-AMOUNT      PIC S9(13)V9(2) USAGE COMP-3.      01180000
          03 WS-HOST-STATUS-TEXT     PIC X(40).                         01190000
                                                                        01200000
           EXEC SQL                                                     01210000
             INCLUDE SQLCA                                              01220000
           END-EXEC.                                                    01230000
                                                                        01240000
           EXEC SQL                                                     01250000
             INCLUDE JLOGDCL                                            01260000
           END-EXEC.                                                    01270000
                                                                        01280000
           EXEC SQL                                                     01290000
             INCLUDE JOBSDCL                                            01300000
           END-EXEC.                                                    01310000
                                                                        01320000
           EXEC SQL                                                     01330000
             INCLUDE CALDDCL                                            01340000
           END-EXEC.                                                    01350000
                                                                        01360000
           EXEC SQL                                                     01370000
             INCLUDE PRUNDCL                                            01380000
           END-EXEC.                                                    01390000
                                                                        01400000
           EXEC SQL                                                     01410000
             INCLUDE BDATDCL                                            01420000
           END-EXEC.                                                    01430000
                                                                        01440000
       01 RL-TITLE-LINE.                                                01450000
          03 RL-T-CTRL               PIC X     VALUE '1'.               01460000
          03 FILLER                  PIC X(40)                          01470000
              VALUE 'BATCH STREAM MORNING SUMMARY'.                     01480000
          03 FILLER                  PIC X(15)                          01490000
              VALUE 'BUSINESS DATE: '.                                  01500000
          03 RL-T-DATE               PIC X(10).                         01510000
          03 FILLER                  PIC X(03) VALUE SPACES.            01520000
          03 RL-T-DAY                PIC X(40).                         01530000
          03 FILLER                  PIC X(24) VALUE SPACES.            01540000
                                                                        01550000
       01 RL-COLUMN-LINE.                                               01560000
          03 RL-C-CTRL               PIC X     VALUE '0'.               01570000
          03 FILLER                  PIC X(04) VALUE SPACES.            01580000
          03 FILLER                  PIC X(08) VALUE 'JOB'.             01590000
          03 FILLER                  PIC X(02) VALUE SPACES.            01600000
          03 FILLER                  PIC X(03) VALUE 'TRY'.             01610000
          03 FILLER                  PIC X(02) VALUE SPACES.            01620000
          03 FILLER                  PIC X(10) VALUE 'STATUS'.          01630000
          03 FILLER                  PIC X(02) VALUE SPACES.            01640000
          03 FILLER                  PIC X(03) VALUE ' RC'.             01650000
          03 FILLER                  PIC X(02) VALUE SPACES.            01660000
          03 FILLER                  PIC X(16) VALUE 'STARTED'.         01670000
          03 FILLER                  PIC X(02) VALUE SPACES.            01680000
          03 FILLER                  PIC X(16) VALUE 'ENDED'.           01690000
          03 FILLER                  PIC X(02) VALUE SPACES.            01700000
          03 FILLER                  PIC X(11) VALUE '   IN COUNT'.     01710000
          03 FILLER                  PIC X(02) VALUE SPACES.            01720000
          03 FILLER                  PIC X(11) VALUE '  OUT COUNT'.     01730000
          03 FILLER                  PIC X(02) VALUE SPACES.            01740000
          03 FILLER                  PIC X(07) VALUE 'EXCEPTN'.         01750000
          03 FILLER                  PIC X(02) VALUE SPACES.            01760000
          03 FILLER                  PIC X(18)                          01770000
              VALUE '    CONTROL AMOUNT'.                               01780000
          03 FILLER                  PIC X(07) VALUE SPACES.            01790000
                                                                        01800000
       01 RL-DETAIL-LINE.                                               01810000
          03 RL-D-CTRL               PIC X     VALUE SPACE.             01820000
          03 RL-D-FLAG               PIC X(03).                         01830000
          03 FILLER                  PIC X(01) VALUE SPACE.             01840000
          03 RL-D-JOB-NAME           PIC X(08).                         01850000
          03 FILLER                  PIC X(02) VALUE SPACES.            01860000
          03 RL-D-RUN-SEQ            PIC ZZ9.                           01870000
          03 FILLER                  PIC X(02) VALUE SPACES.            01880000
          03 RL-D-STATUS             PIC X(10).                         01890000
          03 FILLER                  PIC X(02) VALUE SPACES.            01900000
          03 RL-D-RC                 PIC ZZ9.                           01910000
          03 FILLER                  PIC X(02) VALUE SPACES.            01920000
          03 RL-D-START-TS           PIC X(16).                         01930000
          03 FILLER                  PIC X(02) VALUE SPACES.            01940000
          03 RL-D-END-TS             PIC X(16).                         01950000
          03 FILLER                  PIC X(02) VALUE SPACES.            01960000
          03 RL-D-IN-COUNT           PIC ZZZ,ZZZ,ZZ9.                   01970000
          03 FILLER                  PIC X(02) VALUE SPACES.            01980000
          03 RL-D-OUT-COUNT          PIC ZZZ,ZZZ,ZZ9.                   01990000
          03 FILLER                  PIC X(02) VALUE SPACES.            02000000
          03 RL-D-EXCP-COUNT         PIC ZZZ,ZZ9.                       02010000
          03 FILLER                  PIC X(02) VALUE SPACES.            02020000
          03 RL-D-CTL-AMOUNT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.            02030000
          03 FILLER                  PIC X(07) VALUE SPACES.            02040000
                                                                        02050000
       01 RL-NOTE-LINE.                                                 02060000
          03 RL-N-CTRL               PIC X     VALUE SPACE.             02070000
          03 FILLER                  PIC X(15) VALUE SPACES.            02080000
          03 FILLER                  PIC X(08) VALUE 'RUN ID: '.        02090000
          03 RL-N-RUN-ID             PIC Z(08)9 BLANK WHEN ZERO.        02100000
          03 FILLER                  PIC X(02) VALUE SPACES.            02110000
          03 RL-N-TEXT               PIC X(40).                         02120000
          03 FILLER                  PIC X(58) VALUE SPACES.            02130000
                                                                        02140000
       01 RL-NOT-RUN-LINE.                                              02150000
          03 RL-M-CTRL               PIC X     VALUE SPACE.             02160000
          03 FILLER                  PIC X(04) VALUE '*** '.            02170000
          03 RL-M-JOB-NAME           PIC X(08).                         02180000
          03 FILLER                  PIC X(07) VALUE SPACES.            02190000
          03 FILLER                  PIC X(10) VALUE 'NOT RUN'.         02200000
          03 FILLER                  PIC X(07) VALUE SPACES.            02210000
          03 FILLER                  PIC X(40)                          02220000
              VALUE 'DUE FOR THE DATE - NO ATTEMPT LOGGED'.             02230000
          03 FILLER                  PIC X(56) VALUE SPACES.            02240000
                                                                        02250000
       01 RL-TIE-HEAD-LINE.                                             02260000
          03 RL-H-CTRL               PIC X     VALUE '0'.               02270000
          03 FILLER                  PIC X(04) VALUE SPACES.            02280000
          03 FILLER                  PIC X(48) VALUE 'CONTROL TIES'.    02290000
          03 FILLER                  PIC X(18)                          02300000
              VALUE '              FROM'.                               02310000
          03 FILLER                  PIC X(02) VALUE SPACES.            02320000
          03 FILLER                  PIC X(18)                          02330000
              VALUE '                TO'.                               02340000
          03 FILLER                  PIC X(42) VALUE SPACES.            02350000
                                                                        02360000
       01 RL-TIE-LINE.                                                  02370000
          03 RL-X-CTRL               PIC X     VALUE SPACE.             02380000
          03 FILLER                  PIC X(04) VALUE SPACES.            02390000
          03 RL-X-LABEL              PIC X(48).                         02400000
          03 RL-X-LEFT-AREA          PIC X(18).                         02410000
          03 RL-X-LEFT-AMT REDEFINES RL-X-LEFT-AREA                     02420000
                                     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.            02430000
          03 RL-X-LEFT-CNT-AREA REDEFINES RL-X-LEFT-AREA.               02440000
             05 FILLER               PIC X(04).                         02450000
             05 RL-X-LEFT-CNT        PIC ZZZ,ZZZ,ZZ9.                   02460000
             05 FILLER               PIC X(03).                         02470000
          03 FILLER                  PIC X(02) VALUE SPACES.            02480000
          03 RL-X-RIGHT-AREA         PIC X(18).                         02490000
          03 RL-X-RIGHT-AMT REDEFINES RL-X-RIGHT-AREA                   02500000
                                     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.            02510000
          03 RL-X-RIGHT-CNT-AREA REDEFINES RL-X-RIGHT-AREA.             02520000
             05 FILLER               PIC X(04).                         02530000
             05 RL-X-RIGHT-CNT       PIC ZZZ,ZZZ,ZZ9.                   02540000
             05 FILLER               PIC X(03).                         02550000
          03 FILLER                  PIC X(02) VALUE SPACES.            02560000
          03 RL-X-RESULT             PIC X(20).                         02570000
          03 FILLER                  PIC X(20) VALUE SPACES.            02580000
                                                                        02590000
       01 RL-DATE-TOTAL-LINE.                                           02600000
          03 RL-K-CTRL               PIC X     VALUE '0'.               02610000
          03 FILLER                  PIC X(15) VALUE 'JOBS COMPLETE: '. 02620000
          03 RL-K-COMPLETE           PIC ZZ9.                           02630000
          03 FILLER                  PIC X(15) VALUE '   EXCEPTIONS: '. 02640000
          03 RL-K-EXCEPTIONS         PIC ZZZ9.                          02650000
          03 FILLER                  PIC X(95) VALUE SPACES.            02660000
                                                                        02670000
       01 RL-GRAND-TOTAL-LINE.                                          02680000
          03 RL-G-CTRL               PIC X     VALUE '-'.               02690000
          03 FILLER                  PIC X(16)                          02700000
              VALUE 'DATES REPORTED: '.                                 02710000
          03 RL-G-DATES              PIC ZZZ9.                          02720000
          03 FILLER                  PIC X(15) VALUE '   EXCEPTIONS: '. 02730000
          03 RL-G-EXCEPTIONS         PIC ZZ,ZZ9.                        02740000
          03 FILLER                  PIC X(91) VALUE SPACES.            02750000
                                                                        02760000
       01 RL-NONE-LINE.                                                 02770000
          03 RL-E-CTRL               PIC X     VALUE '1'.               02780000
          03 FILLER                  PIC X(50)                          02790000
              VALUE 'NO PROCESSING DAYS OR RUN LOG ROWS IN THE RANGE'.  02800000
          03 FILLER                  PIC X(82) VALUE SPACES.            02810000
                                                                        02820000
       PROCEDURE DIVISION.                                              02830000
                                                                        02840000
       MAINLINE SECTION.                                                02850000
                                                                        02860000
           PERFORM 1000-INITIALIZE.                                     02870000
           PERFORM 2000-PROCESS-DATE UNTIL WS-DT-EOF.                   02880000
           IF RETURN-CODE < 16 AND NOT WS-EOF THEN                      02890000
              PERFORM 5000-GRAND-TOTALS                                 02900000
           END-IF.                                                      02910000
           PERFORM 9000-TERMINATE.                                      02920000
                                                                        02930000
       MAINLINE-EXIT.                                                   02940000
           EXIT.                                                        02950000
                                                                        02960000
       1000-INITIALIZE SECTION.                                         02970000
                                                                        02980000
           OPEN INPUT  PARAM-FILE                                       02990000
                OUTPUT REPORT-FILE.                                     03000000
                                                                        03010000
           READ PARAM-FILE                                              03020000
               AT END SET WS-EOF TO TRUE                                03030000
           END-READ.                                                    03040000
                                                                        03050000
      *    An empty JRPTPARM is the normal morning path - the report    03060000
      *    covers the previous and current business dates off the       03070000
      *    BUSDATE_CTL control row, so it reads the same whether the    03080000
      *    scheduler has advanced the date yet or not.  A card gives    03090000
      *    an explicit range; a FROM date alone reports that one day.   03100000
           IF WS-EOF OR JP-FROM-DATE = SPACES THEN                      03110000
              MOVE 'N' TO WS-EOF-FLAG                                   03120000
              PERFORM 1050-GET-CONTROL-DATES                            03130000
           ELSE                                                         03140000
              MOVE JP-FROM-DATE TO WS-HOST-FROM-DATE                    03150000
              IF JP-TO-DATE = SPACES THEN                               03160000
                 MOVE JP-FROM-DATE TO WS-HOST-TO-DATE                   03170000
              ELSE                                                      03180000
                 MOVE JP-TO-DATE TO WS-HOST-TO-DATE                     03190000
              END-IF                                                    03200000
           END-IF.                                                      03210000
                                                                        03220000
           IF NOT WS-EOF AND WS-HOST-TO-DATE < WS-HOST-FROM-DATE THEN   03230000
              DISPLAY 'TRANJRPT - JRPTPARM TO DATE ' WS-HOST-TO-DATE    03240000
                      ' IS BEFORE FROM DATE ' WS-HOST-FROM-DATE         03250000
              SET WS-EOF TO TRUE                                        03260000
              MOVE 16 TO RETURN-CODE                                    03270000
           END-IF.                                                      03280000
                                                                        03290000
           IF WS-EOF THEN                                               03300000
              SET WS-DT-EOF TO TRUE                                     03310000
           ELSE                                                         03320000
              PERFORM 1100-OPEN-DATE-CURSOR                             03330000
           END-IF.                                                      03340000
                                                                        03350000
           IF WS-DT-EOF THEN                                            03360000
              CONTINUE                                                  03370000
           ELSE                                                         03380000
              PERFORM 1200-FETCH-DATE                                   03390000
           END-IF.                                                      03400000
                                                                        03410000
       1000-INITIALIZE-EXIT.                                            03420000
           EXIT.                                                        03430000
                                                                        03440000
       1050-GET-CONTROL-DATES SECTION.                                  03450000
                                                                        03460000
           EXEC SQL                                                     03470000
             SELECT PREV_BUS_DATE                                       03480000
                   ,CURR_BUS_DATE                                       03490000
             INTO  :WS-HOST-FROM-DATE                                   03500000
                  ,:WS-HOST-TO-DATE                                     03510000
             FROM BUSDATE_CTL                                           03520000
           END-EXEC.                                                    03530000
                                                                        03540000
           IF SQLCODE NOT = ZERO THEN                                   03550000
              DISPLAY 'TRANJRPT - JRPTPARM CARD EMPTY AND '             03560000
                      'BUSDATE_CTL UNAVAILABLE, SQLCODE=' SQLCODE       03570000
              SET WS-EOF TO TRUE                                        03580000
              SET WS-DT-EOF TO TRUE                                     03590000
              MOVE 16 TO RETURN-CODE                                    03600000
           END-IF.                                                      03610000
                                                                        03620000
       1050-GET-CONTROL-DATES-EXIT.                                     03630000
           EXIT.                                                        03640000
                                                                        03650000
       1100-OPEN-DATE-CURSOR SECTION.                                   03660000
                                                                        03670000
      *    Every processing day in the range, whether anything ran or   03680000
      *    not, plus any other date the stream logged a run against -   03690000
      *    a rerun for a date the calendar does not show still gets     03700000
      *    its page.                                                    03710000
           EXEC SQL                                                     03720000
             DECLARE DT-CURSOR CURSOR FOR                               03730000
             SELECT PROC_DATE                                           03740000
             FROM PROC_CALENDAR                                         03750000
             WHERE DAY_STATUS = 'P'                                     03760000
               AND PROC_DATE BETWEEN :WS-HOST-FROM-DATE                 03770000
                                 AND :WS-HOST-TO-DATE                   03780000
             UNION                                                      03790000
             SELECT BUSINESS_DATE                                       03800000
             FROM BATCH_RUN_LOG                                         03810000
             WHERE BUSINESS_DATE BETWEEN :WS-HOST-FROM-DATE             03820000
                                     AND :WS-HOST-TO-DATE               03830000
             ORDER BY 1                                                 03840000
           END-EXEC.                                                    03850000
                                                                        03860000
           EXEC SQL                                                     03870000
             OPEN DT-CURSOR                                             03880000
           END-EXEC.                                                    03890000
                                                                        03900000
           IF SQLCODE NOT = ZERO THEN                                   03910000
              DISPLAY 'TRANJRPT - UNABLE TO OPEN DT-CURSOR, '           03920000
                      'SQLCODE=' SQLCODE                                03930000
              SET WS-EOF TO TRUE                                        03940000
              SET WS-DT-EOF TO TRUE                                     03950000
              MOVE 16 TO RETURN-CODE                                    03960000
           END-IF.                                                      03970000
                                                                        03980000
       1100-OPEN-DATE-CURSOR-EXIT.                                      03990000
           EXIT.                                                        04000000
                                                                        04010000
       1200-FETCH-DATE SECTION.                                         04020000
                                                                        04030000
           EXEC SQL                                                     04040000
             FETCH DT-CURSOR                                            04050000
             INTO :WS-HOST-RPT-DATE                                     04060000
           END-EXEC.                                                    04070000
                                                                        04080000
           IF SQLCODE = ZERO THEN                                       04090000
              CONTINUE                                                  04100000
           ELSE                                                         04110000
              SET WS-DT-EOF TO TRUE                                     04120000
              IF SQLCODE NOT = 100 THEN                                 04130000
                 PERFORM 8000-SQL-ERROR                                 04140000
              END-IF                                                    04150000
           END-IF.                                                      04160000
                                                                        04170000
       1200-FETCH-DATE-EXIT.                                            04180000
           EXIT.                                                        04190000
                                                                        04200000
       2000-PROCESS-DATE SECTION.                                       04210000
                                                                        04220000
           ADD +1 TO WS-GR-DATES.                                       04230000
           MOVE ZERO TO WS-DT-COMPLETE                                  04240000
                        WS-DT-EXCEPTIONS.                               04250000
           MOVE SPACES TO WS-CUR-JOB-NAME.                              04260000
           MOVE 'N' TO WS-JB-EOF-FLAG.                                  04270000
                                                                        04280000
           PERFORM 2100-GET-DAY-TYPE.                                   04290000
           IF WS-EOF THEN                                               04300000
              GO TO 2000-PROCESS-DATE-EXIT                              04310000
           END-IF.                                                      04320000
                                                                        04330000
           MOVE WS-HOST-RPT-DATE TO RL-T-DATE.                          04340000
           WRITE REPORT-REC FROM RL-TITLE-LINE.                         04350000
           WRITE REPORT-REC FROM RL-COLUMN-LINE.                        04360000
                                                                        04370000
           PERFORM 2200-OPEN-JOB-CURSOR.                                04380000
           IF WS-JB-EOF THEN                                            04390000
              CONTINUE                                                  04400000
           ELSE                                                         04410000
              PERFORM 2300-FETCH-JOB                                    04420000
           END-IF.                                                      04430000
           PERFORM 2400-PROCESS-JOB UNTIL WS-JB-EOF.                    04440000
                                                                        04450000
           EXEC SQL                                                     04460000
             CLOSE JB-CURSOR                                            04470000
           END-EXEC.                                                    04480000
                                                                        04490000
           IF WS-EOF THEN                                               04500000
              GO TO 2000-PROCESS-DATE-EXIT                              04510000
           END-IF.                                                      04520000
                                                                        04530000
           PERFORM 4000-CHECK-TIES.                                     04540000
           IF WS-EOF THEN                                               04550000
              GO TO 2000-PROCESS-DATE-EXIT                              04560000
           END-IF.                                                      04570000
                                                                        04580000
           MOVE WS-DT-COMPLETE   TO RL-K-COMPLETE.                      04590000
           MOVE WS-DT-EXCEPTIONS TO RL-K-EXCEPTIONS.                    04600000
           WRITE REPORT-REC FROM RL-DATE-TOTAL-LINE.                    04610000
           ADD WS-DT-EXCEPTIONS TO WS-GR-EXCEPTIONS.                    04620000
                                                                        04630000
           PERFORM 1200-FETCH-DATE.                                     04640000
                                                                        04650000
       2000-PROCESS-DATE-EXIT.                                          04660000
           EXIT.                                                        04670000
                                                                        04680000
       2100-GET-DAY-TYPE SECTION.                                       04690000
                                                                        04700000
      *    Where the date falls among the month's processing days -     04710000
      *    what decides which jobs were due.  DAYS-ON is zero for a     04720000
      *    date that is not a processing day, when nothing is due.      04730000
           EXEC SQL                                                     04740000
             SELECT COALESCE(SUM(CASE WHEN PROC_DATE =                  04750000
                                           :WS-HOST-RPT-DATE            04760000
                                      THEN 1 ELSE 0 END), 0)            04770000
                   ,COALESCE(SUM(CASE WHEN PROC_DATE <                  04780000
                                           :WS-HOST-RPT-DATE            04790000
                                      THEN 1 ELSE 0 END), 0)            04800000
                   ,COALESCE(SUM(CASE WHEN PROC_DATE >                  04810000
                                           :WS-HOST-RPT-DATE            04820000
                                      THEN 1 ELSE 0 END), 0)            04830000
             INTO  :WS-HOST-DAYS-ON                                     04840000
                  ,:WS-HOST-DAYS-BEFORE                                 04850000
                  ,:WS-HOST-DAYS-AFTER                                  04860000
             FROM PROC_CALENDAR                                         04870000
             WHERE DAY_STATUS = 'P'                                     04880000
               AND SUBSTR(PROC_DATE, 1, 7) =                            04890000
                   SUBSTR(:WS-HOST-RPT-DATE, 1, 7)                      04900000
           END-EXEC.                                                    04910000
                                                                        04920000
           IF SQLCODE NOT = ZERO THEN                                   04930000
              PERFORM 8000-SQL-ERROR                                    04940000
              GO TO 2100-GET-DAY-TYPE-EXIT                              04950000
           END-IF.                                                      04960000
                                                                        04970000
           EVALUATE TRUE                                                04980000
              WHEN WS-HOST-DAYS-ON = ZERO                               04990000
                 MOVE 'NOT A PROCESSING DAY' TO RL-T-DAY                05000000
              WHEN WS-HOST-DAYS-BEFORE = ZERO                           05010000
                   AND WS-HOST-DAYS-AFTER = ZERO                        05020000
                 MOVE 'ONLY PROCESSING DAY OF THE MONTH'                05030000
                   TO RL-T-DAY                                          05040000
              WHEN WS-HOST-DAYS-BEFORE = ZERO                           05050000
                 MOVE 'FIRST PROCESSING DAY OF THE MONTH'               05060000
                   TO RL-T-DAY                                          05070000
              WHEN WS-HOST-DAYS-AFTER = ZERO                            05080000
                 MOVE 'LAST PROCESSING DAY OF THE MONTH'                05090000
                   TO RL-T-DAY                                          05100000
              WHEN OTHER                                                05110000
                 MOVE 'PROCESSING DAY' TO RL-T-DAY                      05120000
           END-EVALUATE.                                                05130000
                                                                        05140000
       2100-GET-DAY-TYPE-EXIT.                                          05150000
           EXIT.                                                        05160000
                                                                        05170000
       2200-OPEN-JOB-CURSOR SECTION.                                    05180000
                                                                        05190000
      *    Every job on the stream with each of its attempts for the    05200000
      *    date, latest first; a job with no attempt comes back once    05210000
      *    with a zero RUN_SEQ.                                         05220000
           EXEC SQL                                                     05230000
             DECLARE JB-CURSOR CURSOR FOR                               05240000
             SELECT                                                     05250000
                J.JOB_NAME                                              05260000
               ,J.RUN_FREQ                                              05270000
               ,COALESCE(L.RUN_SEQ, 0)                                  05280000
               ,COALESCE(L.RUN_STATUS, ' ')                             05290000
               ,COALESCE(L.RETURN_CODE, 0)                              05300000
               ,COALESCE(SUBSTR(CHAR(L.START_TS), 1, 16), ' ')          05310000
               ,COALESCE(SUBSTR(CHAR(L.END_TS), 1, 16), ' ')            05320000
               ,COALESCE(L.RUN_ID, 0)                                   05330000
               ,COALESCE(L.IN_COUNT, 0)                                 05340000
               ,COALESCE(L.OUT_COUNT, 0)                                05350000
               ,COALESCE(L.EXCP_COUNT, 0)                               05360000
               ,COALESCE(L.CTL_AMOUNT, 0)                               05370000
               ,COALESCE(L.STATUS_TEXT, ' ')                            05380000
             FROM BATCH_JOBS J                                          05390000
             LEFT OUTER JOIN BATCH_RUN_LOG L                            05400000
               ON  L.JOB_NAME      = J.JOB_NAME                         05410000
               AND L.BUSINESS_DATE = :WS-HOST-RPT-DATE                  05420000
             ORDER BY J.STREAM_SEQ, J.JOB_NAME, 3 DESC                  05430000
           END-EXEC.                                                    05440000
                                                                        05450000
           EXEC SQL                                                     05460000
             OPEN JB-CURSOR                                             05470000
           END-EXEC.                                                    05480000
                                                                        05490000
           IF SQLCODE NOT = ZERO THEN                                   05500000
              DISPLAY 'TRANJRPT - UNABLE TO OPEN JB-CURSOR, '           05510000
                      'SQLCODE=' SQLCODE                                05520000
              PERFORM 8000-SQL-ERROR                                    05530000
           END-IF.                                                      05540000
                                                                        05550000
       2200-OPEN-JOB-CURSOR-EXIT.                                       05560000
           EXIT.                                                        05570000
                                                                        05580000
       2300-FETCH-JOB SECTION.                                          05590000
                                                                        05600000
           EXEC SQL                                                     05610000
             FETCH JB-CURSOR                                            05620000
             INTO :WS-HOST-JOB-NAME                                     05630000
                 ,:WS-HOST-RUN-FREQ                                     05640000
                 ,:WS-HOST-RUN-SEQ                                      05650000
                 ,:WS-HOST-RUN-STATUS                                   05660000
                 ,:WS-HOST-RETURN-CODE                                  05670000
                 ,:WS-HOST-START-TS                                     05680000
                 ,:WS-HOST-END-TS                                       05690000
                 ,:WS-HOST-RUN-ID                                       05700000
                 ,:WS-HOST-IN-COUNT                                     05710000
                 ,:WS-HOST-OUT-COUNT                                    05720000
                 ,:WS-HOST-EXCP-COUNT                                   05730000
                 ,:WS-HOST-CTL-AMOUNT                                   05740000
                 ,:WS-HOST-STATUS-TEXT                                  05750000
           END-EXEC.                                                    05760000
                                                                        05770000
           IF SQLCODE = ZERO THEN                                       05780000
              CONTINUE                                                  05790000
           ELSE                                                         05800000
              SET WS-JB-EOF TO TRUE                                     05810000
              IF SQLCODE NOT = 100 THEN                                 05820000
                 PERFORM 8000-SQL-ERROR                                 05830000
              END-IF                                                    05840000
           END-IF.                                                      05850000
                                                                        05860000
       2300-FETCH-JOB-EXIT.                                             05870000
           EXIT.                                                        05880000
                                                                        05890000
       2400-PROCESS-JOB SECTION.                                        05900000
                                                                        05910000
           IF WS-HOST-JOB-NAME = WS-CUR-JOB-NAME THEN                   05920000
              MOVE 'N' TO WS-LATEST-FLAG                                05930000
           ELSE                                                         05940000
              MOVE WS-HOST-JOB-NAME TO WS-CUR-JOB-NAME                  05950000
              SET WS-LATEST-ATTEMPT TO TRUE                             05960000
           END-IF.                                                      05970000
                                                                        05980000
           IF WS-HOST-RUN-SEQ = ZERO THEN                               05990000
              PERFORM 2500-CHECK-DUE                                    06000000
              IF WS-JOB-DUE THEN                                        06010000
                 MOVE WS-HOST-JOB-NAME TO RL-M-JOB-NAME                 06020000
                 WRITE REPORT-REC FROM RL-NOT-RUN-LINE                  06030000
                 ADD +1 TO WS-DT-EXCEPTIONS                             06040000
              END-IF                                                    06050000
              PERFORM 2300-FETCH-JOB                                    06060000
              GO TO 2400-PROCESS-JOB-EXIT                               06070000
           END-IF.                                                      06080000
                                                                        06090000
      *    Only the latest attempt decides the job's standing for the   06100000
      *    date; the earlier ones are listed under it as its history.   06110000
           MOVE SPACES TO RL-D-FLAG.                                    06120000
           IF WS-LATEST-ATTEMPT THEN                                    06130000
              MOVE WS-HOST-JOB-NAME TO RL-D-JOB-NAME                    06140000
              IF WS-HOST-RUN-STATUS = 'C' OR                            06150000
                    WS-HOST-RUN-STATUS = 'W' THEN                       06160000
                 ADD +1 TO WS-DT-COMPLETE                               06170000
              ELSE                                                      06180000
                 MOVE '***' TO RL-D-FLAG                                06190000
                 ADD +1 TO WS-DT-EXCEPTIONS                             06200000
              END-IF                                                    06210000
           ELSE                                                         06220000
              MOVE SPACES TO RL-D-JOB-NAME                              06230000
           END-IF.                                                      06240000
                                                                        06250000
           EVALUATE WS-HOST-RUN-STATUS                                  06260000
              WHEN 'C'                                                  06270000
                 MOVE 'COMPLETE'   TO RL-D-STATUS                       06280000
              WHEN 'W'                                                  06290000
                 MOVE 'WARNING'    TO RL-D-STATUS                       06300000
              WHEN 'F'                                                  06310000
                 MOVE 'FAILED'     TO RL-D-STATUS                       06320000
              WHEN 'R'                                                  06330000
                 MOVE 'NOT ENDED'  TO RL-D-STATUS                       06340000
              WHEN 'X'                                                  06350000
                 MOVE 'REFUSED'    TO RL-D-STATUS                       06360000
              WHEN 'B'                                                  06370000
                 MOVE 'BACKED OUT' TO RL-D-STATUS                       06380000
              WHEN OTHER                                                06390000
                 MOVE WS-HOST-RUN-STATUS TO RL-D-STATUS                 06400000
           END-EVALUATE.                                                06410000
                                                                        06420000
           MOVE WS-HOST-RUN-SEQ     TO RL-D-RUN-SEQ.                    06430000
           MOVE WS-HOST-RETURN-CODE TO RL-D-RC.                         06440000
           MOVE WS-HOST-START-TS    TO RL-D-START-TS.                   06450000
      *    An attempt still 'R' or refused at start never ended - its   06460000
      *    END_TS is only the start time again.                         06470000
           IF WS-HOST-RUN-STATUS = 'R' OR                               06480000
                 WS-HOST-RUN-STATUS = 'X' THEN                          06490000
              MOVE SPACES TO RL-D-END-TS                                06500000
           ELSE                                                         06510000
              MOVE WS-HOST-END-TS   TO RL-D-END-TS                      06520000
           END-IF.                                                      06530000
           MOVE WS-HOST-IN-COUNT    TO RL-D-IN-COUNT.                   06540000
           MOVE WS-HOST-OUT-COUNT   TO RL-D-OUT-COUNT.                  06550000
           MOVE WS-HOST-EXCP-COUNT  TO RL-D-EXCP-COUNT.                 06560000
           MOVE WS-HOST-CTL-AMOUNT  TO RL-D-CTL-AMOUNT.                 06570000
           WRITE REPORT-REC FROM RL-DETAIL-LINE.                        06580000
                                                                        06590000
           IF WS-HOST-RUN-ID NOT = ZERO OR                              06600000
                 WS-HOST-STATUS-TEXT NOT = SPACES THEN                  06610000
              MOVE WS-HOST-RUN-ID      TO RL-N-RUN-ID                   06620000
              MOVE WS-HOST-STATUS-TEXT TO RL-N-TEXT                     06630000
              WRITE REPORT-REC FROM RL-NOTE-LINE                        06640000
           END-IF.                                                      06650000
                                                                        06660000
           PERFORM 2300-FETCH-JOB.                                      06670000
                                                                        06680000
       2400-PROCESS-JOB-EXIT.                                           06690000
           EXIT.                                                        06700000
                                                                        06710000
       2500-CHECK-DUE SECTION.                                          06720000
                                                                        06730000
      *    RUN_FREQ against the date - 'D' every processing day, 'F'    06740000
      *    the first and 'M' the last of the month.  An on-request      06750000
      *    job ('R') is never missed.                                   06760000
           MOVE 'N' TO WS-DUE-FLAG.                                     06770000
           IF WS-HOST-DAYS-ON = ZERO THEN                               06780000
              GO TO 2500-CHECK-DUE-EXIT                                 06790000
           END-IF.                                                      06800000
                                                                        06810000
           EVALUATE TRUE                                                06820000
              WHEN WS-HOST-RUN-FREQ = 'D'                               06830000
                 SET WS-JOB-DUE TO TRUE                                 06840000
              WHEN WS-HOST-RUN-FREQ = 'F'                               06850000
                   AND WS-HOST-DAYS-BEFORE = ZERO                       06860000
                 SET WS-JOB-DUE TO TRUE                                 06870000
              WHEN WS-HOST-RUN-FREQ = 'M'                               06880000
                   AND WS-HOST-DAYS-AFTER = ZERO                        06890000
                 SET WS-JOB-DUE TO TRUE                                 06900000
              WHEN OTHER                                                06910000
                 CONTINUE                                               06920000
           END-EVALUATE.                                                06930000
                                                                        06940000
       2500-CHECK-DUE-EXIT.                                             06950000
           EXIT.                                                        06960000
                                                                        06970000
       4000-CHECK-TIES SECTION.                                         06980000
                                                                        06990000
      *    The counts each job hands on to the next.  Each side is the  07000000
      *    job's latest completed attempt for the date; until both      07010000
      *    jobs in a tie have completed it is shown NOT CHECKED - the   07020000
      *    missing job is already on the page as an exception.          07030000
           WRITE REPORT-REC FROM RL-TIE-HEAD-LINE.                      07040000
                                                                        07050000
           MOVE 'TRANEXTR' TO WS-HOST-TIE-JOB.                          07060000
           PERFORM 4100-GET-JOB-COUNTS.                                 07070000
           MOVE WS-TIE-FOUND-FLAG TO WS-EXTR-FLAG.                      07080000
           MOVE WS-HOST-TIE-IN    TO WS-EXTR-IN.                        07090000
           MOVE WS-HOST-TIE-OUT   TO WS-EXTR-OUT.                       07100000
                                                                        07110000
           MOVE 'TRANBRPT' TO WS-HOST-TIE-JOB.                          07120000
           PERFORM 4100-GET-JOB-COUNTS.                                 07130000
           MOVE WS-TIE-FOUND-FLAG TO WS-BRPT-FLAG.                      07140000
           MOVE WS-HOST-TIE-IN    TO WS-BRPT-IN.                        07150000
           MOVE WS-HOST-TIE-OUT   TO WS-BRPT-OUT.                       07160000
           MOVE WS-HOST-TIE-CTL   TO WS-BRPT-CTL.                       07170000
                                                                        07180000
           MOVE 'TRANEODB' TO WS-HOST-TIE-JOB.                          07190000
           PERFORM 4100-GET-JOB-COUNTS.                                 07200000
           MOVE WS-TIE-FOUND-FLAG TO WS-EODB-FLAG.                      07210000
           MOVE WS-HOST-TIE-IN    TO WS-EODB-IN.                        07220000
           MOVE WS-HOST-TIE-CTL   TO WS-EODB-CTL.                       07230000
                                                                        07240000
           PERFORM 4200-GET-POSTED-COUNT.                               07250000
           IF WS-EOF THEN                                               07260000
              GO TO 4000-CHECK-TIES-EXIT                                07270000
           END-IF.                                                      07280000
                                                                        07290000
      *    The rows the date's posting runs say they posted against     07300000
      *    the rows from those runs TRANEXTR found on TRANSACTIONS -    07310000
      *    the same tie TRANGLJN makes run by run.                      07320000
           MOVE 'POSTRUNS ROWS POSTED TO TRANEXTR ROWS FROM RUNS'       07330000
             TO WS-TIE-LABEL.                                           07340000
           SET WS-TIE-COUNTS TO TRUE.                                   07350000
           MOVE WS-EXTR-FLAG   TO WS-TIE-CHECK-FLAG.                    07360000
           MOVE WS-HOST-POSTED TO WS-TIE-LEFT.                          07370000
           MOVE WS-EXTR-IN     TO WS-TIE-RIGHT.                         07380000
           PERFORM 4500-WRITE-TIE.                                      07390000
                                                                        07400000
           MOVE 'TRANEXTR RECORDS TO TRANBRPT DAY ROWS'                 07410000
             TO WS-TIE-LABEL.                                           07420000
           SET WS-TIE-COUNTS TO TRUE.                                   07430000
           MOVE 'N' TO WS-TIE-CHECK-FLAG.                               07440000
           IF WS-EXTR-DONE AND WS-BRPT-DONE THEN                        07450000
              SET WS-TIE-CHECKED TO TRUE                                07460000
           END-IF.                                                      07470000
           MOVE WS-EXTR-OUT    TO WS-TIE-LEFT.                          07480000
           MOVE WS-BRPT-OUT    TO WS-TIE-RIGHT.                         07490000
           PERFORM 4500-WRITE-TIE.                                      07500000
                                                                        07510000
           MOVE 'TRANEODB ACCOUNTS TO TRANBRPT ACCOUNTS'                07520000
             TO WS-TIE-LABEL.                                           07530000
           SET WS-TIE-COUNTS TO TRUE.                                   07540000
           MOVE 'N' TO WS-TIE-CHECK-FLAG.                               07550000
           IF WS-EODB-DONE AND WS-BRPT-DONE THEN                        07560000
              SET WS-TIE-CHECKED TO TRUE                                07570000
           END-IF.                                                      07580000
           MOVE WS-EODB-IN     TO WS-TIE-LEFT.                          07590000
           MOVE WS-BRPT-IN     TO WS-TIE-RIGHT.                         07600000
           PERFORM 4500-WRITE-TIE.                                      07610000
                                                                        07620000
           MOVE 'TRANEODB BOOK BALANCE TO TRANBRPT BOOK BALANCE'        07630000
             TO WS-TIE-LABEL.                                           07640000
           SET WS-TIE-AMOUNTS TO TRUE.                                  07650000
           MOVE 'N' TO WS-TIE-CHECK-FLAG.                               07660000
           IF WS-EODB-DONE AND WS-BRPT-DONE THEN                        07670000
              SET WS-TIE-CHECKED TO TRUE                                07680000
           END-IF.                                                      07690000
           MOVE WS-EODB-CTL    TO WS-TIE-LEFT.                          07700000
           MOVE WS-BRPT-CTL    TO WS-TIE-RIGHT.                         07710000
           PERFORM 4500-WRITE-TIE.                                      07720000
                                                                        07730000
       4000-CHECK-TIES-EXIT.                                            07740000
           EXIT.                                                        07750000
                                                                        07760000
       4100-GET-JOB-COUNTS SECTION.                                     07770000
                                                                        07780000
      *    Found only when the job's latest attempt that was not        07790000
      *    refused completed - the same test TRANJLOG starts the jobs   07800000
      *    after it on.                                                 07810000
           MOVE 'N'  TO WS-TIE-FOUND-FLAG.                              07820000
           MOVE ZERO TO WS-HOST-TIE-IN                                  07830000
                        WS-HOST-TIE-OUT                                 07840000
                        WS-HOST-TIE-CTL.                                07850000
                                                                        07860000
           EXEC SQL                                                     07870000
             SELECT IN_COUNT                                            07880000
                   ,OUT_COUNT                                           07890000
                   ,CTL_AMOUNT                                          07900000
             INTO  :WS-HOST-TIE-IN                                      07910000
                  ,:WS-HOST-TIE-OUT                                     07920000
                  ,:WS-HOST-TIE-CTL                                     07930000
             FROM BATCH_RUN_LOG L                                       07940000
             WHERE L.BUSINESS_DATE = :WS-HOST-RPT-DATE                  07950000
               AND L.JOB_NAME      = :WS-HOST-TIE-JOB                   07960000
               AND L.RUN_STATUS IN ('C', 'W')                           07970000
               AND L.RUN_SEQ =                                          07980000
                   (SELECT MAX(L2.RUN_SEQ)                              07990000
                    FROM BATCH_RUN_LOG L2                               08000000
                    WHERE L2.BUSINESS_DATE = L.BUSINESS_DATE            08010000
                      AND L2.JOB_NAME      = L.JOB_NAME                 08020000
                      AND L2.RUN_STATUS   <> 'X')                       08030000
           END-EXEC.                                                    08040000
                                                                        08050000
           EVALUATE TRUE                                                08060000
              WHEN SQLCODE = ZERO                                       08070000
                 SET WS-TIE-FOUND TO TRUE                               08080000
              WHEN SQLCODE = 100                                        08090000
                 CONTINUE                                               08100000
              WHEN OTHER                                                08110000
                 PERFORM 8000-SQL-ERROR                                 08120000
           END-EVALUATE.                                                08130000
                                                                        08140000
       4100-GET-JOB-COUNTS-EXIT.                                        08150000
           EXIT.                                                        08160000
                                                                        08170000
       4200-GET-POSTED-COUNT SECTION.                                   08180000
                                                                        08190000
      *    A backed-out run's rows are gone, so it is left out; a run   08200000
      *    ended in error or left in progress keeps what it posted.     08210000
           EXEC SQL                                                     08220000
             SELECT COALESCE(SUM(POSTED_COUNT), 0)                      08230000
             INTO  :WS-HOST-POSTED                                      08240000
             FROM POSTRUNS                                              08250000
             WHERE BUSINESS_DATE = :WS-HOST-RPT-DATE                    08260000
               AND RUN_STATUS   <> 'B'                                  08270000
           END-EXEC.                                                    08280000
                                                                        08290000
           IF SQLCODE NOT = ZERO THEN                                   08300000
              PERFORM 8000-SQL-ERROR                                    08310000
           END-IF.                                                      08320000
                                                                        08330000
       4200-GET-POSTED-COUNT-EXIT.                                      08340000
           EXIT.                                                        08350000
                                                                        08360000
       4500-WRITE-TIE SECTION.                                          08370000
                                                                        08380000
           MOVE WS-TIE-LABEL TO RL-X-LABEL.                             08390000
           MOVE SPACES TO RL-X-LEFT-AREA                                08400000
                          RL-X-RIGHT-AREA.                              08410000
                                                                        08420000
           IF NOT WS-TIE-CHECKED THEN                                   08430000
              MOVE 'NOT CHECKED' TO RL-X-RESULT                         08440000
              WRITE REPORT-REC FROM RL-TIE-LINE                         08450000
              GO TO 4500-WRITE-TIE-EXIT                                 08460000
           END-IF.                                                      08470000
                                                                        08480000
           IF WS-TIE-AMOUNTS THEN                                       08490000
              MOVE WS-TIE-LEFT  TO RL-X-LEFT-AMT                        08500000
              MOVE WS-TIE-RIGHT TO RL-X-RIGHT-AMT                       08510000
           ELSE                                                         08520000
              MOVE WS-TIE-LEFT  TO RL-X-LEFT-CNT                        08530000
              MOVE WS-TIE-RIGHT TO RL-X-RIGHT-CNT                       08540000
           END-IF.                                                      08550000
                                                                        08560000
           IF WS-TIE-LEFT = WS-TIE-RIGHT THEN                           08570000
              MOVE 'TIES' TO RL-X-RESULT                                08580000
           ELSE                                                         08590000
              MOVE '*** DOES NOT TIE' TO RL-X-RESULT                    08600000
              ADD +1 TO WS-DT-EXCEPTIONS                                08610000
           END-IF.                                                      08620000
           WRITE REPORT-REC FROM RL-TIE-LINE.                           08630000
                                                                        08640000
       4500-WRITE-TIE-EXIT.                                             08650000
           EXIT.                                                        08660000
                                                                        08670000
       5000-GRAND-TOTALS SECTION.                                       08680000
                                                                        08690000
           IF WS-GR-DATES = ZERO THEN                                   08700000
              WRITE REPORT-REC FROM RL-NONE-LINE                        08710000
           END-IF.                                                      08720000
                                                                        08730000
           MOVE WS-GR-DATES      TO RL-G-DATES.                         08740000
           MOVE WS-GR-EXCEPTIONS TO RL-G-EXCEPTIONS.                    08750000
           WRITE REPORT-REC FROM RL-GRAND-TOTAL-LINE.                   08760000
                                                                        08770000
           IF WS-GR-EXCEPTIONS > ZERO AND RETURN-CODE < 4 THEN          08780000
              MOVE 4 TO RETURN-CODE                                     08790000
           END-IF.                                                      08800000
                                                                        08810000
       5000-GRAND-TOTALS-EXIT.                                          08820000
           EXIT.                                                        08830000
                                                                        08840000
       8000-SQL-ERROR SECTION.                                          08850000
                                                                        08860000
           DISPLAY 'TRANJRPT - SQL ERROR, SQLCODE=' SQLCODE.            08870000
           SET WS-EOF TO TRUE.                                          08880000
           SET WS-DT-EOF TO TRUE.                                       08890000
           SET WS-JB-EOF TO TRUE.                                       08900000
           MOVE 16 TO RETURN-CODE.                                      08910000
                                                                        08920000
       8000-SQL-ERROR-EXIT.                                             08930000
           EXIT.                                                        08940000
                                                                        08950000
       9000-TERMINATE SECTION.                                          08960000
                                                                        08970000
           EXEC SQL                                                     08980000
             CLOSE DT-CURSOR                                            08990000
           END-EXEC.                                                    09000000
                                                                        09010000
           CLOSE PARAM-FILE                                             09020000
                 REPORT-FILE.                                           09030000
           DISPLAY 'TRANJRPT COMPLETE - DATES: ' WS-GR-DATES            09040000
                   ' EXCEPTIONS: ' WS-GR-EXCEPTIONS.                    09050000
           STOP RUN.                                                    09060000
                                                                        09070000
       9000-TERMINATE-EXIT.                                             09080000
           EXIT.                                                        09090000
