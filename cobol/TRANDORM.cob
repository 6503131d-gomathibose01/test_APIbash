       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. TRANDORM.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       CONFIGURATION SECTION.                                           00040000
       INPUT-OUTPUT SECTION.                                            00050000
       FILE-CONTROL.                                                    00060000
           SELECT PARAM-FILE   ASSIGN TO DORMPARM                       00070000
               ORGANIZATION IS SEQUENTIAL.                              00080000
           SELECT REPORT-FILE  ASSIGN TO DORMRPT                        00090000
               ORGANIZATION IS SEQUENTIAL.                              00100000
       DATA DIVISION.                                                   00110000
       FILE SECTION.                                                    00120000
       FD PARAM-FILE                                                    00130000
           RECORDING MODE IS F                                          00140000
           LABEL RECORDS ARE STANDARD.                                  00150000
       01 PARAM-REC.                                                    00160000
          03 DP-DATE                  PIC X(10).                        00170000
          03 FILLER                   PIC X(01).                        00180000
          03 DP-DORMANT-MONTHS        PIC X(02).                        00190000
          03 DP-DORMANT-MONTHS-NUM REDEFINES DP-DORMANT-MONTHS          00200000
                                      PIC 9(02).                        00210000
          03 FILLER                   PIC X(01).                        00220000
          03 DP-WARN-MONTHS           PIC X(02).                        00230000
          03 DP-WARN-MONTHS-NUM REDEFINES DP-WARN-MONTHS                00240000
                                      PIC 9(02).                        00250000
          03 FILLER                   PIC X(64).                        00260000
                                                                        00270000
       FD REPORT-FILE                                                   00280000
           RECORDING MODE IS F                                          00290000
           LABEL RECORDS ARE STANDARD.                                  00300000
       01 REPORT-REC                  PIC X(133).                       00310000
                                                                        00320000
       WORKING-STORAGE SECTION.                                         00330000
      * Monthly dormancy run.  Every open account whose last customer   00340000
      * activity - its latest row on TRANSACTIONS or TRANSARCH that is  00350000
      * not a system 'IN' interest or 'FE' fee posting, or the date a   00358571
      * supervisor last reactivated it on TRANAONL if that is later,    00367142
      * or its open date when it has had neither - falls before the     00375714
      * as-at date less the DORMPARM dormancy period is marked          00384285
      * dormant: status 'D' with DORMANT_DATE stamped.  From then on    00392857
      * TRANPSVC, TRANPOST and TRANSORD refuse customer debits to it    00401428
      * until a supervisor reactivates it on TRANAONL.  The report      00409999
      * lists, one page per BRANCH_ID, the accounts marked this run     00418571
      * and the open accounts that will go dormant within the           00427142
      * DORMPARM warning period, with the date they go, so the branch   00435714
      * can contact the customer first.  Rerunning the same month       00444285
      * marks nothing twice - only an account still open is ever        00452857
      * marked.                                                         00461428
       01 WS-EOF-FLAG                PIC X(01) VALUE 'N'.               00470000
          88 WS-EOF                  VALUE 'Y'.                         00480000
                                                                        00490000
       01 WS-ACCT-EOF-FLAG           PIC X(01) VALUE 'N'.               00500000
          88 WS-ACCT-EOF             VALUE 'Y'.                         00510000
                                                                        00520000
      * Control-break state - the branch whose page is being printed.   00530000
       01 WS-CUR-BRANCH-ID           PIC X(04) VALUE SPACES.            00540000
       01 WS-FIRST-FLAG              PIC X(01) VALUE 'Y'.               00550000
          88 WS-FIRST-ACCOUNT        VALUE 'Y'.                         00560000
                                                                        00570000
      * The dormancy period and the notice the branches get, in         00580000
      * months - from DORMPARM, defaulted when the card leaves them     00590000
      * blank or zero.                                                  00600000
       01 WS-DEFAULT-DORMANT         PIC 9(02) VALUE 12.                00610000
       01 WS-DEFAULT-WARN            PIC 9(02) VALUE 1.                 00620000
       01 WS-DORMANT-MONTHS          PIC 9(02) VALUE ZERO.              00630000
       01 WS-WARN-MONTHS             PIC 9(02) VALUE ZERO.              00640000
                                                                        00650000
      * An account last active before the dormant cutoff is marked      00660000
      * now; one last active before the warning cutoff goes dormant     00670000
      * within the warning period.                                      00680000
       01 WS-DORMANT-CUTOFF          PIC X(10).                         00690000
       01 WS-WARN-CUTOFF             PIC X(10).                         00700000
       01 WS-LAST-ACTIVITY           PIC X(10).                         00710000
       01 WS-DORMANT-FROM            PIC X(10).                         00720000
                                                                        00730000
      * What the current detail line reports, so it is counted under    00740000
      * the right branch once any page break has been taken.            00750000
       01 WS-ACTION-FLAG             PIC X(01) VALUE SPACE.             00760000
          88 WS-ACTION-MARKED        VALUE 'M'.                         00770000
          88 WS-ACTION-WARNED        VALUE 'W'.                         00780000
                                                                        00790000
      * Per-branch accumulators, reset at each branch page, and the     00800000
      * whole-bank totals they roll up into.                            00810000
       01 WS-BR-MARKED               PIC S9(9) USAGE COMP VALUE ZERO.   00820000
       01 WS-BR-WARNED               PIC S9(9) USAGE COMP VALUE ZERO.   00830000
       01 WS-GR-MARKED               PIC S9(9) USAGE COMP VALUE ZERO.   00840000
       01 WS-GR-WARNED               PIC S9(9) USAGE COMP VALUE ZERO.   00850000
       01 WS-ACCT-COUNT              PIC S9(9) USAGE COMP VALUE ZERO.   00860000
                                                                        00861000
      * Run-log state - the run is logged on BATCH_RUN_LOG through      00862000
      * TRANJLOG once its business date is known, and refused there     00863000
      * until the jobs it depends on have completed for the date.       00864000
       01 WS-JLOG                    PIC X(08) VALUE 'TRANJLOG'.        00865000
       01 WS-JLOG-FLAG               PIC X(01) VALUE 'N'.               00866000
          88 WS-JLOG-STARTED         VALUE 'Y'.                         00867000
                                                                        00868000
       COPY TRANJLLK.                                                   00869000
                                                                        00870000
      * Month-shift working fields - the date is taken apart, the       00880000
      * months added (or taken off) as a count of months since year     00890000
      * zero, and the day pulled back to the month's last day where     00900000
      * the month is short.                                             00910000
       01 WS-RD-Y                    PIC S9(4) USAGE COMP.              00920000
       01 WS-RD-M                    PIC S9(4) USAGE COMP.              00930000
       01 WS-RD-D                    PIC S9(4) USAGE COMP.              00940000
       01 WS-RD-DIM                  PIC S9(4) USAGE COMP.              00950000
       01 WS-RD-WORK                 PIC S9(4) USAGE COMP.              00960000
       01 WS-RD-REM                  PIC S9(4) USAGE COMP.              00970000
       01 WS-RD-SHIFT                PIC S9(4) USAGE COMP.              00980000
       01 WS-RD-TOTAL                PIC S9(9) USAGE COMP.              00990000
                                                                        01000000
       01 WS-DATE-PARSE.                                                01010000
          03 WS-DP-YYYY              PIC 9(04).                         01020000
          03 FILLER                  PIC X(01) VALUE '-'.               01030000
          03 WS-DP-MM                PIC 9(02).                         01040000
          03 FILLER                  PIC X(01) VALUE '-'.               01050000
          03 WS-DP-DD                PIC 9(02).                         01060000
                                                                        01070000
       01 WS-MONTH-DAYS-VAL          PIC X(24) VALUE                    01080000
          '312831303130313130313031'.                                   01090000
       01 WS-MONTH-DAYS-TAB REDEFINES WS-MONTH-DAYS-VAL.                01100000
          03 WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.         01110000
                                                                        01120000
       01 WS-HOST-RPT-DATE           PIC X(10).                         01130000
                                                                        01140000
       01 WS-HOST-ACCT-ROW.                                             01150000
          03 WS-HOST-BRANCH-ID       PIC X(04).                         01160000
          03 WS-HOST-ACCOUNT-NO      PIC S9(9) USAGE COMP.              01170000
          03 WS-HOST-CUST-NAME       PIC X(30).                         01180000
          03 WS-HOST-OPEN-DATE       PIC X(10).                         01190000
          03 WS-HOST-LAST-LIVE       PIC X(10).                         01200000
          03 WS-HOST-LAST-ARCH       PIC X(10).                         01210000
          03 WS-HOST-REACTIVATED     PIC X(10).                         01215000
                                                                        01220000
           EXEC SQL                                                     01230000
             INCLUDE SQLCA                                              01240000
           END-EXEC.                                                    01250000
                                                                        01260000
           EXEC SQL                                                     01270000
             INCLUDE ACCTDCL                                            01280000
           END-EXEC.                                                    01290000
                                                                        01300000
           EXEC SQL                                                     01310000
             INCLUDE TRANSDCL                                           01320000
           END-EXEC.                                                    01330000
                                                                        01340000
           EXEC SQL                                                     01350000
             INCLUDE ARCHDCL                                            01360000
           END-EXEC.                                                    01370000
                                                                        01380000
           EXEC SQL                                                     01390000
             INCLUDE BDATDCL                                            01400000
           END-EXEC.                                                    01410000
                                                                        01420000
       01 RL-TITLE-LINE.                                                01430000
          03 RL-T-CTRL               PIC X     VALUE '1'.               01440000
          03 FILLER                  PIC X(38)                          01450000
              VALUE 'DORMANT ACCOUNTS REPORT'.                          01460000
          03 FILLER                  PIC X(08) VALUE 'BRANCH: '.        01470000
          03 RL-T-BRANCH             PIC X(04).                         01480000
          03 FILLER                  PIC X(03) VALUE SPACES.            01490000
          03 FILLER                  PIC X(10) VALUE 'AS AT:    '.      01500000
          03 RL-T-DATE               PIC X(10).                         01510000
          03 FILLER                  PIC X(59) VALUE SPACES.            01520000
                                                                        01530000
       01 RL-RULE-LINE.                                                 01540000
          03 RL-U-CTRL               PIC X     VALUE SPACE.             01550000
          03 FILLER                  PIC X(01) VALUE SPACE.             01560000
          03 FILLER                  PIC X(25)                          01570000
              VALUE 'DORMANT AFTER NO CUSTOMER'.                        01580000
          03 FILLER                  PIC X(15)                          01590000
              VALUE ' ACTIVITY FOR  '.                                  01600000
          03 RL-U-DORMANT            PIC Z9.                            01610000
          03 FILLER                  PIC X(25)                          01620000
              VALUE ' MONTHS - LISTED FROM    '.                        01630000
          03 RL-U-WARN               PIC Z9.                            01640000
          03 FILLER                  PIC X(22)                          01650000
              VALUE ' MONTHS BEFOREHAND    '.                           01660000
          03 FILLER                  PIC X(40) VALUE SPACES.            01670000
                                                                        01680000
       01 RL-COLUMN-LINE.                                               01690000
          03 RL-C-CTRL               PIC X     VALUE '0'.               01700000
          03 FILLER                  PIC X(01) VALUE SPACE.             01710000
          03 FILLER                  PIC X(15) VALUE '     ACCOUNT NO'. 01720000
          03 FILLER                  PIC X(02) VALUE SPACES.            01730000
          03 FILLER                  PIC X(30) VALUE 'CUSTOMER NAME'.   01740000
          03 FILLER                  PIC X(02) VALUE SPACES.            01750000
          03 FILLER                  PIC X(10) VALUE 'OPENED'.          01760000
          03 FILLER                  PIC X(02) VALUE SPACES.            01770000
          03 FILLER                  PIC X(13) VALUE 'LAST ACTIVITY'.   01780000
          03 FILLER                  PIC X(02) VALUE SPACES.            01790000
          03 FILLER                  PIC X(30) VALUE 'DORMANCY'.        01800000
          03 FILLER                  PIC X(25) VALUE SPACES.            01810000
                                                                        01820000
       01 RL-DETAIL-LINE.                                               01830000
          03 RL-D-CTRL               PIC X     VALUE SPACE.             01840000
          03 FILLER                  PIC X(01) VALUE SPACE.             01850000
          03 RL-D-ACCT-NO            PIC Z(14)9.                        01860000
          03 FILLER                  PIC X(02) VALUE SPACES.            01870000
          03 RL-D-CUST-NAME          PIC X(30).                         01880000
          03 FILLER                  PIC X(02) VALUE SPACES.            01890000
          03 RL-D-OPEN-DATE          PIC X(10).                         01900000
          03 FILLER                  PIC X(02) VALUE SPACES.            01910000
          03 RL-D-LAST-ACTIVITY      PIC X(10).                         01920000
          03 FILLER                  PIC X(05) VALUE SPACES.            01930000
          03 RL-D-DORMANCY           PIC X(30).                         01940000
          03 FILLER                  PIC X(25) VALUE SPACES.            01950000
                                                                        01960000
       01 RL-TOTAL-LINE.                                                01970000
          03 RL-K-CTRL               PIC X     VALUE '0'.               01980000
          03 RL-K-LABEL              PIC X(14).                         01990000
          03 FILLER                  PIC X(16) VALUE 'MARKED DORMANT: '.02000000
          03 RL-K-MARKED             PIC ZZZ,ZZ9.                       02010000
          03 FILLER                  PIC X(25)                          02020000
                              VALUE '   DUE TO GO DORMANT:    '.        02030000
          03 RL-K-WARNED             PIC ZZZ,ZZ9.                       02040000
          03 FILLER                  PIC X(63) VALUE SPACES.            02050000
                                                                        02060000
       01 RL-NONE-LINE.                                                 02070000
          03 RL-N-CTRL               PIC X     VALUE '0'.               02080000
          03 FILLER                  PIC X(40)                          02090000
              VALUE 'NO ACCOUNTS DORMANT OR DUE TO GO DORMANT'.         02100000
          03 FILLER                  PIC X(92) VALUE SPACES.            02110000
                                                                        02120000
       01 RL-ERROR-LINE.                                                02130000
          03 RL-R-CTRL               PIC X     VALUE '0'.               02140000
          03 FILLER                  PIC X(01) VALUE SPACE.             02150000
          03 FILLER                  PIC X(24)                          02160000
                              VALUE '*** TRANDORM SQL ERROR '.          02170000
          03 FILLER                  PIC X(09) VALUE 'SQLCODE='.        02180000
          03 RL-R-SQLCODE            PIC ----9.                         02190000
          03 FILLER                  PIC X(93) VALUE SPACES.            02200000
                                                                        02210000
       PROCEDURE DIVISION.                                              02220000
                                                                        02230000
       MAINLINE SECTION.                                                02240000
                                                                        02250000
           PERFORM 1000-INITIALIZE.                                     02260000
           PERFORM 2000-PROCESS-ACCOUNT UNTIL WS-ACCT-EOF.              02270000
           IF RETURN-CODE < 16 AND NOT WS-EOF THEN                      02280000
              PERFORM 5000-GRAND-TOTALS                                 02290000
           END-IF.                                                      02300000
           PERFORM 9000-TERMINATE.                                      02310000
                                                                        02320000
       MAINLINE-EXIT.                                                   02330000
           EXIT.                                                        02340000
                                                                        02350000
       1000-INITIALIZE SECTION.                                         02360000
                                                                        02370000
           OPEN INPUT  PARAM-FILE                                       02380000
                OUTPUT REPORT-FILE.                                     02390000
                                                                        02400000
           READ PARAM-FILE                                              02410000
               AT END SET WS-EOF TO TRUE                                02420000
           END-READ.                                                    02430000
                                                                        02440000
      *    Blank or zero periods on DORMPARM take the defaults - a      02450000
      *    year without customer activity, listed a month ahead.        02460000
           IF WS-EOF OR DP-DORMANT-MONTHS IS NOT NUMERIC OR             02470000
                 DP-DORMANT-MONTHS-NUM = ZERO THEN                      02480000
              MOVE WS-DEFAULT-DORMANT TO WS-DORMANT-MONTHS              02490000
           ELSE                                                         02500000
              MOVE DP-DORMANT-MONTHS-NUM TO WS-DORMANT-MONTHS           02510000
           END-IF.                                                      02520000
                                                                        02530000
           IF WS-EOF OR DP-WARN-MONTHS IS NOT NUMERIC OR                02540000
                 DP-WARN-MONTHS-NUM = ZERO THEN                         02550000
              MOVE WS-DEFAULT-WARN TO WS-WARN-MONTHS                    02560000
           ELSE                                                         02570000
              MOVE DP-WARN-MONTHS-NUM TO WS-WARN-MONTHS                 02580000
           END-IF.                                                      02590000
                                                                        02600000
      *    An empty DORMPARM date is the normal monthly path - the      02610000
      *    as-at date comes off the BUSDATE_CTL control row.  A card    02620000
      *    date is the explicit override for a rerun.                   02630000
           IF WS-EOF OR DP-DATE = SPACES THEN                           02640000
              MOVE 'N' TO WS-EOF-FLAG                                   02650000
              PERFORM 1050-GET-CONTROL-DATE                             02660000
           ELSE                                                         02670000
              MOVE DP-DATE TO WS-HOST-RPT-DATE                          02680000
                              RL-T-DATE                                 02690000
           END-IF.                                                      02700000
                                                                        02710000
           IF WS-WARN-MONTHS NOT < WS-DORMANT-MONTHS AND                02720000
                 NOT WS-EOF THEN                                        02730000
              DISPLAY 'TRANDORM - DORMPARM WARNING PERIOD MUST BE '     02740000
                      'SHORTER THAN THE DORMANCY PERIOD'                02750000
              SET WS-EOF TO TRUE                                        02760000
              MOVE 16 TO RETURN-CODE                                    02770000
           END-IF.                                                      02780000
                                                                        02790000
           IF NOT WS-EOF THEN                                           02792000
              PERFORM 1060-START-RUN-LOG                                02794000
           END-IF.                                                      02796000
                                                                        02798000
           IF WS-EOF THEN                                               02800000
              SET WS-ACCT-EOF TO TRUE                                   02810000
           ELSE                                                         02820000
              PERFORM 1100-SET-CUTOFFS                                  02830000
              PERFORM 1200-OPEN-ACCT-CURSOR                             02840000
           END-IF.                                                      02850000
                                                                        02860000
           IF NOT WS-ACCT-EOF THEN                                      02870000
              PERFORM 1300-FETCH-ACCT                                   02880000
           END-IF.                                                      02890000
                                                                        02900000
       1000-INITIALIZE-EXIT.                                            02910000
           EXIT.                                                        02920000
                                                                        02930000
       1050-GET-CONTROL-DATE SECTION.                                   02940000
                                                                        02950000
           EXEC SQL                                                     02960000
             SELECT CURR_BUS_DATE                                       02970000
             INTO  :WS-HOST-RPT-DATE                                    02980000
             FROM BUSDATE_CTL                                           02990000
           END-EXEC.                                                    03000000
                                                                        03010000
           IF SQLCODE = ZERO THEN                                       03020000
              MOVE WS-HOST-RPT-DATE TO RL-T-DATE                        03030000
           ELSE                                                         03040000
              DISPLAY 'TRANDORM - DORMPARM DATE EMPTY AND '             03050000
                      'BUSDATE_CTL UNAVAILABLE, SQLCODE=' SQLCODE       03060000
              SET WS-EOF TO TRUE                                        03070000
              SET WS-ACCT-EOF TO TRUE                                   03080000
              MOVE 16 TO RETURN-CODE                                    03090000
           END-IF.                                                      03100000
                                                                        03110000
       1050-GET-CONTROL-DATE-EXIT.                                      03120000
           EXIT.                                                        03120416
                                                                        03120833
       1060-START-RUN-LOG SECTION.                                      03121250
                                                                        03121666
      *    Logged against the current business date whatever as-at      03122083
      *    date the card names - the date of the stream it ran in.      03122500
      *    Refused means no account is read or marked.                  03122916
           INITIALIZE JL-REQ.                                           03123333
           SET JL-FUNC-START TO TRUE.                                   03123750
           MOVE 'TRANDORM' TO JL-JOB-NAME.                              03124166
           MOVE SPACES TO JL-BUS-DATE.                                  03124583
                                                                        03125000
           CALL WS-JLOG USING JL-REQ JL-RES.                            03125416
                                                                        03125833
           IF JL-RC-OK THEN                                             03126250
              SET WS-JLOG-STARTED TO TRUE                               03126666
           ELSE                                                         03127083
              DISPLAY 'TRANDORM - ' JL-MESSAGE                          03127500
              SET WS-EOF TO TRUE                                        03127916
              MOVE 16 TO RETURN-CODE                                    03128333
           END-IF.                                                      03128750
                                                                        03129166
       1060-START-RUN-LOG-EXIT.                                         03129583
           EXIT.                                                        03130000
                                                                        03140000
       1100-SET-CUTOFFS SECTION.                                        03150000
                                                                        03160000
      *    Activity before the as-at date less the dormancy period      03170000
      *    makes an account dormant today; before the as-at date less   03180000
      *    (dormancy less warning) it goes dormant within the warning   03190000
      *    period.                                                      03200000
           MOVE WS-HOST-RPT-DATE TO WS-DATE-PARSE.                      03210000
           COMPUTE WS-RD-SHIFT = ZERO - WS-DORMANT-MONTHS.              03220000
           PERFORM 7200-SHIFT-MONTHS.                                   03230000
           MOVE WS-DATE-PARSE TO WS-DORMANT-CUTOFF.                     03240000
                                                                        03250000
           MOVE WS-HOST-RPT-DATE TO WS-DATE-PARSE.                      03260000
           COMPUTE WS-RD-SHIFT = WS-WARN-MONTHS - WS-DORMANT-MONTHS.    03270000
           PERFORM 7200-SHIFT-MONTHS.                                   03280000
           MOVE WS-DATE-PARSE TO WS-WARN-CUTOFF.                        03290000
                                                                        03300000
           MOVE WS-DORMANT-MONTHS TO RL-U-DORMANT.                      03310000
           MOVE WS-WARN-MONTHS    TO RL-U-WARN.                         03320000
                                                                        03330000
       1100-SET-CUTOFFS-EXIT.                                           03340000
           EXIT.                                                        03350000
                                                                        03360000
       1200-OPEN-ACCT-CURSOR SECTION.                                   03370000
                                                                        03380000
      *    Every open account with the date of its last customer        03390000
      *    posting on each side of the archive.  The system's own       03400000
      *    'IN' and 'FE' rows are left out - interest and fees land on  03410000
      *    a forgotten account every month and must not keep it         03420000
      *    looking alive.                                               03430000
      *    A reactivation on TRANAONL comes back with them - it is      03433333
      *    activity too.                                                03436666
           EXEC SQL                                                     03440000
             DECLARE ACCT-CURSOR CURSOR FOR                             03450000
             SELECT                                                     03460000
                A.BRANCH_ID                                             03470000
               ,A.ACCOUNT_NO                                            03480000
               ,A.CUST_NAME                                             03490000
               ,A.OPEN_DATE                                             03500000
               ,COALESCE((SELECT MAX(T.TRANS_DATE)                      03510000
                          FROM TRANSACTIONS T                           03520000
                          WHERE T.ACCOUNT_NO = A.ACCOUNT_NO             03530000
                            AND T.TRANS_TYPE NOT IN ('IN', 'FE')), ' ') 03540000
               ,COALESCE((SELECT MAX(R.TRANS_DATE)                      03550000
                          FROM TRANSARCH R                              03560000
                          WHERE R.ACCOUNT_NO = A.ACCOUNT_NO             03570000
                            AND R.TRANS_TYPE NOT IN ('IN', 'FE')), ' ') 03580000
               ,A.REACTIVATED_DATE                                      03585000
             FROM ACCOUNTS A                                            03590000
             WHERE A.ACCT_STATUS = 'O'                                  03600000
             ORDER BY 1, 2                                              03610000
           END-EXEC.                                                    03620000
                                                                        03630000
           EXEC SQL                                                     03640000
             OPEN ACCT-CURSOR                                           03650000
           END-EXEC.                                                    03660000
                                                                        03670000
           IF SQLCODE NOT = ZERO THEN                                   03680000
              DISPLAY 'TRANDORM - UNABLE TO OPEN ACCT-CURSOR, '         03690000
                      'SQLCODE=' SQLCODE                                03700000
              SET WS-EOF TO TRUE                                        03710000
              SET WS-ACCT-EOF TO TRUE                                   03720000
              MOVE 16 TO RETURN-CODE                                    03730000
           END-IF.                                                      03740000
                                                                        03750000
       1200-OPEN-ACCT-CURSOR-EXIT.                                      03760000
           EXIT.                                                        03770000
                                                                        03780000
       1300-FETCH-ACCT SECTION.                                         03790000
                                                                        03800000
           EXEC SQL                                                     03810000
             FETCH ACCT-CURSOR                                          03820000
             INTO :WS-HOST-BRANCH-ID                                    03830000
                 ,:WS-HOST-ACCOUNT-NO                                   03840000
                 ,:WS-HOST-CUST-NAME                                    03850000
                 ,:WS-HOST-OPEN-DATE                                    03860000
                 ,:WS-HOST-LAST-LIVE                                    03870000
                 ,:WS-HOST-LAST-ARCH                                    03880000
                 ,:WS-HOST-REACTIVATED                                  03885000
           END-EXEC.                                                    03890000
                                                                        03900000
           IF SQLCODE = ZERO THEN                                       03910000
              ADD +1 TO WS-ACCT-COUNT                                   03920000
           ELSE                                                         03930000
              SET WS-ACCT-EOF TO TRUE                                   03940000
              IF SQLCODE NOT = 100 THEN                                 03950000
                 PERFORM 8000-SQL-ERROR                                 03960000
              END-IF                                                    03970000
           END-IF.                                                      03980000
                                                                        03990000
       1300-FETCH-ACCT-EXIT.                                            04000000
           EXIT.                                                        04010000
                                                                        04020000
       2000-PROCESS-ACCOUNT SECTION.                                    04030000
                                                                        04040000
      *    The later of the two sides is the last activity, unless a    04046666
      *    supervisor has reactivated the account since - a dormant     04053333
      *    account reactivated without a posting must not be marked     04060000
      *    again on the next run.  An account that has had neither is   04066666
      *    measured from the day it was opened.                         04073333
           IF WS-HOST-LAST-LIVE > WS-HOST-LAST-ARCH THEN                04080000
              MOVE WS-HOST-LAST-LIVE TO WS-LAST-ACTIVITY                04090000
           ELSE                                                         04100000
              MOVE WS-HOST-LAST-ARCH TO WS-LAST-ACTIVITY                04110000
           END-IF.                                                      04112500
           IF WS-HOST-REACTIVATED > WS-LAST-ACTIVITY THEN               04115000
              MOVE WS-HOST-REACTIVATED TO WS-LAST-ACTIVITY              04117500
           END-IF.                                                      04120000
           IF WS-LAST-ACTIVITY = SPACES THEN                            04130000
              MOVE WS-HOST-OPEN-DATE TO WS-LAST-ACTIVITY                04140000
           END-IF.                                                      04150000
                                                                        04160000
           EVALUATE TRUE                                                04170000
              WHEN WS-LAST-ACTIVITY < WS-DORMANT-CUTOFF                 04180000
                 PERFORM 2100-MARK-DORMANT                              04190000
              WHEN WS-LAST-ACTIVITY < WS-WARN-CUTOFF                    04200000
                 PERFORM 2200-WARN-DORMANT                              04210000
              WHEN OTHER                                                04220000
                 CONTINUE                                               04230000
           END-EVALUATE.                                                04240000
                                                                        04250000
           IF NOT WS-ACCT-EOF THEN                                      04260000
              PERFORM 1300-FETCH-ACCT                                   04270000
           END-IF.                                                      04280000
                                                                        04290000
       2000-PROCESS-ACCOUNT-EXIT.                                       04300000
           EXIT.                                                        04310000
                                                                        04320000
       2100-MARK-DORMANT SECTION.                                       04330000
                                                                        04340000
      *    Still open is part of the update - an account closed or      04350000
      *    reactivated since the cursor read it is left alone.          04360000
           EXEC SQL                                                     04370000
             UPDATE ACCOUNTS                                            04380000
             SET ACCT_STATUS  = 'D'                                     04390000
                ,DORMANT_DATE = :WS-HOST-RPT-DATE                       04400000
             WHERE ACCOUNT_NO  = :WS-HOST-ACCOUNT-NO                    04410000
               AND ACCT_STATUS = 'O'                                    04420000
           END-EXEC.                                                    04430000
                                                                        04440000
           EVALUATE TRUE                                                04450000
              WHEN SQLCODE = ZERO                                       04460000
                 MOVE 'MARKED DORMANT' TO RL-D-DORMANCY                 04470000
                 SET WS-ACTION-MARKED TO TRUE                           04480000
                 PERFORM 3000-WRITE-DETAIL                              04490000
              WHEN SQLCODE = 100                                        04500000
                 CONTINUE                                               04510000
              WHEN OTHER                                                04520000
                 PERFORM 8000-SQL-ERROR                                 04530000
           END-EVALUATE.                                                04540000
                                                                        04550000
       2100-MARK-DORMANT-EXIT.                                          04560000
           EXIT.                                                        04570000
                                                                        04580000
       2200-WARN-DORMANT SECTION.                                       04590000
                                                                        04600000
      *    The first as-at date on which the account would be marked    04610000
      *    is the day after its last activity plus the dormancy         04620000
      *    period - shown so the branch knows how long it has.          04630000
           MOVE WS-LAST-ACTIVITY  TO WS-DATE-PARSE.                     04640000
           MOVE WS-DORMANT-MONTHS TO WS-RD-SHIFT.                       04650000
           PERFORM 7200-SHIFT-MONTHS.                                   04660000
           MOVE WS-DATE-PARSE     TO WS-DORMANT-FROM.                   04670000
                                                                        04680000
           MOVE SPACES TO RL-D-DORMANCY.                                04690000
           MOVE 'DORMANT AFTER'   TO RL-D-DORMANCY(1:13).               04700000
           MOVE WS-DORMANT-FROM   TO RL-D-DORMANCY(15:10).              04710000
           SET WS-ACTION-WARNED TO TRUE.                                04720000
           PERFORM 3000-WRITE-DETAIL.                                   04730000
                                                                        04740000
       2200-WARN-DORMANT-EXIT.                                          04750000
           EXIT.                                                        04760000
                                                                        04770000
       3000-WRITE-DETAIL SECTION.                                       04780000
                                                                        04790000
           IF WS-FIRST-ACCOUNT OR                                       04800000
                 WS-HOST-BRANCH-ID NOT = WS-CUR-BRANCH-ID THEN          04810000
              IF NOT WS-FIRST-ACCOUNT THEN                              04820000
                 PERFORM 3100-BRANCH-TOTALS                             04830000
              END-IF                                                    04840000
              MOVE 'N' TO WS-FIRST-FLAG                                 04850000
              MOVE WS-HOST-BRANCH-ID TO WS-CUR-BRANCH-ID                04860000
                                        RL-T-BRANCH                     04870000
              WRITE REPORT-REC FROM RL-TITLE-LINE                       04880000
              WRITE REPORT-REC FROM RL-RULE-LINE                        04890000
              WRITE REPORT-REC FROM RL-COLUMN-LINE                      04900000
           END-IF.                                                      04910000
                                                                        04920000
           IF WS-ACTION-MARKED THEN                                     04930000
              ADD +1 TO WS-BR-MARKED                                    04940000
           ELSE                                                         04950000
              ADD +1 TO WS-BR-WARNED                                    04960000
           END-IF.                                                      04970000
                                                                        04980000
           MOVE WS-HOST-ACCOUNT-NO TO RL-D-ACCT-NO.                     04990000
           MOVE WS-HOST-CUST-NAME  TO RL-D-CUST-NAME.                   05000000
           MOVE WS-HOST-OPEN-DATE  TO RL-D-OPEN-DATE.                   05010000
           MOVE WS-LAST-ACTIVITY   TO RL-D-LAST-ACTIVITY.               05020000
                                                                        05030000
           WRITE REPORT-REC FROM RL-DETAIL-LINE.                        05040000
                                                                        05050000
       3000-WRITE-DETAIL-EXIT.                                          05060000
           EXIT.                                                        05070000
                                                                        05080000
       3100-BRANCH-TOTALS SECTION.                                      05090000
                                                                        05100000
           MOVE 'BRANCH TOTAL  '  TO RL-K-LABEL.                        05110000
           MOVE WS-BR-MARKED      TO RL-K-MARKED.                       05120000
           MOVE WS-BR-WARNED      TO RL-K-WARNED.                       05130000
           WRITE REPORT-REC FROM RL-TOTAL-LINE.                         05140000
                                                                        05150000
           ADD WS-BR-MARKED       TO WS-GR-MARKED.                      05160000
           ADD WS-BR-WARNED       TO WS-GR-WARNED.                      05170000
           MOVE ZERO              TO WS-BR-MARKED                       05180000
                                     WS-BR-WARNED.                      05190000
                                                                        05200000
       3100-BRANCH-TOTALS-EXIT.                                         05210000
           EXIT.                                                        05220000
                                                                        05230000
       5000-GRAND-TOTALS SECTION.                                       05240000
                                                                        05250000
           IF NOT WS-FIRST-ACCOUNT THEN                                 05260000
              PERFORM 3100-BRANCH-TOTALS                                05270000
           END-IF.                                                      05280000
                                                                        05290000
           MOVE 'ALL '            TO RL-T-BRANCH.                       05300000
           WRITE REPORT-REC FROM RL-TITLE-LINE.                         05310000
           WRITE REPORT-REC FROM RL-RULE-LINE.                          05320000
                                                                        05330000
           IF WS-GR-MARKED = ZERO AND WS-GR-WARNED = ZERO THEN          05340000
              WRITE REPORT-REC FROM RL-NONE-LINE                        05350000
           END-IF.                                                      05360000
                                                                        05370000
           MOVE 'GRAND TOTAL   '  TO RL-K-LABEL.                        05380000
           MOVE WS-GR-MARKED      TO RL-K-MARKED.                       05390000
           MOVE WS-GR-WARNED      TO RL-K-WARNED.                       05400000
           WRITE REPORT-REC FROM RL-TOTAL-LINE.                         05410000
                                                                        05420000
       5000-GRAND-TOTALS-EXIT.                                          05430000
           EXIT.                                                        05440000
                                                                        05450000
       7200-SHIFT-MONTHS SECTION.                                       05460000
                                                                        05470000
      *    WS-DATE-PARSE moves WS-RD-SHIFT months (either way) and      05480000
      *    keeps its day of the month, or takes the month's last day    05490000
      *    when the month is shorter.                                   05500000
           MOVE WS-DP-YYYY TO WS-RD-Y.                                  05510000
           MOVE WS-DP-MM   TO WS-RD-M.                                  05520000
           MOVE WS-DP-DD   TO WS-RD-D.                                  05530000
                                                                        05540000
           COMPUTE WS-RD-TOTAL = WS-RD-Y * 12 + WS-RD-M - 1             05550000
                               + WS-RD-SHIFT.                           05560000
           DIVIDE WS-RD-TOTAL BY 12 GIVING WS-RD-Y                      05570000
                  REMAINDER WS-RD-M.                                    05580000
           ADD 1 TO WS-RD-M.                                            05590000
                                                                        05600000
           PERFORM 7300-DAYS-IN-MONTH.                                  05610000
           IF WS-RD-D > WS-RD-DIM THEN                                  05620000
              MOVE WS-RD-DIM TO WS-RD-D                                 05630000
           END-IF.                                                      05640000
                                                                        05650000
           MOVE WS-RD-Y TO WS-DP-YYYY.                                  05660000
           MOVE WS-RD-M TO WS-DP-MM.                                    05670000
           MOVE WS-RD-D TO WS-DP-DD.                                    05680000
                                                                        05690000
       7200-SHIFT-MONTHS-EXIT.                                          05700000
           EXIT.                                                        05710000
                                                                        05720000
       7300-DAYS-IN-MONTH SECTION.                                      05730000
                                                                        05740000
      *    Days in month WS-RD-M of year WS-RD-Y - February has 29 in   05750000
      *    a year divisible by 4, except centuries not divisible by     05760000
      *    400.                                                         05770000
           MOVE WS-MONTH-DAYS (WS-RD-M) TO WS-RD-DIM.                   05780000
                                                                        05790000
           IF WS-RD-M = 2 THEN                                          05800000
              DIVIDE WS-RD-Y BY 4 GIVING WS-RD-WORK                     05810000
                     REMAINDER WS-RD-REM                                05820000
              IF WS-RD-REM = ZERO THEN                                  05830000
                 MOVE 29 TO WS-RD-DIM                                   05840000
                 DIVIDE WS-RD-Y BY 100 GIVING WS-RD-WORK                05850000
                        REMAINDER WS-RD-REM                             05860000
                 IF WS-RD-REM = ZERO THEN                               05870000
                    DIVIDE WS-RD-Y BY 400 GIVING WS-RD-WORK             05880000
                           REMAINDER WS-RD-REM                          05890000
                    IF WS-RD-REM NOT = ZERO THEN                        05900000
                       MOVE 28 TO WS-RD-DIM                             05910000
                    END-IF                                              05920000
                 END-IF                                                 05930000
              END-IF                                                    05940000
           END-IF.                                                      05950000
                                                                        05960000
       7300-DAYS-IN-MONTH-EXIT.                                         05970000
           EXIT.                                                        05980000
                                                                        05990000
       8000-SQL-ERROR SECTION.                                          06000000
                                                                        06010000
           MOVE SQLCODE TO RL-R-SQLCODE.                                06020000
           WRITE REPORT-REC FROM RL-ERROR-LINE.                         06030000
           DISPLAY 'TRANDORM - SQL ERROR, SQLCODE=' SQLCODE.            06040000
           SET WS-EOF TO TRUE.                                          06050000
           SET WS-ACCT-EOF TO TRUE.                                     06060000
           MOVE 16 TO RETURN-CODE.                                      06070000
                                                                        06080000
       8000-SQL-ERROR-EXIT.                                             06090000
           EXIT.                                                        06100000
                                                                        06110000
       8600-END-RUN-LOG SECTION.                                        06110400
                                                                        06110800
           IF NOT WS-JLOG-STARTED THEN                                  06111200
              GO TO 8600-END-RUN-LOG-EXIT                               06111600
           END-IF.                                                      06112000
                                                                        06112400
           SET JL-FUNC-END TO TRUE.                                     06112800
           MOVE RETURN-CODE TO JL-JOB-RC.                               06113200
           MOVE WS-ACCT-COUNT TO JL-IN-COUNT.                           06113600
           MOVE WS-GR-MARKED  TO JL-OUT-COUNT.                          06114000
           MOVE WS-GR-WARNED  TO JL-EXCP-COUNT.                         06114400
                                                                        06114800
           CALL WS-JLOG USING JL-REQ JL-RES.                            06115200
                                                                        06115600
           IF NOT JL-RC-OK THEN                                         06116000
              DISPLAY 'TRANDORM - RUN LOG NOT CLOSED: ' JL-MESSAGE      06116400
              IF RETURN-CODE < 4 THEN                                   06116800
                 MOVE 4 TO RETURN-CODE                                  06117200
              END-IF                                                    06117600
           END-IF.                                                      06118000
                                                                        06118400
       8600-END-RUN-LOG-EXIT.                                           06118800
           EXIT.                                                        06119200
                                                                        06119600
       9000-TERMINATE SECTION.                                          06120000
                                                                        06130000
           EXEC SQL                                                     06140000
             CLOSE ACCT-CURSOR                                          06150000
           END-EXEC.                                                    06160000
                                                                        06170000
      *    A run that died partway marks nothing - the TSO attach       06180000
      *    would commit whatever was updated, leaving a month half      06190000
      *    done.  Rolled back, the rerun starts the month clean.        06200000
           IF RETURN-CODE = 16 THEN                                     06210000
              EXEC SQL                                                  06220000
                ROLLBACK                                                06230000
              END-EXEC                                                  06240000
              IF SQLCODE NOT = ZERO THEN                                06250000
                 DISPLAY 'TRANDORM - ROLLBACK ERROR, SQLCODE=' SQLCODE  06260000
              END-IF                                                    06270000
           ELSE                                                         06280000
              EXEC SQL                                                  06290000
                COMMIT                                                  06300000
              END-EXEC                                                  06310000
              IF SQLCODE NOT = ZERO THEN                                06320000
                 DISPLAY 'TRANDORM - COMMIT ERROR, SQLCODE=' SQLCODE    06330000
                 MOVE 16 TO RETURN-CODE                                 06340000
              END-IF                                                    06350000
           END-IF.                                                      06360000
                                                                        06370000
           CLOSE PARAM-FILE                                             06380000
                 REPORT-FILE.                                           06390000
           DISPLAY 'TRANDORM COMPLETE - ACCOUNTS READ: ' WS-ACCT-COUNT  06400000
                   ' MARKED: ' WS-GR-MARKED                             06410000
                   ' DUE: ' WS-GR-WARNED.                               06420000
           PERFORM 8600-END-RUN-LOG.                                    06425000
           STOP RUN.                                                    06430000
                                                                        06440000
       9000-TERMINATE-EXIT.                                             06450000
           EXIT.                                                        06460000
