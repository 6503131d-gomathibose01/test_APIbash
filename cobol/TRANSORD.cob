       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. TRANSORD.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       CONFIGURATION SECTION.                                           00040000
       INPUT-OUTPUT SECTION.                                            00050000
       FILE-CONTROL.                                                    00060000
           SELECT REPORT-FILE  ASSIGN TO SORDRPT                        00070000
               ORGANIZATION IS SEQUENTIAL.                              00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
       FD REPORT-FILE                                                   00110000
           RECORDING MODE IS F                                          00120000
           LABEL RECORDS ARE STANDARD.                                  00130000
       01 REPORT-REC                  PIC X(133).                       00140000
                                                                        00150000
       WORKING-STORAGE SECTION.                                         00160000
      * Nightly standing-order payment run - pays every active order    00170000
      * on STANDING_ORDERS whose next due date has arrived on the       00180000
      * BUSDATE_CTL business date.  An order due on a weekend or        00190000
      * holiday is simply paid on the next processing day: the run      00200000
      * does nothing on a date PROC_CALENDAR does not show as a         00210000
      * processing day, and an order's due date stays put until it      00220000
      * is paid.  Each payment is an 'SO' debit on the paying           00230000
      * account and, when the payee banks here, an 'SI' credit on       00240000
      * the payee's account, both under the 'STD ORDER nnnnnnnnn'       00250000
      * reference and posted as ordinary TRANSACTIONS rows under        00260000
      * TRANPOST's numbering and balance-carry rules, carrying this     00270000
      * run's own POSTRUNS RUN_ID - so TRANBKOT backs out a bad run     00280000
      * exactly like a bad movement file.  A paid order has its next    00290000
      * due date rolled forward one period (and is ended once that      00300000
      * passes its end date).  An order that cannot be paid - the       00310000
      * account closed or not on the master, the payee account          00320000
      * closed or not on the master, or not enough funds within the     00330000
      * overdraft limit - is left due, listed on the exceptions page    00340000
      * and retried on the next processing day; after WS-FAIL-LIMIT     00350000
      * failures in a row it is suspended until a supervisor            00360000
      * reactivates it on TRANOONL.                                     00370000
       01 WS-EOF-FLAG                PIC X(01) VALUE 'N'.               00380000
          88 WS-EOF                  VALUE 'Y'.                         00390000
                                                                        00400000
       01 WS-BDATE-OK-FLAG           PIC X(01) VALUE 'N'.               00410000
          88 WS-BDATE-OK             VALUE 'Y'.                         00420000
                                                                        00430000
       01 WS-ORDER-COUNT             PIC 9(07) USAGE COMP VALUE ZERO.   00440000
       01 WS-PAID-COUNT              PIC 9(07) USAGE COMP VALUE ZERO.   00450000
       01 WS-ENDED-COUNT             PIC 9(07) USAGE COMP VALUE ZERO.   00460000
       01 WS-FAILED-COUNT            PIC 9(07) USAGE COMP VALUE ZERO.   00470000
       01 WS-SUSPENDED-COUNT         PIC 9(07) USAGE COMP VALUE ZERO.   00480000
       01 WS-ROWS-POSTED             PIC 9(07) USAGE COMP VALUE ZERO.   00490000
       01 WS-TOT-PAID                PIC S9(11)V9(2) USAGE COMP-3       00500000
                                      VALUE ZERO.                       00510000
                                                                        00520000
      * Consecutive failures after which an order is suspended.         00530000
       77 WS-FAIL-LIMIT              PIC 9(02) VALUE 3.                 00540000
                                                                        00550000
      * Why the order in hand could not be paid - spaces while it       00560000
      * still can be.                                                   00570000
       01 WS-FAIL-REASON             PIC X(26).                         00580000
                                                                        00590000
      * What became of the order in hand, for its report line.          00600000
       01 WS-RESULT                  PIC X(09).                         00610000
                                                                        00620000
       01 WS-SO-REF.                                                    00630000
          03 FILLER                  PIC X(10) VALUE 'STD ORDER '.      00640000
          03 WS-SO-REF-ID            PIC 9(09).                         00650000
          03 FILLER                  PIC X(01) VALUE SPACE.             00660000
                                                                        00670000
      * Standing-order run register state - the run is entered in       00680000
      * POSTRUNS under source system TRANSORD and the business date,    00690000
      * refused when that date has already been paid, and every row     00700000
      * it posts carries the RUN_ID.                                    00710000
       01 WS-RUN-REG-FLAG            PIC X(01) VALUE 'N'.               00720000
          88 WS-RUN-REGISTERED       VALUE 'Y'.                         00730000
                                                                        00740000
       01 WS-HOST-RUN-ID             PIC S9(9) USAGE COMP VALUE ZERO.   00750000
       01 WS-HOST-DUP-RUN-ID         PIC S9(9) USAGE COMP.              00760000
       01 WS-HOST-SRC-SYSTEM         PIC X(08) VALUE 'TRANSORD'.        00770000
       01 WS-HOST-RUN-STATUS         PIC X(01).                         00780000
       01 WS-HOST-RUN-POSTED         PIC S9(9) USAGE COMP.              00790000
       01 WS-HOST-RUN-REJECTS        PIC S9(9) USAGE COMP.              00800000
       01 WS-HOST-RUN-REC-CNT        PIC S9(9) USAGE COMP.              00810000
       01 WS-HOST-RUN-HASH           PIC S9(13)V9(2) USAGE COMP-3.      00820000
                                                                        00821000
      * Run-log state - the run is logged on BATCH_RUN_LOG through      00822000
      * TRANJLOG once its business date is known, and refused there     00823000
      * until the jobs it depends on have completed for the date.       00824000
       01 WS-JLOG                    PIC X(08) VALUE 'TRANJLOG'.        00825000
       01 WS-JLOG-FLAG               PIC X(01) VALUE 'N'.               00826000
          88 WS-JLOG-STARTED         VALUE 'Y'.                         00827000
                                                                        00828000
       COPY TRANJLLK.                                                   00829000
                                                                        00830000
       01 WS-HOST-BUS-DATE           PIC X(10).                         00840000
       01 WS-HOST-DAY-STATUS         PIC X(01).                         00850000
                                                                        00860000
       01 WS-HOST-ORDER.                                                00870000
          03 WS-HOST-SO-ID           PIC S9(9) USAGE COMP.              00880000
          03 WS-HOST-SO-ACCT-NO      PIC S9(9) USAGE COMP.              00890000
          03 WS-HOST-PAYEE-ACCT-NO   PIC S9(9) USAGE COMP.              00900000
          03 WS-HOST-PAYEE-REF       PIC X(20).                         00910000
          03 WS-HOST-SO-AMOUNT       PIC S9(8)V9(2) USAGE COMP-3.       00920000
          03 WS-HOST-FREQUENCY       PIC X(01).                         00930000
          03 WS-HOST-DUE-DAY         PIC S9(2) USAGE COMP-3.            00940000
          03 WS-HOST-NEXT-DUE        PIC X(10).                         00950000
          03 WS-HOST-END-DATE        PIC X(10).                         00960000
          03 WS-HOST-FAIL-COUNT      PIC S9(2) USAGE COMP-3.            00970000
                                                                        00980000
       01 WS-HOST-NEW-DUE            PIC X(10).                         00990000
       01 WS-HOST-SO-STATUS          PIC X(01).                         01000000
                                                                        01010000
       01 WS-HOST-ACCT-STATUS        PIC X(01).                         01020000
       01 WS-HOST-OD-LIMIT           PIC S9(8)V9(2) USAGE COMP-3.       01030000
       01 WS-PAYER-OD-LIMIT          PIC S9(8)V9(2) USAGE COMP-3.       01040000
                                                                        01050000
      * Savepoint state - both legs of a payment go in after it and     01060000
      * are rolled back together if the second cannot be written.       01070000
       01 WS-SAVEPOINT-FLAG          PIC X(01) VALUE 'N'.               01080000
          88 WS-SAVEPOINT-SET        VALUE 'Y'.                         01090000
                                                                        01100000
      * Insert-attempt state - a -803 means the overnight run or an     01110000
      * online teller owns that TRANS_ID; the position is re-read       01120000
      * and the insert retried, the same coexistence contract           01130000
      * TRANPSVC honours.                                               01140000
       01 WS-POST-STATE              PIC X(01) VALUE 'P'.               01150000
          88 WS-POST-PENDING         VALUE 'P'.                         01160000
          88 WS-POST-DONE            VALUE 'Y'.                         01170000
          88 WS-POST-FAILED          VALUE 'E'.                         01180000
                                                                        01190000
       77 WS-RETRY-LIMIT             PIC 9(01) VALUE 3.                 01200000
       01 WS-RETRY-COUNT             PIC 9(01) VALUE ZERO.              01210000
                                                                        01220000
       01 WS-HOST-ROW.                                                  01230000
          03 WS-HOST-ACCOUNT-NO      PIC S9(9) USAGE COMP.              01240000
          03 WS-HOST-TRANS-ID        PIC S9(9) USAGE COMP.              01250000
          03 WS-HOST-TRANS-REF       PIC X(20).                         01260000
          03 WS-HOST-TRANS-AMOUNT    PIC S9(8)V9(2) USAGE COMP-3.       01270000
          03 WS-HOST-TRANS-TYPE      PIC X(02).                         01280000
          03 WS-HOST-BALANCE         PIC S9(8)V9(2) USAGE COMP-3.       01290000
                                                                        01300000
       01 WS-HOST-LAST-ID            PIC S9(9) USAGE COMP.              01310000
       01 WS-HOST-PRIOR-BAL          PIC S9(8)V9(2) USAGE COMP-3.       01320000
       01 WS-HOST-ARCH-ID            PIC S9(9) USAGE COMP.              01330000
       01 WS-HOST-ARCH-BAL           PIC S9(8)V9(2) USAGE COMP-3.       01340000
                                                                        01350000
      * Due-date roll working fields - the date is taken apart, the     01360000
      * period added to the month (or seven to the day for a weekly     01370000
      * order), and the day pulled back to the month's last day         01380000
      * where the month is short.                                       01390000
       01 WS-RD-Y                    PIC S9(4) USAGE COMP.              01400000
       01 WS-RD-M                    PIC S9(4) USAGE COMP.              01410000
       01 WS-RD-D                    PIC S9(4) USAGE COMP.              01420000
       01 WS-RD-DIM                  PIC S9(4) USAGE COMP.              01430000
       01 WS-RD-WORK                 PIC S9(4) USAGE COMP.              01440000
       01 WS-RD-REM                  PIC S9(4) USAGE COMP.              01450000
                                                                        01460000
       01 WS-DATE-PARSE.                                                01470000
          03 WS-DP-YYYY              PIC 9(04).                         01480000
          03 FILLER                  PIC X(01) VALUE '-'.               01490000
          03 WS-DP-MM                PIC 9(02).                         01500000
          03 FILLER                  PIC X(01) VALUE '-'.               01510000
          03 WS-DP-DD                PIC 9(02).                         01520000
                                                                        01530000
       01 WS-MONTH-DAYS-VAL          PIC X(24) VALUE                    01540000
          '312831303130313130313031'.                                   01550000
       01 WS-MONTH-DAYS-TAB REDEFINES WS-MONTH-DAYS-VAL.                01560000
          03 WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.         01570000
                                                                        01580000
      * Every order that could not be paid, in the order the run met    01590000
      * them, for the closing exceptions page.  A night with more       01600000
      * than the table holds still counts each one in the totals.       01610000
       01 WS-EX-MAX                  PIC S9(4) USAGE COMP VALUE 500.    01620000
       01 WS-EX-COUNT                PIC S9(4) USAGE COMP VALUE ZERO.   01630000
       01 WS-EX-LOST                 PIC S9(9) USAGE COMP VALUE ZERO.   01640000
       01 WS-EX-IX                   PIC S9(4) USAGE COMP VALUE ZERO.   01650000
       01 WS-EX-TABLE.                                                  01660000
          03 WS-EX-ENTRY OCCURS 500 TIMES.                              01670000
             05 WS-EX-SO-ID          PIC S9(9) USAGE COMP.              01680000
             05 WS-EX-ACCT-NO        PIC S9(9) USAGE COMP.              01690000
             05 WS-EX-PAYEE-ACCT-NO  PIC S9(9) USAGE COMP.              01700000
             05 WS-EX-PAYEE-REF      PIC X(20).                         01710000
             05 WS-EX-AMOUNT         PIC S9(8)V9(2) USAGE COMP-3.       01720000
             05 WS-EX-DUE-DATE       PIC X(10).                         01730000
             05 WS-EX-REASON         PIC X(26).                         01740000
             05 WS-EX-FAIL-COUNT     PIC S9(2) USAGE COMP-3.            01750000
             05 WS-EX-RESULT         PIC X(09).                         01760000
                                                                        01770000
           EXEC SQL                                                     01780000
             INCLUDE SQLCA                                              01790000
           END-EXEC.                                                    01800000
                                                                        01810000
           EXEC SQL                                                     01820000
             INCLUDE TRANSDCL                                           01830000
           END-EXEC.                                                    01840000
                                                                        01850000
           EXEC SQL                                                     01860000
             INCLUDE ACCTDCL                                            01870000
           END-EXEC.                                                    01880000
                                                                        01890000
           EXEC SQL                                                     01900000
             INCLUDE ARCHDCL                                            01910000
           END-EXEC.                                                    01920000
                                                                        01930000
           EXEC SQL                                                     01940000
             INCLUDE BDATDCL                                            01950000
           END-EXEC.                                                    01960000
                                                                        01970000
           EXEC SQL                                                     01980000
             INCLUDE CALDDCL                                            01990000
           END-EXEC.                                                    02000000
                                                                        02010000
           EXEC SQL                                                     02020000
             INCLUDE PRUNDCL                                            02030000
           END-EXEC.                                                    02040000
                                                                        02050000
           EXEC SQL                                                     02060000
             INCLUDE SORDDCL                                            02070000
           END-EXEC.                                                    02080000
                                                                        02090000
       01 RL-TITLE-LINE.                                                02100000
          03 RL-T-CTRL               PIC X     VALUE '1'.               02110000
          03 FILLER                  PIC X(42)                          02120000
                     VALUE 'STANDING ORDER PAYMENT REPORT'.             02130000
          03 FILLER                  PIC X(15) VALUE 'BUSINESS DATE: '. 02140000
          03 RL-T-BUS-DATE           PIC X(10).                         02150000
          03 FILLER                  PIC X(65) VALUE SPACES.            02160000
                                                                        02170000
       01 RL-RUN-LINE.                                                  02180000
          03 RL-N-CTRL               PIC X     VALUE SPACE.             02190000
          03 FILLER                  PIC X(16)                          02200000
                              VALUE 'POSTING RUN ID: '.                 02210000
          03 RL-N-RUN-ID             PIC Z(08)9.                        02220000
          03 FILLER                  PIC X(107) VALUE SPACES.           02230000
                                                                        02240000
       01 RL-BDATE-LINE.                                                02250000
          03 RL-W-CTRL               PIC X     VALUE SPACE.             02260000
          03 RL-W-TEXT               PIC X(60).                         02270000
          03 FILLER                  PIC X(72) VALUE SPACES.            02280000
                                                                        02290000
       01 RL-COLUMN-LINE.                                               02300000
          03 RL-C-CTRL               PIC X     VALUE SPACE.             02310000
          03 FILLER                  PIC X(01) VALUE SPACE.             02320000
          03 FILLER                  PIC X(09) VALUE '    SO ID'.       02330000
          03 FILLER                  PIC X(02) VALUE SPACES.            02340000
          03 FILLER                  PIC X(10) VALUE 'ACCOUNT NO'.      02350000
          03 FILLER                  PIC X(02) VALUE SPACES.            02360000
          03 FILLER                  PIC X(10) VALUE 'PAYEE ACCT'.      02370000
          03 FILLER                  PIC X(02) VALUE SPACES.            02380000
          03 FILLER                  PIC X(20) VALUE 'PAYEE REFERENCE'. 02390000
          03 FILLER                  PIC X(02) VALUE SPACES.            02400000
          03 FILLER                  PIC X(13) VALUE '       AMOUNT'.   02410000
          03 FILLER                  PIC X(02) VALUE SPACES.            02420000
          03 FILLER                  PIC X(10) VALUE 'DUE DATE'.        02430000
          03 FILLER                  PIC X(02) VALUE SPACES.            02440000
          03 FILLER                  PIC X(10) VALUE 'NEXT DUE'.        02450000
          03 FILLER                  PIC X(02) VALUE SPACES.            02460000
          03 FILLER                  PIC X(09) VALUE 'RESULT'.          02470000
          03 FILLER                  PIC X(26) VALUE SPACES.            02480000
                                                                        02490000
       01 RL-DETAIL-LINE.                                               02500000
          03 RL-D-CTRL               PIC X     VALUE SPACE.             02510000
          03 FILLER                  PIC X(01) VALUE SPACE.             02520000
          03 RL-D-SO-ID              PIC Z(08)9.                        02530000
          03 FILLER                  PIC X(02) VALUE SPACES.            02540000
          03 RL-D-ACCT-NO            PIC Z(09)9.                        02550000
          03 FILLER                  PIC X(02) VALUE SPACES.            02560000
          03 RL-D-PAYEE-ACCT         PIC Z(09)9.                        02570000
          03 RL-D-PAYEE-ACCT-X REDEFINES RL-D-PAYEE-ACCT                02580000
                                     PIC X(10).                         02590000
          03 FILLER                  PIC X(02) VALUE SPACES.            02600000
          03 RL-D-PAYEE-REF          PIC X(20).                         02610000
          03 FILLER                  PIC X(02) VALUE SPACES.            02620000
          03 RL-D-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.                 02630000
          03 FILLER                  PIC X(02) VALUE SPACES.            02640000
          03 RL-D-DUE-DATE           PIC X(10).                         02650000
          03 FILLER                  PIC X(02) VALUE SPACES.            02660000
          03 RL-D-NEXT-DUE           PIC X(10).                         02670000
          03 FILLER                  PIC X(02) VALUE SPACES.            02680000
          03 RL-D-RESULT             PIC X(09).                         02690000
          03 FILLER                  PIC X(26) VALUE SPACES.            02700000
                                                                        02710000
       01 RL-HEAD-LINE.                                                 02720000
          03 RL-H-CTRL               PIC X     VALUE '0'.               02730000
          03 RL-H-TEXT               PIC X(60).                         02740000
          03 FILLER                  PIC X(72) VALUE SPACES.            02750000
                                                                        02760000
       01 RL-EXCOL-LINE.                                                02770000
          03 RL-X-CTRL               PIC X     VALUE SPACE.             02780000
          03 FILLER                  PIC X(01) VALUE SPACE.             02790000
          03 FILLER                  PIC X(09) VALUE '    SO ID'.       02800000
          03 FILLER                  PIC X(02) VALUE SPACES.            02810000
          03 FILLER                  PIC X(10) VALUE 'ACCOUNT NO'.      02820000
          03 FILLER                  PIC X(02) VALUE SPACES.            02830000
          03 FILLER                  PIC X(10) VALUE 'PAYEE ACCT'.      02840000
          03 FILLER                  PIC X(02) VALUE SPACES.            02850000
          03 FILLER                  PIC X(20) VALUE 'PAYEE REFERENCE'. 02860000
          03 FILLER                  PIC X(02) VALUE SPACES.            02870000
          03 FILLER                  PIC X(13) VALUE '       AMOUNT'.   02880000
          03 FILLER                  PIC X(02) VALUE SPACES.            02890000
          03 FILLER                  PIC X(10) VALUE 'DUE DATE'.        02900000
          03 FILLER                  PIC X(02) VALUE SPACES.            02910000
          03 FILLER                  PIC X(26) VALUE 'REASON'.          02920000
          03 FILLER                  PIC X(02) VALUE SPACES.            02930000
          03 FILLER                  PIC X(05) VALUE 'FAILS'.           02940000
          03 FILLER                  PIC X(02) VALUE SPACES.            02950000
          03 FILLER                  PIC X(09) VALUE 'ACTION'.          02960000
          03 FILLER                  PIC X(03) VALUE SPACES.            02970000
                                                                        02980000
       01 RL-EXCEPT-LINE.                                               02990000
          03 RL-E-CTRL               PIC X     VALUE SPACE.             03000000
          03 FILLER                  PIC X(01) VALUE SPACE.             03010000
          03 RL-E-SO-ID              PIC Z(08)9.                        03020000
          03 FILLER                  PIC X(02) VALUE SPACES.            03030000
          03 RL-E-ACCT-NO            PIC Z(09)9.                        03040000
          03 FILLER                  PIC X(02) VALUE SPACES.            03050000
          03 RL-E-PAYEE-ACCT         PIC Z(09)9.                        03060000
          03 RL-E-PAYEE-ACCT-X REDEFINES RL-E-PAYEE-ACCT                03070000
                                     PIC X(10).                         03080000
          03 FILLER                  PIC X(02) VALUE SPACES.            03090000
          03 RL-E-PAYEE-REF          PIC X(20).                         03100000
          03 FILLER                  PIC X(02) VALUE SPACES.            03110000
          03 RL-E-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.                 03120000
          03 FILLER                  PIC X(02) VALUE SPACES.            03130000
          03 RL-E-DUE-DATE           PIC X(10).                         03140000
          03 FILLER                  PIC X(02) VALUE SPACES.            03150000
          03 RL-E-REASON             PIC X(26).                         03160000
          03 FILLER                  PIC X(02) VALUE SPACES.            03170000
          03 RL-E-FAILS              PIC ZZZZ9.                         03180000
          03 FILLER                  PIC X(02) VALUE SPACES.            03190000
          03 RL-E-RESULT             PIC X(09).                         03200000
          03 FILLER                  PIC X(03) VALUE SPACES.            03210000
                                                                        03220000
       01 RL-ERROR-LINE.                                                03230000
          03 RL-R-CTRL               PIC X     VALUE SPACE.             03240000
          03 FILLER                  PIC X(01) VALUE SPACE.             03250000
          03 FILLER                  PIC X(24)                          03260000
                              VALUE '*** TRANSORD SQL ERROR '.          03270000
          03 FILLER                  PIC X(09) VALUE 'SQLCODE='.        03280000
          03 RL-R-SQLCODE            PIC ----9.                         03290000
          03 FILLER                  PIC X(93) VALUE SPACES.            03300000
                                                                        03310000
       01 RL-TOTALS-LINE.                                               03320000
          03 RL-S-CTRL               PIC X     VALUE '0'.               03330000
          03 FILLER                  PIC X(08) VALUE 'ORDERS: '.        03340000
          03 RL-S-ORDERS             PIC ZZZ,ZZ9.                       03350000
          03 FILLER                  PIC X(08) VALUE '  PAID: '.        03360000
          03 RL-S-PAID               PIC ZZZ,ZZ9.                       03370000
          03 FILLER                  PIC X(09) VALUE '  ENDED: '.       03380000
          03 RL-S-ENDED              PIC ZZZ,ZZ9.                       03390000
          03 FILLER                  PIC X(10) VALUE '  FAILED: '.      03400000
          03 RL-S-FAILED             PIC ZZZ,ZZ9.                       03410000
          03 FILLER                  PIC X(13) VALUE '  SUSPENDED: '.   03420000
          03 RL-S-SUSPENDED          PIC ZZZ,ZZ9.                       03430000
          03 FILLER                  PIC X(14) VALUE '  TOTAL PAID: '.  03440000
          03 RL-S-TOT-PAID           PIC ZZ,ZZZ,ZZZ,ZZ9.99.             03450000
          03 FILLER                  PIC X(18) VALUE SPACES.            03460000
                                                                        03470000
       PROCEDURE DIVISION.                                              03480000
                                                                        03490000
       MAINLINE SECTION.                                                03500000
                                                                        03510000
           PERFORM 1000-INITIALIZE.                                     03520000
           PERFORM 2000-PROCESS-ORDER UNTIL WS-EOF.                     03530000
           PERFORM 9000-TERMINATE.                                      03540000
                                                                        03550000
       MAINLINE-EXIT.                                                   03560000
           EXIT.                                                        03570000
                                                                        03580000
       1000-INITIALIZE SECTION.                                         03590000
                                                                        03600000
           OPEN OUTPUT REPORT-FILE.                                     03610000
                                                                        03620000
           MOVE SPACES TO WS-HOST-BUS-DATE.                             03630000
                                                                        03640000
      *    The business date comes off the control row - and a date     03650000
      *    the calendar does not show as a processing day pays          03660000
      *    nothing; the orders stay due for the next one.               03670000
           PERFORM 1900-GET-BUSINESS-DATE.                              03680000
                                                                        03690000
           IF WS-BDATE-OK THEN                                          03692000
              PERFORM 1950-START-RUN-LOG                                03694000
           END-IF.                                                      03696000
                                                                        03698000
           MOVE WS-HOST-BUS-DATE TO RL-T-BUS-DATE.                      03700000
           WRITE REPORT-REC FROM RL-TITLE-LINE.                         03710000
                                                                        03720000
           IF WS-BDATE-OK THEN                                          03730000
              PERFORM 1800-REGISTER-RUN                                 03740000
           END-IF.                                                      03750000
                                                                        03760000
           IF WS-RUN-REGISTERED THEN                                    03770000
              MOVE WS-HOST-RUN-ID TO RL-N-RUN-ID                        03780000
              WRITE REPORT-REC FROM RL-RUN-LINE                         03790000
              WRITE REPORT-REC FROM RL-COLUMN-LINE                      03800000
              PERFORM 1100-OPEN-ORDER-CURSOR                            03810000
           ELSE                                                         03820000
              SET WS-EOF TO TRUE                                        03830000
           END-IF.                                                      03840000
                                                                        03850000
           IF WS-EOF THEN                                               03860000
              CONTINUE                                                  03870000
           ELSE                                                         03880000
              PERFORM 1200-FETCH-ORDER                                  03890000
           END-IF.                                                      03900000
                                                                        03910000
       1000-INITIALIZE-EXIT.                                            03920000
           EXIT.                                                        03930000
                                                                        03940000
       1100-OPEN-ORDER-CURSOR SECTION.                                  03950000
                                                                        03960000
      *    Every active order whose due date has come, not just those   03970000
      *    due today - an order due on a weekend, a holiday or after    03980000
      *    a failure is paid on the first processing day it finds.      03990000
      *    An order this run has already paid is passed over, so a      04000000
      *    weekly order several periods behind is paid one period a     04010000
      *    night rather than all at once.                               04020000
           EXEC SQL                                                     04030000
             DECLARE SO-CURSOR CURSOR FOR                               04040000
             SELECT                                                     04050000
                SO_ID                                                   04060000
               ,ACCOUNT_NO                                              04070000
               ,PAYEE_ACCT_NO                                           04080000
               ,PAYEE_REF                                               04090000
               ,SO_AMOUNT                                               04100000
               ,FREQUENCY                                               04110000
               ,DUE_DAY                                                 04120000
               ,NEXT_DUE_DATE                                           04130000
               ,END_DATE                                                04140000
               ,FAIL_COUNT                                              04150000
             FROM STANDING_ORDERS                                       04160000
             WHERE SO_STATUS      = 'A'                                 04170000
               AND NEXT_DUE_DATE <= :WS-HOST-BUS-DATE                   04180000
               AND LAST_RUN_ID   <> :WS-HOST-RUN-ID                     04190000
             ORDER BY ACCOUNT_NO, SO_ID                                 04200000
           END-EXEC.                                                    04210000
                                                                        04220000
           EXEC SQL                                                     04230000
             OPEN SO-CURSOR                                             04240000
           END-EXEC.                                                    04250000
                                                                        04260000
           IF SQLCODE NOT = ZERO THEN                                   04270000
              DISPLAY 'TRANSORD - UNABLE TO OPEN SO-CURSOR, '           04280000
                      'SQLCODE=' SQLCODE                                04290000
              SET WS-EOF TO TRUE                                        04300000
              MOVE 16 TO RETURN-CODE                                    04310000
           END-IF.                                                      04320000
                                                                        04330000
       1100-OPEN-ORDER-CURSOR-EXIT.                                     04340000
           EXIT.                                                        04350000
                                                                        04360000
       1200-FETCH-ORDER SECTION.                                        04370000
                                                                        04380000
           EXEC SQL                                                     04390000
             FETCH SO-CURSOR                                            04400000
             INTO :WS-HOST-SO-ID                                        04410000
                 ,:WS-HOST-SO-ACCT-NO                                   04420000
                 ,:WS-HOST-PAYEE-ACCT-NO                                04430000
                 ,:WS-HOST-PAYEE-REF                                    04440000
                 ,:WS-HOST-SO-AMOUNT                                    04450000
                 ,:WS-HOST-FREQUENCY                                    04460000
                 ,:WS-HOST-DUE-DAY                                      04470000
                 ,:WS-HOST-NEXT-DUE                                     04480000
                 ,:WS-HOST-END-DATE                                     04490000
                 ,:WS-HOST-FAIL-COUNT                                   04500000
           END-EXEC.                                                    04510000
                                                                        04520000
           IF SQLCODE = ZERO THEN                                       04530000
              CONTINUE                                                  04540000
           ELSE                                                         04550000
              IF SQLCODE = 100 THEN                                     04560000
                 SET WS-EOF TO TRUE                                     04570000
              ELSE                                                      04580000
                 PERFORM 8000-SQL-ERROR                                 04590000
              END-IF                                                    04600000
           END-IF.                                                      04610000
                                                                        04620000
       1200-FETCH-ORDER-EXIT.                                           04630000
           EXIT.                                                        04640000
                                                                        04650000
       1800-REGISTER-RUN SECTION.                                       04660000
                                                                        04670000
      *    One payment run per business date - a register row for       04680000
      *    this source system and date that is in progress or           04690000
      *    completed means the day's orders have been paid.  A          04700000
      *    backed-out or error-ended run does not block the rerun.      04710000
           EXEC SQL                                                     04720000
             SELECT COALESCE(MAX(RUN_ID), 0)                            04730000
             INTO  :WS-HOST-DUP-RUN-ID                                  04740000
             FROM POSTRUNS                                              04750000
             WHERE SOURCE_SYSTEM = :WS-HOST-SRC-SYSTEM                  04760000
               AND BUSINESS_DATE = :WS-HOST-BUS-DATE                    04770000
               AND RUN_STATUS IN ('P', 'C')                             04780000
           END-EXEC.                                                    04790000
                                                                        04800000
           EVALUATE TRUE                                                04810000
              WHEN SQLCODE NOT = ZERO                                   04820000
                 PERFORM 8000-SQL-ERROR                                 04830000
              WHEN WS-HOST-DUP-RUN-ID > ZERO                            04840000
                 DISPLAY 'TRANSORD - DATE ALREADY PAID BY RUN '         04850000
                         WS-HOST-DUP-RUN-ID ' - NOT POSTED'             04860000
                 MOVE 16 TO RETURN-CODE                                 04870000
              WHEN OTHER                                                04880000
                 PERFORM 1850-INSERT-RUN-ROW                            04890000
           END-EVALUATE.                                                04900000
                                                                        04910000
       1800-REGISTER-RUN-EXIT.                                          04920000
           EXIT.                                                        04930000
                                                                        04940000
       1850-INSERT-RUN-ROW SECTION.                                     04950000
                                                                        04960000
           EXEC SQL                                                     04970000
             SELECT COALESCE(MAX(RUN_ID), 0) + 1                        04980000
             INTO  :WS-HOST-RUN-ID                                      04990000
             FROM POSTRUNS                                              05000000
           END-EXEC.                                                    05010000
                                                                        05020000
           IF SQLCODE NOT = ZERO THEN                                   05030000
              PERFORM 8000-SQL-ERROR                                    05040000
              GO TO 1850-INSERT-RUN-ROW-EXIT                            05050000
           END-IF.                                                      05060000
                                                                        05070000
      *    No movement file behind a standing-order run - the counts    05080000
      *    and hash are filled in when the run closes.                  05090000
           MOVE 'P'  TO WS-HOST-RUN-STATUS.                             05100000
           MOVE ZERO TO WS-HOST-RUN-POSTED                              05110000
                        WS-HOST-RUN-REJECTS                             05120000
                        WS-HOST-RUN-REC-CNT                             05130000
                        WS-HOST-RUN-HASH.                               05140000
                                                                        05150000
           EXEC SQL                                                     05160000
             INSERT INTO POSTRUNS                                       05170000
               ( RUN_ID                                                 05180000
                ,SOURCE_SYSTEM                                          05190000
                ,BUSINESS_DATE                                          05200000
                ,REC_COUNT                                              05210000
                ,AMOUNT_HASH                                            05220000
                ,POSTED_COUNT                                           05230000
                ,REJECT_COUNT                                           05240000
                ,RUN_STATUS )                                           05250000
             VALUES                                                     05260000
               ( :WS-HOST-RUN-ID                                        05270000
                ,:WS-HOST-SRC-SYSTEM                                    05280000
                ,:WS-HOST-BUS-DATE                                      05290000
                ,:WS-HOST-RUN-REC-CNT                                   05300000
                ,:WS-HOST-RUN-HASH                                      05310000
                ,:WS-HOST-RUN-POSTED                                    05320000
                ,:WS-HOST-RUN-REJECTS                                   05330000
                ,:WS-HOST-RUN-STATUS )                                  05340000
           END-EXEC.                                                    05350000
                                                                        05360000
           IF SQLCODE = ZERO THEN                                       05370000
              SET WS-RUN-REGISTERED TO TRUE                             05380000
           ELSE                                                         05390000
              PERFORM 8000-SQL-ERROR                                    05400000
           END-IF.                                                      05410000
                                                                        05420000
       1850-INSERT-RUN-ROW-EXIT.                                        05430000
           EXIT.                                                        05440000
                                                                        05450000
       1900-GET-BUSINESS-DATE SECTION.                                  05460000
                                                                        05470000
           EXEC SQL                                                     05480000
             SELECT CURR_BUS_DATE                                       05490000
             INTO  :WS-HOST-BUS-DATE                                    05500000
             FROM BUSDATE_CTL                                           05510000
           END-EXEC.                                                    05520000
                                                                        05530000
           EVALUATE TRUE                                                05540000
              WHEN SQLCODE = ZERO                                       05550000
                 CONTINUE                                               05560000
              WHEN SQLCODE = 100                                        05570000
                 MOVE SPACES TO RL-W-TEXT                               05580000
                 MOVE '*** BUSINESS DATE CONTROL ROW MISSING'           05590000
                   TO RL-W-TEXT                                         05600000
                 WRITE REPORT-REC FROM RL-BDATE-LINE                    05610000
                 DISPLAY 'TRANSORD - BUSDATE_CTL ROW MISSING'           05620000
                 MOVE 16 TO RETURN-CODE                                 05630000
                 GO TO 1900-GET-BUSINESS-DATE-EXIT                      05640000
              WHEN OTHER                                                05650000
                 PERFORM 8000-SQL-ERROR                                 05660000
                 GO TO 1900-GET-BUSINESS-DATE-EXIT                      05670000
           END-EVALUATE.                                                05680000
                                                                        05690000
           EXEC SQL                                                     05700000
             SELECT DAY_STATUS                                          05710000
             INTO  :WS-HOST-DAY-STATUS                                  05720000
             FROM PROC_CALENDAR                                         05730000
             WHERE PROC_DATE = :WS-HOST-BUS-DATE                        05740000
           END-EXEC.                                                    05750000
                                                                        05760000
      *    Not a processing day is a warning, not a failure - nothing   05770000
      *    is paid and nothing is lost, the orders simply fall due on   05780000
      *    the next processing day's run.                               05790000
           EVALUATE TRUE                                                05800000
              WHEN SQLCODE = ZERO AND WS-HOST-DAY-STATUS = 'P'          05810000
                 SET WS-BDATE-OK TO TRUE                                05820000
              WHEN SQLCODE = ZERO OR SQLCODE = 100                      05830000
                 MOVE SPACES TO RL-W-TEXT                               05840000
                 MOVE '*** NOT A PROCESSING DAY - NO ORDERS PAID'       05850000
                   TO RL-W-TEXT                                         05860000
                 WRITE REPORT-REC FROM RL-BDATE-LINE                    05870000
                 DISPLAY 'TRANSORD - BUSINESS DATE '                    05880000
                         WS-HOST-BUS-DATE                               05890000
                         ' IS NOT A VALID PROCESSING DAY'               05900000
                 MOVE 04 TO RETURN-CODE                                 05910000
              WHEN OTHER                                                05920000
                 PERFORM 8000-SQL-ERROR                                 05930000
           END-EVALUATE.                                                05940000
                                                                        05950000
       1900-GET-BUSINESS-DATE-EXIT.                                     05960000
           EXIT.                                                        05960370
                                                                        05960740
       1950-START-RUN-LOG SECTION.                                      05961111
                                                                        05961481
      *    Refused means no order is paid - they stay due for the       05961851
      *    rerun once what this job waits on has completed.             05962222
           INITIALIZE JL-REQ.                                           05962592
           SET JL-FUNC-START TO TRUE.                                   05962962
           MOVE 'TRANSORD' TO JL-JOB-NAME.                              05963333
           MOVE WS-HOST-BUS-DATE TO JL-BUS-DATE.                        05963703
                                                                        05964074
           CALL WS-JLOG USING JL-REQ JL-RES.                            05964444
                                                                        05964814
           IF JL-RC-OK THEN                                             05965185
              SET WS-JLOG-STARTED TO TRUE                               05965555
           ELSE                                                         05965925
              MOVE SPACES TO RL-W-TEXT                                  05966296
              MOVE '*** NOT RUN - ' TO RL-W-TEXT                        05966666
              MOVE JL-MESSAGE TO RL-W-TEXT(15:40)                       05967037
              WRITE REPORT-REC FROM RL-BDATE-LINE                       05967407
              DISPLAY 'TRANSORD - ' JL-MESSAGE                          05967777
              MOVE 'N' TO WS-BDATE-OK-FLAG                              05968148
              MOVE 16 TO RETURN-CODE                                    05968518
           END-IF.                                                      05968888
                                                                        05969259
       1950-START-RUN-LOG-EXIT.                                         05969629
           EXIT.                                                        05970000
                                                                        05980000
       2000-PROCESS-ORDER SECTION.                                      05990000
                                                                        06000000
           ADD +1 TO WS-ORDER-COUNT.                                    06010000
           MOVE SPACES TO WS-FAIL-REASON                                06020000
                          WS-RESULT.                                    06030000
           MOVE WS-HOST-NEXT-DUE TO WS-HOST-NEW-DUE.                    06040000
                                                                        06050000
      *    An order amended to end before it next falls due is ended    06060000
      *    without a payment.                                           06070000
           IF WS-HOST-END-DATE < WS-HOST-NEXT-DUE THEN                  06080000
              PERFORM 2900-END-ORDER                                    06090000
           ELSE                                                         06100000
              PERFORM 2050-ATTEMPT-PAYMENT                              06110000
           END-IF.                                                      06120000
                                                                        06130000
           IF NOT WS-EOF THEN                                           06140000
              PERFORM 1200-FETCH-ORDER                                  06150000
           END-IF.                                                      06160000
                                                                        06170000
       2000-PROCESS-ORDER-EXIT.                                         06180000
           EXIT.                                                        06190000
                                                                        06200000
       2050-ATTEMPT-PAYMENT SECTION.                                    06210000
                                                                        06220000
           PERFORM 2100-CHECK-PAYER.                                    06230000
                                                                        06240000
           IF WS-FAIL-REASON = SPACES AND NOT WS-EOF                    06250000
                 AND WS-HOST-PAYEE-ACCT-NO > ZERO THEN                  06260000
              PERFORM 2200-CHECK-PAYEE                                  06270000
           END-IF.                                                      06280000
                                                                        06290000
           IF WS-FAIL-REASON = SPACES AND NOT WS-EOF THEN               06300000
              PERFORM 2300-PAY-ORDER                                    06310000
           END-IF.                                                      06320000
                                                                        06330000
           IF WS-EOF THEN                                               06340000
              GO TO 2050-ATTEMPT-PAYMENT-EXIT                           06350000
           END-IF.                                                      06360000
                                                                        06370000
           IF WS-FAIL-REASON = SPACES THEN                              06380000
              PERFORM 2600-ROLL-ORDER                                   06390000
           ELSE                                                         06400000
              PERFORM 2700-FAIL-ORDER                                   06410000
           END-IF.                                                      06420000
                                                                        06430000
       2050-ATTEMPT-PAYMENT-EXIT.                                       06440000
           EXIT.                                                        06450000
                                                                        06460000
       2100-CHECK-PAYER SECTION.                                        06470000
                                                                        06480000
      *    A standing order is a customer debit like any other - a      06483333
      *    dormant paying account refuses it until reactivated.         06486666
           MOVE WS-HOST-SO-ACCT-NO TO WS-HOST-ACCOUNT-NO.               06490000
           PERFORM 2150-FETCH-ACCOUNT.                                  06500000
                                                                        06510000
           EVALUATE TRUE                                                06520000
              WHEN WS-EOF                                               06530000
                 CONTINUE                                               06540000
              WHEN SQLCODE = 100                                        06550000
                 MOVE 'ACCOUNT NOT ON MASTER'   TO WS-FAIL-REASON       06560000
              WHEN WS-HOST-ACCT-STATUS = 'C'                            06570000
                 MOVE 'ACCOUNT CLOSED'          TO WS-FAIL-REASON       06580000
              WHEN WS-HOST-ACCT-STATUS = 'D'                            06583333
                 MOVE 'ACCOUNT DORMANT'         TO WS-FAIL-REASON       06586666
              WHEN OTHER                                                06590000
                 MOVE WS-HOST-OD-LIMIT TO WS-PAYER-OD-LIMIT             06600000
           END-EVALUATE.                                                06610000
                                                                        06620000
       2100-CHECK-PAYER-EXIT.                                           06630000
           EXIT.                                                        06640000
                                                                        06650000
       2150-FETCH-ACCOUNT SECTION.                                      06660000
                                                                        06670000
           MOVE SPACES TO WS-HOST-ACCT-STATUS.                          06680000
           MOVE ZERO   TO WS-HOST-OD-LIMIT.                             06690000
                                                                        06700000
           EXEC SQL                                                     06710000
             SELECT ACCT_STATUS                                         06720000
                   ,OVERDRAFT_LIMIT                                     06730000
             INTO  :WS-HOST-ACCT-STATUS                                 06740000
                  ,:WS-HOST-OD-LIMIT                                    06750000
             FROM ACCOUNTS                                              06760000
             WHERE ACCOUNT_NO = :WS-HOST-ACCOUNT-NO                     06770000
           END-EXEC.                                                    06780000
                                                                        06790000
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100 THEN             06800000
              PERFORM 8000-SQL-ERROR                                    06810000
           END-IF.                                                      06820000
                                                                        06830000
       2150-FETCH-ACCOUNT-EXIT.                                         06840000
           EXIT.                                                        06850000
                                                                        06860000
       2200-CHECK-PAYEE SECTION.                                        06870000
                                                                        06880000
      *    A payee that banks here must still be able to take the       06890000
      *    money - the credit leg is posted to their account.           06900000
           MOVE WS-HOST-PAYEE-ACCT-NO TO WS-HOST-ACCOUNT-NO.            06910000
           PERFORM 2150-FETCH-ACCOUNT.                                  06920000
                                                                        06930000
           EVALUATE TRUE                                                06940000
              WHEN WS-EOF                                               06950000
                 CONTINUE                                               06960000
              WHEN SQLCODE = 100                                        06970000
                 MOVE 'PAYEE NOT ON MASTER'     TO WS-FAIL-REASON       06980000
              WHEN WS-HOST-ACCT-STATUS = 'C'                            06990000
                 MOVE 'PAYEE ACCOUNT CLOSED'    TO WS-FAIL-REASON       07000000
              WHEN OTHER                                                07010000
                 CONTINUE                                               07020000
           END-EVALUATE.                                                07030000
                                                                        07040000
       2200-CHECK-PAYEE-EXIT.                                           07050000
           EXIT.                                                        07060000
                                                                        07070000
       2300-PAY-ORDER SECTION.                                          07080000
                                                                        07090000
      *    The paying account's position decides whether the money is   07100000
      *    there - its balance plus its approved overdraft limit must   07110000
      *    cover the payment, the same test TRANPSVC applies to a       07120000
      *    teller debit.                                                07130000
           MOVE WS-HOST-SO-ACCT-NO TO WS-HOST-ACCOUNT-NO.               07140000
           PERFORM 2400-GET-LAST-POSITION.                              07150000
           IF WS-EOF THEN                                               07160000
              GO TO 2300-PAY-ORDER-EXIT                                 07170000
           END-IF.                                                      07180000
                                                                        07190000
           IF WS-HOST-PRIOR-BAL - WS-HOST-SO-AMOUNT                     07200000
                 + WS-PAYER-OD-LIMIT < ZERO THEN                        07210000
              MOVE 'INSUFFICIENT FUNDS' TO WS-FAIL-REASON               07220000
              GO TO 2300-PAY-ORDER-EXIT                                 07230000
           END-IF.                                                      07240000
                                                                        07250000
      *    Both legs from here are undone together if the second        07260000
      *    cannot be written - a payment leaves one account only        07270000
      *    with the other credited.                                     07280000
           PERFORM 2350-SET-SAVEPOINT.                                  07290000
           IF WS-EOF THEN                                               07300000
              GO TO 2300-PAY-ORDER-EXIT                                 07310000
           END-IF.                                                      07320000
                                                                        07330000
           MOVE WS-HOST-SO-ID TO WS-SO-REF-ID.                          07340000
           MOVE WS-SO-REF     TO WS-HOST-TRANS-REF.                     07350000
                                                                        07360000
           COMPUTE WS-HOST-TRANS-AMOUNT = ZERO - WS-HOST-SO-AMOUNT.     07370000
           MOVE 'SO' TO WS-HOST-TRANS-TYPE.                             07380000
           PERFORM 2500-POST-ROW.                                       07390000
                                                                        07400000
           IF WS-POST-DONE AND WS-HOST-PAYEE-ACCT-NO > ZERO THEN        07410000
              MOVE WS-HOST-PAYEE-ACCT-NO TO WS-HOST-ACCOUNT-NO          07420000
              PERFORM 2400-GET-LAST-POSITION                            07430000
              IF WS-EOF THEN                                            07440000
                 SET WS-POST-FAILED TO TRUE                             07450000
              ELSE                                                      07460000
                 MOVE WS-HOST-SO-AMOUNT TO WS-HOST-TRANS-AMOUNT         07470000
                 MOVE 'SI' TO WS-HOST-TRANS-TYPE                        07480000
                 PERFORM 2500-POST-ROW                                  07490000
              END-IF                                                    07500000
           END-IF.                                                      07510000
                                                                        07520000
           IF WS-SAVEPOINT-SET THEN                                     07530000
              PERFORM 2380-END-SAVEPOINT                                07540000
           END-IF.                                                      07550000
                                                                        07560000
           IF WS-POST-DONE THEN                                         07570000
              ADD WS-HOST-SO-AMOUNT TO WS-TOT-PAID                      07580000
              ADD +1 TO WS-ROWS-POSTED                                  07590000
              IF WS-HOST-PAYEE-ACCT-NO > ZERO THEN                      07600000
                 ADD +1 TO WS-ROWS-POSTED                               07610000
              END-IF                                                    07620000
           END-IF.                                                      07630000
                                                                        07640000
       2300-PAY-ORDER-EXIT.                                             07650000
           EXIT.                                                        07660000
                                                                        07670000
       2350-SET-SAVEPOINT SECTION.                                      07680000
                                                                        07690000
           EXEC SQL                                                     07700000
             SAVEPOINT SO_PAYMENT ON ROLLBACK RETAIN CURSORS            07710000
           END-EXEC.                                                    07720000
                                                                        07730000
           IF SQLCODE = ZERO THEN                                       07740000
              SET WS-SAVEPOINT-SET TO TRUE                              07750000
           ELSE                                                         07760000
              PERFORM 8000-SQL-ERROR                                    07770000
           END-IF.                                                      07780000
                                                                        07790000
       2350-SET-SAVEPOINT-EXIT.                                         07800000
           EXIT.                                                        07810000
                                                                        07820000
       2380-END-SAVEPOINT SECTION.                                      07830000
                                                                        07840000
           IF WS-POST-DONE THEN                                         07850000
              EXEC SQL                                                  07860000
                RELEASE SAVEPOINT SO_PAYMENT                            07870000
              END-EXEC                                                  07880000
           ELSE                                                         07890000
              EXEC SQL                                                  07900000
                ROLLBACK TO SAVEPOINT SO_PAYMENT                        07910000
              END-EXEC                                                  07920000
           END-IF.                                                      07930000
                                                                        07940000
           MOVE 'N' TO WS-SAVEPOINT-FLAG.                               07950000
                                                                        07960000
       2380-END-SAVEPOINT-EXIT.                                         07970000
           EXIT.                                                        07980000
                                                                        07990000
       2400-GET-LAST-POSITION SECTION.                                  08000000
                                                                        08010000
      *    The account's highest TRANS_ID and the balance that row      08020000
      *    carries - live table AND archive, whichever side holds       08030000
      *    the higher id, exactly as TRANPOST continues numbering.      08040000
           MOVE ZERO TO WS-HOST-LAST-ID                                 08050000
                        WS-HOST-PRIOR-BAL.                              08060000
                                                                        08070000
           EXEC SQL                                                     08080000
             SELECT TRANS_ID                                            08090000
                   ,BALANCE                                             08100000
             INTO  :WS-HOST-LAST-ID                                     08110000
                  ,:WS-HOST-PRIOR-BAL                                   08120000
             FROM TRANSACTIONS                                          08130000
             WHERE ACCOUNT_NO = :WS-HOST-ACCOUNT-NO                     08140000
               AND TRANS_ID =                                           08150000
                   (SELECT MAX(TRANS_ID)                                08160000
                    FROM TRANSACTIONS                                   08170000
                    WHERE ACCOUNT_NO = :WS-HOST-ACCOUNT-NO)             08180000
           END-EXEC.                                                    08190000
                                                                        08200000
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100 THEN             08210000
              PERFORM 8000-SQL-ERROR                                    08220000
              GO TO 2400-GET-LAST-POSITION-EXIT                         08230000
           END-IF.                                                      08240000
                                                                        08250000
           PERFORM 2450-GET-ARCHIVE-POSITION.                           08260000
                                                                        08270000
           IF WS-EOF THEN                                               08280000
              CONTINUE                                                  08290000
           ELSE                                                         08300000
              IF WS-HOST-ARCH-ID > WS-HOST-LAST-ID THEN                 08310000
                 MOVE WS-HOST-ARCH-ID  TO WS-HOST-LAST-ID               08320000
                 MOVE WS-HOST-ARCH-BAL TO WS-HOST-PRIOR-BAL             08330000
              END-IF                                                    08340000
           END-IF.                                                      08350000
                                                                        08360000
       2400-GET-LAST-POSITION-EXIT.                                     08370000
           EXIT.                                                        08380000
                                                                        08390000
       2450-GET-ARCHIVE-POSITION SECTION.                               08400000
                                                                        08410000
           MOVE ZERO TO WS-HOST-ARCH-ID                                 08420000
                        WS-HOST-ARCH-BAL.                               08430000
                                                                        08440000
           EXEC SQL                                                     08450000
             SELECT TRANS_ID                                            08460000
                   ,BALANCE                                             08470000
             INTO  :WS-HOST-ARCH-ID                                     08480000
                  ,:WS-HOST-ARCH-BAL                                    08490000
             FROM TRANSARCH                                             08500000
             WHERE ACCOUNT_NO = :WS-HOST-ACCOUNT-NO                     08510000
               AND TRANS_ID =                                           08520000
                   (SELECT MAX(TRANS_ID)                                08530000
                    FROM TRANSARCH                                      08540000
                    WHERE ACCOUNT_NO = :WS-HOST-ACCOUNT-NO)             08550000
           END-EXEC.                                                    08560000
                                                                        08570000
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100 THEN             08580000
              PERFORM 8000-SQL-ERROR                                    08590000
           END-IF.                                                      08600000
                                                                        08610000
       2450-GET-ARCHIVE-POSITION-EXIT.                                  08620000
           EXIT.                                                        08630000
                                                                        08640000
       2500-POST-ROW SECTION.                                           08650000
                                                                        08660000
           MOVE 'P'  TO WS-POST-STATE.                                  08670000
           MOVE ZERO TO WS-RETRY-COUNT.                                 08680000
                                                                        08690000
           PERFORM 2550-INSERT-ROW UNTIL NOT WS-POST-PENDING.           08700000
                                                                        08710000
       2500-POST-ROW-EXIT.                                              08720000
           EXIT.                                                        08730000
                                                                        08740000
       2550-INSERT-ROW SECTION.                                         08750000
                                                                        08760000
           COMPUTE WS-HOST-TRANS-ID = WS-HOST-LAST-ID + 1.              08770000
           COMPUTE WS-HOST-BALANCE =                                    08780000
                   WS-HOST-PRIOR-BAL + WS-HOST-TRANS-AMOUNT.            08790000
                                                                        08800000
           EXEC SQL                                                     08810000
             INSERT INTO TRANSACTIONS                                   08820000
               ( ACCOUNT_NO                                             08830000
                ,TRANS_ID                                               08840000
                ,TRANS_DATE                                             08850000
                ,TRANS_REF                                              08860000
                ,TRANS_AMOUNT                                           08870000
                ,TRANS_TYPE                                             08880000
                ,BALANCE                                                08890000
                ,RUN_ID )                                               08900000
             VALUES                                                     08910000
               ( :WS-HOST-ACCOUNT-NO                                    08920000
                ,:WS-HOST-TRANS-ID                                      08930000
                ,:WS-HOST-BUS-DATE                                      08940000
                ,:WS-HOST-TRANS-REF                                     08950000
                ,:WS-HOST-TRANS-AMOUNT                                  08960000
                ,:WS-HOST-TRANS-TYPE                                    08970000
                ,:WS-HOST-BALANCE                                       08980000
                ,:WS-HOST-RUN-ID )                                      08990000
           END-EXEC.                                                    09000000
                                                                        09010000
           EVALUATE TRUE                                                09020000
              WHEN SQLCODE = ZERO                                       09030000
                 SET WS-POST-DONE TO TRUE                               09040000
                 MOVE WS-HOST-TRANS-ID TO WS-HOST-LAST-ID               09050000
                 MOVE WS-HOST-BALANCE  TO WS-HOST-PRIOR-BAL             09060000
      *       Another process owns this TRANS_ID - re-read the          09070000
      *       position and try the next id, the same coexistence        09080000
      *       contract TRANPSVC honours with the overnight run.         09090000
              WHEN SQLCODE = -803                                       09100000
                 ADD +1 TO WS-RETRY-COUNT                               09110000
                 IF WS-RETRY-COUNT > WS-RETRY-LIMIT THEN                09120000
                    SET WS-POST-FAILED TO TRUE                          09130000
                    PERFORM 8000-SQL-ERROR                              09140000
                 ELSE                                                   09150000
                    PERFORM 2400-GET-LAST-POSITION                      09160000
                    IF WS-EOF THEN                                      09170000
                       SET WS-POST-FAILED TO TRUE                       09180000
                    END-IF                                              09190000
                 END-IF                                                 09200000
              WHEN OTHER                                                09210000
                 SET WS-POST-FAILED TO TRUE                             09220000
                 PERFORM 8000-SQL-ERROR                                 09230000
           END-EVALUATE.                                                09240000
                                                                        09250000
       2550-INSERT-ROW-EXIT.                                            09260000
           EXIT.                                                        09270000
                                                                        09280000
       2600-ROLL-ORDER SECTION.                                         09290000
                                                                        09300000
      *    Paid - the next due date moves on one period from the due    09310000
      *    date just settled (not from today, so a late payment does    09320000
      *    not push the schedule), and the order ends once that         09330000
      *    passes its end date.  The date settled and this run are      09340000
      *    kept so TRANBKOT can put the order back.                     09350000
           MOVE WS-HOST-NEXT-DUE TO WS-HOST-NEW-DUE.                    09360000
           PERFORM 7200-ROLL-DUE-DATE.                                  09370000
                                                                        09380000
           MOVE 'PAID' TO WS-RESULT.                                    09390000
           IF WS-HOST-NEW-DUE > WS-HOST-END-DATE THEN                   09400000
              MOVE 'E' TO WS-HOST-SO-STATUS                             09410000
              ADD +1 TO WS-ENDED-COUNT                                  09420000
           ELSE                                                         09430000
              MOVE 'A' TO WS-HOST-SO-STATUS                             09440000
           END-IF.                                                      09450000
                                                                        09460000
           EXEC SQL                                                     09470000
             UPDATE STANDING_ORDERS                                     09480000
             SET PREV_DUE_DATE    = NEXT_DUE_DATE                       09490000
                ,NEXT_DUE_DATE    = :WS-HOST-NEW-DUE                    09500000
                ,SO_STATUS        = :WS-HOST-SO-STATUS                  09510000
                ,LAST_PAID_DATE   = :WS-HOST-BUS-DATE                   09520000
                ,LAST_RUN_ID      = :WS-HOST-RUN-ID                     09530000
                ,FAIL_COUNT       = 0                                   09540000
                ,LAST_FAIL_REASON = ' '                                 09550000
             WHERE SO_ID = :WS-HOST-SO-ID                               09560000
           END-EXEC.                                                    09570000
                                                                        09580000
           IF SQLCODE NOT = ZERO THEN                                   09590000
              PERFORM 8000-SQL-ERROR                                    09600000
              GO TO 2600-ROLL-ORDER-EXIT                                09610000
           END-IF.                                                      09620000
                                                                        09630000
           ADD +1 TO WS-PAID-COUNT.                                     09640000
           PERFORM 2800-WRITE-DETAIL.                                   09650000
                                                                        09660000
       2600-ROLL-ORDER-EXIT.                                            09670000
           EXIT.                                                        09680000
                                                                        09690000
       2700-FAIL-ORDER SECTION.                                         09700000
                                                                        09710000
      *    Not paid - the due date stays where it is so the next        09720000
      *    processing day tries again, until the failures in a row      09730000
      *    reach the limit and the order is suspended.                  09740000
           ADD +1 TO WS-HOST-FAIL-COUNT.                                09750000
           ADD +1 TO WS-FAILED-COUNT.                                   09760000
                                                                        09770000
           IF WS-HOST-FAIL-COUNT NOT < WS-FAIL-LIMIT THEN               09780000
              MOVE 'S'         TO WS-HOST-SO-STATUS                     09790000
              MOVE 'SUSPENDED' TO WS-RESULT                             09800000
              ADD +1 TO WS-SUSPENDED-COUNT                              09810000
           ELSE                                                         09820000
              MOVE 'A'         TO WS-HOST-SO-STATUS                     09830000
              MOVE 'RETRY'     TO WS-RESULT                             09840000
           END-IF.                                                      09850000
                                                                        09860000
           EXEC SQL                                                     09870000
             UPDATE STANDING_ORDERS                                     09880000
             SET FAIL_COUNT       = :WS-HOST-FAIL-COUNT                 09890000
                ,LAST_FAIL_REASON = :WS-FAIL-REASON                     09900000
                ,SO_STATUS        = :WS-HOST-SO-STATUS                  09910000
             WHERE SO_ID = :WS-HOST-SO-ID                               09920000
           END-EXEC.                                                    09930000
                                                                        09940000
           IF SQLCODE NOT = ZERO THEN                                   09950000
              PERFORM 8000-SQL-ERROR                                    09960000
              GO TO 2700-FAIL-ORDER-EXIT                                09970000
           END-IF.                                                      09980000
                                                                        09990000
           PERFORM 2750-RECORD-EXCEPTION.                               10000000
                                                                        10010000
       2700-FAIL-ORDER-EXIT.                                            10020000
           EXIT.                                                        10030000
                                                                        10040000
       2750-RECORD-EXCEPTION SECTION.                                   10050000
                                                                        10060000
           IF WS-EX-COUNT NOT < WS-EX-MAX THEN                          10070000
              ADD +1 TO WS-EX-LOST                                      10080000
              GO TO 2750-RECORD-EXCEPTION-EXIT                          10090000
           END-IF.                                                      10100000
                                                                        10110000
           ADD +1 TO WS-EX-COUNT.                                       10120000
           MOVE WS-HOST-SO-ID      TO WS-EX-SO-ID (WS-EX-COUNT).        10130000
           MOVE WS-HOST-SO-ACCT-NO TO WS-EX-ACCT-NO (WS-EX-COUNT).      10140000
           MOVE WS-HOST-PAYEE-ACCT-NO                                   10150000
                                   TO WS-EX-PAYEE-ACCT-NO (WS-EX-COUNT).10160000
           MOVE WS-HOST-PAYEE-REF  TO WS-EX-PAYEE-REF (WS-EX-COUNT).    10170000
           MOVE WS-HOST-SO-AMOUNT  TO WS-EX-AMOUNT (WS-EX-COUNT).       10180000
           MOVE WS-HOST-NEXT-DUE   TO WS-EX-DUE-DATE (WS-EX-COUNT).     10190000
           MOVE WS-FAIL-REASON     TO WS-EX-REASON (WS-EX-COUNT).       10200000
           MOVE WS-HOST-FAIL-COUNT TO WS-EX-FAIL-COUNT (WS-EX-COUNT).   10210000
           MOVE WS-RESULT          TO WS-EX-RESULT (WS-EX-COUNT).       10220000
                                                                        10230000
       2750-RECORD-EXCEPTION-EXIT.                                      10240000
           EXIT.                                                        10250000
                                                                        10260000
       2800-WRITE-DETAIL SECTION.                                       10270000
                                                                        10280000
           MOVE WS-HOST-SO-ID      TO RL-D-SO-ID.                       10290000
           MOVE WS-HOST-SO-ACCT-NO TO RL-D-ACCT-NO.                     10300000
           IF WS-HOST-PAYEE-ACCT-NO > ZERO THEN                         10310000
              MOVE WS-HOST-PAYEE-ACCT-NO TO RL-D-PAYEE-ACCT             10320000
           ELSE                                                         10330000
              MOVE 'EXTERNAL'            TO RL-D-PAYEE-ACCT-X           10340000
           END-IF.                                                      10350000
           MOVE WS-HOST-PAYEE-REF  TO RL-D-PAYEE-REF.                   10360000
           MOVE WS-HOST-SO-AMOUNT  TO RL-D-AMOUNT.                      10370000
           MOVE WS-HOST-NEXT-DUE   TO RL-D-DUE-DATE.                    10380000
           IF WS-HOST-SO-STATUS = 'E' THEN                              10390000
              MOVE 'ENDED'         TO RL-D-NEXT-DUE                     10400000
           ELSE                                                         10410000
              MOVE WS-HOST-NEW-DUE TO RL-D-NEXT-DUE                     10420000
           END-IF.                                                      10430000
           MOVE WS-RESULT          TO RL-D-RESULT.                      10440000
           WRITE REPORT-REC FROM RL-DETAIL-LINE.                        10450000
                                                                        10460000
       2800-WRITE-DETAIL-EXIT.                                          10470000
           EXIT.                                                        10480000
                                                                        10490000
       2900-END-ORDER SECTION.                                          10500000
                                                                        10510000
           MOVE 'E' TO WS-HOST-SO-STATUS.                               10520000
                                                                        10530000
           EXEC SQL                                                     10540000
             UPDATE STANDING_ORDERS                                     10550000
             SET SO_STATUS = :WS-HOST-SO-STATUS                         10560000
             WHERE SO_ID = :WS-HOST-SO-ID                               10570000
           END-EXEC.                                                    10580000
                                                                        10590000
           IF SQLCODE NOT = ZERO THEN                                   10600000
              PERFORM 8000-SQL-ERROR                                    10610000
              GO TO 2900-END-ORDER-EXIT                                 10620000
           END-IF.                                                      10630000
                                                                        10640000
           ADD +1 TO WS-ENDED-COUNT.                                    10650000
           MOVE 'NOT PAID' TO WS-RESULT.                                10660000
           PERFORM 2800-WRITE-DETAIL.                                   10670000
                                                                        10680000
       2900-END-ORDER-EXIT.                                             10690000
           EXIT.                                                        10700000
                                                                        10710000
       5100-LIST-EXCEPTIONS SECTION.                                    10720000
                                                                        10730000
      *    The orders branches must follow up - the customer's          10740000
      *    account or payee needs attention, or the money was not       10750000
      *    there.  Suspended orders pay nothing more until a            10760000
      *    supervisor reactivates them.                                 10770000
           IF WS-EX-COUNT = ZERO THEN                                   10780000
              MOVE 'NO STANDING ORDER EXCEPTIONS' TO RL-H-TEXT          10790000
              WRITE REPORT-REC FROM RL-HEAD-LINE                        10800000
              GO TO 5100-LIST-EXCEPTIONS-EXIT                           10810000
           END-IF.                                                      10820000
                                                                        10830000
           MOVE 'STANDING ORDERS NOT PAID' TO RL-H-TEXT.                10840000
           WRITE REPORT-REC FROM RL-HEAD-LINE.                          10850000
           WRITE REPORT-REC FROM RL-EXCOL-LINE.                         10860000
                                                                        10870000
           PERFORM 5200-WRITE-EXCEPTION                                 10880000
               VARYING WS-EX-IX FROM 1 BY 1                             10890000
               UNTIL WS-EX-IX > WS-EX-COUNT.                            10900000
                                                                        10910000
           IF WS-EX-LOST > ZERO THEN                                    10920000
              MOVE 'MORE EXCEPTIONS THAN LISTED - SEE TOTALS'           10930000
                TO RL-H-TEXT                                            10940000
              WRITE REPORT-REC FROM RL-HEAD-LINE                        10950000
           END-IF.                                                      10960000
                                                                        10970000
       5100-LIST-EXCEPTIONS-EXIT.                                       10980000
           EXIT.                                                        10990000
                                                                        11000000
       5200-WRITE-EXCEPTION SECTION.                                    11010000
                                                                        11020000
           MOVE WS-EX-SO-ID (WS-EX-IX)     TO RL-E-SO-ID.               11030000
           MOVE WS-EX-ACCT-NO (WS-EX-IX)   TO RL-E-ACCT-NO.             11040000
           IF WS-EX-PAYEE-ACCT-NO (WS-EX-IX) > ZERO THEN                11050000
              MOVE WS-EX-PAYEE-ACCT-NO (WS-EX-IX) TO RL-E-PAYEE-ACCT    11060000
           ELSE                                                         11070000
              MOVE 'EXTERNAL'             TO RL-E-PAYEE-ACCT-X          11080000
           END-IF.                                                      11090000
           MOVE WS-EX-PAYEE-REF (WS-EX-IX)  TO RL-E-PAYEE-REF.          11100000
           MOVE WS-EX-AMOUNT (WS-EX-IX)     TO RL-E-AMOUNT.             11110000
           MOVE WS-EX-DUE-DATE (WS-EX-IX)   TO RL-E-DUE-DATE.           11120000
           MOVE WS-EX-REASON (WS-EX-IX)     TO RL-E-REASON.             11130000
           MOVE WS-EX-FAIL-COUNT (WS-EX-IX) TO RL-E-FAILS.              11140000
           MOVE WS-EX-RESULT (WS-EX-IX)     TO RL-E-RESULT.             11150000
           WRITE REPORT-REC FROM RL-EXCEPT-LINE.                        11160000
                                                                        11170000
       5200-WRITE-EXCEPTION-EXIT.                                       11180000
           EXIT.                                                        11190000
                                                                        11200000
       7200-ROLL-DUE-DATE SECTION.                                      11210000
                                                                        11220000
      *    WS-HOST-NEW-DUE moves on one period.  A weekly order adds    11230000
      *    seven days, carrying into the next month (and year) as       11240000
      *    needed; the others add one, three or twelve months and       11250000
      *    land on the order's own day of the month, or the month's     11260000
      *    last day when the month is shorter.                          11270000
           MOVE WS-HOST-NEW-DUE TO WS-DATE-PARSE.                       11280000
           MOVE WS-DP-YYYY      TO WS-RD-Y.                             11290000
           MOVE WS-DP-MM        TO WS-RD-M.                             11300000
           MOVE WS-DP-DD        TO WS-RD-D.                             11310000
                                                                        11320000
           EVALUATE WS-HOST-FREQUENCY                                   11330000
              WHEN 'W'                                                  11340000
                 ADD 7 TO WS-RD-D                                       11350000
                 PERFORM 7300-DAYS-IN-MONTH                             11360000
                 IF WS-RD-D > WS-RD-DIM THEN                            11370000
                    SUBTRACT WS-RD-DIM FROM WS-RD-D                     11380000
                    ADD 1 TO WS-RD-M                                    11390000
                 END-IF                                                 11400000
              WHEN 'Q'                                                  11410000
                 ADD 3 TO WS-RD-M                                       11420000
              WHEN 'A'                                                  11430000
                 ADD 12 TO WS-RD-M                                      11440000
              WHEN OTHER                                                11450000
                 ADD 1 TO WS-RD-M                                       11460000
           END-EVALUATE.                                                11470000
                                                                        11480000
           IF WS-RD-M > 12 THEN                                         11490000
              SUBTRACT 12 FROM WS-RD-M                                  11500000
              ADD 1 TO WS-RD-Y                                          11510000
           END-IF.                                                      11520000
                                                                        11530000
           IF WS-HOST-FREQUENCY NOT = 'W' THEN                          11540000
              MOVE WS-HOST-DUE-DAY TO WS-RD-D                           11550000
              PERFORM 7300-DAYS-IN-MONTH                                11560000
              IF WS-RD-D > WS-RD-DIM THEN                               11570000
                 MOVE WS-RD-DIM TO WS-RD-D                              11580000
              END-IF                                                    11590000
           END-IF.                                                      11600000
                                                                        11610000
           MOVE WS-RD-Y TO WS-DP-YYYY.                                  11620000
           MOVE WS-RD-M TO WS-DP-MM.                                    11630000
           MOVE WS-RD-D TO WS-DP-DD.                                    11640000
           MOVE WS-DATE-PARSE TO WS-HOST-NEW-DUE.                       11650000
                                                                        11660000
       7200-ROLL-DUE-DATE-EXIT.                                         11670000
           EXIT.                                                        11680000
                                                                        11690000
       7300-DAYS-IN-MONTH SECTION.                                      11700000
                                                                        11710000
      *    Days in month WS-RD-M of year WS-RD-Y - February has 29 in   11720000
      *    a year divisible by 4, except centuries not divisible by     11730000
      *    400.                                                         11740000
           MOVE WS-MONTH-DAYS (WS-RD-M) TO WS-RD-DIM.                   11750000
                                                                        11760000
           IF WS-RD-M = 2 THEN                                          11770000
              DIVIDE WS-RD-Y BY 4 GIVING WS-RD-WORK                     11780000
                     REMAINDER WS-RD-REM                                11790000
              IF WS-RD-REM = ZERO THEN                                  11800000
                 MOVE 29 TO WS-RD-DIM                                   11810000
                 DIVIDE WS-RD-Y BY 100 GIVING WS-RD-WORK                11820000
                        REMAINDER WS-RD-REM                             11830000
                 IF WS-RD-REM = ZERO THEN                               11840000
                    DIVIDE WS-RD-Y BY 400 GIVING WS-RD-WORK             11850000
                           REMAINDER WS-RD-REM                          11860000
                    IF WS-RD-REM NOT = ZERO THEN                        11870000
                       MOVE 28 TO WS-RD-DIM                             11880000
                    END-IF                                              11890000
                 END-IF                                                 11900000
              END-IF                                                    11910000
           END-IF.                                                      11920000
                                                                        11930000
       7300-DAYS-IN-MONTH-EXIT.                                         11940000
           EXIT.                                                        11950000
                                                                        11960000
       8000-SQL-ERROR SECTION.                                          11970000
                                                                        11980000
      *    A real database error ends the run - the payment in hand     11990000
      *    goes back to its savepoint, the register row is closed       12000000
      *    'E' with the rows posted so far carrying its RUN_ID, so      12010000
      *    TRANBKOT can reverse the partial run and put its orders      12020000
      *    back exactly like a partial file posting.                    12030000
           MOVE SQLCODE TO RL-R-SQLCODE.                                12040000
           WRITE REPORT-REC FROM RL-ERROR-LINE.                         12050000
           DISPLAY 'TRANSORD - SQL ERROR, SQLCODE=' SQLCODE.            12060000
           SET WS-EOF TO TRUE.                                          12070000
           MOVE 16 TO RETURN-CODE.                                      12080000
                                                                        12090000
       8000-SQL-ERROR-EXIT.                                             12100000
           EXIT.                                                        12110000
                                                                        12120000
       8500-CLOSE-RUN SECTION.                                          12130000
                                                                        12140000
      *    The register closes with what actually happened - 'C' for    12150000
      *    a run that went through (orders that could not be paid are   12160000
      *    exceptions, not a failed run), 'E' for one that died         12170000
      *    partway, which is the state TRANBKOT reads before            12180000
      *    reversing it.                                                12190000
           IF RETURN-CODE < 16 THEN                                     12200000
              MOVE 'C' TO WS-HOST-RUN-STATUS                            12210000
           ELSE                                                         12220000
              MOVE 'E' TO WS-HOST-RUN-STATUS                            12230000
           END-IF.                                                      12240000
           MOVE WS-ROWS-POSTED  TO WS-HOST-RUN-POSTED.                  12250000
           MOVE WS-FAILED-COUNT TO WS-HOST-RUN-REJECTS.                 12260000
           MOVE WS-ORDER-COUNT  TO WS-HOST-RUN-REC-CNT.                 12270000
           MOVE WS-TOT-PAID     TO WS-HOST-RUN-HASH.                    12280000
                                                                        12290000
           EXEC SQL                                                     12300000
             UPDATE POSTRUNS                                            12310000
             SET REC_COUNT    = :WS-HOST-RUN-REC-CNT                    12320000
                ,AMOUNT_HASH  = :WS-HOST-RUN-HASH                       12330000
                ,POSTED_COUNT = :WS-HOST-RUN-POSTED                     12340000
                ,REJECT_COUNT = :WS-HOST-RUN-REJECTS                    12350000
                ,RUN_STATUS   = :WS-HOST-RUN-STATUS                     12360000
             WHERE RUN_ID = :WS-HOST-RUN-ID                             12370000
           END-EXEC.                                                    12380000
                                                                        12390000
           IF SQLCODE NOT = ZERO THEN                                   12400000
              DISPLAY 'TRANSORD - RUN REGISTER UPDATE ERROR, '          12410000
                      'SQLCODE=' SQLCODE                                12420000
              MOVE 16 TO RETURN-CODE                                    12430000
           END-IF.                                                      12440000
                                                                        12450000
       8500-CLOSE-RUN-EXIT.                                             12460000
           EXIT.                                                        12470000
                                                                        12480000
       8600-END-RUN-LOG SECTION.                                        12480384
                                                                        12480769
           IF NOT WS-JLOG-STARTED THEN                                  12481153
              GO TO 8600-END-RUN-LOG-EXIT                               12481538
           END-IF.                                                      12481923
                                                                        12482307
           SET JL-FUNC-END TO TRUE.                                     12482692
           MOVE RETURN-CODE TO JL-JOB-RC.                               12483076
           MOVE WS-HOST-RUN-ID  TO JL-RUN-ID.                           12483461
           MOVE WS-ORDER-COUNT  TO JL-IN-COUNT.                         12483846
           MOVE WS-PAID-COUNT   TO JL-OUT-COUNT.                        12484230
           MOVE WS-FAILED-COUNT TO JL-EXCP-COUNT.                       12484615
                                                                        12485000
           CALL WS-JLOG USING JL-REQ JL-RES.                            12485384
                                                                        12485769
           IF NOT JL-RC-OK THEN                                         12486153
              DISPLAY 'TRANSORD - RUN LOG NOT CLOSED: ' JL-MESSAGE      12486538
              IF RETURN-CODE < 4 THEN                                   12486923
                 MOVE 4 TO RETURN-CODE                                  12487307
              END-IF                                                    12487692
           END-IF.                                                      12488076
                                                                        12488461
       8600-END-RUN-LOG-EXIT.                                           12488846
           EXIT.                                                        12489230
                                                                        12489615
       9000-TERMINATE SECTION.                                          12490000
                                                                        12500000
           IF WS-RUN-REGISTERED THEN                                    12510000
              EXEC SQL                                                  12520000
                CLOSE SO-CURSOR                                         12530000
              END-EXEC                                                  12540000
              PERFORM 8500-CLOSE-RUN                                    12550000
              PERFORM 5100-LIST-EXCEPTIONS                              12560000
              MOVE WS-ORDER-COUNT     TO RL-S-ORDERS                    12570000
              MOVE WS-PAID-COUNT      TO RL-S-PAID                      12580000
              MOVE WS-ENDED-COUNT     TO RL-S-ENDED                     12590000
              MOVE WS-FAILED-COUNT    TO RL-S-FAILED                    12600000
              MOVE WS-SUSPENDED-COUNT TO RL-S-SUSPENDED                 12610000
              MOVE WS-TOT-PAID        TO RL-S-TOT-PAID                  12620000
              WRITE REPORT-REC FROM RL-TOTALS-LINE                      12630000
           END-IF.                                                      12640000
                                                                        12650000
      *    Orders not paid are the branches' to follow up, not a        12660000
      *    failed run - the step ends RC=04 so the stream carries on.   12670000
           IF WS-FAILED-COUNT > ZERO AND RETURN-CODE = ZERO THEN        12680000
              MOVE 04 TO RETURN-CODE                                    12690000
           END-IF.                                                      12700000
                                                                        12710000
           CLOSE REPORT-FILE.                                           12720000
           DISPLAY 'TRANSORD COMPLETE - ORDERS: ' WS-ORDER-COUNT        12730000
                   ' PAID: ' WS-PAID-COUNT                              12740000
                   ' FAILED: ' WS-FAILED-COUNT                          12750000
                   ' SUSPENDED: ' WS-SUSPENDED-COUNT.                   12760000
           PERFORM 8600-END-RUN-LOG.                                    12765000
           STOP RUN.                                                    12770000
                                                                        12780000
       9000-TERMINATE-EXIT.                                             12790000
           EXIT.                                                        12800000
