       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. TRANOONL.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       CONFIGURATION SECTION.                                           00040000
       DATA DIVISION.                                                   00050000
       WORKING-STORAGE SECTION.                                         00060000
      *----------------------------------------------------------------*00070000
      * Common defintions                                              *00080000
      *----------------------------------------------------------------*00090000
      * Run time (debug) infomation for this invocation                 00100000
        01  WS-HEADER.                                                  00110000
           03 WS-EYECATCHER            PIC X(16)                        00120000
                                        VALUE 'TRANOONL=---WS'.         00130000
           03 WS-TRANSID               PIC X(4).                        00140000
           03 WS-TERMID                PIC X(4).                        00150000
           03 WS-TASKNUM               PIC 9(7).                        00160000
                                                                        00170000
      * Standing order maintenance - reached with PF5 from the          00180000
      * TRANAONL account master screen and run under TRANAONL's own     00190000
      * (supervisor-restricted) transaction on its commarea, for the    00200000
      * account TRANAONL had on display.  Lists the account's orders    00210000
      * and adds, amends, cancels or reactivates one: the payee (an     00220000
      * account here, or a reference for a payee banking elsewhere),    00230000
      * the amount, the frequency, the next due date and the end        00240000
      * date.  The nightly TRANSORD run pays the orders and suspends    00250000
      * one that keeps failing; reactivating it here clears its         00260000
      * failure count, and a new next due date may be keyed with it.    00270000
      * Every change is written to the AUDT audit trail the same way    00280000
      * TRANAONL logs master maintenance.  PF7 hands back to            00290000
      * TRANAONL, PF8 pages the order list.                             00300000
                                                                        00310000
      * Attention-identifier values - compared against a local copy of  00320000
      * EIBAID rather than COPY DFHAID so this program carries no       00330000
      * dependency on a system copybook.                                00340000
       01 WS-AID                    PIC X.                              00350000
       01 WS-AID-ENTER               PIC X VALUE X'7D'.                 00360000
       01 WS-AID-CLEAR               PIC X VALUE X'6D'.                 00370000
       01 WS-AID-PF7                 PIC X VALUE X'F7'.                 00380000
       01 WS-AID-PF8                 PIC X VALUE X'F8'.                 00390000
                                                                        00400000
       01 WS-ACCT-NO                PIC 9(15).                          00410000
       01 WS-SO-ID                  PIC 9(09).                          00420000
                                                                        00430000
       01 WS-ACTION                 PIC X(01).                          00440000
          88 WS-ACT-INQUIRE         VALUE 'I'.                          00450000
          88 WS-ACT-ADD             VALUE 'A'.                          00460000
          88 WS-ACT-AMEND           VALUE 'M'.                          00470000
          88 WS-ACT-CANCEL          VALUE 'X'.                          00480000
          88 WS-ACT-REACTIVATE      VALUE 'R'.                          00490000
                                                                        00500000
      * The file's verdict on the order and account in hand.            00510000
       01 WS-FOUND-FLAG             PIC X(01) VALUE 'N'.                00520000
          88 WS-ORDER-FOUND         VALUE 'Y'.                          00530000
                                                                        00540000
       01 WS-ACCT-FOUND-FLAG        PIC X(01) VALUE 'N'.                00550000
          88 WS-ACCT-FOUND          VALUE 'Y'.                          00560000
                                                                        00570000
      * Set once everything keyed for an add or amend has passed -      00580000
      * only then is the order written.                                 00590000
       01 WS-VALID-FLAG             PIC X(01) VALUE 'N'.                00600000
          88 WS-ORDER-VALID         VALUE 'Y'.                          00610000
                                                                        00620000
      * A next due date keyed on this turn must not be in the past;     00630000
      * one already on file (a failing order still due) is left be.     00640000
       01 WS-DUE-KEYED-FLAG         PIC X(01) VALUE 'N'.                00650000
          88 WS-DUE-KEYED           VALUE 'Y'.                          00660000
                                                                        00670000
      * No end date keyed means the order runs until cancelled.         00680000
       01 WS-OPEN-END-DATE          PIC X(10) VALUE '9999-12-31'.       00690000
                                                                        00700000
      * A -803 on the insert means another order took the same          00710000
      * SO_ID - re-read the highest id and retry, at most this many     00720000
      * times.                                                          00730000
       01 WS-INSERT-STATE           PIC X(01) VALUE 'P'.                00740000
          88 WS-INSERT-PENDING      VALUE 'P'.                          00750000
          88 WS-INSERT-DONE         VALUE 'Y'.                          00760000
          88 WS-INSERT-FAILED       VALUE 'E'.                          00770000
                                                                        00780000
       77 WS-RETRY-LIMIT            PIC 9(01) VALUE 3.                  00790000
       01 WS-RETRY-COUNT            PIC 9(01) VALUE ZERO.               00800000
                                                                        00810000
      * Order list state - one line per order, eight to a page.         00820000
       01 WS-LIST-EOF-FLAG          PIC X(01) VALUE 'N'.                00830000
          88 WS-LIST-EOF            VALUE 'Y'.                          00840000
       01 WS-LIST-COUNT             PIC S9(4) COMP VALUE ZERO.          00850000
       01 WS-I                      PIC S9(4) COMP VALUE ZERO.          00860000
                                                                        00870000
       01 WS-LIST-LINE.                                                 00880000
          03 WS-LL-SO-ID            PIC Z(08)9.                         00890000
          03 FILLER                 PIC X(02) VALUE SPACES.             00900000
          03 WS-LL-PAYEE            PIC Z(09)9.                         00910000
          03 WS-LL-PAYEE-X REDEFINES WS-LL-PAYEE                        00920000
                                    PIC X(10).                          00930000
          03 FILLER                 PIC X(02) VALUE SPACES.             00940000
          03 WS-LL-PAYEE-REF        PIC X(20).                          00950000
          03 FILLER                 PIC X(02) VALUE SPACES.             00960000
          03 WS-LL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.                  00970000
          03 FILLER                 PIC X(02) VALUE SPACES.             00980000
          03 WS-LL-FREQ             PIC X(01).                          00990000
          03 FILLER                 PIC X(02) VALUE SPACES.             01000000
          03 WS-LL-NEXT-DUE         PIC X(10).                          01010000
          03 FILLER                 PIC X(02) VALUE SPACES.             01020000
          03 WS-LL-STATUS           PIC X(01).                          01030000
                                                                        01040000
      * Audit log record - one per maintenance action (compliance       01050000
      * trail), byte-for-byte the AUDIT-REC layout TRANHIST writes to   01060000
      * AUDT, so TRANADRN drains order maintenance into AUDIT_LOG       01070000
      * alongside the account changes and TRANAUDR reports both.        01080000
       01 AUDIT-REC.                                                    01090000
           03 AU-DATE                  PIC X(8).                        01100000
           03 FILLER                   PIC X     VALUE SPACE.           01110000
           03 AU-TIME                  PIC X(6).                        01120000
           03 FILLER                   PIC X     VALUE SPACE.           01130000
           03 AU-TRANSID                PIC X(4).                       01140000
           03 FILLER                   PIC X     VALUE SPACE.           01150000
           03 AU-TERMID                 PIC X(4).                       01160000
           03 FILLER                   PIC X     VALUE SPACE.           01170000
           03 AU-TASKNUM                PIC 9(7).                       01180000
           03 FILLER                   PIC X     VALUE SPACE.           01190000
           03 AU-ACCT-NO                PIC 9(15).                      01200000
                                                                        01210000
      * Current-time working fields for the audit stamp.                01220000
       01 WS-ABSTIME                PIC S9(15) COMP-3.                  01230000
       01 WS-CURR-DATE              PIC X(8).                           01240000
       01 WS-CURR-TIME              PIC X(6).                           01250000
                                                                        01260000
       01 WS-SQLCODE-DISP           PIC ----9.                          01270000
                                                                        01280000
      * The amount as keyed - ten digits with the decimal point         01290000
      * implied, the same no-point convention TRANAONL's overdraft      01300000
      * limit uses.                                                     01310000
       01 WS-AMOUNT-IN              PIC X(10).                          01320000
       01 WS-AMOUNT-NUM REDEFINES WS-AMOUNT-IN                          01330000
                                    PIC 9(8)V9(2).                      01340000
                                                                        01350000
       01 WS-PAYEE-IN               PIC X(10).                          01360000
       01 WS-PAYEE-NUM REDEFINES WS-PAYEE-IN                            01370000
                                    PIC 9(10).                          01380000
                                                                        01390000
       01 WS-FAILS-DISP             PIC Z9.                             01400000
                                                                        01410000
      * Date validation working fields - a YYYY-MM-DD date keyed on     01420000
      * the screen is taken apart and proved a real calendar date.      01430000
       01 WS-CHK-DATE               PIC X(10).                          01440000
       01 WS-CHK-DATE-R REDEFINES WS-CHK-DATE.                          01450000
          03 WS-CK-YYYY             PIC X(04).                          01460000
          03 WS-CK-YYYY-NUM REDEFINES WS-CK-YYYY                        01470000
                                    PIC 9(04).                          01480000
          03 WS-CK-SEP1             PIC X(01).                          01490000
          03 WS-CK-MM               PIC X(02).                          01500000
          03 WS-CK-MM-NUM REDEFINES WS-CK-MM                            01510000
                                    PIC 9(02).                          01520000
          03 WS-CK-SEP2             PIC X(01).                          01530000
          03 WS-CK-DD               PIC X(02).                          01540000
          03 WS-CK-DD-NUM REDEFINES WS-CK-DD                            01550000
                                    PIC 9(02).                          01560000
                                                                        01570000
       01 WS-DATE-OK-FLAG           PIC X(01) VALUE 'N'.                01580000
          88 WS-DATE-OK             VALUE 'Y'.                          01590000
                                                                        01600000
       01 WS-CK-DIM                 PIC S9(4) USAGE COMP.               01610000
       01 WS-CK-WORK                PIC S9(4) USAGE COMP.               01620000
       01 WS-CK-REM                 PIC S9(4) USAGE COMP.               01630000
                                                                        01640000
       01 WS-MONTH-DAYS-VAL         PIC X(24) VALUE                     01650000
          '312831303130313130313031'.                                   01660000
       01 WS-MONTH-DAYS-TAB REDEFINES WS-MONTH-DAYS-VAL.                01670000
          03 WS-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.          01680000
                                                                        01690000
       01 WS-HOST-BUS-DATE          PIC X(10).                          01700000
                                                                        01710000
       01 WS-HOST-ACCT.                                                 01720000
          03 WS-HOST-ACCT-NO         PIC S9(9) USAGE COMP.              01730000
          03 WS-HOST-CUST-NAME       PIC X(30).                         01740000
          03 WS-HOST-ACCT-STATUS     PIC X(01).                         01750000
                                                                        01760000
       01 WS-HOST-PAYEE-STATUS      PIC X(01).                          01770000
                                                                        01780000
       01 WS-HOST-ORDER.                                                01790000
          03 WS-HOST-SO-ID           PIC S9(9) USAGE COMP.              01800000
          03 WS-HOST-PAYEE-ACCT-NO   PIC S9(9) USAGE COMP.              01810000
          03 WS-HOST-PAYEE-REF       PIC X(20).                         01820000
          03 WS-HOST-SO-AMOUNT       PIC S9(8)V9(2) USAGE COMP-3.       01830000
          03 WS-HOST-FREQUENCY       PIC X(01).                         01840000
          03 WS-HOST-DUE-DAY         PIC S9(2) USAGE COMP-3.            01850000
          03 WS-HOST-NEXT-DUE        PIC X(10).                         01860000
          03 WS-HOST-END-DATE        PIC X(10).                         01870000
          03 WS-HOST-SO-STATUS       PIC X(01).                         01880000
          03 WS-HOST-FAIL-COUNT      PIC S9(2) USAGE COMP-3.            01890000
          03 WS-HOST-LAST-FAIL       PIC X(26).                         01900000
          03 WS-HOST-LAST-PAID       PIC X(10).                         01910000
                                                                        01920000
       01 WS-HOST-LAST-SO-ID        PIC S9(9) USAGE COMP.               01930000
                                                                        01940000
           EXEC SQL                                                     01950000
             INCLUDE SQLCA                                              01960000
           END-EXEC.                                                    01970000
                                                                        01980000
           EXEC SQL                                                     01990000
             INCLUDE ACCTDCL                                            02000000
           END-EXEC.                                                    02010000
                                                                        02020000
           EXEC SQL                                                     02030000
             INCLUDE SORDDCL                                            02040000
           END-EXEC.                                                    02050000
                                                                        02060000
           EXEC SQL                                                     02070000
             INCLUDE BDATDCL                                            02080000
           END-EXEC.                                                    02090000
                                                                        02100000
       COPY TRANOMAP.                                                   02110000
                                                                        02120000
      ******************************************************************02130000
      *    L I N K A G E   S E C T I O N                                02140000
      ******************************************************************02150000
       LINKAGE SECTION.                                                 02160000
       01 DFHCOMMAREA.                                                  02170000
           COPY TRANAOCA.                                               02180000
                                                                        02190000
      ******************************************************************02200000
      *    P R O C E D U R E S                                          02210000
      ******************************************************************02220000
       PROCEDURE DIVISION.                                              02230000
                                                                        02240000
       MAINLINE SECTION.                                                02250000
                                                                        02260000
           PERFORM 1000-INITIALIZE-VARS.                                02270000
                                                                        02280000
      *    Only TRANAONL passes control here - without its commarea     02290000
      *    there is no account to keep orders for.                      02300000
           IF EIBCALEN IS EQUAL TO ZERO THEN                            02310000
              PERFORM 6100-SEND-NO-ACCOUNT                              02320000
              GO TO MAINLINE-EXIT                                       02330000
           END-IF.                                                      02340000
                                                                        02350000
           IF AC-MODE-SO-START THEN                                     02360000
              PERFORM 2000-SEND-FIRST-SCREEN                            02370000
           ELSE                                                         02380000
              MOVE EIBAID TO WS-AID                                     02390000
      *       CLEAR transmits no screen data - a RECEIVE MAP against it 02400000
      *       would raise MAPFAIL, so it has to be handled before the   02410000
      *       RECEIVE rather than after.                                02420000
              IF WS-AID = WS-AID-CLEAR THEN                             02430000
                 PERFORM 6000-SEND-GOODBYE                              02440000
                 GO TO MAINLINE-EXIT                                    02450000
              END-IF                                                    02460000
              IF WS-AID = WS-AID-PF7 THEN                               02470000
                 PERFORM 7100-BACK-TO-ACCOUNT                           02480000
              END-IF                                                    02490000
              PERFORM 3000-RECEIVE-SCREEN                               02500000
              IF WS-AID = WS-AID-PF8 THEN                               02510000
                 PERFORM 4050-PAGE-ORDERS                               02520000
              ELSE                                                      02530000
                 PERFORM 4000-EXECUTE-ACTION                            02540000
              END-IF                                                    02550000
              PERFORM 5000-SEND-RESULT-SCREEN                           02560000
           END-IF.                                                      02570000
                                                                        02580000
      *    The next input comes in under TRANAONL's transaction, which  02590000
      *    sees AC-MODE-SO and passes it straight back here.            02600000
           EXEC CICS RETURN TRANSID(WS-TRANSID)                         02610000
                     COMMAREA(DFHCOMMAREA)                              02620000
                     LENGTH(LENGTH OF DFHCOMMAREA)                      02630000
           END-EXEC.                                                    02640000
                                                                        02650000
       MAINLINE-EXIT.                                                   02660000
           EXIT.                                                        02670000
                                                                        02680000
       1000-INITIALIZE-VARS SECTION.                                    02690000
                                                                        02700000
           MOVE EIBTRNID TO WS-TRANSID.                                 02710000
           MOVE EIBTRMID TO WS-TERMID.                                  02720000
           MOVE EIBTASKN TO WS-TASKNUM.                                 02730000
                                                                        02740000
           MOVE SPACES TO WS-HOST-BUS-DATE                              02750000
                          WS-HOST-CUST-NAME.                            02760000
                                                                        02770000
       1000-INITIALIZE-VARS-EXIT.                                       02780000
           EXIT.                                                        02790000
                                                                        02800000
       2000-SEND-FIRST-SCREEN SECTION.                                  02810000
                                                                        02820000
      *    The terminal still shows TRANAONL's map - this screen goes   02830000
      *    out in full, with the account's orders listed from the       02840000
      *    first.                                                       02850000
           MOVE LOW-VALUES TO TRANOMAPO.                                02860000
           MOVE SPACES     TO MSGTXTO.                                  02870000
           MOVE ZERO       TO AC-SO-ID                                  02880000
                              AC-SO-LAST-ID.                            02890000
           SET AC-SO-MORE-NO TO TRUE.                                   02900000
           MOVE AC-ACCT-NO TO WS-ACCT-NO.                               02910000
                                                                        02920000
           PERFORM 4800-GET-BUSINESS-DATE.                              02930000
           PERFORM 4550-FETCH-ACCOUNT.                                  02940000
           PERFORM 4100-LIST-ORDERS.                                    02950000
                                                                        02960000
           IF MSGTXTO = SPACES THEN                                     02970000
              MOVE 'KEY AN ACTION - I, A, M, X OR R - AND PRESS ENTER'  02980000
                TO MSGTXTO                                              02990000
           END-IF.                                                      03000000
                                                                        03010000
           PERFORM 5100-FORMAT-HEADER.                                  03020000
           SET AC-MODE-SO TO TRUE.                                      03030000
                                                                        03040000
           EXEC CICS SEND MAP('TRANOMAP') MAPSET('TRANOSET')            03050000
                     FROM(TRANOMAPO) ERASE                              03060000
           END-EXEC.                                                    03070000
                                                                        03080000
       2000-SEND-FIRST-SCREEN-EXIT.                                     03090000
           EXIT.                                                        03100000
                                                                        03110000
       3000-RECEIVE-SCREEN SECTION.                                     03120000
                                                                        03130000
           MOVE AC-ACCT-NO TO WS-ACCT-NO.                               03140000
           MOVE AC-SO-ID   TO WS-SO-ID.                                 03150000
                                                                        03160000
           EXEC CICS RECEIVE MAP('TRANOMAP') MAPSET('TRANOSET')         03170000
                     INTO(TRANOMAPI)                                    03180000
           END-EXEC.                                                    03190000
                                                                        03200000
       3000-RECEIVE-SCREEN-EXIT.                                        03210000
           EXIT.                                                        03220000
                                                                        03230000
       4000-EXECUTE-ACTION SECTION.                                     03240000
                                                                        03250000
           MOVE SPACES TO MSGTXTO.                                      03260000
                                                                        03270000
           PERFORM 4800-GET-BUSINESS-DATE.                              03280000
           IF MSGTXTO NOT = SPACES THEN                                 03290000
              GO TO 4000-EXECUTE-ACTION-EXIT                            03300000
           END-IF.                                                      03310000
                                                                        03320000
           PERFORM 4550-FETCH-ACCOUNT.                                  03330000
           IF MSGTXTO NOT = SPACES THEN                                 03340000
              GO TO 4000-EXECUTE-ACTION-EXIT                            03350000
           END-IF.                                                      03360000
                                                                        03370000
           IF SOIDL > ZERO THEN                                         03380000
              IF SOIDI IS NUMERIC THEN                                  03390000
                 MOVE SOIDI TO WS-SO-ID                                 03400000
              ELSE                                                      03410000
                 MOVE 'ORDER ID MUST BE NUMERIC' TO MSGTXTO             03420000
                 GO TO 4000-EXECUTE-ACTION-EXIT                         03430000
              END-IF                                                    03440000
           END-IF.                                                      03450000
                                                                        03460000
           MOVE ACTIONI TO WS-ACTION.                                   03470000
                                                                        03480000
           EVALUATE TRUE                                                03490000
              WHEN WS-ACT-INQUIRE                                       03500000
                 PERFORM 4150-INQUIRE-ORDER                             03510000
              WHEN WS-ACT-ADD                                           03520000
                 PERFORM 4200-ADD-ORDER                                 03530000
              WHEN WS-ACT-AMEND                                         03540000
                 PERFORM 4300-AMEND-ORDER                               03550000
              WHEN WS-ACT-CANCEL                                        03560000
                 PERFORM 4400-CANCEL-ORDER                              03570000
              WHEN WS-ACT-REACTIVATE                                    03580000
                 PERFORM 4450-REACTIVATE-ORDER                          03590000
              WHEN OTHER                                                03600000
                 MOVE 'ACTION MUST BE I, A, M, X OR R' TO MSGTXTO       03610000
           END-EVALUATE.                                                03620000
                                                                        03630000
      *    The list is re-read from the first order after every         03640000
      *    action, so a change shows on it at once.                     03650000
           MOVE ZERO TO AC-SO-LAST-ID.                                  03660000
           PERFORM 4100-LIST-ORDERS.                                    03670000
                                                                        03680000
       4000-EXECUTE-ACTION-EXIT.                                        03690000
           EXIT.                                                        03700000
                                                                        03710000
       4050-PAGE-ORDERS SECTION.                                        03720000
                                                                        03730000
           MOVE SPACES TO MSGTXTO.                                      03740000
                                                                        03750000
           IF AC-SO-MORE-NO THEN                                        03760000
              MOVE 'NO MORE ORDERS - PRESS ENTER TO LIST FROM THE FIRST'03770000
                TO MSGTXTO                                              03780000
           ELSE                                                         03790000
              PERFORM 4100-LIST-ORDERS                                  03800000
           END-IF.                                                      03810000
                                                                        03820000
       4050-PAGE-ORDERS-EXIT.                                           03830000
           EXIT.                                                        03840000
                                                                        03850000
       4100-LIST-ORDERS SECTION.                                        03860000
                                                                        03870000
      *    The account's orders in SO_ID order from the one after the   03880000
      *    last listed - eight lines, then one more fetch to tell       03890000
      *    whether PF8 has a further page to show.                      03900000
           MOVE AC-SO-LAST-ID TO WS-HOST-LAST-SO-ID.                    03910000
           MOVE WS-ACCT-NO    TO WS-HOST-ACCT-NO.                       03920000
           MOVE ZERO          TO WS-LIST-COUNT.                         03930000
           MOVE 'N'           TO WS-LIST-EOF-FLAG.                      03940000
           SET AC-SO-MORE-NO  TO TRUE.                                  03950000
                                                                        03960000
           EXEC SQL                                                     03970000
             DECLARE LIST-CURSOR CURSOR FOR                             03980000
             SELECT                                                     03990000
                SO_ID                                                   04000000
               ,PAYEE_ACCT_NO                                           04010000
               ,PAYEE_REF                                               04020000
               ,SO_AMOUNT                                               04030000
               ,FREQUENCY                                               04040000
               ,NEXT_DUE_DATE                                           04050000
               ,SO_STATUS                                               04060000
             FROM STANDING_ORDERS                                       04070000
             WHERE ACCOUNT_NO = :WS-HOST-ACCT-NO                        04080000
               AND SO_ID      > :WS-HOST-LAST-SO-ID                     04090000
             ORDER BY SO_ID                                             04100000
           END-EXEC.                                                    04110000
                                                                        04120000
           EXEC SQL                                                     04130000
             OPEN LIST-CURSOR                                           04140000
           END-EXEC.                                                    04150000
                                                                        04160000
           IF SQLCODE NOT = ZERO THEN                                   04170000
              PERFORM 8000-SQL-ERROR                                    04180000
              GO TO 4100-LIST-ORDERS-EXIT                               04190000
           END-IF.                                                      04200000
                                                                        04210000
           PERFORM 4120-LIST-LINE                                       04220000
              VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8.                  04230000
                                                                        04240000
           IF NOT WS-LIST-EOF THEN                                      04250000
              PERFORM 4130-FETCH-LIST-ROW                               04260000
              IF NOT WS-LIST-EOF THEN                                   04270000
                 SET AC-SO-MORE-YES TO TRUE                             04280000
              END-IF                                                    04290000
           END-IF.                                                      04300000
                                                                        04310000
           EXEC SQL                                                     04320000
             CLOSE LIST-CURSOR                                          04330000
           END-EXEC.                                                    04340000
                                                                        04350000
           MOVE SPACES TO HDRTXTO.                                      04360000
           EVALUATE TRUE                                                04370000
              WHEN WS-LIST-COUNT = ZERO AND AC-SO-LAST-ID = ZERO        04380000
                 MOVE 'NO STANDING ORDERS ON THIS ACCOUNT' TO HDRTXTO   04390000
              WHEN AC-SO-MORE-YES                                       04400000
                 MOVE '    SO ID  PAYEE ACCT  PAYEE REFERENCE'          04410000
                   TO HDRTXTO(1:38)                                     04420000
                 MOVE '  AMOUNT  F  NEXT DUE    S  PF8=MORE'            04430000
                   TO HDRTXTO(41:36)                                    04440000
              WHEN OTHER                                                04450000
                 MOVE '    SO ID  PAYEE ACCT  PAYEE REFERENCE'          04460000
                   TO HDRTXTO(1:38)                                     04470000
                 MOVE '  AMOUNT  F  NEXT DUE    S'                      04480000
                   TO HDRTXTO(41:26)                                    04490000
           END-EVALUATE.                                                04500000
                                                                        04510000
       4100-LIST-ORDERS-EXIT.                                           04520000
           EXIT.                                                        04530000
                                                                        04540000
       4120-LIST-LINE SECTION.                                          04550000
                                                                        04560000
           MOVE SPACES TO WS-LIST-LINE.                                 04570000
                                                                        04580000
           IF NOT WS-LIST-EOF THEN                                      04590000
              PERFORM 4130-FETCH-LIST-ROW                               04600000
           END-IF.                                                      04610000
                                                                        04620000
           IF NOT WS-LIST-EOF THEN                                      04630000
              ADD +1 TO WS-LIST-COUNT                                   04640000
              MOVE WS-HOST-SO-ID TO WS-LL-SO-ID                         04650000
                                    AC-SO-LAST-ID                       04660000
              IF WS-HOST-PAYEE-ACCT-NO > ZERO THEN                      04670000
                 MOVE WS-HOST-PAYEE-ACCT-NO TO WS-LL-PAYEE              04680000
              ELSE                                                      04690000
                 MOVE 'EXTERNAL'            TO WS-LL-PAYEE-X            04700000
              END-IF                                                    04710000
              MOVE WS-HOST-PAYEE-REF  TO WS-LL-PAYEE-REF                04720000
              MOVE WS-HOST-SO-AMOUNT  TO WS-LL-AMOUNT                   04730000
              MOVE WS-HOST-FREQUENCY  TO WS-LL-FREQ                     04740000
              MOVE WS-HOST-NEXT-DUE   TO WS-LL-NEXT-DUE                 04750000
              MOVE WS-HOST-SO-STATUS  TO WS-LL-STATUS                   04760000
           END-IF.                                                      04770000
                                                                        04780000
           EVALUATE WS-I                                                04790000
              WHEN 1  MOVE WS-LIST-LINE TO LINE01O                      04800000
              WHEN 2  MOVE WS-LIST-LINE TO LINE02O                      04810000
              WHEN 3  MOVE WS-LIST-LINE TO LINE03O                      04820000
              WHEN 4  MOVE WS-LIST-LINE TO LINE04O                      04830000
              WHEN 5  MOVE WS-LIST-LINE TO LINE05O                      04840000
              WHEN 6  MOVE WS-LIST-LINE TO LINE06O                      04850000
              WHEN 7  MOVE WS-LIST-LINE TO LINE07O                      04860000
              WHEN 8  MOVE WS-LIST-LINE TO LINE08O                      04870000
           END-EVALUATE.                                                04880000
                                                                        04890000
       4120-LIST-LINE-EXIT.                                             04900000
           EXIT.                                                        04910000
                                                                        04920000
       4130-FETCH-LIST-ROW SECTION.                                     04930000
                                                                        04940000
           EXEC SQL                                                     04950000
             FETCH LIST-CURSOR                                          04960000
             INTO :WS-HOST-SO-ID                                        04970000
                 ,:WS-HOST-PAYEE-ACCT-NO                                04980000
                 ,:WS-HOST-PAYEE-REF                                    04990000
                 ,:WS-HOST-SO-AMOUNT                                    05000000
                 ,:WS-HOST-FREQUENCY                                    05010000
                 ,:WS-HOST-NEXT-DUE                                     05020000
                 ,:WS-HOST-SO-STATUS                                    05030000
           END-EXEC.                                                    05040000
                                                                        05050000
           IF SQLCODE NOT = ZERO THEN                                   05060000
              SET WS-LIST-EOF TO TRUE                                   05070000
              IF SQLCODE NOT = 100 THEN                                 05080000
                 PERFORM 8000-SQL-ERROR                                 05090000
              END-IF                                                    05100000
           END-IF.                                                      05110000
                                                                        05120000
       4130-FETCH-LIST-ROW-EXIT.                                        05130000
           EXIT.                                                        05140000
                                                                        05150000
       4150-INQUIRE-ORDER SECTION.                                      05160000
                                                                        05170000
           IF WS-SO-ID = ZERO THEN                                      05180000
              MOVE 'ORDERS LISTED - KEY AN ORDER ID TO SHOW ONE'        05190000
                TO MSGTXTO                                              05200000
              GO TO 4150-INQUIRE-ORDER-EXIT                             05210000
           END-IF.                                                      05220000
                                                                        05230000
           PERFORM 4500-FETCH-ORDER.                                    05240000
                                                                        05250000
           IF WS-ORDER-FOUND THEN                                       05260000
              PERFORM 4900-FORMAT-ORDER                                 05270000
              MOVE 'ORDER DISPLAYED' TO MSGTXTO                         05280000
           END-IF.                                                      05290000
                                                                        05300000
       4150-INQUIRE-ORDER-EXIT.                                         05310000
           EXIT.                                                        05320000
                                                                        05330000
       4200-ADD-ORDER SECTION.                                          05340000
                                                                        05350000
      *    A new order needs an open account to pay from - a dormant    05356666
      *    one refuses the debit on every due date - and the            05363333
      *    amount, frequency and first due date on the screen.          05370000
           EVALUATE TRUE                                                05380000
              WHEN WS-HOST-ACCT-STATUS = 'C'                            05390000
                 MOVE 'ACCOUNT CLOSED - NO NEW ORDERS' TO MSGTXTO       05400000
              WHEN WS-HOST-ACCT-STATUS = 'D'                            05403333
                 MOVE 'ACCOUNT DORMANT - REACTIVATE FIRST' TO MSGTXTO   05406666
              WHEN AMOUNTL = ZERO                                       05410000
                 MOVE 'AMOUNT REQUIRED TO ADD' TO MSGTXTO               05420000
              WHEN FREQL = ZERO OR FREQI = SPACES                       05430000
                 MOVE 'FREQUENCY REQUIRED TO ADD' TO MSGTXTO            05440000
              WHEN NEXTDUEL = ZERO OR NEXTDUEI = SPACES                 05450000
                 MOVE 'NEXT DUE DATE REQUIRED TO ADD' TO MSGTXTO        05460000
              WHEN OTHER                                                05470000
                 MOVE ZERO   TO WS-HOST-SO-ID                           05480000
                                WS-HOST-PAYEE-ACCT-NO                   05490000
                                WS-HOST-SO-AMOUNT                       05500000
                                WS-HOST-FAIL-COUNT                      05510000
                 MOVE SPACES TO WS-HOST-PAYEE-REF                       05520000
                                WS-HOST-FREQUENCY                       05530000
                                WS-HOST-NEXT-DUE                        05540000
                                WS-HOST-LAST-FAIL                       05550000
                                WS-HOST-LAST-PAID                       05560000
                 MOVE WS-OPEN-END-DATE TO WS-HOST-END-DATE              05570000
                 MOVE 'A' TO WS-HOST-SO-STATUS                          05580000
                 PERFORM 4600-TAKE-KEYED-FIELDS                         05590000
                 IF MSGTXTO = SPACES THEN                               05600000
                    PERFORM 4650-VALIDATE-ORDER                         05610000
                 END-IF                                                 05620000
                 IF WS-ORDER-VALID THEN                                 05630000
                    PERFORM 4250-INSERT-ORDER                           05640000
                 END-IF                                                 05650000
           END-EVALUATE.                                                05660000
                                                                        05670000
       4200-ADD-ORDER-EXIT.                                             05680000
           EXIT.                                                        05690000
                                                                        05700000
       4250-INSERT-ORDER SECTION.                                       05710000
                                                                        05720000
           MOVE 'P'  TO WS-INSERT-STATE.                                05730000
           MOVE ZERO TO WS-RETRY-COUNT.                                 05740000
                                                                        05750000
           PERFORM 4260-INSERT-ATTEMPT UNTIL NOT WS-INSERT-PENDING.     05760000
                                                                        05770000
           IF WS-INSERT-DONE THEN                                       05780000
              MOVE WS-HOST-SO-ID TO WS-SO-ID                            05790000
              PERFORM 4900-FORMAT-ORDER                                 05800000
              PERFORM 7000-WRITE-AUDIT-LOG                              05810000
              MOVE 'ORDER ADDED' TO MSGTXTO                             05820000
           END-IF.                                                      05830000
                                                                        05840000
       4250-INSERT-ORDER-EXIT.                                          05850000
           EXIT.                                                        05860000
                                                                        05870000
       4260-INSERT-ATTEMPT SECTION.                                     05880000
                                                                        05890000
           EXEC SQL                                                     05900000
             SELECT COALESCE(MAX(SO_ID), 0) + 1                         05910000
             INTO  :WS-HOST-SO-ID                                       05920000
             FROM STANDING_ORDERS                                       05930000
           END-EXEC.                                                    05940000
                                                                        05950000
           IF SQLCODE NOT = ZERO THEN                                   05960000
              SET WS-INSERT-FAILED TO TRUE                              05970000
              PERFORM 8000-SQL-ERROR                                    05980000
              GO TO 4260-INSERT-ATTEMPT-EXIT                            05990000
           END-IF.                                                      06000000
                                                                        06010000
           EXEC SQL                                                     06020000
             INSERT INTO STANDING_ORDERS                                06030000
               ( SO_ID                                                  06040000
                ,ACCOUNT_NO                                             06050000
                ,PAYEE_ACCT_NO                                          06060000
                ,PAYEE_REF                                              06070000
                ,SO_AMOUNT                                              06080000
                ,FREQUENCY                                              06090000
                ,DUE_DAY                                                06100000
                ,NEXT_DUE_DATE                                          06110000
                ,END_DATE                                               06120000
                ,SO_STATUS )                                            06130000
             VALUES                                                     06140000
               ( :WS-HOST-SO-ID                                         06150000
                ,:WS-HOST-ACCT-NO                                       06160000
                ,:WS-HOST-PAYEE-ACCT-NO                                 06170000
                ,:WS-HOST-PAYEE-REF                                     06180000
                ,:WS-HOST-SO-AMOUNT                                     06190000
                ,:WS-HOST-FREQUENCY                                     06200000
                ,:WS-HOST-DUE-DAY                                       06210000
                ,:WS-HOST-NEXT-DUE                                      06220000
                ,:WS-HOST-END-DATE                                      06230000
                ,:WS-HOST-SO-STATUS )                                   06240000
           END-EXEC.                                                    06250000
                                                                        06260000
           EVALUATE TRUE                                                06270000
              WHEN SQLCODE = ZERO                                       06280000
                 SET WS-INSERT-DONE TO TRUE                             06290000
              WHEN SQLCODE = -803                                       06300000
                 ADD +1 TO WS-RETRY-COUNT                               06310000
                 IF WS-RETRY-COUNT > WS-RETRY-LIMIT THEN                06320000
                    SET WS-INSERT-FAILED TO TRUE                        06330000
                    PERFORM 8000-SQL-ERROR                              06340000
                 END-IF                                                 06350000
              WHEN OTHER                                                06360000
                 SET WS-INSERT-FAILED TO TRUE                           06370000
                 PERFORM 8000-SQL-ERROR                                 06380000
           END-EVALUATE.                                                06390000
                                                                        06400000
       4260-INSERT-ATTEMPT-EXIT.                                        06410000
           EXIT.                                                        06420000
                                                                        06430000
       4300-AMEND-ORDER SECTION.                                        06440000
                                                                        06450000
           PERFORM 4500-FETCH-ORDER.                                    06460000
                                                                        06470000
           IF NOT WS-ORDER-FOUND THEN                                   06480000
              GO TO 4300-AMEND-ORDER-EXIT                               06490000
           END-IF.                                                      06500000
                                                                        06510000
      *    A cancelled or ended order stays as it finished - a new      06520000
      *    arrangement is a new order.                                  06530000
           IF WS-HOST-SO-STATUS = 'C' OR WS-HOST-SO-STATUS = 'E' THEN   06540000
              PERFORM 4900-FORMAT-ORDER                                 06550000
              MOVE 'ORDER HAS FINISHED - ADD A NEW ONE' TO MSGTXTO      06560000
              GO TO 4300-AMEND-ORDER-EXIT                               06570000
           END-IF.                                                      06580000
                                                                        06590000
      *    Only the fields the supervisor actually keyed replace what   06600000
      *    the order holds.                                             06610000
           PERFORM 4600-TAKE-KEYED-FIELDS.                              06620000
           IF MSGTXTO = SPACES THEN                                     06630000
              PERFORM 4650-VALIDATE-ORDER                               06640000
           END-IF.                                                      06650000
           IF NOT WS-ORDER-VALID THEN                                   06660000
              GO TO 4300-AMEND-ORDER-EXIT                               06670000
           END-IF.                                                      06680000
                                                                        06690000
           EXEC SQL                                                     06700000
             UPDATE STANDING_ORDERS                                     06710000
             SET PAYEE_ACCT_NO = :WS-HOST-PAYEE-ACCT-NO                 06720000
                ,PAYEE_REF     = :WS-HOST-PAYEE-REF                     06730000
                ,SO_AMOUNT     = :WS-HOST-SO-AMOUNT                     06740000
                ,FREQUENCY     = :WS-HOST-FREQUENCY                     06750000
                ,DUE_DAY       = :WS-HOST-DUE-DAY                       06760000
                ,NEXT_DUE_DATE = :WS-HOST-NEXT-DUE                      06770000
                ,END_DATE      = :WS-HOST-END-DATE                      06780000
             WHERE SO_ID = :WS-HOST-SO-ID                               06790000
           END-EXEC.                                                    06800000
                                                                        06810000
           IF SQLCODE = ZERO THEN                                       06820000
              PERFORM 4900-FORMAT-ORDER                                 06830000
              PERFORM 7000-WRITE-AUDIT-LOG                              06840000
              MOVE 'ORDER AMENDED' TO MSGTXTO                           06850000
           ELSE                                                         06860000
              PERFORM 8000-SQL-ERROR                                    06870000
           END-IF.                                                      06880000
                                                                        06890000
       4300-AMEND-ORDER-EXIT.                                           06900000
           EXIT.                                                        06910000
                                                                        06920000
       4400-CANCEL-ORDER SECTION.                                       06930000
                                                                        06940000
           PERFORM 4500-FETCH-ORDER.                                    06950000
                                                                        06960000
           EVALUATE TRUE                                                06970000
              WHEN NOT WS-ORDER-FOUND                                   06980000
                 CONTINUE                                               06990000
              WHEN WS-HOST-SO-STATUS = 'C'                              07000000
                 PERFORM 4900-FORMAT-ORDER                              07010000
                 MOVE 'ORDER ALREADY CANCELLED' TO MSGTXTO              07020000
              WHEN WS-HOST-SO-STATUS = 'E'                              07030000
                 PERFORM 4900-FORMAT-ORDER                              07040000
                 MOVE 'ORDER HAS ALREADY ENDED' TO MSGTXTO              07050000
              WHEN OTHER                                                07060000
                 MOVE 'C' TO WS-HOST-SO-STATUS                          07070000
                 PERFORM 4420-UPDATE-STATUS                             07080000
                 IF MSGTXTO = SPACES THEN                               07090000
                    MOVE 'ORDER CANCELLED' TO MSGTXTO                   07100000
                 END-IF                                                 07110000
           END-EVALUATE.                                                07120000
                                                                        07130000
       4400-CANCEL-ORDER-EXIT.                                          07140000
           EXIT.                                                        07150000
                                                                        07160000
       4420-UPDATE-STATUS SECTION.                                      07170000
                                                                        07180000
      *    A status change always clears the failure history - a        07190000
      *    reactivated order starts counting failures afresh.           07200000
           EXEC SQL                                                     07210000
             UPDATE STANDING_ORDERS                                     07220000
             SET SO_STATUS        = :WS-HOST-SO-STATUS                  07230000
                ,NEXT_DUE_DATE    = :WS-HOST-NEXT-DUE                   07240000
                ,FAIL_COUNT       = 0                                   07250000
                ,LAST_FAIL_REASON = ' '                                 07260000
             WHERE SO_ID = :WS-HOST-SO-ID                               07270000
           END-EXEC.                                                    07280000
                                                                        07290000
           IF SQLCODE = ZERO THEN                                       07300000
              MOVE ZERO   TO WS-HOST-FAIL-COUNT                         07310000
              MOVE SPACES TO WS-HOST-LAST-FAIL                          07320000
              PERFORM 4900-FORMAT-ORDER                                 07330000
              PERFORM 7000-WRITE-AUDIT-LOG                              07340000
           ELSE                                                         07350000
              PERFORM 8000-SQL-ERROR                                    07360000
           END-IF.                                                      07370000
                                                                        07380000
       4420-UPDATE-STATUS-EXIT.                                         07390000
           EXIT.                                                        07400000
                                                                        07410000
       4450-REACTIVATE-ORDER SECTION.                                   07420000
                                                                        07430000
           PERFORM 4500-FETCH-ORDER.                                    07440000
                                                                        07450000
           IF NOT WS-ORDER-FOUND THEN                                   07460000
              GO TO 4450-REACTIVATE-ORDER-EXIT                          07470000
           END-IF.                                                      07480000
                                                                        07490000
           IF WS-HOST-SO-STATUS NOT = 'S' THEN                          07500000
              PERFORM 4900-FORMAT-ORDER                                 07510000
              MOVE 'ONLY A SUSPENDED ORDER CAN BE REACTIVATED'          07520000
                TO MSGTXTO                                              07530000
              GO TO 4450-REACTIVATE-ORDER-EXIT                          07540000
           END-IF.                                                      07550000
                                                                        07560000
      *    Left as it is, the due date the order failed on is paid on   07570000
      *    the next run; a new one may be keyed with the reactivation   07580000
      *    instead, if that payment should be skipped.                  07590000
           IF NEXTDUEL > ZERO AND NEXTDUEI NOT = SPACES THEN            07600000
              MOVE NEXTDUEI TO WS-CHK-DATE                              07610000
              PERFORM 4700-CHECK-DATE                                   07620000
              EVALUATE TRUE                                             07630000
                 WHEN NOT WS-DATE-OK                                    07640000
                    MOVE 'NEXT DUE MUST BE A YYYY-MM-DD DATE'           07650000
                      TO MSGTXTO                                        07660000
                 WHEN NEXTDUEI < WS-HOST-BUS-DATE                       07670000
                    MOVE 'NEXT DUE IS BEFORE THE BUSINESS DATE'         07680000
                      TO MSGTXTO                                        07690000
                 WHEN NEXTDUEI > WS-HOST-END-DATE                       07700000
                    MOVE 'NEXT DUE IS AFTER THE END DATE' TO MSGTXTO    07710000
                 WHEN OTHER                                             07720000
                    MOVE NEXTDUEI TO WS-HOST-NEXT-DUE                   07730000
              END-EVALUATE                                              07740000
              IF MSGTXTO NOT = SPACES THEN                              07750000
                 GO TO 4450-REACTIVATE-ORDER-EXIT                       07760000
              END-IF                                                    07770000
           END-IF.                                                      07780000
                                                                        07790000
           MOVE 'A' TO WS-HOST-SO-STATUS.                               07800000
           PERFORM 4420-UPDATE-STATUS.                                  07810000
           IF MSGTXTO = SPACES THEN                                     07820000
              MOVE 'ORDER REACTIVATED' TO MSGTXTO                       07830000
           END-IF.                                                      07840000
                                                                        07850000
       4450-REACTIVATE-ORDER-EXIT.                                      07860000
           EXIT.                                                        07870000
                                                                        07880000
       4500-FETCH-ORDER SECTION.                                        07890000
                                                                        07900000
      *    Only an order on the account in hand - an order id keyed     07910000
      *    from some other account's list is not found here.            07920000
           MOVE 'N' TO WS-FOUND-FLAG.                                   07930000
                                                                        07940000
           IF WS-SO-ID = ZERO THEN                                      07950000
              MOVE 'ENTER AN ORDER ID' TO MSGTXTO                       07960000
              GO TO 4500-FETCH-ORDER-EXIT                               07970000
           END-IF.                                                      07980000
                                                                        07990000
           MOVE WS-SO-ID   TO WS-HOST-SO-ID.                            08000000
           MOVE WS-ACCT-NO TO WS-HOST-ACCT-NO.                          08010000
                                                                        08020000
           EXEC SQL                                                     08030000
             SELECT PAYEE_ACCT_NO                                       08040000
                   ,PAYEE_REF                                           08050000
                   ,SO_AMOUNT                                           08060000
                   ,FREQUENCY                                           08070000
                   ,DUE_DAY                                             08080000
                   ,NEXT_DUE_DATE                                       08090000
                   ,END_DATE                                            08100000
                   ,SO_STATUS                                           08110000
                   ,FAIL_COUNT                                          08120000
                   ,LAST_FAIL_REASON                                    08130000
                   ,LAST_PAID_DATE                                      08140000
             INTO  :WS-HOST-PAYEE-ACCT-NO                               08150000
                  ,:WS-HOST-PAYEE-REF                                   08160000
                  ,:WS-HOST-SO-AMOUNT                                   08170000
                  ,:WS-HOST-FREQUENCY                                   08180000
                  ,:WS-HOST-DUE-DAY                                     08190000
                  ,:WS-HOST-NEXT-DUE                                    08200000
                  ,:WS-HOST-END-DATE                                    08210000
                  ,:WS-HOST-SO-STATUS                                   08220000
                  ,:WS-HOST-FAIL-COUNT                                  08230000
                  ,:WS-HOST-LAST-FAIL                                   08240000
                  ,:WS-HOST-LAST-PAID                                   08250000
             FROM STANDING_ORDERS                                       08260000
             WHERE SO_ID      = :WS-HOST-SO-ID                          08270000
               AND ACCOUNT_NO = :WS-HOST-ACCT-NO                        08280000
           END-EXEC.                                                    08290000
                                                                        08300000
           EVALUATE TRUE                                                08310000
              WHEN SQLCODE = ZERO                                       08320000
                 SET WS-ORDER-FOUND TO TRUE                             08330000
              WHEN SQLCODE = 100                                        08340000
                 MOVE 'ORDER NOT ON FILE FOR THIS ACCOUNT' TO MSGTXTO   08350000
              WHEN OTHER                                                08360000
                 PERFORM 8000-SQL-ERROR                                 08370000
           END-EVALUATE.                                                08380000
                                                                        08390000
       4500-FETCH-ORDER-EXIT.                                           08400000
           EXIT.                                                        08410000
                                                                        08420000
       4550-FETCH-ACCOUNT SECTION.                                      08430000
                                                                        08440000
           MOVE 'N'        TO WS-ACCT-FOUND-FLAG.                       08450000
           MOVE WS-ACCT-NO TO WS-HOST-ACCT-NO.                          08460000
                                                                        08470000
           EXEC SQL                                                     08480000
             SELECT CUST_NAME                                           08490000
                   ,ACCT_STATUS                                         08500000
             INTO  :WS-HOST-CUST-NAME                                   08510000
                  ,:WS-HOST-ACCT-STATUS                                 08520000
             FROM ACCOUNTS                                              08530000
             WHERE ACCOUNT_NO = :WS-HOST-ACCT-NO                        08540000
           END-EXEC.                                                    08550000
                                                                        08560000
           EVALUATE TRUE                                                08570000
              WHEN SQLCODE = ZERO                                       08580000
                 SET WS-ACCT-FOUND TO TRUE                              08590000
              WHEN SQLCODE = 100                                        08600000
                 MOVE 'ACCOUNT NOT ON MASTER - PF7 FOR THE ACCOUNT'     08610000
                   TO MSGTXTO                                           08620000
              WHEN OTHER                                                08630000
                 PERFORM 8000-SQL-ERROR                                 08640000
           END-EVALUATE.                                                08650000
                                                                        08660000
       4550-FETCH-ACCOUNT-EXIT.                                         08670000
           EXIT.                                                        08680000
                                                                        08690000
       4600-TAKE-KEYED-FIELDS SECTION.                                  08700000
                                                                        08710000
      *    Whatever was keyed this turn replaces the order's value -    08720000
      *    numeric fields are proved numeric, and a payee account       08726666
      *    proved to fit an account number, before they are taken.      08733333
           MOVE 'N' TO WS-DUE-KEYED-FLAG.                               08740000
                                                                        08750000
           IF PAYACCTL > ZERO THEN                                      08760000
              IF PAYACCTI IS NOT NUMERIC THEN                           08770000
                 MOVE 'PAYEE ACCT MUST BE 10 DIGITS' TO MSGTXTO         08780000
                 GO TO 4600-TAKE-KEYED-FIELDS-EXIT                      08790000
              END-IF                                                    08800000
              MOVE PAYACCTI     TO WS-PAYEE-IN                          08810000
              IF WS-PAYEE-NUM > 999999999 THEN                          08811666
                 MOVE 'PAYEE ACCT IS NOT A VALID ACCOUNT NUMBER'        08813333
                   TO MSGTXTO                                           08815000
                 GO TO 4600-TAKE-KEYED-FIELDS-EXIT                      08816666
              END-IF                                                    08818333
              MOVE WS-PAYEE-NUM TO WS-HOST-PAYEE-ACCT-NO                08820000
           END-IF.                                                      08830000
                                                                        08840000
           IF PAYREFL > ZERO THEN                                       08850000
              MOVE PAYREFI TO WS-HOST-PAYEE-REF                         08860000
           END-IF.                                                      08870000
                                                                        08880000
           IF AMOUNTL > ZERO THEN                                       08890000
              IF AMOUNTI IS NOT NUMERIC THEN                            08900000
                 MOVE 'AMOUNT MUST BE 10 DIGITS, NO POINT' TO MSGTXTO   08910000
                 GO TO 4600-TAKE-KEYED-FIELDS-EXIT                      08920000
              END-IF                                                    08930000
              MOVE AMOUNTI       TO WS-AMOUNT-IN                        08940000
              MOVE WS-AMOUNT-NUM TO WS-HOST-SO-AMOUNT                   08950000
           END-IF.                                                      08960000
                                                                        08970000
           IF FREQL > ZERO THEN                                         08980000
              MOVE FREQI TO WS-HOST-FREQUENCY                           08990000
           END-IF.                                                      09000000
                                                                        09010000
           IF NEXTDUEL > ZERO THEN                                      09020000
              MOVE NEXTDUEI TO WS-HOST-NEXT-DUE                         09030000
              SET WS-DUE-KEYED TO TRUE                                  09040000
           END-IF.                                                      09050000
                                                                        09060000
           IF ENDDTL > ZERO THEN                                        09070000
              IF ENDDTI = SPACES THEN                                   09080000
                 MOVE WS-OPEN-END-DATE TO WS-HOST-END-DATE              09090000
              ELSE                                                      09100000
                 MOVE ENDDTI TO WS-HOST-END-DATE                        09110000
              END-IF                                                    09120000
           END-IF.                                                      09130000
                                                                        09140000
       4600-TAKE-KEYED-FIELDS-EXIT.                                     09150000
           EXIT.                                                        09160000
                                                                        09170000
       4650-VALIDATE-ORDER SECTION.                                     09180000
                                                                        09190000
           MOVE 'N' TO WS-VALID-FLAG.                                   09200000
                                                                        09210000
           EVALUATE TRUE                                                09220000
              WHEN WS-HOST-SO-AMOUNT NOT > ZERO                         09230000
                 MOVE 'AMOUNT MUST BE MORE THAN ZERO' TO MSGTXTO        09240000
              WHEN WS-HOST-FREQUENCY NOT = 'W' AND                      09250000
                   WS-HOST-FREQUENCY NOT = 'M' AND                      09260000
                   WS-HOST-FREQUENCY NOT = 'Q' AND                      09270000
                   WS-HOST-FREQUENCY NOT = 'A'                          09280000
                 MOVE 'FREQUENCY MUST BE W, M, Q OR A' TO MSGTXTO       09290000
              WHEN WS-HOST-PAYEE-ACCT-NO = ZERO AND                     09300000
                   WS-HOST-PAYEE-REF = SPACES                           09310000
                 MOVE 'PAYEE ACCT OR PAYEE REF REQUIRED' TO MSGTXTO     09320000
              WHEN WS-HOST-PAYEE-ACCT-NO = WS-HOST-ACCT-NO              09330000
                 MOVE 'PAYEE IS THE PAYING ACCOUNT' TO MSGTXTO          09340000
              WHEN OTHER                                                09350000
                 CONTINUE                                               09360000
           END-EVALUATE.                                                09370000
                                                                        09380000
           IF MSGTXTO NOT = SPACES THEN                                 09390000
              GO TO 4650-VALIDATE-ORDER-EXIT                            09400000
           END-IF.                                                      09410000
                                                                        09420000
           MOVE WS-HOST-NEXT-DUE TO WS-CHK-DATE.                        09430000
           PERFORM 4700-CHECK-DATE.                                     09440000
           IF NOT WS-DATE-OK THEN                                       09450000
              MOVE 'NEXT DUE MUST BE A YYYY-MM-DD DATE' TO MSGTXTO      09460000
              GO TO 4650-VALIDATE-ORDER-EXIT                            09470000
           END-IF.                                                      09480000
                                                                        09490000
      *    The day of the month the order is paid on follows the due    09500000
      *    date keyed - TRANSORD rolls monthly and longer orders back   09510000
      *    to it after a short month.                                   09520000
           IF WS-DUE-KEYED THEN                                         09530000
              IF WS-HOST-NEXT-DUE < WS-HOST-BUS-DATE THEN               09540000
                 MOVE 'NEXT DUE IS BEFORE THE BUSINESS DATE'            09550000
                   TO MSGTXTO                                           09560000
                 GO TO 4650-VALIDATE-ORDER-EXIT                         09570000
              END-IF                                                    09580000
              MOVE WS-CK-DD-NUM TO WS-HOST-DUE-DAY                      09590000
           END-IF.                                                      09600000
                                                                        09610000
           IF WS-HOST-END-DATE NOT = WS-OPEN-END-DATE THEN              09620000
              MOVE WS-HOST-END-DATE TO WS-CHK-DATE                      09630000
              PERFORM 4700-CHECK-DATE                                   09640000
              IF NOT WS-DATE-OK THEN                                    09650000
                 MOVE 'END DATE MUST BE A YYYY-MM-DD DATE' TO MSGTXTO   09660000
                 GO TO 4650-VALIDATE-ORDER-EXIT                         09670000
              END-IF                                                    09680000
           END-IF.                                                      09690000
                                                                        09700000
           IF WS-HOST-END-DATE < WS-HOST-NEXT-DUE THEN                  09710000
              MOVE 'END DATE IS BEFORE THE NEXT DUE DATE' TO MSGTXTO    09720000
              GO TO 4650-VALIDATE-ORDER-EXIT                            09730000
           END-IF.                                                      09740000
                                                                        09750000
      *    A payee that banks here must be an account that can take     09760000
      *    the money today - TRANSORD checks again on every payment.    09770000
           IF WS-HOST-PAYEE-ACCT-NO > ZERO THEN                         09780000
              EXEC SQL                                                  09790000
                SELECT ACCT_STATUS                                      09800000
                INTO  :WS-HOST-PAYEE-STATUS                             09810000
                FROM ACCOUNTS                                           09820000
                WHERE ACCOUNT_NO = :WS-HOST-PAYEE-ACCT-NO               09830000
              END-EXEC                                                  09840000
              EVALUATE TRUE                                             09850000
                 WHEN SQLCODE = 100                                     09860000
                    MOVE 'PAYEE NOT ON MASTER' TO MSGTXTO               09870000
                 WHEN SQLCODE NOT = ZERO                                09880000
                    PERFORM 8000-SQL-ERROR                              09890000
                 WHEN WS-HOST-PAYEE-STATUS = 'C'                        09900000
                    MOVE 'PAYEE ACCOUNT CLOSED' TO MSGTXTO              09910000
                 WHEN OTHER                                             09920000
                    CONTINUE                                            09930000
              END-EVALUATE                                              09940000
              IF MSGTXTO NOT = SPACES THEN                              09950000
                 GO TO 4650-VALIDATE-ORDER-EXIT                         09960000
              END-IF                                                    09970000
           END-IF.                                                      09980000
                                                                        09990000
           SET WS-ORDER-VALID TO TRUE.                                  10000000
                                                                        10010000
       4650-VALIDATE-ORDER-EXIT.                                        10020000
           EXIT.                                                        10030000
                                                                        10040000
       4700-CHECK-DATE SECTION.                                         10050000
                                                                        10060000
      *    WS-CHK-DATE must be YYYY-MM-DD and a real calendar day -     10070000
      *    February has 29 days in a year divisible by 4, except        10080000
      *    centuries not divisible by 400.                              10090000
           MOVE 'N' TO WS-DATE-OK-FLAG.                                 10100000
                                                                        10110000
           IF WS-CK-YYYY IS NOT NUMERIC OR                              10120000
              WS-CK-MM   IS NOT NUMERIC OR                              10130000
              WS-CK-DD   IS NOT NUMERIC OR                              10140000
              WS-CK-SEP1 NOT = '-'      OR                              10150000
              WS-CK-SEP2 NOT = '-'      THEN                            10160000
              GO TO 4700-CHECK-DATE-EXIT                                10170000
           END-IF.                                                      10180000
                                                                        10190000
           IF WS-CK-MM-NUM < 1 OR WS-CK-MM-NUM > 12 OR                  10200000
              WS-CK-DD-NUM < 1 THEN                                     10210000
              GO TO 4700-CHECK-DATE-EXIT                                10220000
           END-IF.                                                      10230000
                                                                        10240000
           MOVE WS-MONTH-DAYS (WS-CK-MM-NUM) TO WS-CK-DIM.              10250000
                                                                        10260000
           IF WS-CK-MM-NUM = 2 THEN                                     10270000
              DIVIDE WS-CK-YYYY-NUM BY 4 GIVING WS-CK-WORK              10280000
                     REMAINDER WS-CK-REM                                10290000
              IF WS-CK-REM = ZERO THEN                                  10300000
                 MOVE 29 TO WS-CK-DIM                                   10310000
                 DIVIDE WS-CK-YYYY-NUM BY 100 GIVING WS-CK-WORK         10320000
                        REMAINDER WS-CK-REM                             10330000
                 IF WS-CK-REM = ZERO THEN                               10340000
                    DIVIDE WS-CK-YYYY-NUM BY 400 GIVING WS-CK-WORK      10350000
                           REMAINDER WS-CK-REM                          10360000
                    IF WS-CK-REM NOT = ZERO THEN                        10370000
                       MOVE 28 TO WS-CK-DIM                             10380000
                    END-IF                                              10390000
                 END-IF                                                 10400000
              END-IF                                                    10410000
           END-IF.                                                      10420000
                                                                        10430000
           IF WS-CK-DD-NUM > WS-CK-DIM THEN                             10440000
              GO TO 4700-CHECK-DATE-EXIT                                10450000
           END-IF.                                                      10460000
                                                                        10470000
           SET WS-DATE-OK TO TRUE.                                      10480000
                                                                        10490000
       4700-CHECK-DATE-EXIT.                                            10500000
           EXIT.                                                        10510000
                                                                        10520000
       4800-GET-BUSINESS-DATE SECTION.                                  10530000
                                                                        10540000
           EXEC SQL                                                     10550000
             SELECT CURR_BUS_DATE                                       10560000
             INTO  :WS-HOST-BUS-DATE                                    10570000
             FROM BUSDATE_CTL                                           10580000
           END-EXEC.                                                    10590000
                                                                        10600000
           IF SQLCODE NOT = ZERO THEN                                   10610000
              PERFORM 8000-SQL-ERROR                                    10620000
           END-IF.                                                      10630000
                                                                        10640000
       4800-GET-BUSINESS-DATE-EXIT.                                     10650000
           EXIT.                                                        10660000
                                                                        10670000
       4850-GET-CURRENT-TIME SECTION.                                   10680000
                                                                        10690000
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.              10700000
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)                     10710000
                     MMDDYYYY(WS-CURR-DATE)                             10720000
                     TIME(WS-CURR-TIME)                                 10730000
           END-EXEC.                                                    10740000
                                                                        10750000
       4850-GET-CURRENT-TIME-EXIT.                                      10760000
           EXIT.                                                        10770000
                                                                        10780000
       4900-FORMAT-ORDER SECTION.                                       10790000
                                                                        10800000
           MOVE WS-HOST-SO-ID         TO SOIDO.                         10810000
           MOVE WS-HOST-PAYEE-ACCT-NO TO WS-PAYEE-NUM.                  10820000
           MOVE WS-PAYEE-IN           TO PAYACCTO.                      10830000
           MOVE WS-HOST-PAYEE-REF     TO PAYREFO.                       10840000
           MOVE WS-HOST-SO-AMOUNT     TO WS-AMOUNT-NUM.                 10850000
           MOVE WS-AMOUNT-IN          TO AMOUNTO.                       10860000
           MOVE WS-HOST-FREQUENCY     TO FREQO.                         10870000
           MOVE WS-HOST-NEXT-DUE      TO NEXTDUEO.                      10880000
           IF WS-HOST-END-DATE = WS-OPEN-END-DATE THEN                  10890000
              MOVE SPACES             TO ENDDTO                         10900000
           ELSE                                                         10910000
              MOVE WS-HOST-END-DATE   TO ENDDTO                         10920000
           END-IF.                                                      10930000
           EVALUATE WS-HOST-SO-STATUS                                   10940000
              WHEN 'A'                                                  10950000
                 MOVE 'ACTIVE'    TO SOSTATO                            10960000
              WHEN 'S'                                                  10970000
                 MOVE 'SUSPENDED' TO SOSTATO                            10980000
              WHEN 'E'                                                  10990000
                 MOVE 'ENDED'     TO SOSTATO                            11000000
              WHEN 'C'                                                  11010000
                 MOVE 'CANCELLED' TO SOSTATO                            11020000
              WHEN OTHER                                                11030000
                 MOVE WS-HOST-SO-STATUS TO SOSTATO                      11040000
           END-EVALUATE.                                                11050000
           MOVE WS-HOST-FAIL-COUNT    TO WS-FAILS-DISP.                 11060000
           MOVE WS-FAILS-DISP         TO FAILSO.                        11070000
           MOVE WS-HOST-LAST-FAIL     TO LASTFLO.                       11080000
           MOVE WS-HOST-LAST-PAID     TO LASTPDO.                       11090000
                                                                        11100000
           MOVE WS-HOST-SO-ID         TO WS-SO-ID.                      11110000
                                                                        11120000
       4900-FORMAT-ORDER-EXIT.                                          11130000
           EXIT.                                                        11140000
                                                                        11150000
       5000-SEND-RESULT-SCREEN SECTION.                                 11160000
                                                                        11170000
           PERFORM 5100-FORMAT-HEADER.                                  11180000
           MOVE SPACES TO ACTIONO.                                      11190000
                                                                        11200000
           MOVE WS-SO-ID TO AC-SO-ID.                                   11210000
                                                                        11220000
           EXEC CICS SEND MAP('TRANOMAP') MAPSET('TRANOSET')            11230000
                     FROM(TRANOMAPO) DATAONLY                           11240000
           END-EXEC.                                                    11250000
                                                                        11260000
       5000-SEND-RESULT-SCREEN-EXIT.                                    11270000
           EXIT.                                                        11280000
                                                                        11290000
       5100-FORMAT-HEADER SECTION.                                      11300000
                                                                        11310000
           MOVE WS-ACCT-NO        TO WS-PAYEE-NUM.                      11320000
           MOVE WS-PAYEE-IN       TO ACCTNOO.                           11330000
           MOVE WS-HOST-CUST-NAME TO CUSTNAMEO.                         11340000
           MOVE WS-HOST-BUS-DATE  TO BUSDTO.                            11350000
                                                                        11360000
       5100-FORMAT-HEADER-EXIT.                                         11370000
           EXIT.                                                        11380000
                                                                        11390000
       6000-SEND-GOODBYE SECTION.                                       11400000
                                                                        11410000
           EXEC CICS SEND TEXT FROM('TRANOONL - SESSION ENDED')         11420000
                     ERASE FREEKB                                       11430000
           END-EXEC.                                                    11440000
                                                                        11450000
           EXEC CICS RETURN END-EXEC.                                   11460000
                                                                        11470000
       6000-SEND-GOODBYE-EXIT.                                          11480000
           EXIT.                                                        11490000
                                                                        11500000
       6100-SEND-NO-ACCOUNT SECTION.                                    11510000
                                                                        11520000
           EXEC CICS SEND TEXT                                          11530000
                     FROM('TRANOONL - USE PF5 FROM ACCOUNT MAINTENANCE')11540000
                     ERASE FREEKB                                       11550000
           END-EXEC.                                                    11560000
                                                                        11570000
           EXEC CICS RETURN END-EXEC.                                   11580000
                                                                        11590000
       6100-SEND-NO-ACCOUNT-EXIT.                                       11600000
           EXIT.                                                        11610000
                                                                        11620000
       7000-WRITE-AUDIT-LOG SECTION.                                    11630000
                                                                        11640000
      *    Every successful order change is logged for compliance -     11650000
      *    who changed an order on this account, from which             11660000
      *    terminal/task, and when - on the same queue and record       11670000
      *    TRANAONL's 7000-WRITE-AUDIT-LOG uses.                        11680000
           PERFORM 4850-GET-CURRENT-TIME.                               11690000
                                                                        11700000
           MOVE WS-CURR-DATE TO AU-DATE.                                11710000
           MOVE WS-CURR-TIME TO AU-TIME.                                11720000
           MOVE WS-TRANSID   TO AU-TRANSID.                             11730000
           MOVE WS-TERMID    TO AU-TERMID.                              11740000
           MOVE WS-TASKNUM   TO AU-TASKNUM.                             11750000
           MOVE WS-ACCT-NO   TO AU-ACCT-NO.                             11760000
                                                                        11770000
           EXEC CICS WRITEQ TD QUEUE('AUDT')                            11780000
                     FROM(AUDIT-REC)                                    11790000
                     LENGTH(LENGTH OF AUDIT-REC)                        11800000
           END-EXEC.                                                    11810000
                                                                        11820000
       7000-WRITE-AUDIT-LOG-EXIT.                                       11830000
           EXIT.                                                        11840000
                                                                        11850000
       7100-BACK-TO-ACCOUNT SECTION.                                    11860000
                                                                        11870000
      *    TRANAONL re-shows the account over this screen.  Control     11880000
      *    does not come back here.                                     11890000
           SET AC-MODE-RETURN TO TRUE.                                  11900000
                                                                        11910000
           EXEC CICS XCTL PROGRAM('TRANAONL')                           11920000
                     COMMAREA(DFHCOMMAREA)                              11930000
                     LENGTH(LENGTH OF DFHCOMMAREA)                      11940000
           END-EXEC.                                                    11950000
                                                                        11960000
       7100-BACK-TO-ACCOUNT-EXIT.                                       11970000
           EXIT.                                                        11980000
                                                                        11990000
       8000-SQL-ERROR SECTION.                                          12000000
                                                                        12010000
      *    A real database error surfaces on the message line instead   12020000
      *    of abending - the supervisor can retry or report it without  12030000
      *    losing the session.                                          12040000
           MOVE SPACES TO MSGTXTO.                                      12050000
           MOVE 'DATABASE ERROR - TRY AGAIN LATER, SQLCODE='            12060000
             TO MSGTXTO(1:43).                                          12070000
           MOVE SQLCODE TO WS-SQLCODE-DISP.                             12080000
           MOVE WS-SQLCODE-DISP TO MSGTXTO(45:5).                       12090000
                                                                        12100000
       8000-SQL-ERROR-EXIT.                                             12110000
           EXIT.                                                        12120000
