       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. TRANDONL.                                            00020000
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
                                        VALUE 'TRANDONL=---WS'.         00130000
           03 WS-TRANSID               PIC X(4).                        00140000
           03 WS-TERMID                PIC X(4).                        00150000
           03 WS-TASKNUM               PIC 9(7).                        00160000
           03 WS-USERID                PIC X(8).                        00170000
                                                                        00180000
      * Teller drawer sign-on and count - a teller signs on to a cash   00190000
      * drawer at a terminal at the start of the business day, keying   00200000
      * the branch and the opening cash they were given; that writes    00210000
      * the TELLER_DRAWER row TRANPSVC checks before it takes any       00220000
      * counter posting from TRANPONL.  At close a supervisor counts    00230000
      * the drawer and keys the counted cash with PF5, which closes     00240000
      * the drawer to further postings.  The count is blind - the       00250000
      * cash the postings say should be there is never shown, it is     00260000
      * TRANTPRF that proves the count overnight.  Nobody counts        00270000
      * their own drawer, and nobody signed on to a drawer that day     00280000
      * counts anyone else's.  Every sign-on and count is written to    00290000
      * the AUDT trail.                                                 00300000
                                                                        00310000
      * Attention-identifier values - compared against a local copy of  00320000
      * EIBAID rather than COPY DFHAID so this program carries no       00330000
      * dependency on a system copybook.                                00340000
       01 WS-AID                    PIC X.                              00350000
       01 WS-AID-ENTER               PIC X VALUE X'7D'.                 00360000
       01 WS-AID-CLEAR               PIC X VALUE X'6D'.                 00370000
       01 WS-AID-PF5                 PIC X VALUE X'F5'.                 00380000
       01 WS-AID-PF6                 PIC X VALUE X'F6'.                 00390000
                                                                        00400000
      * Working copy of the commarea TRANDONL keeps across screen       00410000
      * turns - mirrors TRANDOCA field-for-field the way TRANAONL       00420000
      * mirrors TRANAOCA.                                               00430000
       01 WS-DRAWER-TELLER          PIC X(08).                          00440000
                                                                        00450000
      * The drawer table's verdict on the teller in hand after the      00460000
      * shared fetch - drives the per-key handling.                     00470000
       01 WS-FOUND-FLAG             PIC X(01) VALUE 'N'.                00480000
          88 WS-DRAWER-FOUND        VALUE 'Y'.                          00490000
                                                                        00500000
      * Audit log record - one per sign-on or count, byte-for-byte the  00510000
      * AUDIT-REC layout TRANHIST and TRANAONL write to AUDT, so        00520000
      * TRANADRN drains them into AUDIT_LOG and TRANAUDR reports them   00530000
      * with everything else.  A drawer event names no account, so      00540000
      * the account number goes out as zero.                            00550000
       01 AUDIT-REC.                                                    00560000
           03 AU-DATE                  PIC X(8).                        00570000
           03 FILLER                   PIC X     VALUE SPACE.           00580000
           03 AU-TIME                  PIC X(6).                        00590000
           03 FILLER                   PIC X     VALUE SPACE.           00600000
           03 AU-TRANSID                PIC X(4).                       00610000
           03 FILLER                   PIC X     VALUE SPACE.           00620000
           03 AU-TERMID                 PIC X(4).                       00630000
           03 FILLER                   PIC X     VALUE SPACE.           00640000
           03 AU-TASKNUM                PIC 9(7).                       00650000
           03 FILLER                   PIC X     VALUE SPACE.           00660000
           03 AU-ACCT-NO                PIC 9(15).                      00670000
                                                                        00680000
      * Current-time working fields for the audit stamp and the         00690000
      * SIGNON_TIME / COUNT_TIME written on the drawer row.             00700000
       01 WS-ABSTIME                PIC S9(15) COMP-3.                  00710000
       01 WS-CURR-DATE              PIC X(8).                           00720000
       01 WS-CURR-TIME              PIC X(6).                           00730000
                                                                        00740000
       01 WS-SQLCODE-DISP           PIC ----9.                          00750000
       01 WS-CASH-DISP              PIC -ZZZZZZZ9.99.                   00760000
                                                                        00770000
      * Cash as keyed - the same 11-byte leading-separate-sign shape,   00780000
      * decimal point implied, a teller amount takes on TRANPONL.       00790000
       01 WS-CASH-IN                PIC X(11).                          00800000
       01 WS-CASH-NUM REDEFINES WS-CASH-IN                              00810000
                                    PIC S9(8)V9(2)                      00820000
                                    SIGN IS LEADING SEPARATE.           00830000
                                                                        00840000
       01 WS-HOST-BUS-DATE          PIC X(10).                          00850000
       01 WS-HOST-COUNT             PIC S9(9) USAGE COMP.               00860000
                                                                        00870000
       01 WS-HOST-DRAWER.                                               00880000
          03 WS-HOST-TELLER-ID       PIC X(08).                         00890000
          03 WS-HOST-TELLER-TERM     PIC X(04).                         00900000
          03 WS-HOST-BRANCH-ID       PIC X(04).                         00910000
          03 WS-HOST-OPENING-CASH    PIC S9(8)V9(2) USAGE COMP-3.       00920000
          03 WS-HOST-SIGNON-TIME     PIC X(06).                         00930000
          03 WS-HOST-DRAWER-STATUS   PIC X(01).                         00940000
             88 WS-HOST-DRAWER-OPEN  VALUE 'O'.                         00950000
          03 WS-HOST-COUNTED-CASH    PIC S9(8)V9(2) USAGE COMP-3.       00960000
          03 WS-HOST-COUNTED-BY      PIC X(08).                         00970000
          03 WS-HOST-COUNT-TIME      PIC X(06).                         00980000
                                                                        00990000
           EXEC SQL                                                     01000000
             INCLUDE SQLCA                                              01010000
           END-EXEC.                                                    01020000
                                                                        01030000
           EXEC SQL                                                     01040000
             INCLUDE TLRDDCL                                            01050000
           END-EXEC.                                                    01060000
                                                                        01070000
           EXEC SQL                                                     01080000
             INCLUDE BDATDCL                                            01090000
           END-EXEC.                                                    01100000
                                                                        01110000
       COPY TRANDMAP.                                                   01120000
                                                                        01130000
      ******************************************************************01140000
      *    L I N K A G E   S E C T I O N                                01150000
      ******************************************************************01160000
       LINKAGE SECTION.                                                 01170000
       01 DFHCOMMAREA.                                                  01180000
           COPY TRANDOCA.                                               01190000
                                                                        01200000
      ******************************************************************01210000
      *    P R O C E D U R E S                                          01220000
      ******************************************************************01230000
       PROCEDURE DIVISION.                                              01240000
                                                                        01250000
       MAINLINE SECTION.                                                01260000
                                                                        01270000
           PERFORM 1000-INITIALIZE-VARS.                                01280000
                                                                        01290000
           IF EIBCALEN IS EQUAL TO ZERO THEN                            01300000
              PERFORM 2000-SEND-BLANK-SCREEN                            01310000
           ELSE                                                         01320000
              MOVE EIBAID TO WS-AID                                     01330000
      *       CLEAR transmits no screen data - a RECEIVE MAP against it 01340000
      *       would raise MAPFAIL, so it has to be handled before the   01350000
      *       RECEIVE rather than after.                                01360000
              IF WS-AID = WS-AID-CLEAR THEN                             01370000
                 PERFORM 6000-SEND-GOODBYE                              01380000
                 GO TO MAINLINE-EXIT                                    01390000
              END-IF                                                    01400000
              PERFORM 3000-RECEIVE-SCREEN                               01410000
              PERFORM 4000-EXECUTE-ACTION                               01420000
              PERFORM 5000-SEND-RESULT-SCREEN                           01430000
           END-IF.                                                      01440000
                                                                        01450000
           EXEC CICS RETURN TRANSID(WS-TRANSID)                         01460000
                     COMMAREA(DFHCOMMAREA)                              01470000
                     LENGTH(LENGTH OF DFHCOMMAREA)                      01480000
           END-EXEC.                                                    01490000
                                                                        01500000
       MAINLINE-EXIT.                                                   01510000
           EXIT.                                                        01520000
                                                                        01530000
       1000-INITIALIZE-VARS SECTION.                                    01540000
                                                                        01550000
           MOVE EIBTRNID TO WS-TRANSID.                                 01560000
           MOVE EIBTRMID TO WS-TERMID.                                  01570000
           MOVE EIBTASKN TO WS-TASKNUM.                                 01580000
           MOVE SPACES   TO WS-HOST-BUS-DATE.                           01590000
                                                                        01600000
      *    The signed-on user is the teller - the same id TRANPONL      01610000
      *    stamps on every posting it makes.                            01620000
           EXEC CICS ASSIGN USERID(WS-USERID)                           01630000
           END-EXEC.                                                    01640000
                                                                        01650000
       1000-INITIALIZE-VARS-EXIT.                                       01660000
           EXIT.                                                        01670000
                                                                        01680000
       2000-SEND-BLANK-SCREEN SECTION.                                  01690000
                                                                        01700000
           MOVE LOW-VALUES TO TRANDMAPO.                                01710000
           MOVE SPACES     TO MSGTXTO.                                  01720000
           MOVE 'KEY BRANCH AND OPENING CASH TO SIGN ON, PF6 TO SHOW'   01730000
             TO MSGTXTO.                                                01740000
           MOVE WS-USERID  TO TELLERO.                                  01750000
           MOVE WS-TERMID  TO TERMO.                                    01760000
                                                                        01770000
      *    No commarea was received on this first invocation - build an 01780000
      *    initialized one for MAINLINE to RETURN instead of passing    01790000
      *    back raw, uninitialized LINKAGE SECTION storage.             01800000
           MOVE SPACES TO DC-TELLER-ID.                                 01810000
                                                                        01820000
           EXEC CICS SEND MAP('TRANDMAP') MAPSET('TRANDSET')            01830000
                     FROM(TRANDMAPO) ERASE                              01840000
           END-EXEC.                                                    01850000
                                                                        01860000
       2000-SEND-BLANK-SCREEN-EXIT.                                     01870000
           EXIT.                                                        01880000
                                                                        01890000
       3000-RECEIVE-SCREEN SECTION.                                     01900000
                                                                        01910000
           MOVE DC-TELLER-ID TO WS-DRAWER-TELLER.                       01920000
                                                                        01930000
           EXEC CICS RECEIVE MAP('TRANDMAP') MAPSET('TRANDSET')         01940000
                     INTO(TRANDMAPI)                                    01950000
           END-EXEC.                                                    01960000
                                                                        01970000
       3000-RECEIVE-SCREEN-EXIT.                                        01980000
           EXIT.                                                        01990000
                                                                        02000000
       4000-EXECUTE-ACTION SECTION.                                     02010000
                                                                        02020000
           MOVE SPACES TO MSGTXTO.                                      02030000
                                                                        02040000
      *    Every drawer belongs to one business date - the current one  02050000
      *    on BUSDATE_CTL, the date TRANPSVC posts under.               02060000
           PERFORM 4800-GET-BUSINESS-DATE.                              02070000
           IF MSGTXTO NOT = SPACES THEN                                 02080000
              GO TO 4000-EXECUTE-ACTION-EXIT                            02090000
           END-IF.                                                      02100000
                                                                        02110000
           EVALUATE TRUE                                                02120000
              WHEN WS-AID = WS-AID-ENTER                                02130000
                 PERFORM 4100-SIGN-ON                                   02140000
              WHEN WS-AID = WS-AID-PF5                                  02150000
                 PERFORM 4200-COUNT-DRAWER                              02160000
              WHEN WS-AID = WS-AID-PF6                                  02170000
                 PERFORM 4300-SHOW-DRAWER                               02180000
              WHEN OTHER                                                02190000
                 MOVE 'ENTER, PF5, PF6 OR CLEAR ONLY' TO MSGTXTO        02200000
           END-EVALUATE.                                                02210000
                                                                        02220000
       4000-EXECUTE-ACTION-EXIT.                                        02230000
           EXIT.                                                        02240000
                                                                        02250000
       4100-SIGN-ON SECTION.                                            02260000
                                                                        02270000
           IF OPENAMTL > ZERO THEN                                      02280000
              MOVE OPENAMTI TO WS-CASH-IN                               02290000
           ELSE                                                         02300000
              MOVE SPACES   TO WS-CASH-IN                               02310000
           END-IF.                                                      02320000
                                                                        02330000
           EVALUATE TRUE                                                02340000
              WHEN BRANCHL = ZERO OR BRANCHI = SPACES                   02350000
                 MOVE 'ENTER YOUR BRANCH TO SIGN ON' TO MSGTXTO         02360000
              WHEN WS-CASH-IN = SPACES                                  02370000
                 MOVE 'ENTER THE OPENING CASH TO SIGN ON' TO MSGTXTO    02380000
              WHEN WS-CASH-NUM IS NOT NUMERIC                           02390000
                 MOVE 'OPENING CASH NOT NUMERIC' TO MSGTXTO             02400000
              WHEN WS-CASH-NUM < ZERO                                   02410000
                 MOVE 'OPENING CASH CANNOT BE NEGATIVE' TO MSGTXTO      02420000
              WHEN OTHER                                                02430000
                 CONTINUE                                               02440000
           END-EVALUATE.                                                02450000
                                                                        02460000
           IF MSGTXTO NOT = SPACES THEN                                 02470000
              GO TO 4100-SIGN-ON-EXIT                                   02480000
           END-IF.                                                      02490000
                                                                        02500000
      *    One open drawer per terminal - two tellers' cash taken at    02510000
      *    one terminal could not be told apart at the count.           02520000
           EXEC SQL                                                     02530000
             SELECT COUNT(*)                                            02540000
             INTO  :WS-HOST-COUNT                                       02550000
             FROM TELLER_DRAWER                                         02560000
             WHERE BUSINESS_DATE = :WS-HOST-BUS-DATE                    02570000
               AND TELLER_TERM   = :WS-TERMID                           02580000
               AND DRAWER_STATUS = 'O'                                  02590000
               AND TELLER_ID    <> :WS-USERID                           02600000
           END-EXEC.                                                    02610000
                                                                        02620000
           EVALUATE TRUE                                                02630000
              WHEN SQLCODE NOT = ZERO                                   02640000
                 PERFORM 8000-SQL-ERROR                                 02650000
                 GO TO 4100-SIGN-ON-EXIT                                02660000
              WHEN WS-HOST-COUNT > ZERO                                 02670000
                 MOVE 'ANOTHER TELLER HAS A DRAWER OPEN HERE'           02680000
                   TO MSGTXTO                                           02690000
                 GO TO 4100-SIGN-ON-EXIT                                02700000
              WHEN OTHER                                                02710000
                 CONTINUE                                               02720000
           END-EVALUATE.                                                02730000
                                                                        02740000
           PERFORM 4850-GET-CURRENT-TIME.                               02750000
                                                                        02760000
           MOVE WS-USERID     TO WS-HOST-TELLER-ID.                     02770000
           MOVE WS-TERMID     TO WS-HOST-TELLER-TERM.                   02780000
           MOVE BRANCHI       TO WS-HOST-BRANCH-ID.                     02790000
           MOVE WS-CASH-NUM   TO WS-HOST-OPENING-CASH.                  02800000
           MOVE WS-CURR-TIME  TO WS-HOST-SIGNON-TIME.                   02810000
           MOVE 'O'           TO WS-HOST-DRAWER-STATUS.                 02820000
           MOVE ZERO          TO WS-HOST-COUNTED-CASH.                  02830000
           MOVE SPACES        TO WS-HOST-COUNTED-BY                     02840000
                                 WS-HOST-COUNT-TIME.                    02850000
                                                                        02860000
      *    The unique key on date and teller is the guard against a     02870000
      *    second sign-on - one drawer, one opening float, per teller   02880000
      *    per day.                                                     02890000
           EXEC SQL                                                     02900000
             INSERT INTO TELLER_DRAWER                                  02910000
               ( BUSINESS_DATE                                          02920000
                ,TELLER_ID                                              02930000
                ,TELLER_TERM                                            02940000
                ,BRANCH_ID                                              02950000
                ,OPENING_CASH                                           02960000
                ,SIGNON_TIME                                            02970000
                ,DRAWER_STATUS )                                        02980000
             VALUES                                                     02990000
               ( :WS-HOST-BUS-DATE                                      03000000
                ,:WS-HOST-TELLER-ID                                     03010000
                ,:WS-HOST-TELLER-TERM                                   03020000
                ,:WS-HOST-BRANCH-ID                                     03030000
                ,:WS-HOST-OPENING-CASH                                  03040000
                ,:WS-HOST-SIGNON-TIME                                   03050000
                ,:WS-HOST-DRAWER-STATUS )                               03060000
           END-EXEC.                                                    03070000
                                                                        03080000
           EVALUATE TRUE                                                03090000
              WHEN SQLCODE = ZERO                                       03100000
                 MOVE WS-USERID TO WS-DRAWER-TELLER                     03110000
                 PERFORM 4900-FORMAT-DRAWER                             03120000
                 PERFORM 7000-WRITE-AUDIT-LOG                           03130000
                 MOVE 'SIGNED ON - DRAWER OPEN FOR POSTINGS' TO MSGTXTO 03140000
              WHEN SQLCODE = -803                                       03150000
                 MOVE 'ALREADY SIGNED ON TODAY - PF6 TO SHOW DRAWER'    03160000
                   TO MSGTXTO                                           03170000
              WHEN OTHER                                                03180000
                 PERFORM 8000-SQL-ERROR                                 03190000
           END-EVALUATE.                                                03200000
                                                                        03210000
       4100-SIGN-ON-EXIT.                                               03220000
           EXIT.                                                        03230000
                                                                        03240000
       4200-COUNT-DRAWER SECTION.                                       03250000
                                                                        03260000
           IF CNTCASHL > ZERO THEN                                      03270000
              MOVE CNTCASHI TO WS-CASH-IN                               03280000
           ELSE                                                         03290000
              MOVE SPACES   TO WS-CASH-IN                               03300000
           END-IF.                                                      03310000
                                                                        03320000
           EVALUATE TRUE                                                03330000
              WHEN CNTTLRL = ZERO OR CNTTLRI = SPACES                   03340000
                 MOVE 'ENTER THE TELLER WHOSE DRAWER IS COUNTED'        03350000
                   TO MSGTXTO                                           03360000
              WHEN CNTTLRI = WS-USERID                                  03370000
                 MOVE 'YOU CANNOT COUNT YOUR OWN DRAWER' TO MSGTXTO     03380000
              WHEN WS-CASH-IN = SPACES                                  03390000
                 MOVE 'ENTER THE COUNTED CASH' TO MSGTXTO               03400000
              WHEN WS-CASH-NUM IS NOT NUMERIC                           03410000
                 MOVE 'COUNTED CASH NOT NUMERIC' TO MSGTXTO             03420000
              WHEN WS-CASH-NUM < ZERO                                   03430000
                 MOVE 'COUNTED CASH CANNOT BE NEGATIVE' TO MSGTXTO      03440000
              WHEN OTHER                                                03450000
                 CONTINUE                                               03460000
           END-EVALUATE.                                                03470000
                                                                        03480000
           IF MSGTXTO NOT = SPACES THEN                                 03490000
              GO TO 4200-COUNT-DRAWER-EXIT                              03500000
           END-IF.                                                      03510000
                                                                        03520000
      *    Whoever counts must not be working a drawer of their own     03530000
      *    today - the counter stands outside the cash being proved.    03540000
           EXEC SQL                                                     03550000
             SELECT COUNT(*)                                            03560000
             INTO  :WS-HOST-COUNT                                       03570000
             FROM TELLER_DRAWER                                         03580000
             WHERE BUSINESS_DATE = :WS-HOST-BUS-DATE                    03590000
               AND TELLER_ID     = :WS-USERID                           03600000
           END-EXEC.                                                    03610000
                                                                        03620000
           EVALUATE TRUE                                                03630000
              WHEN SQLCODE NOT = ZERO                                   03640000
                 PERFORM 8000-SQL-ERROR                                 03650000
                 GO TO 4200-COUNT-DRAWER-EXIT                           03660000
              WHEN WS-HOST-COUNT > ZERO                                 03670000
                 MOVE 'YOU HAVE A DRAWER TODAY - CANNOT COUNT'          03680000
                   TO MSGTXTO                                           03690000
                 GO TO 4200-COUNT-DRAWER-EXIT                           03700000
              WHEN OTHER                                                03710000
                 CONTINUE                                               03720000
           END-EVALUATE.                                                03730000
                                                                        03740000
           MOVE CNTTLRI TO WS-DRAWER-TELLER.                            03750000
           PERFORM 4500-FETCH-DRAWER.                                   03760000
                                                                        03770000
           EVALUATE TRUE                                                03780000
              WHEN NOT WS-DRAWER-FOUND                                  03790000
                 IF MSGTXTO = SPACES THEN                               03800000
                    MOVE 'NO DRAWER FOR THAT TELLER TODAY' TO MSGTXTO   03810000
                 END-IF                                                 03820000
                 GO TO 4200-COUNT-DRAWER-EXIT                           03830000
              WHEN NOT WS-HOST-DRAWER-OPEN                              03840000
                 PERFORM 4900-FORMAT-DRAWER                             03850000
                 MOVE 'DRAWER ALREADY COUNTED' TO MSGTXTO               03860000
                 GO TO 4200-COUNT-DRAWER-EXIT                           03870000
              WHEN OTHER                                                03880000
                 CONTINUE                                               03890000
           END-EVALUATE.                                                03900000
                                                                        03910000
           PERFORM 4850-GET-CURRENT-TIME.                               03920000
                                                                        03930000
           MOVE WS-CASH-NUM  TO WS-HOST-COUNTED-CASH.                   03940000
           MOVE WS-USERID    TO WS-HOST-COUNTED-BY.                     03950000
           MOVE WS-CURR-TIME TO WS-HOST-COUNT-TIME.                     03960000
                                                                        03970000
      *    Still open is part of the WHERE - a drawer counted a moment  03980000
      *    ago on another terminal keeps that count, and this one is    03990000
      *    refused rather than overwriting it.                          04000000
           EXEC SQL                                                     04010000
             UPDATE TELLER_DRAWER                                       04020000
             SET DRAWER_STATUS = 'C'                                    04030000
                ,COUNTED_CASH  = :WS-HOST-COUNTED-CASH                  04040000
                ,COUNTED_BY    = :WS-HOST-COUNTED-BY                    04050000
                ,COUNT_TIME    = :WS-HOST-COUNT-TIME                    04060000
             WHERE BUSINESS_DATE = :WS-HOST-BUS-DATE                    04070000
               AND TELLER_ID     = :WS-HOST-TELLER-ID                   04080000
               AND DRAWER_STATUS = 'O'                                  04090000
           END-EXEC.                                                    04100000
                                                                        04110000
           EVALUATE TRUE                                                04120000
              WHEN SQLCODE = ZERO                                       04130000
                 MOVE 'C' TO WS-HOST-DRAWER-STATUS                      04140000
                 PERFORM 4900-FORMAT-DRAWER                             04150000
                 PERFORM 7000-WRITE-AUDIT-LOG                           04160000
                 MOVE 'DRAWER COUNTED - CLOSED TO FURTHER POSTINGS'     04170000
                   TO MSGTXTO                                           04180000
              WHEN SQLCODE = 100                                        04190000
                 MOVE 'DRAWER ALREADY COUNTED - PF6 TO REFRESH'         04200000
                   TO MSGTXTO                                           04210000
              WHEN OTHER                                                04220000
                 PERFORM 8000-SQL-ERROR                                 04230000
           END-EVALUATE.                                                04240000
                                                                        04250000
       4200-COUNT-DRAWER-EXIT.                                          04260000
           EXIT.                                                        04270000
                                                                        04280000
       4300-SHOW-DRAWER SECTION.                                        04290000
                                                                        04300000
      *    The teller keyed in the count field, else the drawer already 04310000
      *    on display, else the user's own.                             04320000
           EVALUATE TRUE                                                04330000
              WHEN CNTTLRL > ZERO AND CNTTLRI NOT = SPACES              04340000
                 MOVE CNTTLRI   TO WS-DRAWER-TELLER                     04350000
              WHEN WS-DRAWER-TELLER NOT = SPACES                        04360000
                 CONTINUE                                               04370000
              WHEN OTHER                                                04380000
                 MOVE WS-USERID TO WS-DRAWER-TELLER                     04390000
           END-EVALUATE.                                                04400000
                                                                        04410000
           PERFORM 4500-FETCH-DRAWER.                                   04420000
                                                                        04430000
           IF WS-DRAWER-FOUND THEN                                      04440000
              PERFORM 4900-FORMAT-DRAWER                                04450000
              MOVE 'DRAWER DISPLAYED' TO MSGTXTO                        04460000
           ELSE                                                         04470000
              IF MSGTXTO = SPACES THEN                                  04480000
                 MOVE 'NO DRAWER FOR THAT TELLER TODAY' TO MSGTXTO      04490000
              END-IF                                                    04500000
           END-IF.                                                      04510000
                                                                        04520000
       4300-SHOW-DRAWER-EXIT.                                           04530000
           EXIT.                                                        04540000
                                                                        04550000
       4500-FETCH-DRAWER SECTION.                                       04560000
                                                                        04570000
           MOVE 'N' TO WS-FOUND-FLAG.                                   04580000
           MOVE WS-DRAWER-TELLER TO WS-HOST-TELLER-ID.                  04590000
                                                                        04600000
           EXEC SQL                                                     04610000
             SELECT TELLER_TERM                                         04620000
                   ,BRANCH_ID                                           04630000
                   ,OPENING_CASH                                        04640000
                   ,SIGNON_TIME                                         04650000
                   ,DRAWER_STATUS                                       04660000
                   ,COUNTED_CASH                                        04670000
                   ,COUNTED_BY                                          04680000
                   ,COUNT_TIME                                          04690000
             INTO  :WS-HOST-TELLER-TERM                                 04700000
                  ,:WS-HOST-BRANCH-ID                                   04710000
                  ,:WS-HOST-OPENING-CASH                                04720000
                  ,:WS-HOST-SIGNON-TIME                                 04730000
                  ,:WS-HOST-DRAWER-STATUS                               04740000
                  ,:WS-HOST-COUNTED-CASH                                04750000
                  ,:WS-HOST-COUNTED-BY                                  04760000
                  ,:WS-HOST-COUNT-TIME                                  04770000
             FROM TELLER_DRAWER                                         04780000
             WHERE BUSINESS_DATE = :WS-HOST-BUS-DATE                    04790000
               AND TELLER_ID     = :WS-HOST-TELLER-ID                   04800000
           END-EXEC.                                                    04810000
                                                                        04820000
           EVALUATE TRUE                                                04830000
              WHEN SQLCODE = ZERO                                       04840000
                 SET WS-DRAWER-FOUND TO TRUE                            04850000
              WHEN SQLCODE = 100                                        04860000
                 CONTINUE                                               04870000
              WHEN OTHER                                                04880000
                 PERFORM 8000-SQL-ERROR                                 04890000
           END-EVALUATE.                                                04900000
                                                                        04910000
       4500-FETCH-DRAWER-EXIT.                                          04920000
           EXIT.                                                        04930000
                                                                        04940000
       4800-GET-BUSINESS-DATE SECTION.                                  04950000
                                                                        04960000
           EXEC SQL                                                     04970000
             SELECT CURR_BUS_DATE                                       04980000
             INTO  :WS-HOST-BUS-DATE                                    04990000
             FROM BUSDATE_CTL                                           05000000
           END-EXEC.                                                    05010000
                                                                        05020000
           IF SQLCODE NOT = ZERO THEN                                   05030000
              PERFORM 8000-SQL-ERROR                                    05040000
           END-IF.                                                      05050000
                                                                        05060000
       4800-GET-BUSINESS-DATE-EXIT.                                     05070000
           EXIT.                                                        05080000
                                                                        05090000
       4850-GET-CURRENT-TIME SECTION.                                   05100000
                                                                        05110000
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.              05120000
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)                     05130000
                     MMDDYYYY(WS-CURR-DATE)                             05140000
                     TIME(WS-CURR-TIME)                                 05150000
           END-EXEC.                                                    05160000
                                                                        05170000
       4850-GET-CURRENT-TIME-EXIT.                                      05180000
           EXIT.                                                        05190000
                                                                        05200000
       4900-FORMAT-DRAWER SECTION.                                      05210000
                                                                        05220000
      *    Opening and counted cash only - the expected closing cash    05230000
      *    is deliberately never on this screen.                        05240000
           MOVE WS-HOST-TELLER-ID     TO DTELLERO.                      05250000
           MOVE WS-HOST-TELLER-TERM   TO DTERMO.                        05260000
           MOVE WS-HOST-BRANCH-ID     TO DBRANCHO.                      05270000
           MOVE WS-HOST-OPENING-CASH  TO WS-CASH-DISP.                  05280000
           MOVE WS-CASH-DISP          TO DOPENO.                        05290000
           MOVE WS-HOST-SIGNON-TIME   TO DSIGNONO.                      05300000
                                                                        05310000
           IF WS-HOST-DRAWER-OPEN THEN                                  05320000
              MOVE 'OPEN'    TO DSTATO                                  05330000
              MOVE SPACES    TO DCOUNTO                                 05340000
                                DCNTBYO                                 05350000
                                DCNTTMO                                 05360000
           ELSE                                                         05370000
              MOVE 'COUNTED' TO DSTATO                                  05380000
              MOVE WS-HOST-COUNTED-CASH TO WS-CASH-DISP                 05390000
              MOVE WS-CASH-DISP         TO DCOUNTO                      05400000
              MOVE WS-HOST-COUNTED-BY   TO DCNTBYO                      05410000
              MOVE WS-HOST-COUNT-TIME   TO DCNTTMO                      05420000
           END-IF.                                                      05430000
                                                                        05440000
       4900-FORMAT-DRAWER-EXIT.                                         05450000
           EXIT.                                                        05460000
                                                                        05470000
       5000-SEND-RESULT-SCREEN SECTION.                                 05480000
                                                                        05490000
           MOVE WS-USERID        TO TELLERO.                            05500000
           MOVE WS-TERMID        TO TERMO.                              05510000
           MOVE WS-HOST-BUS-DATE TO BUSDTO.                             05520000
                                                                        05530000
           MOVE WS-DRAWER-TELLER TO DC-TELLER-ID.                       05540000
                                                                        05550000
           EXEC CICS SEND MAP('TRANDMAP') MAPSET('TRANDSET')            05560000
                     FROM(TRANDMAPO) DATAONLY                           05570000
           END-EXEC.                                                    05580000
                                                                        05590000
       5000-SEND-RESULT-SCREEN-EXIT.                                    05600000
           EXIT.                                                        05610000
                                                                        05620000
       6000-SEND-GOODBYE SECTION.                                       05630000
                                                                        05640000
           EXEC CICS SEND TEXT FROM('TRANDONL - SESSION ENDED')         05650000
                     ERASE FREEKB                                       05660000
           END-EXEC.                                                    05670000
                                                                        05680000
           EXEC CICS RETURN END-EXEC.                                   05690000
                                                                        05700000
       6000-SEND-GOODBYE-EXIT.                                          05710000
           EXIT.                                                        05720000
                                                                        05730000
       7000-WRITE-AUDIT-LOG SECTION.                                    05740000
                                                                        05750000
      *    Every sign-on and count is logged for compliance - who       05760000
      *    opened or counted the drawer, from which terminal/task, and  05770000
      *    when - on the same queue and record TRANAONL's               05780000
      *    7000-WRITE-AUDIT-LOG uses.                                   05790000
           PERFORM 4850-GET-CURRENT-TIME.                               05800000
                                                                        05810000
           MOVE WS-CURR-DATE TO AU-DATE.                                05820000
           MOVE WS-CURR-TIME TO AU-TIME.                                05830000
           MOVE WS-TRANSID   TO AU-TRANSID.                             05840000
           MOVE WS-TERMID    TO AU-TERMID.                              05850000
           MOVE WS-TASKNUM   TO AU-TASKNUM.                             05860000
           MOVE ZERO         TO AU-ACCT-NO.                             05870000
                                                                        05880000
           EXEC CICS WRITEQ TD QUEUE('AUDT')                            05890000
                     FROM(AUDIT-REC)                                    05900000
                     LENGTH(LENGTH OF AUDIT-REC)                        05910000
           END-EXEC.                                                    05920000
                                                                        05930000
       7000-WRITE-AUDIT-LOG-EXIT.                                       05940000
           EXIT.                                                        05950000
                                                                        05960000
       8000-SQL-ERROR SECTION.                                          05970000
                                                                        05980000
      *    A real database error surfaces on the message line instead   05990000
      *    of abending - the teller can retry or report it without      06000000
      *    losing the session.                                          06010000
           MOVE SPACES TO MSGTXTO.                                      06020000
           MOVE 'DATABASE ERROR - TRY AGAIN LATER, SQLCODE='            06030000
             TO MSGTXTO(1:43).                                          06040000
           MOVE SQLCODE TO WS-SQLCODE-DISP.                             06050000
           MOVE WS-SQLCODE-DISP TO MSGTXTO(45:5).                       06060000
                                                                        06070000
       8000-SQL-ERROR-EXIT.                                             06080000
           EXIT.                                                        06090000
