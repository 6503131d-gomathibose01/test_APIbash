      * DBAs.  Opens an account, amends name/branch, and closes one     00200000
      * (status 'C' with CLOSE_DATE always stamped, so a closed         00210000
      * account can never be left with a blank close date again).       00220000
      * An account the monthly TRANDORM run has marked dormant ('D')    00222500
      * is reactivated here (action R) - back to open, with the         00225000
      * reactivation on the audit trail like any other change.          00227500
      * Every change is written to the AUDT audit trail the same way    00230000
      * TRANHIST logs inquiries.  Access control is the transaction     00240000
      * definition itself - the transid is limited to the supervisor    00250000
      * group in the external security manager, the same way the        00260000
      * other restricted transids in this region are.                   00270000
      * PF5 hands the account on display to the TRANOONL standing       00272500
      * order screen, which runs under this same transaction and        00275000
      * hands back with PF7.                                            00277500
                                                                        00280000
      * Attention-identifier values - compared against a local copy of  00290000
      * EIBAID rather than COPY DFHAID so this program carries no       00300000
       01 WS-AID                    PIC X.                              00320000
       01 WS-AID-ENTER               PIC X VALUE X'7D'.                 00330000
       01 WS-AID-CLEAR               PIC X VALUE X'6D'.                 00340000
       01 WS-AID-PF5                 PIC X VALUE X'F5'.                 00345000
                                                                        00350000
      * Working copy of the commarea TRANAONL keeps across screen       00360000
      * turns - mirrors TRANAOCA field-for-field the way TRANHONL       00370000
          88 WS-ACT-OPEN            VALUE 'O'.                          00430000
          88 WS-ACT-AMEND           VALUE 'M'.                          00440000
          88 WS-ACT-CLOSE           VALUE 'C'.                          00450000
          88 WS-ACT-REACTIVATE      VALUE 'R'.                          00455000
                                                                        00460000
      * The master's verdict on the account in hand after the shared    00470000
      * fetch - drives the per-action handling.                         00480000
       01 WS-FOUND-FLAG             PIC X(01) VALUE 'N'.                00490000
          88 WS-ACCT-FOUND          VALUE 'Y'.                          00500000
                                                                        00501666
      * Back from TRANOONL the terminal still shows that screen - the   00503333
      * account map goes out in full rather than data only.             00505000
       01 WS-SEND-ERASE-FLAG        PIC X(01) VALUE 'N'.                00506666
          88 WS-SEND-ERASE          VALUE 'Y'.                          00508333
                                                                        00510000
      * Audit log record - one per maintenance action (compliance       00520000
      * trail), byte-for-byte the AUDIT-REC layout TRANHIST writes to   00530000
          03 WS-HOST-OPEN-DATE       PIC X(10).                         00830000
          03 WS-HOST-CLOSE-DATE      PIC X(10).                         00840000
          03 WS-HOST-CUST-NO         PIC S9(9) USAGE COMP.              00841000
          03 WS-HOST-OD-LIMIT        PIC S9(8)V9(2) USAGE COMP-3.       00841500
          03 WS-HOST-DORMANT-DATE    PIC X(10).                         00841750
                                                                        00842000
      * The CUSTOMERS master's verdict on the customer number keyed -   00843000
      * checked before an open links to it, created on the fly when     00844000
          88 WS-CUST-FOUND          VALUE 'Y'.                          00847000
                                                                        00848000
       01 WS-HOST-CI-NAME           PIC X(30).                          00849000
                                                                        00849125
      * The overdraft limit as keyed - ten digits with the decimal      00849250
      * point implied, the same no-point convention the teller          00849375
      * amount uses on TRANPONL.                                        00849500
       01 WS-OD-LIMIT-IN            PIC X(10).                          00849625
       01 WS-OD-LIMIT-NUM REDEFINES WS-OD-LIMIT-IN                      00849750
                                    PIC 9(8)V9(2).                      00849875
                                                                        00850000
           EXEC SQL                                                     00860000
             INCLUDE SQLCA                                              00870000
           IF EIBCALEN IS EQUAL TO ZERO THEN                            01120000
              PERFORM 2000-SEND-BLANK-SCREEN                            01130000
           ELSE                                                         01140000
      *       While the standing order screen is up the input is        01141666
      *       TRANOONL's to receive - pass control straight over.       01143333
              IF AC-MODE-SO THEN                                        01145000
                 PERFORM 7100-ORDER-SCREEN                              01146666
              END-IF                                                    01148333
              MOVE EIBAID TO WS-AID                                     01150000
      *       CLEAR transmits no screen data - a RECEIVE MAP against it 01160000
      *       would raise MAPFAIL, so it has to be handled before the   01170000
                 PERFORM 6000-SEND-GOODBYE                              01200000
                 GO TO MAINLINE-EXIT                                    01210000
              END-IF                                                    01220000
              EVALUATE TRUE                                             01222500
                 WHEN AC-MODE-RETURN                                    01225000
                    MOVE AC-ACCT-NO TO WS-ACCT-NO                       01227500
                    PERFORM 4700-RETURN-FROM-ORDERS                     01230000
                 WHEN WS-AID = WS-AID-PF5                               01232500
                    PERFORM 3000-RECEIVE-SCREEN                         01235000
                    PERFORM 4600-START-ORDERS                           01237500
                 WHEN OTHER                                             01240000
                    PERFORM 3000-RECEIVE-SCREEN                         01242500
                    PERFORM 4000-EXECUTE-ACTION                         01245000
              END-EVALUATE                                              01247500
              PERFORM 5000-SEND-RESULT-SCREEN                           01250000
           END-IF.                                                      01260000
                                                                        01270000
      *    No commarea was received on this first invocation - build an 01510000
      *    initialized one for MAINLINE to RETURN instead of passing    01520000
      *    back raw, uninitialized LINKAGE SECTION storage.             01530000
           MOVE ZERO  TO AC-ACCT-NO                                     01533333
                         AC-SO-ID                                       01536666
                         AC-SO-LAST-ID.                                 01540000
           SET AC-MODE-ACCOUNT TO TRUE.                                 01543333
           SET AC-SO-MORE-NO   TO TRUE.                                 01546666
                                                                        01550000
           EXEC CICS SEND MAP('TRANAMAP') MAPSET('TRANASET')            01560000
                     FROM(TRANAMAPO) ERASE                              01570000
                 PERFORM 4300-AMEND-ACCOUNT                             01970000
              WHEN WS-ACT-CLOSE                                         01980000
                 PERFORM 4400-CLOSE-ACCOUNT                             01990000
              WHEN WS-ACT-REACTIVATE                                    01993333
                 PERFORM 4460-REACTIVATE-ACCOUNT                        01996666
              WHEN OTHER                                                02000000
                 MOVE 'ACTION MUST BE I, O, M, C OR R' TO MSGTXTO       02010000
           END-EVALUATE.                                                02020000
                                                                        02030000
       4000-EXECUTE-ACTION-EXIT.                                        02040000
                                                                        02100000
           IF WS-ACCT-FOUND THEN                                        02110000
              PERFORM 4900-FORMAT-MASTER                                02120000
      *       A dormant account is the one thing the supervisor must    02122500
      *       not miss - it refuses customer debits until reactivated.  02125000
              IF WS-HOST-ACCT-STATUS = 'D' THEN                         02127500
                 MOVE 'ACCOUNT DORMANT - R TO REACTIVATE IT' TO MSGTXTO 02130000
              ELSE                                                      02132500
                 MOVE 'ACCOUNT DISPLAYED' TO MSGTXTO                    02135000
              END-IF                                                    02137500
           ELSE                                                         02140000
              MOVE 'ACCOUNT NOT ON MASTER' TO MSGTXTO                   02150000
           END-IF.                                                      02160000
                 MOVE 'OPEN DATE REQUIRED TO OPEN' TO MSGTXTO           02320000
              WHEN CUSTNOL = ZERO OR CUSTNOI IS NOT NUMERIC             02323333
                 MOVE 'CUST NO REQUIRED TO OPEN' TO MSGTXTO             02326666
              WHEN ODLIMITL > ZERO AND ODLIMITI IS NOT NUMERIC          02327777
                 MOVE 'OD LIMIT MUST BE 10 DIGITS, NO POINT' TO MSGTXTO 02328888
              WHEN OTHER                                                02330000
                 MOVE CUSTNAMEI TO WS-HOST-CUST-NAME                    02340000
                 MOVE BRANCHI   TO WS-HOST-BRANCH-ID                    02350000
                 MOVE 'O'       TO WS-HOST-ACCT-STATUS                  02370000
                 MOVE SPACES    TO WS-HOST-CLOSE-DATE                   02380000
                 MOVE CUSTNOI   TO WS-HOST-CUST-NO                      02383333
      *          No limit keyed opens the account with no overdraft     02383703
      *          approved.                                              02384073
                 IF ODLIMITL > ZERO THEN                                02384444
                    MOVE ODLIMITI TO WS-OD-LIMIT-IN                     02384814
                    MOVE WS-OD-LIMIT-NUM TO WS-HOST-OD-LIMIT            02385184
                 ELSE                                                   02385555
                    MOVE ZERO TO WS-HOST-OD-LIMIT                       02385925
                 END-IF                                                 02386295
                 PERFORM 4220-LINK-CUSTOMER                             02386666
                 IF WS-CUST-FOUND THEN                                  02389999
                    PERFORM 4250-INSERT-MASTER                          02393332
                ,ACCT_STATUS                                            02520000
                ,OPEN_DATE                                              02530000
                ,CLOSE_DATE                                             02535000
                ,CUST_NO                                                02540000
                ,OVERDRAFT_LIMIT )                                      02545000
             VALUES                                                     02550000
               ( :WS-HOST-ACCT-NO                                       02560000
                ,:WS-HOST-CUST-NAME                                     02570000
                ,:WS-HOST-ACCT-STATUS                                   02590000
                ,:WS-HOST-OPEN-DATE                                     02600000
                ,:WS-HOST-CLOSE-DATE                                    02605000
                ,:WS-HOST-CUST-NO                                       02610000
                ,:WS-HOST-OD-LIMIT )                                    02615000
           END-EXEC.                                                    02620000
                                                                        02630000
           EVALUATE TRUE                                                02640000
           IF BRANCHL > ZERO AND BRANCHI NOT = SPACES THEN              02930000
              MOVE BRANCHI TO WS-HOST-BRANCH-ID                         02940000
           END-IF.                                                      02950000
      *    The overdraft limit is approved here and nowhere else -      02950037
      *    TRANPSVC refuses a teller debit that would go past it and    02950075
      *    TRANPOST flags an overnight one that does.                   02950113
           IF ODLIMITL > ZERO THEN                                      02950151
              IF ODLIMITI IS NOT NUMERIC THEN                           02950189
                 MOVE 'OD LIMIT MUST BE 10 DIGITS, NO POINT' TO MSGTXTO 02950227
                 GO TO 4300-AMEND-ACCOUNT-EXIT                          02950264
              END-IF                                                    02950302
              MOVE ODLIMITI TO WS-OD-LIMIT-IN                           02950340
              MOVE WS-OD-LIMIT-NUM TO WS-HOST-OD-LIMIT                  02950378
           END-IF.                                                      02950416
      *    A customer number keyed on an amend re-links the account -   02950454
      *    but only to a customer the CUSTOMERS master already knows;   02950908
      *    amend never creates one the way open does.                   02951362
             SET CUST_NAME = :WS-HOST-CUST-NAME                         02990000
                ,BRANCH_ID = :WS-HOST-BRANCH-ID                         03000000
                ,CUST_NO   = :WS-HOST-CUST-NO                           03005000
                ,OVERDRAFT_LIMIT = :WS-HOST-OD-LIMIT                    03007500
             WHERE ACCOUNT_NO = :WS-HOST-ACCT-NO                        03010000
           END-EXEC.                                                    03020000
                                                                        03030000
       4450-UPDATE-CLOSE-EXIT.                                          03550000
           EXIT.                                                        03560000
                                                                        03570000
       4460-REACTIVATE-ACCOUNT SECTION.                                 03570277
                                                                        03570555
      *    Only a dormant account is reactivated - back to open with    03570833
      *    DORMANT_DATE cleared, so customer debits post again.  The    03570999
      *    business date is stamped as REACTIVATED_DATE, which TRANDORM 03571166
      *    counts as activity: the account has a full dormancy period   03571332
      *    from today before it can be marked again.                    03571499
           PERFORM 4500-FETCH-MASTER.                                   03571666
                                                                        03571944
           EVALUATE TRUE                                                03572222
              WHEN NOT WS-ACCT-FOUND                                    03572500
                 MOVE 'ACCOUNT NOT ON MASTER' TO MSGTXTO                03572777
              WHEN WS-HOST-ACCT-STATUS NOT = 'D'                        03573055
                 PERFORM 4900-FORMAT-MASTER                             03573333
                 MOVE 'ACCOUNT IS NOT DORMANT' TO MSGTXTO               03573611
              WHEN OTHER                                                03573888
                 EXEC SQL                                               03574166
                   UPDATE ACCOUNTS                                      03574444
                   SET ACCT_STATUS  = 'O'                               03574722
                      ,DORMANT_DATE = ' '                               03575000
                      ,REACTIVATED_DATE =                               03575069
                          (SELECT CURR_BUS_DATE                         03575138
                           FROM BUSDATE_CTL)                            03575207
                   WHERE ACCOUNT_NO  = :WS-HOST-ACCT-NO                 03575277
                     AND ACCT_STATUS = 'D'                              03575555
                 END-EXEC                                               03575833
                 IF SQLCODE = ZERO THEN                                 03576111
                    MOVE 'O'    TO WS-HOST-ACCT-STATUS                  03576388
                    MOVE SPACES TO WS-HOST-DORMANT-DATE                 03576666
                    PERFORM 4900-FORMAT-MASTER                          03576944
                    PERFORM 7000-WRITE-AUDIT-LOG                        03577222
                    MOVE 'ACCOUNT REACTIVATED' TO MSGTXTO               03577500
                 ELSE                                                   03577777
                    PERFORM 8000-SQL-ERROR                              03578055
                 END-IF                                                 03578333
           END-EVALUATE.                                                03578611
                                                                        03578888
       4460-REACTIVATE-ACCOUNT-EXIT.                                    03579166
           EXIT.                                                        03579444
                                                                        03579722
       4500-FETCH-MASTER SECTION.                                       03580000
                                                                        03590000
           MOVE 'N' TO WS-FOUND-FLAG.                                   03600000
                   ,OPEN_DATE                                           03660000
                   ,CLOSE_DATE                                          03670000
                   ,CUST_NO                                             03675000
                   ,OVERDRAFT_LIMIT                                     03677500
                   ,DORMANT_DATE                                        03678750
             INTO  :WS-HOST-CUST-NAME                                   03680000
                  ,:WS-HOST-BRANCH-ID                                   03690000
                  ,:WS-HOST-ACCT-STATUS                                 03700000
                  ,:WS-HOST-OPEN-DATE                                   03710000
                  ,:WS-HOST-CLOSE-DATE                                  03720000
                  ,:WS-HOST-CUST-NO                                     03725000
                  ,:WS-HOST-OD-LIMIT                                    03727500
                  ,:WS-HOST-DORMANT-DATE                                03728750
             FROM ACCOUNTS                                              03730000
             WHERE ACCOUNT_NO = :WS-HOST-ACCT-NO                        03740000
           END-EXEC.                                                    03750000
       4500-FETCH-MASTER-EXIT.                                          03860000
           EXIT.                                                        03870000
                                                                        03880000
       4600-START-ORDERS SECTION.                                       03880175
                                                                        03880350
      *    Standing orders are kept against an account on the master -  03880526
      *    the account keyed (or the one on display) is checked before  03880701
      *    the order screen is shown for it.  A closed account's orders 03880877
      *    can still be listed and cancelled there.                     03881052
           MOVE SPACES TO MSGTXTO.                                      03881228
                                                                        03881403
           IF ACCTNOL > ZERO THEN                                       03881578
              MOVE ACCTNOI TO WS-ACCT-NO                                03881754
           END-IF.                                                      03881929
                                                                        03882105
           IF WS-ACCT-NO = ZERO THEN                                    03882280
              MOVE 'ENTER AN ACCOUNT NUMBER' TO MSGTXTO                 03882456
              GO TO 4600-START-ORDERS-EXIT                              03882631
           END-IF.                                                      03882807
                                                                        03882982
           MOVE WS-ACCT-NO TO WS-HOST-ACCT-NO.                          03883157
           PERFORM 4500-FETCH-MASTER.                                   03883333
                                                                        03883508
           IF WS-ACCT-FOUND THEN                                        03883684
              MOVE WS-ACCT-NO TO AC-ACCT-NO                             03883859
              SET AC-MODE-SO-START TO TRUE                              03884035
              PERFORM 7100-ORDER-SCREEN                                 03884210
           ELSE                                                         03884385
              IF MSGTXTO = SPACES THEN                                  03884561
                 MOVE 'ACCOUNT NOT ON MASTER' TO MSGTXTO                03884736
              END-IF                                                    03884912
           END-IF.                                                      03885087
                                                                        03885263
       4600-START-ORDERS-EXIT.                                          03885438
           EXIT.                                                        03885614
                                                                        03885789
       4700-RETURN-FROM-ORDERS SECTION.                                 03885964
                                                                        03886140
      *    Back from TRANOONL there is no TRANAMAP input to read - the  03886315
      *    account it was showing orders for is re-shown in full.       03886491
           MOVE LOW-VALUES TO TRANAMAPO.                                03886666
           MOVE SPACES     TO MSGTXTO.                                  03886842
           SET AC-MODE-ACCOUNT TO TRUE.                                 03887017
           SET WS-SEND-ERASE   TO TRUE.                                 03887192
                                                                        03887368
           MOVE WS-ACCT-NO TO WS-HOST-ACCT-NO.                          03887543
           PERFORM 4500-FETCH-MASTER.                                   03887719
                                                                        03887894
           IF WS-ACCT-FOUND THEN                                        03888070
              PERFORM 4900-FORMAT-MASTER                                03888245
              MOVE 'ACCOUNT DISPLAYED' TO MSGTXTO                       03888421
           ELSE                                                         03888596
              IF MSGTXTO = SPACES THEN                                  03888771
                 MOVE 'ACCOUNT NOT ON MASTER' TO MSGTXTO                03888947
              END-IF                                                    03889122
           END-IF.                                                      03889298
                                                                        03889473
       4700-RETURN-FROM-ORDERS-EXIT.                                    03889649
           EXIT.                                                        03889824
                                                                        03889912
       4800-GET-CURRENT-DATE SECTION.                                   03890000
                                                                        03900000
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.              03910000
           MOVE WS-HOST-CUST-NO    TO CUSTNOO.                          04085000
           MOVE WS-HOST-BRANCH-ID  TO BRANCHO.                          04090000
           MOVE WS-HOST-OPEN-DATE  TO OPENDTO.                          04100000
           EVALUATE WS-HOST-ACCT-STATUS                                 04106666
              WHEN 'C'                                                  04113333
                 MOVE 'CLOSED'  TO STATUSO                              04120000
              WHEN 'D'                                                  04126666
                 MOVE 'DORMANT' TO STATUSO                              04133333
              WHEN OTHER                                                04140000
                 MOVE 'OPEN'    TO STATUSO                              04146666
           END-EVALUATE.                                                04153333
           MOVE WS-HOST-CLOSE-DATE TO CLOSEDTO.                         04160000
           MOVE WS-HOST-DORMANT-DATE TO DORMDTO.                        04161666
           MOVE WS-HOST-OD-LIMIT   TO WS-OD-LIMIT-NUM.                  04163333
           MOVE WS-OD-LIMIT-IN     TO ODLIMITO.                         04166666
                                                                        04170000
       4900-FORMAT-MASTER-EXIT.                                         04180000
           EXIT.                                                        04190000
                                                                        04240000
           MOVE WS-ACCT-NO TO AC-ACCT-NO.                               04250000
                                                                        04260000
           IF WS-SEND-ERASE THEN                                        04264000
              EXEC CICS SEND MAP('TRANAMAP') MAPSET('TRANASET')         04268000
                        FROM(TRANAMAPO) ERASE                           04272000
              END-EXEC                                                  04276000
           ELSE                                                         04280000
              EXEC CICS SEND MAP('TRANAMAP') MAPSET('TRANASET')         04284000
                        FROM(TRANAMAPO) DATAONLY                        04288000
              END-EXEC                                                  04292000
           END-IF.                                                      04296000
                                                                        04300000
       5000-SEND-RESULT-SCREEN-EXIT.                                    04310000
           EXIT.                                                        04320000
       7000-WRITE-AUDIT-LOG-EXIT.                                       04660000
           EXIT.                                                        04670000
                                                                        04680000
       7100-ORDER-SCREEN SECTION.                                       04680714
                                                                        04681428
      *    TRANOONL takes over the terminal with this same commarea     04682142
      *    and returns to this transaction, so the account travels      04682857
      *    with it.  Control does not come back here.                   04683571
           EXEC CICS XCTL PROGRAM('TRANOONL')                           04684285
                     COMMAREA(DFHCOMMAREA)                              04685000
                     LENGTH(LENGTH OF DFHCOMMAREA)                      04685714
           END-EXEC.                                                    04686428
                                                                        04687142
       7100-ORDER-SCREEN-EXIT.                                          04687857
           EXIT.                                                        04688571
                                                                        04689285
       8000-SQL-ERROR SECTION.                                          04690000
                                                                        04700000
      *    A real database error surfaces on the message line instead   04710000
