       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. TRANXONL.                                            00020000
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
                                        VALUE 'TRANXONL=---WS'.         00130000
           03 WS-TRANSID               PIC X(4).                        00140000
           03 WS-TERMID                PIC X(4).                        00150000
           03 WS-TASKNUM               PIC 9(7).                        00160000
                                                                        00170000
      * Account-to-account transfer screen - reached with PF5 from the  00180000
      * TRANCONL customer account list and run under TRANCONL's own     00190000
      * transaction on its commarea.  The teller picks the from and     00200000
      * to accounts by their numbers on the customer's list and keys    00210000
      * the amount; TRANXSVC posts the debit and the credit together    00220000
      * under one transfer reference or posts neither, and the list     00230000
      * is re-read so both new balances show at once.  The selections   00240000
      * are kept between turns but the amount must be keyed for every   00250000
      * transfer - the map's FRSET resets the modified-data tags on     00256666
      * each send, so the amount last keyed stays on the screen but is  00263333
      * not sent back unless it is keyed again.  A second ENTER finds   00270000
      * no amount and is refused, so it cannot move the money twice.    00276666
      * PF7 hands back to TRANCONL's account list.                      00283333
                                                                        00290000
      * Attention-identifier values - compared against a local copy of  00300000
      * EIBAID rather than COPY DFHAID so this program carries no       00310000
      * dependency on a system copybook.                                00320000
       01 WS-AID                    PIC X.                              00330000
       01 WS-AID-ENTER               PIC X VALUE X'7D'.                 00340000
       01 WS-AID-CLEAR               PIC X VALUE X'6D'.                 00350000
       01 WS-AID-PF7                 PIC X VALUE X'F7'.                 00360000
                                                                        00370000
       01 WS-FROM-SEL               PIC 9(02) VALUE ZERO.               00380000
       01 WS-TO-SEL                 PIC 9(02) VALUE ZERO.               00390000
                                                                        00400000
       01 WS-DUMMY-COMMAREA         PIC X(01) VALUE '0'.                00410000
       01 WS-CSTQRY                 PIC X(08) VALUE 'TRANCQRY'.         00420000
       01 WS-XFRSVC                 PIC X(08) VALUE 'TRANXSVC'.         00430000
                                                                        00440000
      * Request/response exchanged with the TRANCQRY position           00450000
      * service - the same list TRANCONL shows, so the selection        00460000
      * numbers mean the same accounts on both screens.                 00470000
       COPY TRANCLK.                                                    00480000
                                                                        00490000
      * Request/response exchanged with the TRANXSVC transfer service.  00500000
       COPY TRANXSLK.                                                   00510000
                                                                        00520000
       01 WS-I                      PIC S9(4) COMP VALUE ZERO.          00530000
                                                                        00540000
       01 WS-DETAIL-LINE            PIC X(76).                          00550000
                                                                        00560000
       COPY TRANXMAP.                                                   00570000
                                                                        00580000
      ******************************************************************00590000
      *    L I N K A G E   S E C T I O N                                00600000
      ******************************************************************00610000
       LINKAGE SECTION.                                                 00620000
       01 DFHCOMMAREA.                                                  00630000
           COPY TRANCOCA.                                               00640000
                                                                        00650000
      ******************************************************************00660000
      *    P R O C E D U R E S                                          00670000
      ******************************************************************00680000
       PROCEDURE DIVISION.                                              00690000
                                                                        00700000
       MAINLINE SECTION.                                                00710000
                                                                        00720000
           PERFORM 1000-INITIALIZE-VARS.                                00730000
                                                                        00740000
      *    Only TRANCONL passes control here - without its commarea     00750000
      *    there is no customer to transfer for.                        00760000
           IF EIBCALEN IS EQUAL TO ZERO THEN                            00770000
              PERFORM 6100-SEND-NO-CUSTOMER                             00780000
              GO TO MAINLINE-EXIT                                       00790000
           END-IF.                                                      00800000
                                                                        00810000
           IF CC-MODE-XFER-START THEN                                   00820000
              PERFORM 2000-SEND-FIRST-SCREEN                            00830000
           ELSE                                                         00840000
              MOVE EIBAID TO WS-AID                                     00850000
      *       CLEAR transmits no screen data - a RECEIVE MAP against it 00860000
      *       would raise MAPFAIL, so it has to be handled before the   00870000
      *       RECEIVE rather than after.                                00880000
              IF WS-AID = WS-AID-CLEAR THEN                             00890000
                 PERFORM 6000-SEND-GOODBYE                              00900000
                 GO TO MAINLINE-EXIT                                    00910000
              END-IF                                                    00920000
              IF WS-AID = WS-AID-PF7 THEN                               00930000
                 PERFORM 7000-BACK-TO-LIST                              00940000
              END-IF                                                    00950000
              PERFORM 3000-RECEIVE-SCREEN                               00960000
              PERFORM 4000-TRANSFER-FROM-SCREEN                         00970000
              PERFORM 5000-SEND-RESULT-SCREEN                           00980000
           END-IF.                                                      00990000
                                                                        01000000
      *    The next input comes in under TRANCONL's transaction, which  01010000
      *    sees CC-MODE-XFER and passes it straight back here.          01020000
           EXEC CICS RETURN TRANSID(WS-TRANSID)                         01030000
                     COMMAREA(DFHCOMMAREA)                              01040000
                     LENGTH(LENGTH OF DFHCOMMAREA)                      01050000
           END-EXEC.                                                    01060000
                                                                        01070000
       MAINLINE-EXIT.                                                   01080000
           EXIT.                                                        01090000
                                                                        01100000
       1000-INITIALIZE-VARS SECTION.                                    01110000
                                                                        01120000
           MOVE EIBTRNID TO WS-TRANSID.                                 01130000
           MOVE EIBTRMID TO WS-TERMID.                                  01140000
           MOVE EIBTASKN TO WS-TASKNUM.                                 01150000
                                                                        01160000
       1000-INITIALIZE-VARS-EXIT.                                       01170000
           EXIT.                                                        01180000
                                                                        01190000
       2000-SEND-FIRST-SCREEN SECTION.                                  01200000
                                                                        01210000
      *    The terminal still shows TRANCONL's map - this screen goes   01220000
      *    out in full, with the customer's list read afresh.           01230000
           MOVE LOW-VALUES TO TRANXMAPO.                                01240000
           MOVE ZERO       TO CC-XFER-FROM-SEL                          01250000
                              CC-XFER-TO-SEL.                           01260000
                                                                        01270000
           PERFORM 4100-SHOW-LIST.                                      01280000
                                                                        01290000
           IF CQ-RC-OK THEN                                             01300000
              MOVE SPACES TO MSGTXTO                                    01310000
              MOVE 'KEY FROM SEL, TO SEL AND AMOUNT AND PRESS ENTER'    01320000
                TO MSGTXTO                                              01330000
           END-IF.                                                      01340000
                                                                        01350000
           MOVE CC-CUST-NO TO CUSTNOO.                                  01360000
           SET CC-MODE-XFER TO TRUE.                                    01370000
                                                                        01380000
           EXEC CICS SEND MAP('TRANXMAP') MAPSET('TRANXSET')            01390000
                     FROM(TRANXMAPO) ERASE                              01400000
           END-EXEC.                                                    01410000
                                                                        01420000
       2000-SEND-FIRST-SCREEN-EXIT.                                     01430000
           EXIT.                                                        01440000
                                                                        01450000
       3000-RECEIVE-SCREEN SECTION.                                     01460000
                                                                        01470000
           MOVE CC-XFER-FROM-SEL TO WS-FROM-SEL.                        01480000
           MOVE CC-XFER-TO-SEL   TO WS-TO-SEL.                          01490000
                                                                        01500000
           EXEC CICS RECEIVE MAP('TRANXMAP') MAPSET('TRANXSET')         01510000
                     INTO(TRANXMAPI)                                    01520000
           END-EXEC.                                                    01530000
                                                                        01540000
       3000-RECEIVE-SCREEN-EXIT.                                        01550000
           EXIT.                                                        01560000
                                                                        01570000
       4000-TRANSFER-FROM-SCREEN SECTION.                               01580000
                                                                        01590000
           MOVE SPACES TO MSGTXTO                                       01600000
                          XFERREFO                                      01610000
                          XFERDTO                                       01620000
                          FROMIDO                                       01630000
                          FROMBALO                                      01640000
                          TOIDO                                         01650000
                          TOBALO.                                       01660000
                                                                        01670000
           IF FROMSELL > ZERO THEN                                      01680000
              IF FROMSELI IS NUMERIC THEN                               01690000
                 MOVE FROMSELI TO WS-FROM-SEL                           01700000
              ELSE                                                      01710000
                 MOVE ZERO TO WS-FROM-SEL                               01720000
              END-IF                                                    01730000
           END-IF.                                                      01740000
                                                                        01750000
           IF TOSELL > ZERO THEN                                        01760000
              IF TOSELI IS NUMERIC THEN                                 01770000
                 MOVE TOSELI TO WS-TO-SEL                               01780000
              ELSE                                                      01790000
                 MOVE ZERO TO WS-TO-SEL                                 01800000
              END-IF                                                    01810000
           END-IF.                                                      01820000
                                                                        01830000
      *    The amount must arrive on this very screen turn - an old     01840000
      *    amount left on display is how a transfer gets made twice.    01850000
           EVALUATE TRUE                                                01860000
              WHEN WS-FROM-SEL = ZERO                                   01870000
                 MOVE 'KEY THE FROM SEL NUMBER OFF THE LIST' TO MSGTXTO 01880000
              WHEN WS-TO-SEL = ZERO                                     01890000
                 MOVE 'KEY THE TO SEL NUMBER OFF THE LIST' TO MSGTXTO   01900000
              WHEN WS-FROM-SEL > CC-ACCT-COUNT OR                       01910000
                   WS-TO-SEL > CC-ACCT-COUNT                            01920000
                 MOVE 'SELECTION NOT ON THE LIST' TO MSGTXTO            01930000
              WHEN WS-FROM-SEL = WS-TO-SEL                              01940000
                 MOVE 'FROM AND TO MUST BE DIFFERENT ACCOUNTS'          01950000
                   TO MSGTXTO                                           01960000
              WHEN AMOUNTL = ZERO OR AMOUNTI = SPACES                   01970000
                 MOVE 'ENTER AN AMOUNT FOR THIS TRANSFER' TO MSGTXTO    01980000
              WHEN OTHER                                                01990000
                 PERFORM 4500-CALL-TRANXSVC                             02000000
           END-EVALUATE.                                                02010000
                                                                        02020000
       4000-TRANSFER-FROM-SCREEN-EXIT.                                  02030000
           EXIT.                                                        02040000
                                                                        02050000
       4100-SHOW-LIST SECTION.                                          02060000
                                                                        02070000
      *    The same TRANCQRY list TRANCONL shows, re-read on arrival    02080000
      *    and after every transfer so the balances are current and     02090000
      *    the account slots behind the selection numbers stay in step  02100000
      *    with what the teller sees.                                   02110000
           MOVE CC-CUST-NO TO CQ-CUST-NO.                               02120000
                                                                        02130000
           CALL WS-CSTQRY USING WS-DUMMY-COMMAREA CQ-REQ CQ-RES.        02140000
                                                                        02150000
           MOVE SPACES TO HDRTXTO.                                      02160000
                                                                        02170000
           EVALUATE TRUE                                                02180000
              WHEN CQ-RC-SQL-ERROR                                      02190000
                 MOVE ZERO TO CQ-ACCT-COUNT                             02200000
                 MOVE 'POSITION INQUIRY UNAVAILABLE - TRY AGAIN LATER'  02210000
                   TO MSGTXTO                                           02220000
              WHEN CQ-RC-NO-CUST                                        02230000
                 MOVE SPACES TO CUSTNAMEO                               02240000
                 MOVE ZERO   TO CQ-ACCT-COUNT                           02250000
                 MOVE 'CUSTOMER NOT ON MASTER' TO MSGTXTO               02260000
              WHEN CQ-RC-NO-DATA                                        02270000
                 MOVE CQ-CUST-NAME TO CUSTNAMEO                         02280000
                 MOVE ZERO         TO CQ-ACCT-COUNT                     02290000
                 MOVE 'CUSTOMER HOLDS NO ACCOUNTS' TO MSGTXTO           02300000
              WHEN OTHER                                                02310000
                 MOVE CQ-CUST-NAME  TO CUSTNAMEO                        02320000
                 MOVE 'NN ACCOUNT NO      ST CLOSE DATE      BALANCE'   02330000
                   TO HDRTXTO                                           02340000
           END-EVALUATE.                                                02350000
                                                                        02360000
           MOVE CQ-ACCT-COUNT TO CC-ACCT-COUNT.                         02370000
                                                                        02380000
           PERFORM 4150-FORMAT-LIST-LINE                                02390000
              VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10.                 02400000
                                                                        02410000
       4100-SHOW-LIST-EXIT.                                             02420000
           EXIT.                                                        02430000
                                                                        02440000
       4150-FORMAT-LIST-LINE SECTION.                                   02450000
                                                                        02460000
           MOVE SPACES TO WS-DETAIL-LINE.                               02470000
                                                                        02480000
           IF WS-I > CC-ACCT-COUNT THEN                                 02490000
              MOVE ZERO TO CC-ACCT-TAB(WS-I)                            02500000
           ELSE                                                         02510000
              MOVE CQ-ACCT-NO(WS-I)     TO CC-ACCT-TAB(WS-I)            02520000
              MOVE WS-I                 TO WS-DETAIL-LINE(1:2)          02530000
              MOVE CQ-ACCT-NO(WS-I)     TO WS-DETAIL-LINE(4:15)         02540000
              MOVE CQ-ACCT-STATUS(WS-I) TO WS-DETAIL-LINE(20:1)         02550000
              MOVE CQ-CLOSE-DATE(WS-I)  TO WS-DETAIL-LINE(23:10)        02560000
              MOVE CQ-BALANCE(WS-I)     TO WS-DETAIL-LINE(35:12)        02570000
           END-IF.                                                      02580000
                                                                        02590000
           EVALUATE WS-I                                                02600000
              WHEN 1  MOVE WS-DETAIL-LINE TO LINE01O                    02610000
              WHEN 2  MOVE WS-DETAIL-LINE TO LINE02O                    02620000
              WHEN 3  MOVE WS-DETAIL-LINE TO LINE03O                    02630000
              WHEN 4  MOVE WS-DETAIL-LINE TO LINE04O                    02640000
              WHEN 5  MOVE WS-DETAIL-LINE TO LINE05O                    02650000
              WHEN 6  MOVE WS-DETAIL-LINE TO LINE06O                    02660000
              WHEN 7  MOVE WS-DETAIL-LINE TO LINE07O                    02670000
              WHEN 8  MOVE WS-DETAIL-LINE TO LINE08O                    02680000
              WHEN 9  MOVE WS-DETAIL-LINE TO LINE09O                    02690000
              WHEN 10 MOVE WS-DETAIL-LINE TO LINE10O                    02700000
           END-EVALUATE.                                                02710000
                                                                        02720000
       4150-FORMAT-LIST-LINE-EXIT.                                      02730000
           EXIT.                                                        02740000
                                                                        02750000
       4500-CALL-TRANXSVC SECTION.                                      02760000
                                                                        02770000
           MOVE CC-ACCT-TAB(WS-FROM-SEL) TO XS-FROM-ACCT-NO.            02780000
           MOVE CC-ACCT-TAB(WS-TO-SEL)   TO XS-TO-ACCT-NO.              02790000
           MOVE AMOUNTI                  TO XS-TRANS-AMOUNT.            02800000
           SET XS-CHANNEL-TELLER         TO TRUE.                       02810000
                                                                        02820000
           CALL WS-XFRSVC USING WS-DUMMY-COMMAREA XS-REQ XS-RES.        02830000
                                                                        02840000
           EVALUATE TRUE                                                02850000
              WHEN XS-RC-OK                                             02860000
                 PERFORM 4100-SHOW-LIST                                 02870000
                 MOVE XS-XFER-REF      TO XFERREFO                      02880000
                 MOVE XS-TRANS-DATE    TO XFERDTO                       02890000
                 MOVE XS-FROM-TRANS-ID TO FROMIDO                       02900000
                 MOVE XS-FROM-NEW-BAL  TO FROMBALO                      02910000
                 MOVE XS-TO-TRANS-ID   TO TOIDO                         02920000
                 MOVE XS-TO-NEW-BAL    TO TOBALO                        02930000
                 MOVE SPACES TO MSGTXTO                                 02940000
                 MOVE 'TRANSFERRED - GIVE THE CUSTOMER THE REFERENCE'   02950000
                   TO MSGTXTO                                           02960000
              WHEN XS-RC-OVER-LIMIT                                     02970000
      *          Refused on funds - the teller sees what the from       02980000
      *          account can pay out (balance plus approved overdraft). 02990000
                 MOVE 'NOT TRANSFERRED - ' TO MSGTXTO(1:18)             03000000
                 MOVE XS-REJECT-REASON     TO MSGTXTO(19:26)            03010000
                 MOVE 'AVAILABLE:'         TO MSGTXTO(46:10)            03020000
                 MOVE XS-FROM-AVAIL-BAL    TO MSGTXTO(57:12)            03030000
              WHEN XS-RC-ACCT-DORMANT                                   03030909
      *          Only the debit side can be refused as dormant.         03031818
                 MOVE 'NOT TRANSFERRED - FROM ACCOUNT IS DORMANT - '    03032727
                   TO MSGTXTO(1:44)                                     03033636
                 MOVE 'SUPERVISOR MUST REACTIVATE IT'                   03034545
                   TO MSGTXTO(45:29)                                    03035454
              WHEN XS-RC-NOT-SAME-CUST                                  03036363
                 MOVE 'NOT TRANSFERRED - THE ACCOUNTS ARE NOT HELD BY ' 03037272
                   TO MSGTXTO(1:47)                                     03038181
                 MOVE 'THE SAME CUSTOMER' TO MSGTXTO(48:17)             03039090
              WHEN XS-RC-SQL-ERROR                                      03040000
      *          The service has already undone its own work; the       03050000
      *          rollback makes sure nothing of it outlives the task.   03060000
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC                  03070000
                 MOVE 'TRANSFER UNAVAILABLE - TRY AGAIN LATER'          03080000
                   TO MSGTXTO                                           03090000
              WHEN OTHER                                                03100000
      *          Refused - the posting service's own wording, with the  03110000
      *          side of the transfer it came from.                     03120000
                 MOVE 'NOT TRANSFERRED - ' TO MSGTXTO(1:18)             03130000
                 MOVE XS-REJECT-REASON     TO MSGTXTO(19:26)            03140000
                 EVALUATE TRUE                                          03150000
                    WHEN XS-FAILED-DEBIT                                03160000
                       MOVE '(FROM ACCOUNT)' TO MSGTXTO(46:14)          03170000
                    WHEN XS-FAILED-CREDIT                               03180000
                       MOVE '(TO ACCOUNT)'   TO MSGTXTO(46:12)          03190000
                 END-EVALUATE                                           03200000
           END-EVALUATE.                                                03210000
                                                                        03220000
       4500-CALL-TRANXSVC-EXIT.                                         03230000
           EXIT.                                                        03240000
                                                                        03250000
       5000-SEND-RESULT-SCREEN SECTION.                                 03260000
                                                                        03270000
           MOVE CC-CUST-NO  TO CUSTNOO.                                 03280000
           MOVE WS-FROM-SEL TO FROMSELO.                                03290000
           MOVE WS-TO-SEL   TO TOSELO.                                  03300000
                                                                        03310000
           MOVE WS-FROM-SEL TO CC-XFER-FROM-SEL.                        03320000
           MOVE WS-TO-SEL   TO CC-XFER-TO-SEL.                          03330000
                                                                        03340000
           EXEC CICS SEND MAP('TRANXMAP') MAPSET('TRANXSET')            03350000
                     FROM(TRANXMAPO) DATAONLY                           03360000
           END-EXEC.                                                    03370000
                                                                        03380000
       5000-SEND-RESULT-SCREEN-EXIT.                                    03390000
           EXIT.                                                        03400000
                                                                        03410000
       6000-SEND-GOODBYE SECTION.                                       03420000
                                                                        03430000
           EXEC CICS SEND TEXT FROM('TRANXONL - SESSION ENDED')         03440000
                     ERASE FREEKB                                       03450000
           END-EXEC.                                                    03460000
                                                                        03470000
           EXEC CICS RETURN END-EXEC.                                   03480000
                                                                        03490000
       6000-SEND-GOODBYE-EXIT.                                          03500000
           EXIT.                                                        03510000
                                                                        03520000
       6100-SEND-NO-CUSTOMER SECTION.                                   03530000
                                                                        03540000
           EXEC CICS SEND TEXT                                          03550000
                     FROM('TRANXONL - USE PF5 FROM THE CUSTOMER LIST')  03560000
                     ERASE FREEKB                                       03570000
           END-EXEC.                                                    03580000
                                                                        03590000
           EXEC CICS RETURN END-EXEC.                                   03600000
                                                                        03610000
       6100-SEND-NO-CUSTOMER-EXIT.                                      03620000
           EXIT.                                                        03630000
                                                                        03640000
       7000-BACK-TO-LIST SECTION.                                       03650000
                                                                        03660000
      *    TRANCONL re-shows the customer's list, with the balances as  03670000
      *    they now stand, over this screen.  Control does not come     03680000
      *    back here.                                                   03690000
           SET CC-MODE-RELIST TO TRUE.                                  03700000
                                                                        03710000
           EXEC CICS XCTL PROGRAM('TRANCONL')                           03720000
                     COMMAREA(DFHCOMMAREA)                              03730000
                     LENGTH(LENGTH OF DFHCOMMAREA)                      03740000
           END-EXEC.                                                    03750000
                                                                        03760000
       7000-BACK-TO-LIST-EXIT.                                          03770000
           EXIT.                                                        03780000
