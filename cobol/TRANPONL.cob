           03 WS-TRANSID               PIC X(4).                        00140000
           03 WS-TERMID                PIC X(4).                        00150000
           03 WS-TASKNUM               PIC 9(7).                        00160000
           03 WS-USERID                PIC X(8).                        00165000
                                                                        00170000
      * Teller posting screen - a counter deposit or withdrawal goes    00180000
      * onto the account while the customer is still at the counter,    00190000
      * receipt line, and the very next TRANHIST inquiry shows the      00240000
      * row.  The amount must be keyed for every posting - the map's    00250000
      * FRSET wipes it after each send, so a second ENTER cannot        00260000
      * post the same slip twice.  Type RV with a TRANS ID keyed        00264000
      * reverses that row instead - TRANPSVC posts the exact opposite   00268000
      * amount and links the pair, so a mis-keyed slip is put right     00272000
      * without a made-up compensating posting.                         00276000
      * Every posting carries the signed-on teller and the terminal,    00277000
      * and TRANPSVC takes it only while that teller has a drawer       00278000
      * open here for the business date - signed on through TRANDONL.   00279000
                                                                        00280000
      * Attention-identifier values - compared against a local copy of  00290000
      * EIBAID rather than COPY DFHAID so this program carries no       00300000
           MOVE EIBTRNID TO WS-TRANSID.                                 00930000
           MOVE EIBTRMID TO WS-TERMID.                                  00940000
           MOVE EIBTASKN TO WS-TASKNUM.                                 00950000
                                                                        00952500
           EXEC CICS ASSIGN USERID(WS-USERID)                           00955000
           END-EXEC.                                                    00957500
                                                                        00960000
       1000-INITIALIZE-VARS-EXIT.                                       00970000
           EXIT.                                                        00980000
           MOVE SPACES TO MSGTXTO                                       01320000
                          TRANSIDO                                      01330000
                          NEWBALO                                       01340000
                          POSTAMTO                                      01345000
                          TRANSDTO.                                     01350000
                                                                        01360000
           IF ACCTNOL > ZERO THEN                                       01370000
                                                                        01400000
      *    The amount must arrive on this very screen turn - an old     01410000
      *    amount left on display is how a slip gets posted twice.      01420000
      *    A reversal takes its amount from the original row, so it     01423333
      *    needs the TRANS ID keyed on this turn instead.               01426666
           EVALUATE TRUE                                                01430000
              WHEN WS-ACCT-NO = ZERO                                    01440000
                 MOVE 'ENTER AN ACCOUNT NUMBER' TO MSGTXTO              01450000
              WHEN TRANSTYPL > ZERO AND TRANSTYPI = 'RV'                01451666
                    AND (REVIDL = ZERO OR REVIDI = SPACES)              01453333
                 MOVE 'ENTER THE TRANS ID TO BE REVERSED' TO MSGTXTO    01455000
              WHEN TRANSTYPL > ZERO AND TRANSTYPI = 'RV'                01456666
                 PERFORM 4500-CALL-TRANPSVC                             01458333
              WHEN AMOUNTL = ZERO OR AMOUNTI = SPACES                   01460000
                 MOVE 'ENTER AN AMOUNT FOR THIS POSTING' TO MSGTXTO     01470000
              WHEN TRANSTYPL = ZERO OR TRANSTYPI = SPACES               01480000
       4500-CALL-TRANPSVC SECTION.                                      01570000
                                                                        01580000
           MOVE WS-ACCT-NO TO PS-ACCT-NO.                               01590000
           MOVE WS-USERID  TO PS-TELLER-ID.                             01596666
           MOVE WS-TERMID  TO PS-TERMID.                                01603333
           MOVE TRANSTYPI  TO PS-TRANS-TYPE.                            01610000
           IF PS-TRANS-TYPE = 'RV' THEN                                 01617500
              MOVE SPACES  TO PS-TRANS-AMOUNT                           01625000
              MOVE REVIDI  TO PS-REVERSE-ID                             01632500
           ELSE                                                         01640000
              MOVE AMOUNTI TO PS-TRANS-AMOUNT                           01646666
              MOVE ZERO    TO PS-REVERSE-ID                             01653333
           END-IF.                                                      01660000
      *    A reversal keyed without a reference carries the original    01660909
      *    row's reference, so the pair reads alike on the statement.   01661818
           EVALUATE TRUE                                                01662727
              WHEN TRANSREFL > ZERO                                     01663636
                 MOVE TRANSREFI TO PS-TRANS-REF                         01664545
              WHEN PS-TRANS-TYPE = 'RV'                                 01665454
                 MOVE SPACES    TO PS-TRANS-REF                         01666363
              WHEN OTHER                                                01667272
                 MOVE 'TELLER POSTING'  TO PS-TRANS-REF                 01668181
           END-EVALUATE.                                                01669090
                                                                        01670000
           CALL WS-PSTSVC USING WS-DUMMY-COMMAREA PS-REQ PS-RES.        01680000
                                                                        01690000
                 MOVE PS-CUST-NAME   TO CUSTNAMEO                       01720000
                 MOVE PS-TRANS-ID    TO TRANSIDO                        01730000
                 MOVE PS-NEW-BALANCE TO NEWBALO                         01740000
                 MOVE PS-POSTED-AMOUNT TO POSTAMTO                      01745000
                 MOVE PS-TRANS-DATE  TO TRANSDTO                        01750000
                 IF PS-TRANS-TYPE = 'RV' THEN                           01752638
                    MOVE 'REVERSED - BOTH ROWS NOW SHOW AS REVERSED'    01755277
                      TO MSGTXTO                                        01757916
                 ELSE                                                   01760555
                    MOVE 'POSTED - GIVE THE CUSTOMER THE TRANS ID'      01763194
                      TO MSGTXTO                                        01765833
                 END-IF                                                 01768472
              WHEN PS-RC-OVER-LIMIT                                     01771111
      *          Refused on funds - the teller sees what the customer   01772222
      *          can draw (balance plus approved overdraft) instead.    01773333
                 MOVE PS-CUST-NAME      TO CUSTNAMEO                    01774444
                 MOVE 'NOT POSTED - '   TO MSGTXTO(1:13)                01775555
                 MOVE PS-REJECT-REASON  TO MSGTXTO(14:26)               01776666
                 MOVE 'AVAILABLE:'      TO MSGTXTO(41:10)               01777777
                 MOVE PS-AVAIL-BALANCE  TO MSGTXTO(52:12)               01778888
              WHEN PS-RC-SQL-ERROR                                      01780000
                 MOVE 'POSTING UNAVAILABLE - TRY AGAIN LATER'           01790000
                   TO MSGTXTO                                           01800000
