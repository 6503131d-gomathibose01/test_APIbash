      * on the insert means another process - the overnight run or a
      * second teller - owns that TRANS_ID; the position is re-read
      * and the insert retried, so the two posting paths coexist.
      * A request of type 'RV' reverses one earlier row instead: the
      * row named by TRANS_ID is read, an exact offsetting 'RV' row
      * is posted under the same rules, and the two are linked
      * through REVERSAL_OF / REVERSED_BY.  A row already reversed,
      * itself a reversal, or moved to TRANSARCH is refused.
      * Called with the same dummy-commarea convention as TRANQURY;
      * unlike TRANQURY there is deliberately no ACCEPT-driven batch
      * leg - nothing posts money outside a controlled caller.
                                    PIC S9(8)V9(2)
                                    SIGN IS LEADING SEPARATE.
          03 WS-TRANS-TYPE          PIC X(02).
             88 WS-TYPE-REVERSAL    VALUE 'RV'.
          03 WS-REVERSE-ID          PIC 9(15).
          03 WS-TELLER-ID           PIC X(08).
          03 WS-TERMID              PIC X(04).

       01 WS-RES.
          03 WS-RETURN-CODE         PIC X(02).
             88 WS-RC-NO-ACCT       VALUE '12'.
             88 WS-RC-ACCT-CLOSED   VALUE '16'.
             88 WS-RC-INVALID       VALUE '20'.
             88 WS-RC-OVER-LIMIT    VALUE '24'.
             88 WS-RC-ACCT-DORMANT  VALUE '28'.
          03 WS-SQLCODE             PIC S9(4) USAGE COMP.
          03 WS-REJECT-REASON       PIC X(26).
          03 WS-CUST-NAME           PIC X(30).
          03 WS-TRANS-ID            PIC 9(15).
          03 WS-TRANS-DATE          PIC X(10).
          03 WS-NEW-BALANCE         PIC -ZZZZZZZ9.99.
          03 WS-AVAIL-BALANCE       PIC -ZZZZZZZ9.99.
          03 WS-POSTED-AMOUNT       PIC -ZZZZZZZ9.99.

      * Insert-attempt state - 'P' while a retry may still post the
      * row, 'Y' once it is in, 'E' when the attempt is abandoned.
          03 WS-HOST-TRANS-AMOUNT   PIC S9(8)V9(2) USAGE COMP-3.
          03 WS-HOST-TRANS-TYPE     PIC X(02).
          03 WS-HOST-BALANCE        PIC S9(8)V9(2) USAGE COMP-3.
          03 WS-HOST-TELLER-ID      PIC X(08).
          03 WS-HOST-TELLER-TERM    PIC X(04).

       01 WS-HOST-LAST-ID           PIC S9(9) USAGE COMP.
       01 WS-HOST-PRIOR-BAL         PIC S9(8)V9(2) USAGE COMP-3.
       01 WS-HOST-ACCT-ROW.
           03 WS-HOST-CUST-NAME     PIC X(30).
           03 WS-HOST-ACCT-STATUS   PIC X(01).
           03 WS-HOST-OD-LIMIT      PIC S9(8)V9(2) USAGE COMP-3.

      * What the account can still pay out - the balance plus the
      * approved overdraft limit.  Handed back on every response that
      * got as far as reading the position, so a refused debit tells
      * the teller what the customer could draw instead.
       01 WS-HOST-AVAIL             PIC S9(9)V9(2) USAGE COMP-3
                                    VALUE ZERO.
       01 WS-AVAIL-SET-FLAG         PIC X(01) VALUE 'N'.
          88 WS-AVAIL-SET           VALUE 'Y'.

      * The row a reversal names, read before anything is posted -
      * its amount is negated onto the 'RV' row, and its REVERSED_BY
      * is claimed for the TRANS_ID about to be inserted before the
      * insert runs, so two tellers reversing the same slip cannot
      * both succeed.  The claim follows the id through any -803
      * retry and is given back if the reversal is not posted.
       01 WS-HOST-ORIG-ID           PIC S9(9) USAGE COMP VALUE ZERO.
       01 WS-HOST-ORIG-ROW.
          03 WS-HOST-ORIG-AMOUNT    PIC S9(8)V9(2) USAGE COMP-3.
          03 WS-HOST-ORIG-REF       PIC X(20).
          03 WS-HOST-ORIG-REV-OF    PIC S9(9) USAGE COMP.
          03 WS-HOST-ORIG-REV-BY    PIC S9(9) USAGE COMP.
       01 WS-HOST-ARCH-COUNT        PIC S9(9) USAGE COMP.
       01 WS-HOST-REVERSAL-OF       PIC S9(9) USAGE COMP VALUE ZERO.
       01 WS-HOST-CLAIM-ID          PIC S9(9) USAGE COMP VALUE ZERO.
       01 WS-CLAIM-FLAG             PIC X(01) VALUE 'N'.
          88 WS-CLAIM-HELD          VALUE 'Y'.

      * The teller's TELLER_DRAWER row for the business date - a
      * counter posting is only taken while it is open, and only at
      * the terminal the teller signed on at.
       01 WS-HOST-DRAWER-ROW.
          03 WS-HOST-DRAWER-TERM    PIC X(04).
          03 WS-HOST-DRAWER-STATUS  PIC X(01).
             88 WS-DRAWER-OPEN      VALUE 'O'.

      * The TRANS_TYPES master row for the requested type - a code
      * the master does not hold, an amount signed against the
      * type's direction, or a teller keying a type kept for the feed
      * and the system's own postings is refused.
       01 WS-HOST-TYPE-ROW.
          03 WS-HOST-DR-CR-IND      PIC X(01).
             88 WS-TYPE-DEBIT       VALUE 'D'.
             88 WS-TYPE-CREDIT      VALUE 'C'.
          03 WS-HOST-TELLER-USE     PIC X(01).
             88 WS-TYPE-TELLER-OK   VALUE 'Y'.

           EXEC SQL
             INCLUDE SQLCA
             INCLUDE BDATDCL
           END-EXEC.

           EXEC SQL
             INCLUDE TLRDDCL
           END-EXEC.

           EXEC SQL
             INCLUDE TTYPDCL
           END-EXEC.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
              PERFORM 1300-GET-BUSINESS-DATE
           END-IF.

           IF WS-RETURN-CODE = '00' THEN
              PERFORM 1400-CHECK-TRANS-TYPE
           END-IF.

           IF WS-RETURN-CODE = '00' THEN
              PERFORM 1500-CHECK-ACCOUNT
           END-IF.

           IF WS-RETURN-CODE = '00' AND WS-TELLER-ID NOT = SPACES THEN
              PERFORM 1600-CHECK-DRAWER
           END-IF.

           IF WS-RETURN-CODE = '00' AND WS-TYPE-REVERSAL THEN
              PERFORM 1700-GET-ORIGINAL
           END-IF.

           IF WS-RETURN-CODE = '00' THEN
              PERFORM 2400-GET-LAST-POSITION
           END-IF.

           IF WS-RETURN-CODE = '00' THEN
              PERFORM 2460-CHECK-FUNDS
           END-IF.

           IF WS-RETURN-CODE = '00' AND WS-TYPE-REVERSAL THEN
              PERFORM 2480-CLAIM-ORIGINAL
           END-IF.

           IF WS-RETURN-CODE = '00' THEN
              PERFORM 2500-POST-TRANSACTION
           END-IF.

           IF WS-CLAIM-HELD AND NOT WS-POST-DONE THEN
              PERFORM 2495-RELEASE-CLAIM
           END-IF.

           PERFORM 2900-BUILD-RESPONSE.
           PERFORM 3000-RETURN-TO-CALLER.

           SET WS-RC-OK TO TRUE.
           MOVE 'P'  TO WS-POST-STATE.
           MOVE ZERO TO WS-RETRY-COUNT.
           MOVE 'N'  TO WS-AVAIL-SET-FLAG.
           MOVE ZERO TO WS-HOST-OD-LIMIT.
           MOVE ZERO TO WS-HOST-ORIG-ID
                        WS-HOST-REVERSAL-OF
                        WS-HOST-CLAIM-ID.
           MOVE 'N'  TO WS-CLAIM-FLAG.

           IF DFHCOMMAREA = 0 THEN
              SET WS-CICS TO TRUE
           MOVE PS-TRANS-REF    TO WS-TRANS-REF.
           MOVE PS-TRANS-AMOUNT TO WS-TRANS-AMOUNT.
           MOVE PS-TRANS-TYPE   TO WS-TRANS-TYPE.
      *    Only a reversal carries the id - an older caller that never
      *    heard of the field may leave anything in it.
           IF WS-TYPE-REVERSAL THEN
              MOVE PS-REVERSE-ID TO WS-REVERSE-ID
           ELSE
              MOVE ZERO          TO WS-REVERSE-ID
           END-IF.
           MOVE PS-TELLER-ID    TO WS-TELLER-ID.
           MOVE PS-TERMID       TO WS-TERMID.

       1000-INITIALIZE-VARS-EXIT.
           EXIT.
      *    TRANMOV movement in 2100-VALIDATE-MOVEMENT, with the same
      *    reason wording - a request that would be rejected on
      *    POSTRPT tomorrow is refused at the counter today.
      *    A reversal carries no amount of its own - it is taken from
      *    the original row - but must name the row to reverse.
           EVALUATE TRUE
              WHEN WS-ACCT-NO = ZERO
                 MOVE 'ACCOUNT NO IS ZERO'      TO WS-REJECT-REASON
              WHEN WS-TYPE-REVERSAL AND WS-REVERSE-ID IS NOT NUMERIC
                 MOVE 'REVERSAL NEEDS TRANS ID' TO WS-REJECT-REASON
              WHEN WS-TYPE-REVERSAL AND
                    (WS-REVERSE-ID = ZERO OR
                     WS-REVERSE-ID > 999999999)
                 MOVE 'REVERSAL NEEDS TRANS ID' TO WS-REJECT-REASON
              WHEN WS-TYPE-REVERSAL
                 CONTINUE
              WHEN WS-TRANS-AMOUNT-NUM IS NOT NUMERIC
                 MOVE 'AMOUNT NOT NUMERIC'      TO WS-REJECT-REASON
              WHEN WS-TRANS-TYPE = SPACES
       1200-VALIDATE-REQUEST-EXIT.
           EXIT.

       1400-CHECK-TRANS-TYPE SECTION.

      *    The type must be on the TRANS_TYPES master and the amount
      *    signed the way the type posts - the check TRANPOST makes in
      *    2150-CHECK-TRANS-TYPE, with the same reason wording.  A
      *    reversal's amount is the original row's, so only its type
      *    is checked here.  A teller may only key the types the
      *    master opens to the counter.
           MOVE WS-TRANS-TYPE TO WS-HOST-TRANS-TYPE.

           EXEC SQL
             SELECT DR_CR_IND
                   ,TELLER_USE
             INTO  :WS-HOST-DR-CR-IND
                  ,:WS-HOST-TELLER-USE
             FROM TRANS_TYPES
             WHERE TRANS_TYPE = :WS-HOST-TRANS-TYPE
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET WS-RC-INVALID TO TRUE
                 MOVE 'TRANS TYPE NOT ON MASTER'   TO WS-REJECT-REASON
              WHEN SQLCODE NOT = ZERO
                 SET WS-RC-SQL-ERROR TO TRUE
                 MOVE SQLCODE TO WS-SQLCODE
              WHEN WS-TELLER-ID NOT = SPACES AND NOT WS-TYPE-TELLER-OK
                 SET WS-RC-INVALID TO TRUE
                 MOVE 'TYPE NOT FOR TELLER USE'    TO WS-REJECT-REASON
              WHEN WS-TYPE-REVERSAL
                 CONTINUE
              WHEN WS-TYPE-DEBIT AND WS-TRANS-AMOUNT-NUM > ZERO
                 SET WS-RC-INVALID TO TRUE
                 MOVE 'AMOUNT SIGN WRONG FOR TYPE' TO WS-REJECT-REASON
              WHEN WS-TYPE-CREDIT AND WS-TRANS-AMOUNT-NUM < ZERO
                 SET WS-RC-INVALID TO TRUE
                 MOVE 'AMOUNT SIGN WRONG FOR TYPE' TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       1400-CHECK-TRANS-TYPE-EXIT.
           EXIT.

       1500-CHECK-ACCOUNT SECTION.

      *    Postings only go to accounts the ACCOUNTS master knows and
           EXEC SQL
             SELECT CUST_NAME
                   ,ACCT_STATUS
                   ,OVERDRAFT_LIMIT
             INTO  :WS-HOST-CUST-NAME
                  ,:WS-HOST-ACCT-STATUS
                  ,:WS-HOST-OD-LIMIT
             FROM ACCOUNTS
             WHERE ACCOUNT_NO = :WS-HOST-ACCOUNT-NO
           END-EXEC.

      *    A dormant account is still open - it takes credits, and
      *    the system's own 'IN'/'FE' rows and reversals still post -
      *    but a customer debit is refused until a supervisor
      *    reactivates it, the same rule TRANPOST applies overnight.
           EVALUATE TRUE
              WHEN SQLCODE = ZERO AND WS-HOST-ACCT-STATUS = 'O'
                 MOVE WS-HOST-CUST-NAME TO WS-CUST-NAME
              WHEN SQLCODE = ZERO AND WS-HOST-ACCT-STATUS = 'D'
                 MOVE WS-HOST-CUST-NAME TO WS-CUST-NAME
                 IF NOT WS-TYPE-REVERSAL AND
                       WS-TRANS-AMOUNT-NUM < ZERO AND
                       WS-TRANS-TYPE NOT = 'IN' AND
                       WS-TRANS-TYPE NOT = 'FE' THEN
                    SET WS-RC-ACCT-DORMANT TO TRUE
                    MOVE 'ACCOUNT DORMANT'    TO WS-REJECT-REASON
                 END-IF
              WHEN SQLCODE = ZERO
                 SET WS-RC-ACCT-CLOSED TO TRUE
                 MOVE WS-HOST-CUST-NAME TO WS-CUST-NAME
       1500-CHECK-ACCOUNT-EXIT.
           EXIT.

       1600-CHECK-DRAWER SECTION.

      *    A counter posting moves cash through a teller's drawer, so
      *    the teller must have signed on with an opening float for
      *    today's business date, at this terminal, and the drawer
      *    must not yet have been counted - anything posted after the
      *    count would never reach TRANTPRF's proof.
           MOVE WS-TELLER-ID TO WS-HOST-TELLER-ID.

           EXEC SQL
             SELECT TELLER_TERM
                   ,DRAWER_STATUS
             INTO  :WS-HOST-DRAWER-TERM
                  ,:WS-HOST-DRAWER-STATUS
             FROM TELLER_DRAWER
             WHERE BUSINESS_DATE = :WS-HOST-BUS-DATE
               AND TELLER_ID     = :WS-HOST-TELLER-ID
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET WS-RC-INVALID TO TRUE
                 MOVE 'TELLER NOT SIGNED ON'      TO WS-REJECT-REASON
              WHEN SQLCODE NOT = ZERO
                 SET WS-RC-SQL-ERROR TO TRUE
                 MOVE SQLCODE TO WS-SQLCODE
              WHEN NOT WS-DRAWER-OPEN
                 SET WS-RC-INVALID TO TRUE
                 MOVE 'TELLER DRAWER CLOSED'      TO WS-REJECT-REASON
              WHEN WS-HOST-DRAWER-TERM NOT = WS-TERMID
                 SET WS-RC-INVALID TO TRUE
                 MOVE 'DRAWER OPEN ON OTHER TERM' TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       1600-CHECK-DRAWER-EXIT.
           EXIT.

       1700-GET-ORIGINAL SECTION.

      *    The row to reverse must still be live on this account, must
      *    not have been reversed already and must not itself be a
      *    reversal - undoing a reversal is a fresh posting, not a
      *    reversal of a reversal.  The offsetting amount is the exact
      *    negative of the original; a reference left blank by the
      *    caller is taken from the original so the pair reads alike.
           MOVE WS-REVERSE-ID TO WS-HOST-ORIG-ID.

           EXEC SQL
             SELECT TRANS_AMOUNT
                   ,TRANS_REF
                   ,REVERSAL_OF
                   ,REVERSED_BY
             INTO  :WS-HOST-ORIG-AMOUNT
                  ,:WS-HOST-ORIG-REF
                  ,:WS-HOST-ORIG-REV-OF
                  ,:WS-HOST-ORIG-REV-BY
             FROM TRANSACTIONS
             WHERE ACCOUNT_NO = :WS-HOST-ACCOUNT-NO
               AND TRANS_ID   = :WS-HOST-ORIG-ID
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 100
                 PERFORM 1750-CHECK-ARCHIVED
              WHEN SQLCODE NOT = ZERO
                 SET WS-RC-SQL-ERROR TO TRUE
                 MOVE SQLCODE TO WS-SQLCODE
              WHEN WS-HOST-ORIG-REV-OF NOT = ZERO
                 SET WS-RC-INVALID TO TRUE
                 MOVE 'CANNOT REVERSE A REVERSAL' TO WS-REJECT-REASON
              WHEN WS-HOST-ORIG-REV-BY NOT = ZERO
                 SET WS-RC-INVALID TO TRUE
                 MOVE 'ALREADY REVERSED'          TO WS-REJECT-REASON
              WHEN OTHER
                 COMPUTE WS-TRANS-AMOUNT-NUM =
                         ZERO - WS-HOST-ORIG-AMOUNT
                 MOVE WS-HOST-ORIG-ID TO WS-HOST-REVERSAL-OF
                 IF WS-TRANS-REF = SPACES THEN
                    MOVE WS-HOST-ORIG-REF TO WS-TRANS-REF
                 END-IF
           END-EVALUATE.

       1700-GET-ORIGINAL-EXIT.
           EXIT.

       1750-CHECK-ARCHIVED SECTION.

      *    Not live - tell the teller whether TRANARCH has moved it
      *    (history that old is corrected by a posting, not reversed)
      *    or whether the id was simply keyed wrong.
           MOVE ZERO TO WS-HOST-ARCH-COUNT.

           EXEC SQL
             SELECT COUNT(*)
             INTO  :WS-HOST-ARCH-COUNT
             FROM TRANSARCH
             WHERE ACCOUNT_NO = :WS-HOST-ACCOUNT-NO
               AND TRANS_ID   = :WS-HOST-ORIG-ID
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE NOT = ZERO
                 SET WS-RC-SQL-ERROR TO TRUE
                 MOVE SQLCODE TO WS-SQLCODE
              WHEN WS-HOST-ARCH-COUNT > ZERO
                 SET WS-RC-INVALID TO TRUE
                 MOVE 'TRANS IS ARCHIVED'  TO WS-REJECT-REASON
              WHEN OTHER
                 SET WS-RC-INVALID TO TRUE
                 MOVE 'TRANS NOT FOUND'    TO WS-REJECT-REASON
           END-EVALUATE.

       1750-CHECK-ARCHIVED-EXIT.
           EXIT.

       2400-GET-LAST-POSITION SECTION.

      *    Pick up the account's highest TRANS_ID and the balance
       2450-GET-ARCHIVE-POSITION-EXIT.
           EXIT.

       2460-CHECK-FUNDS SECTION.

      *    A debit may take the balance down to minus the approved
      *    overdraft limit and no further; a credit always posts, so
      *    an account already past its limit can still be paid back
      *    in.  The check runs against the position just read, and
      *    again after a -803 re-read, so a collision can never let a
      *    debit through on a stale balance.  A reversal is never
      *    refused on funds - it corrects a posting already made, and
      *    an account it leaves overdrawn shows on TRANOVDR.
           COMPUTE WS-HOST-AVAIL = WS-HOST-PRIOR-BAL + WS-HOST-OD-LIMIT.
           SET WS-AVAIL-SET TO TRUE.

           IF WS-TRANS-AMOUNT-NUM < ZERO AND NOT WS-TYPE-REVERSAL AND
                 WS-HOST-BALANCE + WS-HOST-OD-LIMIT < ZERO THEN
              SET WS-RC-OVER-LIMIT TO TRUE
              MOVE 'OVERDRAFT LIMIT EXCEEDED' TO WS-REJECT-REASON
           END-IF.

       2460-CHECK-FUNDS-EXIT.
           EXIT.

       2480-CLAIM-ORIGINAL SECTION.

      *    Stamp the original with the TRANS_ID the 'RV' row is about
      *    to take.  Only a row still showing REVERSED_BY zero can be
      *    claimed, so of two reversals racing for one row the second
      *    finds nothing to update and is refused.
           MOVE WS-HOST-TRANS-ID TO WS-HOST-CLAIM-ID.

           EXEC SQL
             UPDATE TRANSACTIONS
             SET REVERSED_BY = :WS-HOST-CLAIM-ID
             WHERE ACCOUNT_NO  = :WS-HOST-ACCOUNT-NO
               AND TRANS_ID    = :WS-HOST-ORIG-ID
               AND REVERSED_BY = 0
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 SET WS-CLAIM-HELD TO TRUE
              WHEN SQLCODE = 100
                 SET WS-RC-INVALID TO TRUE
                 MOVE 'ALREADY REVERSED' TO WS-REJECT-REASON
              WHEN OTHER
                 SET WS-RC-SQL-ERROR TO TRUE
                 MOVE SQLCODE TO WS-SQLCODE
           END-EVALUATE.

       2480-CLAIM-ORIGINAL-EXIT.
           EXIT.

       2490-MOVE-CLAIM SECTION.

      *    A -803 retry moved the 'RV' row to a new TRANS_ID - the
      *    original's REVERSED_BY follows it before the next insert.
           EXEC SQL
             UPDATE TRANSACTIONS
             SET REVERSED_BY = :WS-HOST-TRANS-ID
             WHERE ACCOUNT_NO  = :WS-HOST-ACCOUNT-NO
               AND TRANS_ID    = :WS-HOST-ORIG-ID
               AND REVERSED_BY = :WS-HOST-CLAIM-ID
           END-EXEC.

           IF SQLCODE = ZERO THEN
              MOVE WS-HOST-TRANS-ID TO WS-HOST-CLAIM-ID
           ELSE
              SET WS-POST-FAILED TO TRUE
              SET WS-RC-SQL-ERROR TO TRUE
              MOVE SQLCODE TO WS-SQLCODE
           END-IF.

       2490-MOVE-CLAIM-EXIT.
           EXIT.

       2495-RELEASE-CLAIM SECTION.

      *    The reversal was refused after the claim was taken - give
      *    the original back so it can still be reversed.
           EXEC SQL
             UPDATE TRANSACTIONS
             SET REVERSED_BY = 0
             WHERE ACCOUNT_NO  = :WS-HOST-ACCOUNT-NO
               AND TRANS_ID    = :WS-HOST-ORIG-ID
               AND REVERSED_BY = :WS-HOST-CLAIM-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO AND NOT WS-RC-SQL-ERROR THEN
              SET WS-RC-SQL-ERROR TO TRUE
              MOVE SQLCODE TO WS-SQLCODE
           END-IF.

           MOVE 'N' TO WS-CLAIM-FLAG.

       2495-RELEASE-CLAIM-EXIT.
           EXIT.

       2500-POST-TRANSACTION SECTION.

           MOVE WS-TRANS-DATE       TO WS-HOST-TRANS-DATE.
           MOVE WS-TRANS-REF        TO WS-HOST-TRANS-REF.
           MOVE WS-TRANS-AMOUNT-NUM TO WS-HOST-TRANS-AMOUNT.
           MOVE WS-TRANS-TYPE       TO WS-HOST-TRANS-TYPE.
           MOVE WS-TELLER-ID        TO WS-HOST-TELLER-ID.
           MOVE WS-TERMID           TO WS-HOST-TELLER-TERM.

           PERFORM 2550-INSERT-ROW UNTIL NOT WS-POST-PENDING.

                ,TRANS_REF
                ,TRANS_AMOUNT
                ,TRANS_TYPE
                ,BALANCE
                ,REVERSAL_OF
                ,TELLER_ID
                ,TELLER_TERM )
             VALUES
               ( :WS-HOST-ACCOUNT-NO
                ,:WS-HOST-TRANS-ID
                ,:WS-HOST-TRANS-REF
                ,:WS-HOST-TRANS-AMOUNT
                ,:WS-HOST-TRANS-TYPE
                ,:WS-HOST-BALANCE
                ,:WS-HOST-REVERSAL-OF
                ,:WS-HOST-TELLER-ID
                ,:WS-HOST-TELLER-TERM )
           END-EXEC.

           EVALUATE TRUE
                    MOVE 'DUPLICATE TRANS ID' TO WS-REJECT-REASON
                 ELSE
                    PERFORM 2400-GET-LAST-POSITION
                    IF NOT WS-RC-SQL-ERROR THEN
                       PERFORM 2460-CHECK-FUNDS
                    END-IF
                    IF WS-RC-SQL-ERROR OR WS-RC-OVER-LIMIT THEN
                       SET WS-POST-FAILED TO TRUE
                    END-IF
                    IF WS-POST-PENDING AND WS-CLAIM-HELD THEN
                       PERFORM 2490-MOVE-CLAIM
                    END-IF
                 END-IF
              WHEN OTHER
                 SET WS-POST-FAILED TO TRUE
              SET WS-RC-OK TO TRUE
              MOVE WS-HOST-TRANS-ID TO WS-TRANS-ID
              MOVE WS-HOST-BALANCE  TO WS-NEW-BALANCE
              MOVE WS-HOST-TRANS-AMOUNT TO WS-POSTED-AMOUNT
              COMPUTE WS-HOST-AVAIL =
                      WS-HOST-BALANCE + WS-HOST-OD-LIMIT
           END-IF.

           IF WS-AVAIL-SET THEN
              MOVE WS-HOST-AVAIL TO WS-AVAIL-BALANCE
           END-IF.

           MOVE WS-RETURN-CODE   TO PS-RETURN-CODE.
           MOVE WS-TRANS-ID      TO PS-TRANS-ID.
           MOVE WS-TRANS-DATE    TO PS-TRANS-DATE.
           MOVE WS-NEW-BALANCE   TO PS-NEW-BALANCE.
           MOVE WS-AVAIL-BALANCE TO PS-AVAIL-BALANCE.
           MOVE WS-POSTED-AMOUNT TO PS-POSTED-AMOUNT.

       2900-BUILD-RESPONSE-EXIT.
           EXIT.
