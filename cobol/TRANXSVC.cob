       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANXSVC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Account-to-account transfer service - moves money between two
      * accounts the same customer holds (the CUSTOMERS/CUST_NO
      * linkage TRANCONL shows) as one piece of work: a 'TO' transfer
      * out debit on the from-account and a 'TI' transfer in credit on
      * the to-account, both posted through TRANPSVC so every rule of
      * a teller posting applies to each leg (master open-status
      * check, overdraft limit on the debit, TRANS_ID continued
      * across live and archive, running balance carried forward).
      * A TRANSFERS row ties the pair together, and both legs carry
      * its 'TRANSFER nnnnnnnnn' reference.
      * The transfer row and both legs are written after a SAVEPOINT;
      * if either leg is refused or the database fails, everything
      * since the savepoint is rolled back before the response goes
      * back, so the caller's unit of work holds both legs or
      * neither - never money half-moved.  Like TRANPSVC this service
      * does not COMMIT: the caller's unit of work does (task end for
      * the TRANXONL screen, an explicit COMMIT in TRANMQAD).
      * Called with the same dummy-commarea convention as TRANPSVC.
       01 WS-REQ.
          03 WS-FROM-ACCT-NO        PIC 9(15).
          03 WS-TO-ACCT-NO          PIC 9(15).
          03 WS-TRANS-AMOUNT        PIC X(11).
          03 WS-TRANS-AMOUNT-NUM REDEFINES WS-TRANS-AMOUNT
                                    PIC S9(8)V9(2)
                                    SIGN IS LEADING SEPARATE.
          03 WS-CHANNEL             PIC X(01).

       01 WS-RES.
          03 WS-RETURN-CODE         PIC X(02).
             88 WS-RC-OK            VALUE '00'.
             88 WS-RC-SQL-ERROR     VALUE '08'.
             88 WS-RC-NO-ACCT       VALUE '12'.
             88 WS-RC-INVALID       VALUE '20'.
             88 WS-RC-NOT-SAME-CUST VALUE '32'.
          03 WS-SQLCODE             PIC S9(4) USAGE COMP.
          03 WS-REJECT-REASON       PIC X(26).
          03 WS-FAILED-LEG          PIC X(01).
          03 WS-XFER-ID             PIC 9(09).
          03 WS-XFER-REF            PIC X(20).
          03 WS-TRANS-DATE          PIC X(10).
          03 WS-FROM-CUST-NAME      PIC X(30).
          03 WS-FROM-TRANS-ID       PIC 9(15).
          03 WS-FROM-NEW-BAL        PIC X(12).
          03 WS-FROM-AVAIL-BAL      PIC X(12).
          03 WS-TO-CUST-NAME        PIC X(30).
          03 WS-TO-TRANS-ID         PIC 9(15).
          03 WS-TO-NEW-BAL          PIC X(12).

      * Set once the savepoint is taken - only then is there anything
      * to roll back to.
       01 WS-SAVEPOINT-FLAG         PIC X(01) VALUE 'N'.
          88 WS-SAVEPOINT-SET       VALUE 'Y'.

      * A -803 on the TRANSFERS insert means a second transfer took
      * the same XFER_ID - re-read the highest id and retry, at most
      * this many times.
       77 WS-RETRY-LIMIT            PIC 9(01) VALUE 3.
       01 WS-RETRY-COUNT            PIC 9(01) VALUE ZERO.
       01 WS-XFER-STATE             PIC X(01) VALUE 'P'.
          88 WS-XFER-PENDING        VALUE 'P'.
          88 WS-XFER-DONE           VALUE 'Y'.
          88 WS-XFER-FAILED         VALUE 'E'.

       01 WS-HOST-BUS-DATE          PIC X(10).
       01 WS-HOST-FROM-ACCT         PIC S9(9) USAGE COMP.
       01 WS-HOST-TO-ACCT           PIC S9(9) USAGE COMP.
       01 WS-HOST-FROM-CUST         PIC S9(9) USAGE COMP.
       01 WS-HOST-TO-CUST           PIC S9(9) USAGE COMP.
       01 WS-HOST-FROM-NAME         PIC X(30).
       01 WS-HOST-TO-NAME           PIC X(30).
       01 WS-HOST-XFER-ID           PIC S9(9) USAGE COMP VALUE ZERO.
       01 WS-HOST-XFER-REF          PIC X(20).
       01 WS-HOST-XFER-AMOUNT       PIC S9(8)V9(2) USAGE COMP-3.
       01 WS-HOST-FROM-TRANS-ID     PIC S9(9) USAGE COMP.
       01 WS-HOST-TO-TRANS-ID       PIC S9(9) USAGE COMP.

      * The shared reference both legs carry - the XFER_ID edited into
      * the TRANS_REF, so either leg on a statement names the other.
       01 WS-REF-BUILD.
          03 FILLER                 PIC X(09) VALUE 'TRANSFER '.
          03 WS-REF-XFER-ID         PIC 9(09).
          03 FILLER                 PIC X(02) VALUE SPACES.

       01 WS-PSTSVC                 PIC X(08) VALUE 'TRANPSVC'.

      * Request/response exchanged with the TRANPSVC posting service
      * for each leg.
       COPY TRANPSLK.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE ACCTDCL
           END-EXEC.

           EXEC SQL
             INCLUDE BDATDCL
           END-EXEC.

           EXEC SQL
             INCLUDE XFERDCL
           END-EXEC.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01 DFHCOMMAREA        PIC X(01).

       COPY TRANXSLK.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING DFHCOMMAREA XS-REQ XS-RES.

       MAINLINE SECTION.

           PERFORM 1000-INITIALIZE-VARS.
           PERFORM 1200-VALIDATE-REQUEST.

           IF WS-RETURN-CODE = '00' THEN
              PERFORM 1300-GET-BUSINESS-DATE
           END-IF.

           IF WS-RETURN-CODE = '00' THEN
              PERFORM 1500-CHECK-OWNERSHIP
           END-IF.

           IF WS-RETURN-CODE = '00' THEN
              PERFORM 2000-SET-SAVEPOINT
           END-IF.

           IF WS-RETURN-CODE = '00' THEN
              PERFORM 2100-RECORD-TRANSFER
           END-IF.

           IF WS-RETURN-CODE = '00' THEN
              PERFORM 2200-POST-DEBIT-LEG
           END-IF.

           IF WS-RETURN-CODE = '00' THEN
              PERFORM 2300-POST-CREDIT-LEG
           END-IF.

           IF WS-RETURN-CODE = '00' THEN
              PERFORM 2400-LINK-LEGS
           END-IF.

           IF WS-SAVEPOINT-SET THEN
              PERFORM 2800-END-SAVEPOINT
           END-IF.

           PERFORM 2900-BUILD-RESPONSE.
           PERFORM 3000-RETURN-TO-CALLER.

       MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE-VARS SECTION.

           INITIALIZE WS-RES.
           SET WS-RC-OK TO TRUE.
           MOVE 'N'  TO WS-SAVEPOINT-FLAG.
           MOVE 'P'  TO WS-XFER-STATE.
           MOVE ZERO TO WS-RETRY-COUNT
                        WS-HOST-XFER-ID
                        WS-HOST-FROM-TRANS-ID
                        WS-HOST-TO-TRANS-ID.

           MOVE XS-FROM-ACCT-NO  TO WS-FROM-ACCT-NO.
           MOVE XS-TO-ACCT-NO    TO WS-TO-ACCT-NO.
           MOVE XS-TRANS-AMOUNT  TO WS-TRANS-AMOUNT.
           MOVE XS-CHANNEL       TO WS-CHANNEL.

       1000-INITIALIZE-VARS-EXIT.
           EXIT.

       1200-VALIDATE-REQUEST SECTION.

      *    The amount is the sum moved, always positive - the service
      *    signs each leg, so a caller cannot reverse the direction of
      *    a transfer by sending a negative figure.
           EVALUATE TRUE
              WHEN WS-FROM-ACCT-NO = ZERO OR WS-TO-ACCT-NO = ZERO
                 MOVE 'ACCOUNT NO IS ZERO'      TO WS-REJECT-REASON
              WHEN WS-FROM-ACCT-NO = WS-TO-ACCT-NO
                 MOVE 'SAME ACCOUNT BOTH SIDES' TO WS-REJECT-REASON
              WHEN WS-TRANS-AMOUNT-NUM IS NOT NUMERIC
                 MOVE 'AMOUNT NOT NUMERIC'      TO WS-REJECT-REASON
              WHEN WS-TRANS-AMOUNT-NUM NOT > ZERO
                 MOVE 'AMOUNT MUST BE POSITIVE' TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-REJECT-REASON NOT = SPACES THEN
              SET WS-RC-INVALID TO TRUE
           END-IF.

       1200-VALIDATE-REQUEST-EXIT.
           EXIT.

       1300-GET-BUSINESS-DATE SECTION.

      *    The date the TRANSFERS row carries - the same BUSDATE_CTL
      *    date TRANPSVC stamps on both legs.
           EXEC SQL
             SELECT CURR_BUS_DATE
             INTO  :WS-HOST-BUS-DATE
             FROM BUSDATE_CTL
           END-EXEC.

           IF SQLCODE = ZERO THEN
              MOVE WS-HOST-BUS-DATE TO WS-TRANS-DATE
           ELSE
              SET WS-RC-SQL-ERROR TO TRUE
              MOVE SQLCODE TO WS-SQLCODE
           END-IF.

       1300-GET-BUSINESS-DATE-EXIT.
           EXIT.

       1500-CHECK-OWNERSHIP SECTION.

      *    Both accounts must be on the master and linked to the same
      *    customer - an account not yet re-keyed onto the CUSTOMERS
      *    master (CUST_NO zero) cannot prove whose it is, so it takes
      *    no part in a transfer.  Open status is left to TRANPSVC,
      *    which refuses a closed account leg with its own wording.
           MOVE WS-FROM-ACCT-NO TO WS-HOST-FROM-ACCT.
           MOVE WS-TO-ACCT-NO   TO WS-HOST-TO-ACCT.

           EXEC SQL
             SELECT CUST_NO
                   ,CUST_NAME
             INTO  :WS-HOST-FROM-CUST
                  ,:WS-HOST-FROM-NAME
             FROM ACCOUNTS
             WHERE ACCOUNT_NO = :WS-HOST-FROM-ACCT
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 MOVE WS-HOST-FROM-NAME TO WS-FROM-CUST-NAME
              WHEN SQLCODE = 100
                 SET WS-RC-NO-ACCT TO TRUE
                 MOVE 'D' TO WS-FAILED-LEG
                 MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
                 GO TO 1500-CHECK-OWNERSHIP-EXIT
              WHEN OTHER
                 SET WS-RC-SQL-ERROR TO TRUE
                 MOVE SQLCODE TO WS-SQLCODE
                 GO TO 1500-CHECK-OWNERSHIP-EXIT
           END-EVALUATE.

           EXEC SQL
             SELECT CUST_NO
                   ,CUST_NAME
             INTO  :WS-HOST-TO-CUST
                  ,:WS-HOST-TO-NAME
             FROM ACCOUNTS
             WHERE ACCOUNT_NO = :WS-HOST-TO-ACCT
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 MOVE WS-HOST-TO-NAME TO WS-TO-CUST-NAME
              WHEN SQLCODE = 100
                 SET WS-RC-NO-ACCT TO TRUE
                 MOVE 'C' TO WS-FAILED-LEG
                 MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
                 GO TO 1500-CHECK-OWNERSHIP-EXIT
              WHEN OTHER
                 SET WS-RC-SQL-ERROR TO TRUE
                 MOVE SQLCODE TO WS-SQLCODE
                 GO TO 1500-CHECK-OWNERSHIP-EXIT
           END-EVALUATE.

           IF WS-HOST-FROM-CUST = ZERO OR
                 WS-HOST-FROM-CUST NOT = WS-HOST-TO-CUST THEN
              SET WS-RC-NOT-SAME-CUST TO TRUE
              MOVE 'NOT THE SAME CUSTOMER' TO WS-REJECT-REASON
           END-IF.

       1500-CHECK-OWNERSHIP-EXIT.
           EXIT.

       2000-SET-SAVEPOINT SECTION.

      *    Everything from here to 2800 is undone together if any
      *    step fails, without disturbing work the caller did before
      *    calling.
           EXEC SQL
             SAVEPOINT XFER_START ON ROLLBACK RETAIN CURSORS
           END-EXEC.

           IF SQLCODE = ZERO THEN
              SET WS-SAVEPOINT-SET TO TRUE
           ELSE
              SET WS-RC-SQL-ERROR TO TRUE
              MOVE SQLCODE TO WS-SQLCODE
           END-IF.

       2000-SET-SAVEPOINT-EXIT.
           EXIT.

       2100-RECORD-TRANSFER SECTION.

      *    The TRANSFERS row goes in first so the XFER_ID - and with
      *    it the reference both legs carry - belongs to this transfer
      *    before either leg is posted.  The leg TRANS_IDs are filled
      *    in by 2400 once both legs are in.
           MOVE WS-TRANS-AMOUNT-NUM TO WS-HOST-XFER-AMOUNT.

           PERFORM 2150-INSERT-TRANSFER UNTIL NOT WS-XFER-PENDING.

           IF WS-XFER-DONE THEN
              MOVE WS-HOST-XFER-ID  TO WS-XFER-ID
              MOVE WS-HOST-XFER-REF TO WS-XFER-REF
           END-IF.

       2100-RECORD-TRANSFER-EXIT.
           EXIT.

       2150-INSERT-TRANSFER SECTION.

           EXEC SQL
             SELECT COALESCE(MAX(XFER_ID), 0)
             INTO  :WS-HOST-XFER-ID
             FROM TRANSFERS
           END-EXEC.

           IF SQLCODE NOT = ZERO THEN
              SET WS-XFER-FAILED TO TRUE
              SET WS-RC-SQL-ERROR TO TRUE
              MOVE SQLCODE TO WS-SQLCODE
              GO TO 2150-INSERT-TRANSFER-EXIT
           END-IF.

           ADD +1 TO WS-HOST-XFER-ID.
           MOVE WS-HOST-XFER-ID TO WS-REF-XFER-ID.
           MOVE WS-REF-BUILD    TO WS-HOST-XFER-REF.

           EXEC SQL
             INSERT INTO TRANSFERS
               ( XFER_ID
                ,XFER_DATE
                ,FROM_ACCT_NO
                ,FROM_TRANS_ID
                ,TO_ACCT_NO
                ,TO_TRANS_ID
                ,XFER_AMOUNT
                ,XFER_REF
                ,CHANNEL )
             VALUES
               ( :WS-HOST-XFER-ID
                ,:WS-HOST-BUS-DATE
                ,:WS-HOST-FROM-ACCT
                ,0
                ,:WS-HOST-TO-ACCT
                ,0
                ,:WS-HOST-XFER-AMOUNT
                ,:WS-HOST-XFER-REF
                ,:WS-CHANNEL )
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 SET WS-XFER-DONE TO TRUE
              WHEN SQLCODE = -803
                 ADD +1 TO WS-RETRY-COUNT
                 IF WS-RETRY-COUNT > WS-RETRY-LIMIT THEN
                    SET WS-XFER-FAILED TO TRUE
                    SET WS-RC-SQL-ERROR TO TRUE
                    MOVE SQLCODE TO WS-SQLCODE
                 END-IF
              WHEN OTHER
                 SET WS-XFER-FAILED TO TRUE
                 SET WS-RC-SQL-ERROR TO TRUE
                 MOVE SQLCODE TO WS-SQLCODE
           END-EVALUATE.

       2150-INSERT-TRANSFER-EXIT.
           EXIT.

       2200-POST-DEBIT-LEG SECTION.

      *    The debit goes first - an account that cannot fund the
      *    transfer is refused before anything reaches the other side.
           MOVE WS-FROM-ACCT-NO  TO PS-ACCT-NO.
           MOVE WS-XFER-REF      TO PS-TRANS-REF.
           COMPUTE PS-TRANS-AMOUNT-NUM = ZERO - WS-TRANS-AMOUNT-NUM.
           MOVE 'TO'             TO PS-TRANS-TYPE.
           MOVE ZERO             TO PS-REVERSE-ID.
           MOVE SPACES           TO PS-TELLER-ID
                                    PS-TERMID.

           CALL WS-PSTSVC USING DFHCOMMAREA PS-REQ PS-RES.

           MOVE PS-AVAIL-BALANCE TO WS-FROM-AVAIL-BAL.

           IF PS-RC-OK THEN
              MOVE PS-TRANS-ID    TO WS-FROM-TRANS-ID
              MOVE PS-NEW-BALANCE TO WS-FROM-NEW-BAL
           ELSE
              MOVE 'D' TO WS-FAILED-LEG
              PERFORM 2250-LEG-REFUSED
           END-IF.

       2200-POST-DEBIT-LEG-EXIT.
           EXIT.

       2250-LEG-REFUSED SECTION.

      *    TRANPSVC's own code and wording go back unchanged, so a
      *    refused transfer reads the same as a refused posting.
           MOVE PS-RETURN-CODE   TO WS-RETURN-CODE.
           MOVE PS-SQLCODE       TO WS-SQLCODE.
           MOVE PS-REJECT-REASON TO WS-REJECT-REASON.

       2250-LEG-REFUSED-EXIT.
           EXIT.

       2300-POST-CREDIT-LEG SECTION.

           MOVE WS-TO-ACCT-NO    TO PS-ACCT-NO.
           MOVE WS-XFER-REF      TO PS-TRANS-REF.
           MOVE WS-TRANS-AMOUNT-NUM TO PS-TRANS-AMOUNT-NUM.
           MOVE 'TI'             TO PS-TRANS-TYPE.
           MOVE ZERO             TO PS-REVERSE-ID.
           MOVE SPACES           TO PS-TELLER-ID
                                    PS-TERMID.

           CALL WS-PSTSVC USING DFHCOMMAREA PS-REQ PS-RES.

           IF PS-RC-OK THEN
              MOVE PS-TRANS-ID    TO WS-TO-TRANS-ID
              MOVE PS-NEW-BALANCE TO WS-TO-NEW-BAL
           ELSE
              MOVE 'C' TO WS-FAILED-LEG
              PERFORM 2250-LEG-REFUSED
           END-IF.

       2300-POST-CREDIT-LEG-EXIT.
           EXIT.

       2400-LINK-LEGS SECTION.

           MOVE WS-FROM-TRANS-ID TO WS-HOST-FROM-TRANS-ID.
           MOVE WS-TO-TRANS-ID   TO WS-HOST-TO-TRANS-ID.

           EXEC SQL
             UPDATE TRANSFERS
             SET FROM_TRANS_ID = :WS-HOST-FROM-TRANS-ID
                ,TO_TRANS_ID   = :WS-HOST-TO-TRANS-ID
             WHERE XFER_ID = :WS-HOST-XFER-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO THEN
              SET WS-RC-SQL-ERROR TO TRUE
              MOVE SQLCODE TO WS-SQLCODE
           END-IF.

       2400-LINK-LEGS-EXIT.
           EXIT.

       2800-END-SAVEPOINT SECTION.

      *    All or nothing - a refusal or failure anywhere after the
      *    savepoint takes back the TRANSFERS row and any leg already
      *    posted, so nothing of a refused transfer reaches the
      *    caller's commit.
           IF WS-RC-OK THEN
              EXEC SQL
                RELEASE SAVEPOINT XFER_START
              END-EXEC
           ELSE
              EXEC SQL
                ROLLBACK TO SAVEPOINT XFER_START
              END-EXEC
              MOVE ZERO   TO WS-XFER-ID
                             WS-FROM-TRANS-ID
                             WS-TO-TRANS-ID
              MOVE SPACES TO WS-XFER-REF
                             WS-FROM-NEW-BAL
                             WS-TO-NEW-BAL
           END-IF.

      *    A rollback that itself fails leaves the caller's unit of
      *    work in doubt - reported as a database error so the caller
      *    backs out the lot.
           IF SQLCODE NOT = ZERO THEN
              SET WS-RC-SQL-ERROR TO TRUE
              MOVE SQLCODE TO WS-SQLCODE
           END-IF.

           MOVE 'N' TO WS-SAVEPOINT-FLAG.

       2800-END-SAVEPOINT-EXIT.
           EXIT.

       2900-BUILD-RESPONSE SECTION.

           MOVE WS-RETURN-CODE    TO XS-RETURN-CODE.
           MOVE WS-SQLCODE        TO XS-SQLCODE.
           MOVE WS-REJECT-REASON  TO XS-REJECT-REASON.
           MOVE WS-FAILED-LEG     TO XS-FAILED-LEG.
           MOVE WS-XFER-ID        TO XS-XFER-ID.
           MOVE WS-XFER-REF       TO XS-XFER-REF.
           MOVE WS-TRANS-DATE     TO XS-TRANS-DATE.
           MOVE WS-FROM-CUST-NAME TO XS-FROM-CUST-NAME.
           MOVE WS-FROM-TRANS-ID  TO XS-FROM-TRANS-ID.
           MOVE WS-FROM-NEW-BAL   TO XS-FROM-NEW-BAL.
           MOVE WS-FROM-AVAIL-BAL TO XS-FROM-AVAIL-BAL.
           MOVE WS-TO-CUST-NAME   TO XS-TO-CUST-NAME.
           MOVE WS-TO-TRANS-ID    TO XS-TO-TRANS-ID.
           MOVE WS-TO-NEW-BAL     TO XS-TO-NEW-BAL.

       2900-BUILD-RESPONSE-EXIT.
           EXIT.

       3000-RETURN-TO-CALLER SECTION.

           GOBACK.

       3000-RETURN-TO-CALLER-EXIT.
           EXIT.
