      ******************************************************************
      * SORDDCL  -  DCLGEN TABLE DECLARATION FOR TABLE
      * STANDING_ORDERS
      ******************************************************************
           EXEC SQL DECLARE STANDING_ORDERS TABLE
           ( SO_ID                          DECIMAL(9, 0) NOT NULL,
             ACCOUNT_NO                     DECIMAL(9, 0) NOT NULL,
             PAYEE_ACCT_NO                  DECIMAL(9, 0) NOT NULL,
             PAYEE_REF                      CHAR(20) NOT NULL,
             SO_AMOUNT                      DECIMAL(10, 2) NOT NULL,
             FREQUENCY                      CHAR(1) NOT NULL,
             DUE_DAY                        DECIMAL(2, 0) NOT NULL,
             NEXT_DUE_DATE                  CHAR(10) NOT NULL,
             END_DATE                       CHAR(10) NOT NULL,
             SO_STATUS                      CHAR(1) NOT NULL,
             FAIL_COUNT                     DECIMAL(2, 0) NOT NULL
                                            WITH DEFAULT,
             LAST_FAIL_REASON               CHAR(26) NOT NULL
                                            WITH DEFAULT,
             LAST_PAID_DATE                 CHAR(10) NOT NULL
                                            WITH DEFAULT,
             PREV_DUE_DATE                  CHAR(10) NOT NULL
                                            WITH DEFAULT,
             LAST_RUN_ID                    DECIMAL(9, 0) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE STANDING_ORDERS
      * ONE ROW PER STANDING ORDER, MAINTAINED ON TRANOONL (REACHED
      * WITH PF5 FROM TRANAONL) AND PAID BY THE NIGHTLY TRANSORD RUN.
      * SO_ID IS ASSIGNED IN ASCENDING ORDER.  ACCOUNT_NO IS THE
      * PAYING ACCOUNT.  PAYEE_ACCT_NO IS THE RECEIVING ACCOUNT WHEN
      * THE PAYEE BANKS HERE, ZERO FOR AN EXTERNAL PAYEE - PAYEE_REF
      * THEN NAMES WHO IS PAID.  SO_AMOUNT IS HELD AS A POSITIVE
      * AMOUNT.
      * FREQUENCY - 'W' = WEEKLY, 'M' = MONTHLY, 'Q' = QUARTERLY,
      * 'A' = ANNUAL.  DUE_DAY IS THE DAY OF THE MONTH THE ORDER WAS
      * SET UP FOR, SO A 31ST-OF-THE-MONTH ORDER PAID ON THE 28TH IN
      * FEBRUARY GOES BACK TO THE 31ST IN MARCH.
      * END_DATE '9999-12-31' = UNTIL CANCELLED.
      * SO_STATUS - 'A' = ACTIVE, 'S' = SUSPENDED AFTER REPEATED
      * FAILURES (REACTIVATED ON TRANOONL), 'E' = ENDED (NEXT DUE
      * DATE PAST END_DATE), 'C' = CANCELLED.
      * FAIL_COUNT / LAST_FAIL_REASON - CONSECUTIVE FAILED PAYMENT
      * ATTEMPTS, RESET BY A SUCCESSFUL PAYMENT OR A REACTIVATION.
      * PREV_DUE_DATE / LAST_RUN_ID - THE DUE DATE THE LAST PAYMENT
      * SETTLED AND THE POSTRUNS RUN THAT PAID IT, SO TRANBKOT CAN
      * PUT THE ORDER BACK WHEN IT BACKS OUT THAT RUN.
      ******************************************************************
       01 DCLSTANDING-ORDERS.
           10 SO_ID                   PIC S9(9) USAGE COMP.
           10 ACCOUNT_NO              PIC S9(9) USAGE COMP.
           10 PAYEE_ACCT_NO           PIC S9(9) USAGE COMP.
           10 PAYEE_REF               PIC X(20).
           10 SO_AMOUNT               PIC S9(8)V9(2) USAGE COMP-3.
           10 FREQUENCY               PIC X(01).
           10 DUE_DAY                 PIC S9(2) USAGE COMP-3.
           10 NEXT_DUE_DATE           PIC X(10).
           10 END_DATE                PIC X(10).
           10 SO_STATUS               PIC X(01).
           10 FAIL_COUNT              PIC S9(2) USAGE COMP-3.
           10 LAST_FAIL_REASON        PIC X(26).
           10 LAST_PAID_DATE          PIC X(10).
           10 PREV_DUE_DATE           PIC X(10).
           10 LAST_RUN_ID             PIC S9(9) USAGE COMP.
