             OPEN_DATE                      CHAR(10) NOT NULL,
             CLOSE_DATE                     CHAR(10) NOT NULL,
             CUST_NO                        DECIMAL(9, 0) NOT NULL
                                            WITH DEFAULT,
             OVERDRAFT_LIMIT                DECIMAL(10, 2) NOT NULL
                                            WITH DEFAULT,
             DORMANT_DATE                   CHAR(10) NOT NULL
                                            WITH DEFAULT,
             REACTIVATED_DATE               CHAR(10) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ACCOUNTS
      * ACCT_STATUS - 'O' = OPEN, 'C' = CLOSED, 'D' = DORMANT (STILL
      * OPEN, BUT MARKED BY THE MONTHLY TRANDORM RUN AFTER A SPELL
      * WITH NO CUSTOMER ACTIVITY - CREDITS AND SYSTEM 'IN'/'FE' ROWS
      * STILL POST, CUSTOMER DEBITS ARE REFUSED UNTIL A SUPERVISOR
      * REACTIVATES IT ON TRANAONL).  CLOSE_DATE CARRIES SPACES WHILE
      * THE ACCOUNT IS STILL OPEN.
      * DORMANT_DATE - THE BUSINESS DATE TRANDORM MARKED THE ACCOUNT
      * DORMANT, SPACES WHILE IT IS NOT.
      * REACTIVATED_DATE - THE BUSINESS DATE A SUPERVISOR LAST
      * REACTIVATED THE ACCOUNT ON TRANAONL, SPACES IF NEVER.  TRANDORM
      * COUNTS IT AS CUSTOMER ACTIVITY, SO A REACTIVATED ACCOUNT HAS A
      * FULL DORMANCY PERIOD BEFORE IT CAN BE MARKED AGAIN.
      * CUST_NO - THE OWNING ROW ON THE CUSTOMERS MASTER (CUSTDCL),
      * ZERO FOR ACCOUNTS PREDATING THE CUSTOMER LINKAGE THAT HAVE
      * NOT YET BEEN RE-KEYED.  CUST_NAME REMAINS THE DISPLAY NAME
      * EVERY EXISTING READER SHOWS.
      * OVERDRAFT_LIMIT - THE APPROVED OVERDRAFT, HELD AS A POSITIVE
      * AMOUNT AND MAINTAINED ON TRANAONL.  A DEBIT MAY TAKE BALANCE
      * DOWN TO MINUS THIS FIGURE AND NO FURTHER; ZERO (THE DEFAULT)
      * MEANS NO OVERDRAFT IS APPROVED.
      ******************************************************************
       01 DCLACCOUNTS.
           10 ACCOUNT_NO              PIC S9(9) USAGE COMP.
           10 OPEN_DATE               PIC X(10).
           10 CLOSE_DATE              PIC X(10).
           10 CUST_NO                 PIC S9(9) USAGE COMP.
           10 OVERDRAFT_LIMIT         PIC S9(8)V9(2) USAGE COMP-3.
           10 DORMANT_DATE            PIC X(10).
           10 REACTIVATED_DATE        PIC X(10).
