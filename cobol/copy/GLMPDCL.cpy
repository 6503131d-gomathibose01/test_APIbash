      ******************************************************************
      * GLMPDCL  -  DCLGEN TABLE DECLARATION FOR TABLE
      * GL_TYPE_MAP
      ******************************************************************
           EXEC SQL DECLARE GL_TYPE_MAP TABLE
           ( TRANS_TYPE                     CHAR(2) NOT NULL,
             GL_ACCOUNT                     CHAR(10) NOT NULL,
             CONTROL_ACCOUNT                CHAR(10) NOT NULL,
             MAP_DESC                       CHAR(30) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GL_TYPE_MAP
      * ONE ROW PER TRANS_TYPE, MAINTAINED BY FINANCE - THE GENERAL
      * LEDGER ACCOUNTS TRANGLJN JOURNALS THE DAY'S POSTINGS OF THAT
      * TYPE TO.  GL_ACCOUNT IS THE OTHER SIDE OF THE CUSTOMER
      * MOVEMENT (CASH, INTEREST EXPENSE, FEE INCOME, TRANSFERS
      * CLEARING...) AND CONTROL_ACCOUNT THE CUSTOMER-BALANCES
      * CONTROL ACCOUNT THE MOVEMENT LANDS ON.  A CREDIT TO A
      * CUSTOMER DEBITS GL_ACCOUNT AND CREDITS CONTROL_ACCOUNT; A
      * DEBIT TO A CUSTOMER IS THE REVERSE.  EVERY TYPE THAT CAN BE
      * POSTED NEEDS A ROW - THE FEED'S OWN TYPES, 'IN'/'FE' FROM
      * TRANINTF, 'TO'/'TI' TRANSFER LEGS, 'SO'/'SI' STANDING ORDER
      * LEGS FROM TRANSORD AND 'RV' REVERSALS.  A TYPE POSTED WITH
      * NO ROW HERE STOPS THE JOURNAL.
      ******************************************************************
       01 DCLGL-TYPE-MAP.
           10 TRANS_TYPE              PIC X(02).
           10 GL_ACCOUNT              PIC X(10).
           10 CONTROL_ACCOUNT         PIC X(10).
           10 MAP_DESC                PIC X(30).
