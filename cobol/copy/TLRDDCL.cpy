      ******************************************************************
      * TLRDDCL  -  DCLGEN TABLE DECLARATION FOR TABLE
      * TELLER_DRAWER
      ******************************************************************
           EXEC SQL DECLARE TELLER_DRAWER TABLE
           ( BUSINESS_DATE                  CHAR(10) NOT NULL,
             TELLER_ID                      CHAR(8) NOT NULL,
             TELLER_TERM                    CHAR(4) NOT NULL,
             BRANCH_ID                      CHAR(4) NOT NULL,
             OPENING_CASH                   DECIMAL(10, 2) NOT NULL,
             SIGNON_TIME                    CHAR(6) NOT NULL,
             DRAWER_STATUS                  CHAR(1) NOT NULL,
             COUNTED_CASH                   DECIMAL(10, 2) NOT NULL
                                            WITH DEFAULT,
             COUNTED_BY                     CHAR(8) NOT NULL
                                            WITH DEFAULT,
             COUNT_TIME                     CHAR(6) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TELLER_DRAWER
      * ONE ROW PER TELLER PER BUSINESS DATE (UNIQUE ON BUSINESS_DATE,
      * TELLER_ID), WRITTEN WHEN THE TELLER SIGNS ON TO A DRAWER ON
      * TRANDONL - THE TERMINAL THE DRAWER SITS AT, THE TELLER'S
      * BRANCH AND THE OPENING CASH THEY WERE GIVEN.  TRANPSVC WILL
      * ONLY POST A COUNTER POSTING FOR A TELLER WITH AN OPEN ROW FOR
      * THE BUSINESS DATE AT THAT TERMINAL.
      * DRAWER_STATUS - 'O' = OPEN, 'C' = COUNTED AT CLOSE BY A
      * SUPERVISOR, WHO KEYS COUNTED_CASH ON TRANDONL (COUNTED_BY IS
      * THE SUPERVISOR'S USER ID).  A COUNTED DRAWER TAKES NO MORE
      * POSTINGS.  SIGNON_TIME / COUNT_TIME ARE HHMMSS.  TRANTPRF
      * PROVES EACH DRAWER'S COUNT AGAINST ITS POSTINGS.
      ******************************************************************
       01 DCLTELLER-DRAWER.
           10 BUSINESS_DATE           PIC X(10).
           10 TELLER_ID               PIC X(08).
           10 TELLER_TERM             PIC X(04).
           10 BRANCH_ID               PIC X(04).
           10 OPENING_CASH            PIC S9(8)V9(2) USAGE COMP-3.
           10 SIGNON_TIME             PIC X(06).
           10 DRAWER_STATUS           PIC X(01).
           10 COUNTED_CASH            PIC S9(8)V9(2) USAGE COMP-3.
           10 COUNTED_BY              PIC X(08).
           10 COUNT_TIME              PIC X(06).
