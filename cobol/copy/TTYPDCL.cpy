      ******************************************************************
      * TTYPDCL  -  DCLGEN TABLE DECLARATION FOR TABLE
      * TRANS_TYPES
      ******************************************************************
           EXEC SQL DECLARE TRANS_TYPES TABLE
           ( TRANS_TYPE                     CHAR(2) NOT NULL,
             TYPE_DESC                      CHAR(20) NOT NULL,
             DR_CR_IND                      CHAR(1) NOT NULL,
             TELLER_USE                     CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRANS_TYPES
      * THE TRANSACTION TYPE MASTER - ONE ROW PER TRANS_TYPE CODE THAT
      * MAY BE POSTED, MAINTAINED BY OPERATIONS.  TRANPOST AND TRANPSVC
      * REFUSE A POSTING WHOSE TYPE HAS NO ROW HERE, SO A NEW FEED
      * CODE IS ADDED BEFORE THE FIRST FILE CARRYING IT ARRIVES.
      * TYPE_DESC IS THE WORDING PRINTED NEXT TO THE CODE ON TRANSTMT
      * STATEMENTS, TRANBRPT, TRANMONR AND THE TRANHONL HISTORY SCREEN.
      * DR_CR_IND - 'D' = DEBIT, THE AMOUNT MAY NOT BE POSITIVE;
      * 'C' = CREDIT, THE AMOUNT MAY NOT BE NEGATIVE; 'B' = EITHER
      * SIGN ('RV' REVERSALS, 'IN' INTEREST, WHICH IS CHARGED ON AN
      * OVERDRAWN BALANCE).
      * TELLER_USE - 'Y' = A TELLER MAY KEY IT ON TRANPONL, 'N' = FEED
      * AND SYSTEM POSTINGS ONLY.
      * BESIDES THE FEED'S OWN CODES THE SYSTEM POSTS 'IN'/'FE'
      * (TRANINTF), 'TO'/'TI' (TRANXSVC TRANSFER LEGS), 'SO'/'SI'
      * (TRANSORD) AND 'RV' (TRANPSVC REVERSALS) - EACH NEEDS A ROW:
      *   IN  INTEREST             B  N
      *   FE  ACCOUNT FEE          D  N
      *   TO  TRANSFER OUT         D  N
      *   TI  TRANSFER IN          C  N
      *   SO  STANDING ORDER       D  N
      *   SI  STANDING ORDER IN    C  N
      *   RV  REVERSAL             B  Y
      ******************************************************************
       01 DCLTRANS-TYPES.
           10 TRANS_TYPE              PIC X(02).
           10 TYPE_DESC               PIC X(20).
           10 DR_CR_IND               PIC X(01).
           10 TELLER_USE              PIC X(01).
