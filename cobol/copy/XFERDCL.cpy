      ******************************************************************
      * XFERDCL  -  DCLGEN TABLE DECLARATION FOR TABLE
      * TRANSFERS
      ******************************************************************
           EXEC SQL DECLARE TRANSFERS TABLE
           ( XFER_ID                        DECIMAL(9, 0) NOT NULL,
             XFER_DATE                      CHAR(10) NOT NULL,
             FROM_ACCT_NO                   DECIMAL(9, 0) NOT NULL,
             FROM_TRANS_ID                  DECIMAL(9, 0) NOT NULL,
             TO_ACCT_NO                     DECIMAL(9, 0) NOT NULL,
             TO_TRANS_ID                    DECIMAL(9, 0) NOT NULL,
             XFER_AMOUNT                    DECIMAL(10, 2) NOT NULL,
             XFER_REF                       CHAR(20) NOT NULL,
             CHANNEL                        CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRANSFERS
      * ONE ROW PER ACCOUNT-TO-ACCOUNT TRANSFER POSTED BY TRANXSVC.
      * XFER_ID IS ASSIGNED IN ASCENDING ORDER AND XFER_REF
      * ('TRANSFER NNNNNNNNN') IS THE TRANS_REF BOTH LEGS CARRY.
      * FROM_TRANS_ID IS THE 'TO' (TRANSFER OUT) DEBIT ROW ON
      * FROM_ACCT_NO, TO_TRANS_ID THE 'TI' (TRANSFER IN) CREDIT ROW
      * ON TO_ACCT_NO.  XFER_AMOUNT IS HELD AS A POSITIVE AMOUNT.
      * THE ROW AND BOTH LEGS ARE WRITTEN IN ONE UNIT OF WORK, SO A
      * ROW NEVER EXISTS WITHOUT BOTH ITS LEGS.
      * CHANNEL - 'T' = TELLER SCREEN TRANXONL, 'M' = TRANMQAD MQ
      * INTERFACE (INTERNET BANKING).
      ******************************************************************
       01 DCLTRANSFERS.
           10 XFER_ID                 PIC S9(9) USAGE COMP.
           10 XFER_DATE               PIC X(10).
           10 FROM_ACCT_NO            PIC S9(9) USAGE COMP.
           10 FROM_TRANS_ID           PIC S9(9) USAGE COMP.
           10 TO_ACCT_NO              PIC S9(9) USAGE COMP.
           10 TO_TRANS_ID             PIC S9(9) USAGE COMP.
           10 XFER_AMOUNT             PIC S9(8)V9(2) USAGE COMP-3.
           10 XFER_REF                PIC X(20).
           10 CHANNEL                 PIC X(01).
