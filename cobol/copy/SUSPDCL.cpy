      ******************************************************************
      * SUSPDCL  -  DCLGEN TABLE DECLARATION FOR TABLE
      * POST_SUSPENSE
      ******************************************************************
           EXEC SQL DECLARE POST_SUSPENSE TABLE
           ( SUSP_ID                        DECIMAL(9, 0) NOT NULL,
             RUN_ID                         DECIMAL(9, 0) NOT NULL,
             SOURCE_SYSTEM                  CHAR(8) NOT NULL,
             BUSINESS_DATE                  CHAR(10) NOT NULL,
             MOVEMENT_REC                   CHAR(80) NOT NULL,
             REJECT_REASON                  CHAR(26) NOT NULL,
             SUSP_STATUS                    CHAR(1) NOT NULL,
             RESOLVE_DATE                   CHAR(10) NOT NULL,
             RESOLVE_NOTE                   CHAR(26) NOT NULL,
             POST_ACCT_NO                   DECIMAL(9, 0) NOT NULL,
             POST_TRANS_ID                  DECIMAL(9, 0) NOT NULL,
             RESOLVE_TERMID                 CHAR(4) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE POST_SUSPENSE
      * ONE ROW PER MOVEMENT TRANPOST REJECTS - THE 80-BYTE TRANMOV
      * RECORD EXACTLY AS IT ARRIVED, THE POSTRUNS RUN (RUN_ID,
      * SOURCE_SYSTEM, BUSINESS_DATE) THAT REJECTED IT AND THE SAME
      * REASON WORDING POSTRPT PRINTS.  SUSP_ID IS ASSIGNED IN
      * ASCENDING ORDER BY THE REJECTING RUN.
      * SUSP_STATUS - 'O' = OPEN, 'R' = RELEASED TO POST FROM THE
      * TRANUONL REPAIR SCREEN, 'W' = WRITTEN OFF FROM TRANUONL,
      * 'B' = THE REJECTING RUN WAS BACKED OUT BY TRANBKOT (THE
      * RESUBMITTED FILE REJECTS IT AFRESH IF IT IS STILL BAD).
      * RESOLVE_DATE (BUSINESS DATE), RESOLVE_NOTE (WRITE-OFF REASON),
      * RESOLVE_TERMID, POST_ACCT_NO AND POST_TRANS_ID CARRY SPACES OR
      * ZERO WHILE THE ITEM IS OPEN; POST_ACCT_NO/POST_TRANS_ID NAME
      * THE TRANSACTIONS ROW A RELEASED ITEM BECAME.
      ******************************************************************
       01 DCLPOST-SUSPENSE.
           10 SUSP_ID                 PIC S9(9) USAGE COMP.
           10 RUN_ID                  PIC S9(9) USAGE COMP.
           10 SOURCE_SYSTEM           PIC X(08).
           10 BUSINESS_DATE           PIC X(10).
           10 MOVEMENT_REC            PIC X(80).
           10 REJECT_REASON           PIC X(26).
           10 SUSP_STATUS             PIC X(01).
           10 RESOLVE_DATE            PIC X(10).
           10 RESOLVE_NOTE            PIC X(26).
           10 POST_ACCT_NO            PIC S9(9) USAGE COMP.
           10 POST_TRANS_ID           PIC S9(9) USAGE COMP.
           10 RESOLVE_TERMID          PIC X(04).
