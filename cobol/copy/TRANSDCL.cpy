             TRANS_TYPE                     CHAR(2) NOT NULL,
             BALANCE                        DECIMAL(10, 2) NOT NULL,
             RUN_ID                         DECIMAL(9, 0) NOT NULL
                                            WITH DEFAULT,
             REVERSAL_OF                    DECIMAL(9, 0) NOT NULL
                                            WITH DEFAULT,
             REVERSED_BY                    DECIMAL(9, 0) NOT NULL
                                            WITH DEFAULT,
             TELLER_ID                      CHAR(8) NOT NULL
                                            WITH DEFAULT,
             TELLER_TERM                    CHAR(4) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * ROWS POSTED OUTSIDE A REGISTERED RUN (ONLINE TELLER POSTINGS
      * AND ROWS PREDATING THE REGISTER).  TRANBKOT KEYS A BACK-OUT
      * ON IT.
      * REVERSAL_OF / REVERSED_BY - THE TWO ENDS OF A SINGLE-ROW
      * REVERSAL POSTED THROUGH TRANPSVC.  THE OFFSETTING 'RV' ROW
      * CARRIES THE TRANS_ID IT REVERSES IN REVERSAL_OF; THE ORIGINAL
      * CARRIES THE TRANS_ID OF THAT 'RV' ROW IN REVERSED_BY (BOTH
      * WITHIN THE SAME ACCOUNT_NO).  ZERO ON EVERY OTHER ROW.  A
      * NON-ZERO REVERSED_BY IS WHAT REFUSES A SECOND REVERSAL.
      * TELLER_ID / TELLER_TERM - THE SIGNED-ON TELLER AND THE
      * TERMINAL (DRAWER) THAT TOOK A COUNTER POSTING ON TRANPONL,
      * CHECKED AGAINST THE TELLER'S OPEN TELLER_DRAWER ROW (TLRDDCL).
      * SPACES ON EVERY ROW NOT POSTED AT THE COUNTER.
      ******************************************************************
       01 DCLTRANSACTIONS.
           10 ACCOUNT_NO              PIC S9(9) USAGE COMP.
           10 TRANS_TYPE              PIC X(02).
           10 BALANCE                 PIC S9(8)V9(2) USAGE COMP-3.
           10 RUN_ID                  PIC S9(9) USAGE COMP.
           10 REVERSAL_OF             PIC S9(9) USAGE COMP.
           10 REVERSED_BY             PIC S9(9) USAGE COMP.
           10 TELLER_ID               PIC X(08).
           10 TELLER_TERM             PIC X(04).
