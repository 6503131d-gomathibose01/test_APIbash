             TRANS_REF                      CHAR(20) NOT NULL,
             TRANS_AMOUNT                   DECIMAL(10, 2) NOT NULL,
             TRANS_TYPE                     CHAR(2) NOT NULL,
             BALANCE                        DECIMAL(10, 2) NOT NULL,
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
      * COBOL DECLARATION FOR TABLE TRANSARCH
      * SAME SHAPE AS TRANSACTIONS (TRANSDCL) - ROWS PAST THE
      * RETENTION POINT ARE MOVED HERE BY TRANARCH AND STAY
      * REACHABLE THROUGH TRANQURY'S INCLUDE-ARCHIVE MODE.
      * REVERSAL_OF / REVERSED_BY TRAVEL WITH THE ROW SO A REVERSED
      * PAIR STAYS LINKED IN THE ARCHIVE (SEE TRANSDCL), AND
      * TELLER_ID / TELLER_TERM SO THE ARCHIVE STILL SHOWS WHO TOOK
      * A COUNTER POSTING.
      ******************************************************************
       01 DCLTRANSARCH.
           10 ARCH-ACCOUNT-NO         PIC S9(9) USAGE COMP.
           10 ARCH-TRANS-AMOUNT       PIC S9(8)V9(2) USAGE COMP-3.
           10 ARCH-TRANS-TYPE         PIC X(02).
           10 ARCH-BALANCE            PIC S9(8)V9(2) USAGE COMP-3.
           10 ARCH-REVERSAL-OF        PIC S9(9) USAGE COMP.
           10 ARCH-REVERSED-BY        PIC S9(9) USAGE COMP.
           10 ARCH-TELLER-ID          PIC X(08).
           10 ARCH-TELLER-TERM        PIC X(04).
