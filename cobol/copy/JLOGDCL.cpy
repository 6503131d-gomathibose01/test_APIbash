      ******************************************************************
      * JLOGDCL  -  DCLGEN TABLE DECLARATION FOR TABLE
      * BATCH_RUN_LOG
      ******************************************************************
           EXEC SQL DECLARE BATCH_RUN_LOG TABLE
           ( BUSINESS_DATE                  CHAR(10) NOT NULL,
             JOB_NAME                       CHAR(8) NOT NULL,
             RUN_SEQ                        SMALLINT NOT NULL,
             RUN_STATUS                     CHAR(1) NOT NULL,
             RETURN_CODE                    SMALLINT NOT NULL,
             START_TS                       TIMESTAMP NOT NULL,
             END_TS                         TIMESTAMP NOT NULL,
             RUN_ID                         DECIMAL(9, 0) NOT NULL,
             IN_COUNT                       DECIMAL(9, 0) NOT NULL,
             OUT_COUNT                      DECIMAL(9, 0) NOT NULL,
             EXCP_COUNT                     DECIMAL(9, 0) NOT NULL,
             CTL_AMOUNT                     DECIMAL(15, 2) NOT NULL,
             STATUS_TEXT                    CHAR(40) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE BATCH_RUN_LOG
      * ONE ROW PER ATTEMPT AT A BATCH JOB FOR A BUSINESS DATE (UNIQUE
      * ON BUSINESS_DATE, JOB_NAME, RUN_SEQ), WRITTEN ONLY THROUGH THE
      * TRANJLOG SERVICE.  RUN_SEQ COUNTS THE ATTEMPTS FROM 1.
      * BUSINESS_DATE IS THE DATE THE JOB PROCESSED - THE BUSDATE_CTL
      * CURRENT DATE, OR THE DATE ON ITS OVERRIDE CARD FOR A DAILY JOB
      * RERUN.  THE PERIOD JOBS (TRANINTF, TRANSTMT, TRANDORM,
      * TRANARCH) AND TRANBKOT LOG AGAINST THE BUSDATE_CTL CURRENT
      * DATE WHOSE STREAM THEY RAN IN, AND THE ON-REQUEST TRANHBAT AND
      * TRANRBAT AGAINST THE CURRENT DATE THEY WERE RUN ON.
      * RUN_STATUS - 'R' = RUNNING (STARTED, NOT YET ENDED - STILL
      * 'R' NEXT MORNING MEANS THE STEP ABENDED), 'C' = COMPLETE,
      * 'W' = COMPLETE WITH WARNINGS (RC 4), 'F' = FAILED (RC 8 OR
      * MORE), 'X' = REFUSED AT START BECAUSE A PREREQUISITE HAD NOT
      * COMPLETED (STATUS_TEXT NAMES IT), 'B' = A POSTING RUN SINCE
      * BACKED OUT BY TRANBKOT.  A JOB'S LATEST ATTEMPT NOT 'X'
      * DECIDES WHETHER IT HAS COMPLETED FOR THE DATE - 'C' OR 'W'.
      * END_TS EQUALS START_TS UNTIL THE ATTEMPT ENDS.
      * RUN_ID - THE POSTRUNS RUN OF A POSTING JOB (TRANPOST, TRANSORD,
      * TRANINTF), OR THE RUN BACKED OUT FOR TRANBKOT; ZERO OTHERWISE.
      * THE KEY COUNTS EACH JOB LOGS -
      *   JOB       IN_COUNT         OUT_COUNT        EXCP_COUNT
      *   TRANPOST  MOVEMENTS READ   ROWS POSTED      REJECTED
      *   TRANSORD  ORDERS DUE       ORDERS PAID      ORDERS FAILED
      *   TRANINTF  ACCOUNTS         ROWS POSTED      -
      *   TRANEODB  ACCOUNTS         WITH ACTIVITY    -
      *   TRANBREC  ACCOUNTS         -                MISMATCHES
      *   TRANEXTR  ROWS FROM RUNS   RECORDS EXTRACTED -
      *   TRANBRPT  ACCOUNTS         DAY'S ROWS       TIE FAILURES
      *   TRANMONR  LARGE ITEMS      AGGREGATE CASES  VELOCITY CASES
      *   TRANSTMT  ACCOUNTS         STATEMENT LINES  -
      *   TRANARCH  ACCOUNTS         ROWS ARCHIVED    -
      *   TRANDORM  ACCOUNTS         MARKED DORMANT   WARNED
      *   TRANBKOT  ACCOUNTS         ROWS REMOVED     -
      *   TRANGLJN  ROWS SUMMARISED  JOURNAL LINES    UNMAPPED/UNTIED
      *   TRANXRPT  TRANSFERS        -                EXCEPTIONS
      *   TRANOVDR  OVERDRAWN        -                OVER LIMIT
      *   TRANSUSP  OPEN ITEMS       -                OVER 30 DAYS
      *   TRANTPRF  DRAWERS          -                OVER/SHORT/
      *                                               UNCOUNTED/NONE
      *   TRANAUDR  INQUIRIES        -                OVER THRESHOLD
      *   TRANHBAT  ACCOUNTS         -                -
      *   TRANRBAT  REFERENCES       MATCHES          -
      * CTL_AMOUNT - TRANEXTR'S TRAILER HASH, THE CLOSING BOOK BALANCE
      * OF THE BANK FOR TRANEODB AND TRANBRPT, TRANINTF'S INTEREST
      * PLUS FEES, TRANPOST'S FILE AMOUNT HASH, TRANGLJN'S JOURNAL
      * DEBITS, TRANXRPT'S TRANSFER DEBITS, TRANOVDR'S TOTAL OVERDRAWN
      * AND TRANTPRF'S CASH SHORT; ZERO OTHERWISE.
      ******************************************************************
       01 DCLBATCH-RUN-LOG.
           10 BUSINESS_DATE           PIC X(10).
           10 JOB_NAME                PIC X(08).
           10 RUN_SEQ                 PIC S9(4) USAGE COMP.
           10 RUN_STATUS              PIC X(01).
           10 RETURN_CODE             PIC S9(4) USAGE COMP.
           10 START_TS                PIC X(26).
           10 END_TS                  PIC X(26).
           10 RUN_ID                  PIC S9(9) USAGE COMP.
           10 IN_COUNT                PIC S9(9) USAGE COMP.
           10 OUT_COUNT               PIC S9(9) USAGE COMP.
           10 EXCP_COUNT              PIC S9(9) USAGE COMP.
           10 CTL_AMOUNT              PIC S9(13)V9(2) USAGE COMP-3.
           10 STATUS_TEXT             PIC X(40).
