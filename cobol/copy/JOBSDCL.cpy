      ******************************************************************
      * JOBSDCL  -  DCLGEN TABLE DECLARATION FOR TABLES
      * BATCH_JOBS AND BATCH_PREREQS
      ******************************************************************
           EXEC SQL DECLARE BATCH_JOBS TABLE
           ( JOB_NAME                       CHAR(8) NOT NULL,
             STREAM_SEQ                     SMALLINT NOT NULL,
             RUN_FREQ                       CHAR(1) NOT NULL,
             JOB_DESC                       CHAR(30) NOT NULL
           ) END-EXEC.
           EXEC SQL DECLARE BATCH_PREREQS TABLE
           ( JOB_NAME                       CHAR(8) NOT NULL,
             PREREQ_JOB                     CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLES BATCH_JOBS AND BATCH_PREREQS
      * THE OVERNIGHT JOB STREAM, MAINTAINED BY OPERATIONS.
      * BATCH_JOBS - ONE ROW PER JOB THAT LOGS TO BATCH_RUN_LOG, IN
      * STREAM_SEQ RUN ORDER.  RUN_FREQ SAYS WHEN THE MORNING SUMMARY
      * (TRANJRPT) EXPECTS IT: 'D' = EVERY PROCESSING DAY, 'M' = THE
      * LAST PROCESSING DAY OF THE MONTH, 'F' = THE FIRST PROCESSING
      * DAY OF THE MONTH, 'R' = ON REQUEST ONLY, NEVER MISSED.
      * BATCH_PREREQS - ONE ROW PER JOB AND JOB IT DEPENDS ON (UNIQUE
      * ON BOTH).  TRANJLOG REFUSES TO START A JOB FOR A BUSINESS DATE
      * UNTIL EVERY PREREQ_JOB HAS COMPLETED FOR THAT SAME DATE.  A
      * DAILY JOB IS NEVER GIVEN A MONTHLY PREREQUISITE.
      *   SEQ  JOB       FREQ  PREREQUISITES
      *    10  TRANPOST   D
      *    20  TRANSORD   D    TRANPOST
      *    30  TRANINTF   M    TRANPOST TRANSORD
      *    35  TRANGLJN   D    TRANPOST TRANSORD
      *    37  TRANXRPT   D
      *    40  TRANEODB   D    TRANPOST TRANSORD
      *    45  TRANOVDR   D    TRANPOST TRANSORD
      *    47  TRANSUSP   D    TRANPOST
      *    50  TRANBREC   D    TRANPOST TRANSORD
      *    60  TRANEXTR   D    TRANPOST TRANSORD
      *    70  TRANBRPT   D    TRANPOST TRANSORD
      *    80  TRANMONR   D    TRANPOST TRANSORD
      *    90  TRANSTMT   M    TRANINTF TRANEODB
      *   100  TRANDORM   F    TRANPOST
      *   105  TRANTPRF   D
      *   107  TRANAUDR   D
      *   110  TRANARCH   D    TRANEODB TRANEXTR
      *   900  TRANBKOT   R
      *   910  TRANHBAT   R
      *   920  TRANRBAT   R
      ******************************************************************
       01 DCLBATCH-JOBS.
           10 JOB_NAME                PIC X(08).
           10 STREAM_SEQ              PIC S9(4) USAGE COMP.
           10 RUN_FREQ                PIC X(01).
           10 JOB_DESC                PIC X(30).
       01 DCLBATCH-PREREQS.
           10 JOB_NAME                PIC X(08).
           10 PREREQ_JOB              PIC X(08).
