       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANJLOG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Batch run-log service - the one place the overnight stream
      * records what ran for which business date.  Every job calls it
      * at start, where it is refused unless each job BATCH_PREREQS
      * names for it has completed for the same date, and again at
      * end with its return code and key counts; TRANBKOT calls it to
      * mark the attempt that posted a run it has reversed, so nothing
      * downstream starts on the strength of a posting that is gone.
      * Each call's BATCH_RUN_LOG row is what TRANJRPT reports on the
      * next morning.  Batch only - CALLed, with no commarea.
       01 WS-CALLER-RC              PIC S9(4) USAGE COMP.

       01 WS-PREREQ-MSG.
          03 FILLER                 PIC X(13) VALUE 'PREREQUISITE '.
          03 WS-PM-JOB              PIC X(08).
          03 FILLER                 PIC X(19) VALUE ' NOT COMPLETE'.

       01 WS-HOST-BUS-DATE          PIC X(10).
       01 WS-HOST-JOB-NAME          PIC X(08).
       01 WS-HOST-PREREQ-JOB        PIC X(08).
       01 WS-HOST-RUN-SEQ           PIC S9(4) USAGE COMP.
       01 WS-HOST-RUN-STATUS        PIC X(01).
       01 WS-HOST-JOB-RC            PIC S9(4) USAGE COMP.
       01 WS-HOST-RUN-ID            PIC S9(9) USAGE COMP.
       01 WS-HOST-IN-COUNT          PIC S9(9) USAGE COMP.
       01 WS-HOST-OUT-COUNT         PIC S9(9) USAGE COMP.
       01 WS-HOST-EXCP-COUNT        PIC S9(9) USAGE COMP.
       01 WS-HOST-CTL-AMOUNT        PIC S9(13)V9(2) USAGE COMP-3.
       01 WS-HOST-STATUS-TEXT       PIC X(40).

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE JLOGDCL
           END-EXEC.

           EXEC SQL
             INCLUDE JOBSDCL
           END-EXEC.

           EXEC SQL
             INCLUDE BDATDCL
           END-EXEC.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       COPY TRANJLLK.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING JL-REQ JL-RES.

       MAINLINE SECTION.

           PERFORM 1000-INITIALIZE-VARS.

           EVALUATE TRUE
              WHEN JL-FUNC-START
                 PERFORM 2000-START-RUN
              WHEN JL-FUNC-END
                 PERFORM 3000-END-RUN
              WHEN JL-FUNC-BACKED-OUT
                 PERFORM 4000-MARK-BACKED-OUT
              WHEN OTHER
                 SET JL-RC-INVALID TO TRUE
                 MOVE 'FUNCTION NOT S, E OR B' TO JL-MESSAGE
           END-EVALUATE.

           PERFORM 9000-RETURN-TO-CALLER.

       MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE-VARS SECTION.

      *    RETURN-CODE is shared with the caller - kept here and put
      *    back on the way out, so a job's RC=4 or RC=16 survives the
      *    END call that records it.
           MOVE RETURN-CODE TO WS-CALLER-RC.

           INITIALIZE JL-RES.
           SET JL-RC-OK TO TRUE.

           MOVE JL-JOB-NAME   TO WS-HOST-JOB-NAME.
           MOVE JL-BUS-DATE   TO WS-HOST-BUS-DATE.
           MOVE JL-RUN-SEQ    TO WS-HOST-RUN-SEQ.
           MOVE JL-JOB-RC     TO WS-HOST-JOB-RC.
           MOVE JL-RUN-ID     TO WS-HOST-RUN-ID.
           MOVE JL-IN-COUNT   TO WS-HOST-IN-COUNT.
           MOVE JL-OUT-COUNT  TO WS-HOST-OUT-COUNT.
           MOVE JL-EXCP-COUNT TO WS-HOST-EXCP-COUNT.
           MOVE JL-CTL-AMOUNT TO WS-HOST-CTL-AMOUNT.
           MOVE SPACES        TO WS-HOST-STATUS-TEXT.

       1000-INITIALIZE-VARS-EXIT.
           EXIT.

       2000-START-RUN SECTION.

           IF WS-HOST-BUS-DATE = SPACES THEN
              PERFORM 2100-GET-BUSINESS-DATE
           END-IF.

           IF JL-RC-OK THEN
              PERFORM 2200-CHECK-PREREQS
           END-IF.

      *    A refused start is logged as well - the morning summary
      *    shows the attempt and what it was waiting for.
           IF JL-RC-OK OR JL-RC-PREREQ THEN
              PERFORM 2300-NEXT-RUN-SEQ
           END-IF.

           IF JL-RC-OK OR JL-RC-PREREQ THEN
              PERFORM 2400-INSERT-RUN-ROW
           END-IF.

           PERFORM 5000-END-UNIT-OF-WORK.

           MOVE WS-HOST-BUS-DATE TO JL-BUS-DATE.
           MOVE WS-HOST-RUN-SEQ  TO JL-RUN-SEQ.

       2000-START-RUN-EXIT.
           EXIT.

       2100-GET-BUSINESS-DATE SECTION.

           EXEC SQL
             SELECT CURR_BUS_DATE
             INTO  :WS-HOST-BUS-DATE
             FROM BUSDATE_CTL
           END-EXEC.

           IF SQLCODE NOT = ZERO THEN
              PERFORM 8000-SQL-ERROR
           END-IF.

       2100-GET-BUSINESS-DATE-EXIT.
           EXIT.

       2200-CHECK-PREREQS SECTION.

      *    The first prerequisite whose latest real attempt for the
      *    date - refused attempts did nothing, so they do not count -
      *    is not complete.  A prerequisite backed out since it ran
      *    is 'B', so it stops the job exactly as a failure would.
           EXEC SQL
             SELECT COALESCE(MIN(P.PREREQ_JOB), ' ')
             INTO  :WS-HOST-PREREQ-JOB
             FROM BATCH_PREREQS P
             WHERE P.JOB_NAME = :WS-HOST-JOB-NAME
               AND NOT EXISTS
                   (SELECT 1
                    FROM BATCH_RUN_LOG L
                    WHERE L.JOB_NAME      = P.PREREQ_JOB
                      AND L.BUSINESS_DATE = :WS-HOST-BUS-DATE
                      AND L.RUN_STATUS IN ('C', 'W')
                      AND L.RUN_SEQ =
                          (SELECT MAX(L2.RUN_SEQ)
                           FROM BATCH_RUN_LOG L2
                           WHERE L2.JOB_NAME      = L.JOB_NAME
                             AND L2.BUSINESS_DATE = L.BUSINESS_DATE
                             AND L2.RUN_STATUS   <> 'X'))
           END-EXEC.

           IF SQLCODE NOT = ZERO THEN
              PERFORM 8000-SQL-ERROR
              GO TO 2200-CHECK-PREREQS-EXIT
           END-IF.

           IF WS-HOST-PREREQ-JOB NOT = SPACES THEN
              SET JL-RC-PREREQ TO TRUE
              MOVE WS-HOST-PREREQ-JOB TO WS-PM-JOB
              MOVE WS-PREREQ-MSG      TO JL-MESSAGE
                                         WS-HOST-STATUS-TEXT
           END-IF.

       2200-CHECK-PREREQS-EXIT.
           EXIT.

       2300-NEXT-RUN-SEQ SECTION.

           EXEC SQL
             SELECT COALESCE(MAX(RUN_SEQ), 0) + 1
             INTO  :WS-HOST-RUN-SEQ
             FROM BATCH_RUN_LOG
             WHERE BUSINESS_DATE = :WS-HOST-BUS-DATE
               AND JOB_NAME      = :WS-HOST-JOB-NAME
           END-EXEC.

           IF SQLCODE NOT = ZERO THEN
              PERFORM 8000-SQL-ERROR
           END-IF.

       2300-NEXT-RUN-SEQ-EXIT.
           EXIT.

       2400-INSERT-RUN-ROW SECTION.

      *    A refused attempt is written already ended - 'X', RC=16,
      *    the same RC the job itself ends with.
           IF JL-RC-PREREQ THEN
              MOVE 'X' TO WS-HOST-RUN-STATUS
              MOVE 16  TO WS-HOST-JOB-RC
           ELSE
              MOVE 'R' TO WS-HOST-RUN-STATUS
              MOVE 0   TO WS-HOST-JOB-RC
           END-IF.
           MOVE ZERO TO WS-HOST-RUN-ID
                        WS-HOST-IN-COUNT
                        WS-HOST-OUT-COUNT
                        WS-HOST-EXCP-COUNT
                        WS-HOST-CTL-AMOUNT.

           EXEC SQL
             INSERT INTO BATCH_RUN_LOG
               ( BUSINESS_DATE
                ,JOB_NAME
                ,RUN_SEQ
                ,RUN_STATUS
                ,RETURN_CODE
                ,START_TS
                ,END_TS
                ,RUN_ID
                ,IN_COUNT
                ,OUT_COUNT
                ,EXCP_COUNT
                ,CTL_AMOUNT
                ,STATUS_TEXT )
             VALUES
               ( :WS-HOST-BUS-DATE
                ,:WS-HOST-JOB-NAME
                ,:WS-HOST-RUN-SEQ
                ,:WS-HOST-RUN-STATUS
                ,:WS-HOST-JOB-RC
                ,CURRENT TIMESTAMP
                ,CURRENT TIMESTAMP
                ,:WS-HOST-RUN-ID
                ,:WS-HOST-IN-COUNT
                ,:WS-HOST-OUT-COUNT
                ,:WS-HOST-EXCP-COUNT
                ,:WS-HOST-CTL-AMOUNT
                ,:WS-HOST-STATUS-TEXT )
           END-EXEC.

           IF SQLCODE NOT = ZERO THEN
              PERFORM 8000-SQL-ERROR
           END-IF.

       2400-INSERT-RUN-ROW-EXIT.
           EXIT.

       3000-END-RUN SECTION.

           EVALUATE TRUE
              WHEN WS-HOST-JOB-RC = ZERO
                 MOVE 'C' TO WS-HOST-RUN-STATUS
              WHEN WS-HOST-JOB-RC NOT > 4
                 MOVE 'W' TO WS-HOST-RUN-STATUS
              WHEN OTHER
                 MOVE 'F' TO WS-HOST-RUN-STATUS
           END-EVALUATE.

           EXEC SQL
             UPDATE BATCH_RUN_LOG
             SET RUN_STATUS  = :WS-HOST-RUN-STATUS
                ,RETURN_CODE = :WS-HOST-JOB-RC
                ,END_TS      = CURRENT TIMESTAMP
                ,RUN_ID      = :WS-HOST-RUN-ID
                ,IN_COUNT    = :WS-HOST-IN-COUNT
                ,OUT_COUNT   = :WS-HOST-OUT-COUNT
                ,EXCP_COUNT  = :WS-HOST-EXCP-COUNT
                ,CTL_AMOUNT  = :WS-HOST-CTL-AMOUNT
             WHERE BUSINESS_DATE = :WS-HOST-BUS-DATE
               AND JOB_NAME      = :WS-HOST-JOB-NAME
               AND RUN_SEQ       = :WS-HOST-RUN-SEQ
               AND RUN_STATUS    = 'R'
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 CONTINUE
              WHEN SQLCODE = 100
                 SET JL-RC-NOT-FOUND TO TRUE
                 MOVE 'NO RUNNING LOG ROW FOR THIS ATTEMPT'
                   TO JL-MESSAGE
              WHEN OTHER
                 PERFORM 8000-SQL-ERROR
           END-EVALUATE.

           PERFORM 5000-END-UNIT-OF-WORK.

       3000-END-RUN-EXIT.
           EXIT.

       4000-MARK-BACKED-OUT SECTION.

      *    Every attempt that posted the run, whatever it ended as -
      *    but never TRANBKOT's own row, which carries the same
      *    RUN_ID to say which run it reversed.  Committed by the
      *    caller with its own work.
           MOVE 'B' TO WS-HOST-RUN-STATUS.
           MOVE 'BACKED OUT BY TRANBKOT' TO WS-HOST-STATUS-TEXT.

           EXEC SQL
             UPDATE BATCH_RUN_LOG
             SET RUN_STATUS  = :WS-HOST-RUN-STATUS
                ,STATUS_TEXT = :WS-HOST-STATUS-TEXT
             WHERE RUN_ID      = :WS-HOST-RUN-ID
               AND RUN_ID     <> 0
               AND JOB_NAME   <> :WS-HOST-JOB-NAME
               AND RUN_STATUS <> 'X'
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 CONTINUE
              WHEN SQLCODE = 100
                 SET JL-RC-NOT-FOUND TO TRUE
                 MOVE 'NO RUN LOG ROW CARRIES THIS RUN'
                   TO JL-MESSAGE
              WHEN OTHER
                 PERFORM 8000-SQL-ERROR
           END-EVALUATE.

       4000-MARK-BACKED-OUT-EXIT.
           EXIT.

       5000-END-UNIT-OF-WORK SECTION.

      *    The log row is made visible at once, so a job that abends
      *    later still leaves its 'R' row behind for the morning.
           IF JL-RC-SQL-ERROR THEN
              EXEC SQL
                ROLLBACK
              END-EXEC
           ELSE
              EXEC SQL
                COMMIT
              END-EXEC
              IF SQLCODE NOT = ZERO THEN
                 PERFORM 8000-SQL-ERROR
              END-IF
           END-IF.

       5000-END-UNIT-OF-WORK-EXIT.
           EXIT.

       8000-SQL-ERROR SECTION.

           SET JL-RC-SQL-ERROR TO TRUE.
           MOVE SQLCODE TO JL-SQLCODE.
           MOVE 'RUN LOG DATABASE ERROR' TO JL-MESSAGE.

       8000-SQL-ERROR-EXIT.
           EXIT.

       9000-RETURN-TO-CALLER SECTION.

           MOVE WS-CALLER-RC TO RETURN-CODE.
           GOBACK.

       9000-RETURN-TO-CALLER-EXIT.
           EXIT.
