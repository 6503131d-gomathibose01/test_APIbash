      ******************************************************************
      *    TRANJLLK   -   TRANJLOG  L I N K A G E   L A Y O U T S
      *    JL-REQ / JL-RES are the request and response parameters
      *    passed to TRANJLOG by every batch job in the overnight
      *    stream.  A job calls it three ways:
      *    'S' START - once its business date is known and before it
      *        updates anything.  Refused with JL-RC-PREREQ when a job
      *        BATCH_PREREQS names has not completed for the date; the
      *        refusal is logged and the job must end RC=16 without
      *        doing its work.  A blank JL-BUS-DATE takes the
      *        BUSDATE_CTL current date and is returned filled.
      *    'E' END - as the last thing it does, with its final
      *        RETURN-CODE in JL-JOB-RC and its key counts.
      *    'B' BACKED OUT - TRANBKOT only: marks the attempt that
      *        posted POSTRUNS run JL-RUN-ID as backed out, so the
      *        jobs that depend on it will not start on its strength.
      *    START and END commit the log row themselves, so they are
      *    called only where the job's own work may be committed too;
      *    BACKED OUT does not, so the mark goes in the same unit of
      *    work as TRANBKOT's own register update.  The caller's
      *    RETURN-CODE is handed back exactly as it was.
      ******************************************************************
       01 JL-REQ.
          03 JL-FUNCTION               PIC X(01).
             88 JL-FUNC-START          VALUE 'S'.
             88 JL-FUNC-END            VALUE 'E'.
             88 JL-FUNC-BACKED-OUT     VALUE 'B'.
          03 JL-JOB-NAME               PIC X(08).
          03 JL-BUS-DATE               PIC X(10).
      *    Returned by START, passed back unchanged on END.
          03 JL-RUN-SEQ                PIC S9(4) USAGE COMP.
          03 JL-JOB-RC                 PIC S9(4) USAGE COMP.
          03 JL-RUN-ID                 PIC S9(9) USAGE COMP.
          03 JL-IN-COUNT               PIC S9(9) USAGE COMP.
          03 JL-OUT-COUNT              PIC S9(9) USAGE COMP.
          03 JL-EXCP-COUNT             PIC S9(9) USAGE COMP.
          03 JL-CTL-AMOUNT             PIC S9(13)V9(2) USAGE COMP-3.

       01 JL-RES.
          03 JL-RETURN-CODE            PIC X(02).
             88 JL-RC-OK               VALUE '00'.
             88 JL-RC-SQL-ERROR        VALUE '08'.
             88 JL-RC-NOT-FOUND        VALUE '12'.
             88 JL-RC-INVALID          VALUE '16'.
             88 JL-RC-PREREQ           VALUE '20'.
          03 JL-SQLCODE                PIC S9(4) USAGE COMP.
          03 JL-MESSAGE                PIC X(40).
