      *> itself makes tonight must land before it.
      *> Each job is launched as its own process and reports failure
      *> through a nonzero exit code.
      *> Invocation:
      *>     nightly-run-control <date> [<feed>]
      *>         the full sequence from the top, as scheduled.
      *>     nightly-run-control RESTART <date> [<feed>]
      *>         resume after a failure has been fixed: every due step
      *>         whose latest batch_run_log row for the date is
      *>         SUCCESS, WARNING or BYPASSED is skipped, and the
      *>         sequence starts at the first that isn't and runs on
      *>         from there - so steps that already completed are
      *>         neither relaunched into their rerun guards nor
      *>         regenerated.
      *>     nightly-run-control STEP <date> <job> [<feed>]
      *>         run that one job_schedule step and nothing else,
      *>         under the same prior-step gate and batch_run_log row;
      *>         a step not due tonight is run anyway, since the
      *>         operator asked for it by name.
      *>     nightly-run-control BYPASS <date> <job> <reason ...>
      *>         operator override: records a BYPASSED batch_run_log
      *>         row for the step without running it, so the sequence
      *>         (or a RESTART) can go past it. The reason is required
      *>         (the rest of the command line) and is kept on the row
      *>         with the login that gave it; a step already complete
      *>         for the date can't be bypassed. BYPASSED gates like a
      *>         completed step but never counts as a run of a
      *>         PERIODIC step, and eod-digest lists every bypass.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  L PIC 9(4) VALUE 0.
       01  TX-FILENAME PIC X(256) VALUE "transactions.dat".
       01  CMD-LINE-ARG PIC X(256).
       01  ARG-NUM PIC 9(2) VALUE 0.
       01  ARG-TOTAL PIC 9(2) VALUE 0.
      *> NIGHTLY, RESTART, STEP or BYPASS - see the invocation above.
       01  RUN-MODE PIC X(8) VALUE "NIGHTLY".
       01  TARGET-JOB PIC X(30).
       01  TARGET-NUM PIC 9(2) VALUE 0.
       01  RESTART-STARTED PIC X VALUE 'N'.
       01  STATUS-JOB-NAME PIC X(30).
       01  LATEST-STATUS PIC X(20).
       01  BYPASS-REASON PIC X(200).
       01  REASON-PTR PIC 9(3) VALUE 1.
       01  BYPASSED-BY PIC X(30).
       01  PARAM-BUFFER PIC X(256).
       01  BUSINESS-DATE PIC X(10).
       01  TX-FILE-STATUS PIC XX.
       01  SQL-LIT PIC X(400).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT ARG-TOTAL FROM ARGUMENT-NUMBER.
           MOVE 1 TO ARG-NUM.
           PERFORM READ-ARGUMENT.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(CMD-LINE-ARG))
               WHEN "RESTART"
               WHEN "STEP"
               WHEN "BYPASS"
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CMD-LINE-ARG))
                       TO RUN-MODE
                   ADD 1 TO ARG-NUM
                   PERFORM READ-ARGUMENT
           END-EVALUATE.
           IF FUNCTION TRIM(CMD-LINE-ARG) = SPACES THEN
               DISPLAY "RUN CONTROL FAILED: business date argument (YYYY-MM-DD) is required"
               MOVE 1 TO RETURN-CODE
           END-IF.
           MOVE FUNCTION TRIM(CMD-LINE-ARG) TO BUSINESS-DATE.

           IF RUN-MODE = "STEP" OR RUN-MODE = "BYPASS" THEN
               ADD 1 TO ARG-NUM
               PERFORM READ-ARGUMENT
               MOVE FUNCTION TRIM(CMD-LINE-ARG) TO TARGET-JOB
               IF TARGET-JOB = SPACES THEN
                   DISPLAY "RUN CONTROL FAILED: " FUNCTION TRIM(RUN-MODE)
                           " needs the job_schedule step name after the date"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF RUN-MODE = "BYPASS" THEN
               MOVE SPACES TO BYPASS-REASON
               MOVE 1 TO REASON-PTR
               ADD 1 TO ARG-NUM
               PERFORM APPEND-REASON-WORD
                   VARYING ARG-NUM FROM ARG-NUM BY 1 UNTIL ARG-NUM > ARG-TOTAL
               IF BYPASS-REASON = SPACES THEN
                   DISPLAY "RUN CONTROL FAILED: BYPASS of " FUNCTION TRIM(TARGET-JOB)
                           " needs a reason after the step name"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO BYPASSED-BY
               ACCEPT BYPASSED-BY FROM ENVIRONMENT "USER"
               IF FUNCTION TRIM(BYPASSED-BY) = SPACES THEN
                   MOVE "UNKNOWN" TO BYPASSED-BY
               END-IF
           ELSE
               ADD 1 TO ARG-NUM
               PERFORM READ-ARGUMENT
               IF FUNCTION TRIM(CMD-LINE-ARG) NOT = SPACES THEN
                   MOVE FUNCTION TRIM(CMD-LINE-ARG) TO TX-FILENAME
               END-IF
           END-IF.

           CALL "get-db-connstr" USING DB-CONNSTR.
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(CAL-BUSINESS-DAY)) NOT = "Y"
                   AND RUN-MODE NOT = "STEP" AND RUN-MODE NOT = "BYPASS" THEN
               DISPLAY "RUN CONTROL: " FUNCTION TRIM(BUSINESS-DATE)
                       " is not a business day - nothing is due"
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
           PERFORM DECIDE-STEP-DUE
               VARYING STEP-NUM FROM 1 BY 1 UNTIL STEP-NUM > STEP-COUNT.

           IF RUN-MODE = "STEP" OR RUN-MODE = "BYPASS" THEN
               MOVE 0 TO TARGET-NUM
               PERFORM FIND-TARGET-STEP
                   VARYING WALK-NUM FROM 1 BY 1 UNTIL WALK-NUM > STEP-COUNT
               IF TARGET-NUM = 0 THEN
                   DISPLAY "RUN CONTROL FAILED: " FUNCTION TRIM(TARGET-JOB)
                           " is not a job_schedule step"
                   CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF RUN-MODE = "BYPASS" THEN
               PERFORM BYPASS-STEP
               IF SEQUENCE-HALTED = 'Y' THEN
                   MOVE 1 TO RETURN-CODE
               END-IF
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               GOBACK
           END-IF.

           PERFORM COUNT-FEED-RECORDS.

           DISPLAY "=== Run control for business date "
                   FUNCTION TRIM(BUSINESS-DATE) " ("
                   FUNCTION TRIM(RUN-MODE) ") ===".

           IF RUN-MODE = "STEP" THEN
               IF STEP-DUE(TARGET-NUM) NOT = 'Y' THEN
                   DISPLAY "RUN CONTROL: " FUNCTION TRIM(TARGET-JOB)
                           " is not due tonight - running it as requested"
                   MOVE 'Y' TO STEP-DUE(TARGET-NUM)
               END-IF
               MOVE TARGET-NUM TO STEP-NUM
               PERFORM RUN-ONE-STEP
               IF SEQUENCE-HALTED = 'Y' THEN
                   DISPLAY "RUN CONTROL: step " FUNCTION TRIM(TARGET-JOB)
                           " did not complete"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   DISPLAY "RUN CONTROL: step " FUNCTION TRIM(TARGET-JOB)
                           " completed for " FUNCTION TRIM(BUSINESS-DATE)
               END-IF
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               GOBACK
           END-IF.

           PERFORM RUN-ONE-STEP
               VARYING STEP-NUM FROM 1 BY 1
               DISPLAY "RUN CONTROL: sequence halted - remaining steps not started"
               MOVE 1 TO RETURN-CODE
           ELSE
               IF RUN-MODE = "RESTART" AND RESTART-STARTED = 'N' THEN
                   DISPLAY "RUN CONTROL: nothing to restart - every due step is"
                           " already complete for " FUNCTION TRIM(BUSINESS-DATE)
               ELSE
                   DISPLAY "RUN CONTROL: all steps completed for "
                           FUNCTION TRIM(BUSINESS-DATE)
               END-IF
           END-IF.

           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
           GOBACK.

       READ-ARGUMENT.
           MOVE SPACES TO CMD-LINE-ARG.
           IF ARG-NUM > ARG-TOTAL THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT CMD-LINE-ARG FROM ARGUMENT-VALUE.

      *> The bypass reason is every remaining word of the command line,
      *> so it need not be quoted; anything past 200 characters is cut.
       APPEND-REASON-WORD.
           PERFORM READ-ARGUMENT.
           IF FUNCTION TRIM(CMD-LINE-ARG) = SPACES OR REASON-PTR > 200 THEN
               EXIT PARAGRAPH
           END-IF.
           IF REASON-PTR > 1 THEN
               STRING " " DELIMITED BY SIZE
                   INTO BYPASS-REASON WITH POINTER REASON-PTR
           END-IF.
           STRING FUNCTION TRIM(CMD-LINE-ARG) DELIMITED BY SIZE
               INTO BYPASS-REASON WITH POINTER REASON-PTR.

       FIND-TARGET-STEP.
           IF FUNCTION TRIM(STEP-JOB-NAME(WALK-NUM)) = FUNCTION TRIM(TARGET-JOB) THEN
               MOVE WALK-NUM TO TARGET-NUM
           END-IF.

      *> One calendar row settles the whole night: not a business day
      *> means nothing is due, and a date nobody loaded into the
      *> calendar is a hard failure - guessing would run month-end on
               EXIT PARAGRAPH
           END-IF.

      *> On a restart the steps already complete for the date are
      *> passed over until the first one that isn't; from there on
      *> every due step runs, since whatever ran again may have moved
      *> the books the later steps report on.
           IF RUN-MODE = "RESTART" AND RESTART-STARTED = 'N' THEN
               MOVE STEP-NAME TO STATUS-JOB-NAME
               PERFORM READ-LATEST-STATUS
               IF LATEST-STATUS = "SUCCESS" OR LATEST-STATUS = "WARNING"
                       OR LATEST-STATUS = "BYPASSED" THEN
                   DISPLAY "RUN CONTROL: " FUNCTION TRIM(STEP-NAME)
                           " already " FUNCTION TRIM(LATEST-STATUS)
                           " for " FUNCTION TRIM(BUSINESS-DATE)
                           " - skipped on restart"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO RESTART-STARTED
               DISPLAY "RUN CONTROL: restarting at " FUNCTION TRIM(STEP-NAME)
           END-IF.

      *> The gate looks back to the nearest EARLIER step that is due
      *> tonight - a month-end step that didn't run tonight can't be
      *> expected to have a batch_run_log row for this date.
           END-IF.

      *> Refuses to start this step when the prior step's most recent
      *> run for the same business date did not finish SUCCESS (or was
      *> not BYPASSED by an operator) - which also covers a prior step
      *> that never ran at all.
       CHECK-PRIOR-STEP.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SINGLE-RESULT-BUFFER TO PRIOR-STATUS.
      *> WARNING (posted with rejects) is a completed step - the books
      *> moved and the failures are queued for recycle - so it gates
      *> the same as SUCCESS. So does BYPASSED: the operator override
      *> exists to let the sequence past a step.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(PRIOR-STATUS)) NOT = "SUCCESS"
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(PRIOR-STATUS)) NOT = "WARNING"
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(PRIOR-STATUS)) NOT = "BYPASSED" THEN
               DISPLAY "RUN CONTROL: refusing to start " FUNCTION TRIM(STEP-NAME)
                       " - prior step " FUNCTION TRIM(PRIOR-STEP-NAME)
                       " for " FUNCTION TRIM(BUSINESS-DATE) " is "
               DISPLAY "RUN CONTROL: WARNING - could not close batch_run_log row for "
                       FUNCTION TRIM(STEP-NAME)
           END-IF.

      *> The step's most recent batch_run_log status for the business
      *> date, upper-cased; spaces when it has no row for the date.
       READ-LATEST-STATUS.
           MOVE SPACES TO LATEST-STATUS.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING "SELECT status FROM batch_run_log WHERE job_name = '"
               FUNCTION TRIM(STATUS-JOB-NAME) "' AND business_date = '"
               FUNCTION TRIM(BUSINESS-DATE)
               "' ORDER BY started_at DESC LIMIT 1"
               INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC = 0 THEN
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SINGLE-RESULT-BUFFER))
                   TO LATEST-STATUS
           END-IF.

      *> Operator override: a BYPASSED row, opened and closed at once,
      *> carrying the reason (as a bound parameter - it is free text)
      *> and the login that gave it. A step already complete for the
      *> date has nothing to override.
       BYPASS-STEP.
           MOVE STEP-JOB-NAME(TARGET-NUM) TO STEP-NAME.
           MOVE STEP-NAME TO STATUS-JOB-NAME.
           PERFORM READ-LATEST-STATUS.
           IF LATEST-STATUS = "SUCCESS" OR LATEST-STATUS = "WARNING"
                   OR LATEST-STATUS = "BYPASSED" THEN
               DISPLAY "RUN CONTROL: refusing to bypass " FUNCTION TRIM(STEP-NAME)
                       " - already " FUNCTION TRIM(LATEST-STATUS)
                       " for " FUNCTION TRIM(BUSINESS-DATE)
               MOVE 'Y' TO SEQUENCE-HALTED
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SQL-COMMAND.
           STRING "INSERT INTO batch_run_log"
               " (job_name, business_date, started_at, ended_at, record_count,"
               " status, override_reason, override_by)"
               " VALUES ('" FUNCTION TRIM(STEP-NAME) "', '"
               FUNCTION TRIM(BUSINESS-DATE) "', CURRENT_TIMESTAMP,"
               " CURRENT_TIMESTAMP, 0, 'BYPASSED', $1, '"
               FUNCTION TRIM(BYPASSED-BY) "');"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           MOVE BYPASS-REASON TO PARAM-BUFFER.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(PARAM-BUFFER)).
           MOVE FUNCTION TRIM(PARAM-BUFFER) TO PARAM-BUFFER.
           MOVE X"00" TO PARAM-BUFFER(L + 1:1).
           CALL STATIC "DB_EXEC_PARAM" USING BY VALUE DBH,
               BY REFERENCE SQL-COMMAND, BY REFERENCE PARAM-BUFFER RETURNING RC.
           IF RC NOT = 0 THEN
               DISPLAY "RUN CONTROL FAILED: could not write batch_run_log row for "
                       FUNCTION TRIM(STEP-NAME)
               MOVE 'Y' TO SEQUENCE-HALTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "RUN CONTROL: " FUNCTION TRIM(STEP-NAME) " BYPASSED for "
                   FUNCTION TRIM(BUSINESS-DATE) " by " FUNCTION TRIM(BYPASSED-BY)
                   " - " FUNCTION TRIM(BYPASS-REASON).
