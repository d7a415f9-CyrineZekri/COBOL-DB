      *> answers "was last night clean?". Runs as the final step of
      *> the run-control sequence and writes eod-summary-<date>.rpt:
      *>   - a single OK / ATTENTION verdict line at the top,
      *>   - each step's batch_run_log timing and status, with the
      *>     page and row counts a keyset-paged job recorded,
      *>   - every step an operator BYPASSED through run-control, with
      *>     who gave the override and why,
      *>   - the feed's acknowledgment counts (posted / parked /
      *>     failed / held for approval) from <feed>.ack,
      *>   - whether the feed registered in processed_feeds,
      *>   - the rejects.dat line count,
      *>   - new withdrawal_exceptions for the date,
      *>   - the reconciliation mismatch count from reconciliation_log,
      *>   - the ledger_breaks still OPEN from the weekly ledger proof.
      *> Only a step's latest row for the date counts: a FAILURE that a
      *> run-control RESTART or STEP run later put right is listed as
      *> superseded, not held against the night. A BYPASSED step is
      *> not itself a failure - the override was an operator's call -
      *> but the verdict line says how many there were.
      *> ATTENTION fires on any step FAILURE (or still RUNNING), any
      *> FAILED acknowledgment, any reject, any mismatch, any new
      *> exception, a feed that never registered, or any open ledger
      *> break (it stays ATTENTION until it is put right) - everything else
      *> is OK and the operator moves on with the morning.
      *> Arguments follow the run-control driver's "<feed> <date>"
      *> convention: the first argument that looks like a date is the
       01  REJECTS-FILE-STATUS   PIC XX.
       01  FETCH-DONE            PIC X VALUE 'N'.
      *> One entry per batch_run_log row for the date, drained before
      *> the report opens so the verdict can be computed first. A night
      *> with restarts has more than one row for a step, so the table
      *> allows for several runs of every step.
       01  STEP-TABLE.
           05 STEP-ENTRY OCCURS 60 TIMES INDEXED BY STEP-IDX.
               10 STEP-JOB         PIC X(30).
               10 STEP-STARTED     PIC X(8).
               10 STEP-ENDED       PIC X(8).
               10 STEP-RECORDS     PIC X(12).
               10 STEP-STATUS      PIC X(10).
               10 STEP-LATEST      PIC X.
               10 STEP-PAGING      PIC X(40).
               10 STEP-OVERRIDE-BY PIC X(30).
               10 STEP-REASON      PIC X(200).
       01  STEP-COUNT            PIC 9(2) VALUE 0.
      *> The override reason runs up to 200 characters - past what a
      *> split field holds - so it is the last column, taken from the
      *> line whole, and its bypass line continues onto further report
      *> lines when it doesn't fit on one.
       01  REASON-SKIP           PIC X(64).
       01  REASON-POS            PIC 9(3).
       01  BYPASS-TEXT           PIC X(300).
       01  BYPASS-POS            PIC 9(3).
       01  STEPS-NOT-CLEAN       PIC 9(2) VALUE 0.
       01  BYPASS-COUNT          PIC 9(2) VALUE 0.
       01  STEP-NOTE             PIC X(30).
       01  ACK-FOUND             PIC X VALUE 'N'.
       01  ACK-DISPOSITION       PIC X(20).
       01  POSTED-COUNT          PIC 9(9) VALUE 0.
       01  PARKED-COUNT          PIC 9(9) VALUE 0.
       01  FAILED-COUNT          PIC 9(9) VALUE 0.
       01  SKIPPED-COUNT         PIC 9(9) VALUE 0.
       01  HELD-COUNT            PIC 9(9) VALUE 0.
       01  REJECT-COUNT          PIC 9(9) VALUE 0.
       01  FEED-REGISTERED       PIC X VALUE 'N'.
       01  EXCEPTION-COUNT       PIC 9(9) VALUE 0.
       01  RECON-FOUND           PIC X VALUE 'N'.
       01  MISMATCH-COUNT        PIC 9(9) VALUE 0.
       01  LEDGER-BREAK-COUNT    PIC 9(9) VALUE 0.
       01  VERDICT               PIC X(9).

       PROCEDURE DIVISION.
           PERFORM GATHER-FEED-REGISTRATION.
           PERFORM GATHER-EXCEPTION-COUNT.
           PERFORM GATHER-RECONCILIATION.
           PERFORM GATHER-LEDGER-BREAKS.

           IF STEPS-NOT-CLEAN > 0 OR FAILED-COUNT > 0
                   OR REJECT-COUNT > 0 OR MISMATCH-COUNT > 0
                   OR EXCEPTION-COUNT > 0 OR FEED-REGISTERED NOT = 'Y'
                   OR RECON-FOUND NOT = 'Y' OR STEP-COUNT = 0
                   OR LEDGER-BREAK-COUNT > 0 THEN
               MOVE "ATTENTION" TO VERDICT
           ELSE
               MOVE "OK" TO VERDICT
           STRING
               "SELECT job_name, TO_CHAR(started_at, 'HH24:MI:SS'),"
               " COALESCE(TO_CHAR(ended_at, 'HH24:MI:SS'), '-'),"
               " record_count, status,"
               " CASE WHEN started_at = MAX(started_at)"
               " OVER (PARTITION BY job_name) THEN 'Y' ELSE 'N' END,"
               " COALESCE(row_count || ' row(s) in ' || page_count || ' page(s)', ''),"
               " REPLACE(COALESCE(override_by, ''), ',', ' '),"
               " REPLACE(COALESCE(override_reason, ''), ',', ' ')"
               " FROM batch_run_log"
               " WHERE business_date = '" FUNCTION TRIM(BUSINESS-DATE) "'"
               " ORDER BY started_at"
               INTO SQL-LIT
               MOVE 'Y' TO FETCH-DONE
               EXIT PARAGRAPH
           END-IF.
           IF STEP-COUNT >= 60 THEN
               MOVE 'Y' TO FETCH-DONE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPLIT-FIELD(3) TO STEP-ENDED(STEP-COUNT).
           MOVE SPLIT-FIELD(4) TO STEP-RECORDS(STEP-COUNT).
           MOVE SPLIT-FIELD(5) TO STEP-STATUS(STEP-COUNT).
           MOVE SPLIT-FIELD(6) TO STEP-LATEST(STEP-COUNT).
           MOVE SPLIT-FIELD(7) TO STEP-PAGING(STEP-COUNT).
           MOVE SPLIT-FIELD(8) TO STEP-OVERRIDE-BY(STEP-COUNT).
           MOVE 1 TO REASON-POS.
           UNSTRING FETCH-RESULT-BUFFER DELIMITED BY ","
               INTO REASON-SKIP REASON-SKIP REASON-SKIP REASON-SKIP
                    REASON-SKIP REASON-SKIP REASON-SKIP REASON-SKIP
               WITH POINTER REASON-POS.
           MOVE SPACES TO STEP-REASON(STEP-COUNT).
           IF REASON-POS <= 512 THEN
               MOVE FETCH-RESULT-BUFFER(REASON-POS:) TO STEP-REASON(STEP-COUNT)
           END-IF.
           IF STEP-LATEST(STEP-COUNT) NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(STEP-STATUS(STEP-COUNT)))
                   = "BYPASSED" THEN
               ADD 1 TO BYPASS-COUNT
               EXIT PARAGRAPH
           END-IF.
      *> SUCCESS and WARNING are finished states; FAILURE and a row
      *> still RUNNING both need a human - EXCEPT this job's own row:
      *> run-control opens every step's batch_run_log row as RUNNING
                           MOVE SPLIT-FIELD(6) TO ACK-DISPOSITION
      *> SKIPPED covers lines the posting job hands to another step
      *> (unmatchable WITHDRAW lines batch-validation owns) - counted
      *> for the page, never toward the verdict. HELD-FOR-APPROVAL
      *> lines wait in approval_queue for a second operator - also
      *> information only.
                           EVALUATE FUNCTION TRIM(ACK-DISPOSITION)
                               WHEN "POSTED"
                                   ADD 1 TO POSTED-COUNT
                                   ADD 1 TO FAILED-COUNT
                               WHEN "SKIPPED"
                                   ADD 1 TO SKIPPED-COUNT
                               WHEN "HELD-FOR-APPROVAL"
                                   ADD 1 TO HELD-COUNT
                           END-EVALUATE
                       END-IF
               END-READ
               MOVE FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) TO MISMATCH-COUNT
           END-IF.

      *> Breaks are found weekly but stay OPEN until a later proof
      *> no longer finds them, so every night's digest carries them.
       GATHER-LEDGER-BREAKS.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COUNT(*) FROM ledger_breaks WHERE status = 'OPEN'"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC = 0 THEN
               MOVE FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) TO LEDGER-BREAK-COUNT
           END-IF.

       WRITE-DIGEST-REPORT.
           MOVE SPACES TO REPORT-FILENAME.
           STRING "eod-summary-" FUNCTION TRIM(BUSINESS-DATE) ".rpt"
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           IF BYPASS-COUNT > 0 THEN
               STRING "VERDICT: " FUNCTION TRIM(VERDICT)
                   "   end-of-day digest for " FUNCTION TRIM(BUSINESS-DATE)
                   "   (" BYPASS-COUNT " step(s) bypassed by operator)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "VERDICT: " FUNCTION TRIM(VERDICT)
                   "   end-of-day digest for " FUNCTION TRIM(BUSINESS-DATE)
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF BYPASS-COUNT > 0 THEN
               MOVE "Bypassed steps (operator override):" TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM WRITE-BYPASS-LINE
                   VARYING STEP-IDX FROM 1 BY 1 UNTIL STEP-IDX > STEP-COUNT
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           MOVE "Feed disposition (acknowledgment file):" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF ACK-FOUND = 'Y' THEN
               STRING "  " POSTED-COUNT " posted, " PARKED-COUNT
                   " parked, " FAILED-COUNT " failed, "
                   SKIPPED-COUNT " skipped, " HELD-COUNT " held ("
                   FUNCTION TRIM(ACK-FILENAME) ")"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
                   TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  " LEDGER-BREAK-COUNT " open ledger break(s) (ledger_breaks)"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           CLOSE REPORT-FILE.

       WRITE-STEP-LINE.
           MOVE SPACES TO STEP-NOTE.
           IF STEP-LATEST(STEP-IDX) NOT = 'Y' THEN
               MOVE "(superseded by a later run)" TO STEP-NOTE
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  " FUNCTION TRIM(STEP-JOB(STEP-IDX))
               "  " FUNCTION TRIM(STEP-STARTED(STEP-IDX))
               " - " FUNCTION TRIM(STEP-ENDED(STEP-IDX))
               "  " FUNCTION TRIM(STEP-RECORDS(STEP-IDX)) " record(s)"
               "  " FUNCTION TRIM(STEP-STATUS(STEP-IDX))
               "  " FUNCTION TRIM(STEP-PAGING(STEP-IDX))
               "  " STEP-NOTE
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> Every override that still stands for the date - a step bypassed
      *> and then run after all is no longer listed here.
       WRITE-BYPASS-LINE.
           IF STEP-LATEST(STEP-IDX) NOT = 'Y'
                   OR FUNCTION UPPER-CASE(FUNCTION TRIM(STEP-STATUS(STEP-IDX)))
                       NOT = "BYPASSED" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO BYPASS-TEXT.
           STRING "  " FUNCTION TRIM(STEP-JOB(STEP-IDX))
               " at " FUNCTION TRIM(STEP-STARTED(STEP-IDX))
               " by " FUNCTION TRIM(STEP-OVERRIDE-BY(STEP-IDX))
               ": " FUNCTION TRIM(STEP-REASON(STEP-IDX))
               DELIMITED BY SIZE INTO BYPASS-TEXT.
           MOVE BYPASS-TEXT(1:132) TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM WRITE-BYPASS-CONTINUATION
               VARYING BYPASS-POS FROM 133 BY 126 UNTIL BYPASS-POS > 300.

       WRITE-BYPASS-CONTINUATION.
           IF BYPASS-TEXT(BYPASS-POS:) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           MOVE BYPASS-TEXT(BYPASS-POS:) TO REPORT-RECORD(7:).
           WRITE REPORT-RECORD.
