      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. batch-page-stats.

      *> Shared reporting step for the keyset-paged batch jobs: writes
      *> the number of pages and rows a job worked through onto its
      *> batch_run_log row, so a month-end that ran slow can be read
      *> against the size of the book it processed.
      *>     CALL "batch-page-stats" USING DBH, PAGE-JOB-NAME,
      *>         PAGE-COUNT, PAGE-ROW-TOTAL, BUSINESS-DATE
      *> (caller storage in pagestat.cpy; the date is YYYY-MM-DD). The
      *> row updated is the job's open one for that business date -
      *> the RUNNING row run-control inserts before launching the step
      *> - so a stale open row left by an earlier night's crash is
      *> never the one written to, and a job run by hand outside the
      *> sequence has no row to update and the call only displays
      *> the counts. A failed update is a warning, never a job
      *> failure: the work itself is already done.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> Same size as dbapi.cpy's shared buffer - see posting-lock.cob.
       01  SQL-COMMAND           PIC X(4096).
       01  DB-RC                 PIC S9(9) COMP-5.

       LINKAGE SECTION.
       01  LK-DBH                USAGE POINTER.
       01  LK-JOB-NAME           PIC X(30).
       01  LK-PAGE-COUNT         PIC 9(9).
       01  LK-ROW-TOTAL          PIC 9(9).
       01  LK-BUSINESS-DATE      PIC X(10).

       PROCEDURE DIVISION USING LK-DBH, LK-JOB-NAME, LK-PAGE-COUNT,
                                LK-ROW-TOTAL, LK-BUSINESS-DATE.
       MAIN-PROCEDURE.
           DISPLAY FUNCTION TRIM(LK-JOB-NAME) ": " LK-ROW-TOTAL
                   " row(s) processed in " LK-PAGE-COUNT " page(s).".

           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE batch_run_log SET page_count = " LK-PAGE-COUNT
               ", row_count = " LK-ROW-TOTAL
               " WHERE job_name = '" FUNCTION TRIM(LK-JOB-NAME) "'"
               " AND business_date = DATE '" FUNCTION TRIM(LK-BUSINESS-DATE) "'"
               " AND ended_at IS NULL;"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE LK-DBH,
               BY REFERENCE SQL-COMMAND RETURNING DB-RC.
           IF DB-RC NOT = 0 THEN
               DISPLAY "PAGE STATS: WARNING - could not record page and row"
                       " counts on batch_run_log for " FUNCTION TRIM(LK-JOB-NAME)
           END-IF.
           GOBACK.
