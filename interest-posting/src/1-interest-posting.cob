      *> reconciliation-report.cob's ACCOUNT-TABLE), the
      *> cursor is closed, and only then does the per-account posting
      *> loop open its own DB_BEGIN/DB_COMMIT transactions.
      *> The book is read that way one account-id page at a time (see
      *> pagestat.cpy): a page of PAGE-SIZE accounts is fetched, the
      *> cursor closed, the page posted, and the next page starts
      *> after the page's last account - so the work table stays one
      *> page long however large the book grows. The progress rows
      *> are per account, so a resumed run skips across page
      *> boundaries exactly as it would within one. The page and row
      *> counts go to the step's batch_run_log row at the end.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       COPY "splitfld.cpy".
       COPY "postlock.cpy".
       COPY "pagestat.cpy".
       01  L                     PIC 9(4) VALUE 0.
       01  SQL-LIT               PIC X(400).
       01  CMD-LINE-ARG          PIC X(256).
       01  ACCOUNTS-SKIPPED      PIC 9(9) VALUE 0.
       01  FETCH-DONE            PIC X VALUE 'N'.
       01  RECORD-FAILED-FLAG    PIC X VALUE 'N'.
      *> One page of savings accounts. PAGE-SIZE is the OCCURS count
      *> and the page query's LIMIT, so the table can never overflow.
       01  PAGE-SIZE             PIC 9(5) VALUE 1000.
       01  ROW-TABLE.
           05 ROW-ENTRY OCCURS 1000 TIMES INDEXED BY ROW-IDX.
               10 ROW-ACCOUNT-ID     PIC X(4).
               10 ROW-BALANCE-TEXT   PIC X(20).
       01  ROW-COUNT             PIC 9(9) VALUE 0.
       01  ACCOUNTS-CHECKED      PIC 9(9) VALUE 0.
       01  ACCOUNTS-POSTED       PIC 9(9) VALUE 0.
       01  ACCOUNTS-FAILED       PIC 9(9) VALUE 0.
       01  EXIT-STATUS           PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               STOP RUN
           END-IF.

           MOVE SPACES TO PAGE-LAST-KEY.
           MOVE 'N' TO PAGE-BOOK-DONE.
           PERFORM POST-ACCOUNT-PAGE UNTIL PAGE-BOOK-DONE = 'Y'.

           DISPLAY "Interest posting complete: " ACCOUNTS-CHECKED
                   " savings account(s) checked, " ACCOUNTS-POSTED
                   " already done this period, "
                   ACCOUNTS-FAILED " failed.".

           MOVE LOCK-JOB-NAME TO PAGE-JOB-NAME.
           CALL "batch-page-stats" USING DBH, PAGE-JOB-NAME,
               PAGE-COUNT, PAGE-ROW-TOTAL, BUSINESS-DATE.

           IF ACCOUNTS-FAILED = 0 THEN
               PERFORM REGISTER-PERIOD-COMPLETE
           ELSE
               DISPLAY "INTEREST POSTING: period "
                       FUNCTION TRIM(POSTING-PERIOD)
                       " NOT registered complete - rerun to retry the failures"
               MOVE 1 TO EXIT-STATUS
           END-IF.

           PERFORM RELEASE-POSTING-LOCK.
           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
      *> The exit code is set last - every CALL above resets
      *> RETURN-CODE - from EXIT-STATUS, where the run kept it.
           MOVE EXIT-STATUS TO RETURN-CODE.
           GOBACK.

      *> Takes the shared posting interlock before any balance is
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SPLIT-FIELD(2)))
               TO TIER-RATE(TIER-COUNT).

      *> One page: the next PAGE-SIZE savings accounts after the last
      *> one posted, drained into ROW-TABLE and the cursor closed
      *> before any of them posts. A page that can't be opened or read
      *> counts as a failure - the accounts beyond it were never seen,
      *> so the period must stay rerunnable - and ends the book there.
       POST-ACCOUNT-PAGE.
           MOVE SPACES TO PAGE-KEY-CLAUSE.
           IF PAGE-LAST-KEY NOT = SPACES THEN
               STRING " AND account_id > " FUNCTION TRIM(PAGE-LAST-KEY)
                   DELIMITED BY SIZE INTO PAGE-KEY-CLAUSE
           END-IF.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT account_id, balance FROM accounts WHERE account_type = 'SAVINGS' "
               "AND (status IS NULL OR status NOT IN ('CLOSED', 'ESCHEATED'))"
               PAGE-KEY-CLAUSE
               " ORDER BY account_id LIMIT " PAGE-SIZE
               INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).

           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "INTEREST POSTING FAILED: could not open savings account cursor"
                       " - period will not be registered complete"
               ADD 1 TO ACCOUNTS-FAILED
               MOVE 1 TO EXIT-STATUS
               MOVE 'Y' TO PAGE-BOOK-DONE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ROW-COUNT.
           MOVE 'N' TO FETCH-DONE.
           PERFORM FETCH-ROWS UNTIL FETCH-DONE = 'Y'.

           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.

           IF ROW-COUNT < PAGE-SIZE THEN
               MOVE 'Y' TO PAGE-BOOK-DONE
           END-IF.
           IF ROW-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PAGE-COUNT.
           ADD ROW-COUNT TO PAGE-ROW-TOTAL.
           MOVE ROW-ACCOUNT-ID(ROW-COUNT) TO PAGE-LAST-KEY.

           PERFORM POST-INTEREST-FOR-ROW
               VARYING ROW-IDX FROM 1 BY 1 UNTIL ROW-IDX > ROW-COUNT.

      *> Reads every cursor row of the page into ROW-TABLE before any
      *> DB_BEGIN is issued - see the REVIEW FIX note above the DATA
      *> DIVISION for why the cursor can't be left open across a
      *> commit.
       FETCH-ROWS.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_FETCH"
                           " - period will not be registered complete"
                   ADD 1 TO ACCOUNTS-FAILED
                   MOVE 'Y' TO FETCH-DONE
                   MOVE 'Y' TO PAGE-BOOK-DONE
                   MOVE 1 TO EXIT-STATUS
           END-EVALUATE.

       STORE-FETCHED-ROW.
           ADD 1 TO ROW-COUNT.
           UNSTRING FETCH-RESULT-BUFFER DELIMITED BY ","
               INTO ROW-ACCOUNT-ID(ROW-COUNT), ROW-BALANCE-TEXT(ROW-COUNT).
