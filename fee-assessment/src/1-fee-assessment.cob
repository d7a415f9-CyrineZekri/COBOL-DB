      *> sits below the waiver floor; a savings account that has used
      *> its whole per-cycle withdrawal allowance pays the excess-
      *> withdrawal fee. An account type with no fee_schedule row is
      *> simply not charged. A FROZEN account is not charged either: a
      *> fee is a debit, and a legal hold refuses every debit (see
      *> account-status.cob). An ESCHEATED account is skipped like a
      *> CLOSED one.
      *> Month-end ordering: run this BEFORE interest-posting, which
      *> zeroes savings_withdrawal_count for the new cycle.
      *> The business date is taken from the first argument that looks
      *> first unvisited account instead of double-charging the book.
      *> The period only registers complete when no account failed, so
      *> a partial month stays rerunnable.
      *> The book is read in account-id pages of PAGE-SIZE rows (see
      *> pagestat.cpy) rather than drained whole, so no book size can
      *> fill a table: each page's cursor is drained and closed before
      *> any of its accounts post, and the next page starts after the
      *> last account of this one. The progress rows are per account,
      *> so a resumed run skips across page boundaries exactly as it
      *> would within one. The page and row counts go to the step's
      *> batch_run_log row at the end.
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
       01  FEE-COUNT             PIC 9(2) VALUE 0.
       01  SCHEDULE-FOUND        PIC X VALUE 'N'.
       01  SCHEDULE-IDX          PIC 9(2) VALUE 0.
      *> One page of open accounts, drained before any of them posts.
      *> PAGE-SIZE is the OCCURS count and the query's LIMIT.
       01  PAGE-SIZE             PIC 9(5) VALUE 1000.
       01  ROW-TABLE.
           05 ROW-ENTRY OCCURS 1000 TIMES INDEXED BY ROW-IDX.
               10 ROW-ACCOUNT-ID     PIC X(4).
               10 ROW-ACCOUNT-TYPE   PIC X(20).
               10 ROW-BALANCE-TEXT   PIC X(20).
       01  ACCOUNTS-CHECKED      PIC 9(9) VALUE 0.
       01  ACCOUNTS-CHARGED      PIC 9(9) VALUE 0.
       01  ACCOUNTS-FAILED       PIC 9(9) VALUE 0.
       01  EXIT-STATUS           PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               STOP RUN
           END-IF.

           MOVE SPACES TO PAGE-LAST-KEY.
           MOVE 'N' TO PAGE-BOOK-DONE.
           PERFORM ASSESS-ACCOUNT-PAGE UNTIL PAGE-BOOK-DONE = 'Y'.

           DISPLAY "Fee assessment complete: " ACCOUNTS-CHECKED
                   " account(s) checked, " ACCOUNTS-CHARGED
                   " already done this period, "
                   ACCOUNTS-FAILED " failed.".

           MOVE LOCK-JOB-NAME TO PAGE-JOB-NAME.
           CALL "batch-page-stats" USING DBH, PAGE-JOB-NAME,
               PAGE-COUNT, PAGE-ROW-TOTAL, BUSINESS-DATE.

           IF ACCOUNTS-FAILED = 0 THEN
               PERFORM REGISTER-PERIOD-COMPLETE
           ELSE
               DISPLAY "FEE ASSESSMENT: period "
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
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SPLIT-FIELD(5)))
               TO FEE-WITHDRAWAL-LIMIT(FEE-COUNT).

      *> One page: the next PAGE-SIZE open accounts after the last one
      *> handled, drained into ROW-TABLE with the cursor closed before
      *> any of them posts. A page that can't be opened or read counts
      *> as a failure - the accounts beyond it were never seen, so the
      *> period must stay rerunnable - and ends the book there.
       ASSESS-ACCOUNT-PAGE.
           MOVE SPACES TO PAGE-KEY-CLAUSE.
           IF PAGE-LAST-KEY NOT = SPACES THEN
               STRING " AND account_id > " FUNCTION TRIM(PAGE-LAST-KEY)
                   DELIMITED BY SIZE INTO PAGE-KEY-CLAUSE
           END-IF.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT account_id, account_type, balance,"
               " COALESCE(savings_withdrawal_count, 0) FROM accounts"
               " WHERE COALESCE(status, '') NOT IN ('CLOSED', 'FROZEN', 'ESCHEATED')"
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
               DISPLAY "FEE ASSESSMENT FAILED: could not open accounts cursor"
                       " - period will not be registered complete"
               ADD 1 TO ACCOUNTS-FAILED
               MOVE 1 TO EXIT-STATUS
               MOVE 'Y' TO PAGE-BOOK-DONE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ROW-COUNT.
           MOVE 'N' TO FETCH-DONE.
           PERFORM FETCH-ACCOUNT-ROWS UNTIL FETCH-DONE = 'Y'.

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

           PERFORM ASSESS-FEES-FOR-ROW
               VARYING ROW-IDX FROM 1 BY 1 UNTIL ROW-IDX > ROW-COUNT.

       FETCH-ACCOUNT-ROWS.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_FETCH"
                           " - period will not be registered complete"
                   ADD 1 TO ACCOUNTS-FAILED
                   MOVE 'Y' TO FETCH-DONE
                   MOVE 'Y' TO PAGE-BOOK-DONE
                   MOVE 1 TO EXIT-STATUS
           END-EVALUATE.

       STORE-ACCOUNT-ROW.
           ADD 1 TO ROW-COUNT.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
