      *> well as a hand run. Defaults to the calendar date.
      *> The cursor is drained into an in-memory table before any
      *> DB_BEGIN is issued (see the dbapi.cpy cursor note).
      *> The due orders are read one page at a time (see pagestat.cpy)
      *> in order-id order, each page starting after the last order of
      *> the one before. The key is the order id alone, not the due
      *> date: posting an order advances its next run date, and a
      *> date-keyed page could meet a caught-up order again further on
      *> and post it twice in one night. The next-run-date advance is
      *> still what makes a rerun safe - a posted order is no longer
      *> due. The page and row counts go to the step's batch_run_log
      *> row at the end.
      *> Before anything posts, each due order is checked the way
      *> batch-validation checks a withdrawal. An order whose
      *> from-account is FROZEN or CLOSED, or whose to-account is
      *> CLOSED, is refused (see account-status.cob - the refusal is
      *> also written to withdrawal_exceptions with its reason). An
      *> order that would take the from-account's AVAILABLE balance -
      *> ledger minus active deposit holds - below its floor (the 25.00
      *> minimum, or minus the overdraft limit when one is on file)
      *> fails for INSUFFICIENT FUNDS, or FUNDS HELD when only a hold
      *> was in the way.
      *> A failed order does not post and its next run date is left
      *> alone, so the next business day's run tries it again. Every
      *> failed attempt is recorded in standing_order_failures. Once an
      *> order has failed more times in a row than the retry allowance
      *> (the first all-digits argument, default 3 - so "standing-orders
      *> 2026-08-22 5" allows five retries) it is set SUSPENDED and the
      *> batch stops picking it up; STOPORD and a fresh STANDING record
      *> are how the customer puts it right. A successful posting
      *> clears the order's run of failures. Only one failed attempt
      *> counts per order per business date: a rerun for the same date
      *> (a run-control RESTART or STEP, or a hand rerun) finds the
      *> order still due and reports it failed again, but the day's
      *> attempt is already in standing_order_failures and is not
      *> counted twice.
      *> standing-order-exceptions-<date>.rpt, one per business date,
      *> lists tonight's failed attempts and every suspended order,
      *> with the customer's phone, so the service desk can call before
      *> the payee does. Failed attempts end the run with exit 2 so the
      *> night carries on with the warning visible; a database error
      *> still ends it with exit 1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(132).
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       COPY "splitfld.cpy".
       COPY "postlock.cpy".
       COPY "acctstat.cpy".
       COPY "pagestat.cpy".
       01  L                     PIC 9(4) VALUE 0.
       01  SQL-LIT               PIC X(1024).
       01  CMD-LINE-ARG          PIC X(256).
       01  ARG-NUM               PIC 9(2).
       01  BUSINESS-DATE         PIC X(10).
       01  RETRIES-ARG-FOUND     PIC X VALUE 'N'.
       01  DIGIT-TEST            PIC X(10).
       01  MAX-RETRIES           PIC 9(4) VALUE 3.
       01  REPORT-FILENAME       PIC X(256).
       01  REPORT-FILE-STATUS    PIC XX.
       01  ATTEMPT-RECORDED      PIC X VALUE 'N'.
       01  PARAM-BUFFER          PIC X(256).
       01  FETCH-DONE            PIC X VALUE 'N'.
       01  RECORD-FAILED-FLAG    PIC X VALUE 'N'.
       01  FAILURE-REASON        PIC X(60).
       01  ATTEMPT-OUTCOME       PIC X(10).
       01  ATTEMPT-TEXT          PIC X(4).
       01  CURRENT-BALANCE       PIC S9(9)V99 COMP-3.
       01  HOLD-TOTAL            PIC S9(9)V99 COMP-3.
       01  AVAILABLE-BALANCE     PIC S9(9)V99 COMP-3.
       01  ORDER-AMOUNT-NUM      PIC S9(9)V99 COMP-3.
       01  MINIMUM-BALANCE       PIC S9(9)V99 COMP-3 VALUE 25.00.
       01  OVERDRAFT-LIMIT       PIC S9(9)V99 COMP-3.
       01  BALANCE-FLOOR         PIC S9(9)V99 COMP-3.
       01  SUSPENDED-ROW.
           05 SUS-ORDER-ID       PIC X(12).
           05 SUS-CUST-NAME      PIC X(20).
           05 SUS-PHONE          PIC X(20).
           05 SUS-ACCOUNTS       PIC X(12).
           05 SUS-AMOUNT         PIC X(10).
           05 SUS-DUE-DATE       PIC X(10).
           05 SUS-ATTEMPTS       PIC X(4).
           05 SUS-LAST-REASON    PIC X(60).
       01  SUSPENDED-LISTED      PIC 9(9) VALUE 0.
      *> One page of due orders. PAGE-SIZE is the OCCURS count and the
      *> page query's LIMIT.
       01  PAGE-SIZE             PIC 9(5) VALUE 1000.
       01  ORDER-TABLE.
           05 ORDER-ENTRY OCCURS 1000 TIMES INDEXED BY ORD-IDX.
               10 ORD-ID             PIC X(12).
               10 ORD-FROM-ACCOUNT   PIC X(4).
               10 ORD-TO-ACCOUNT     PIC X(4).
               10 ORD-AMOUNT         PIC X(10).
               10 ORD-FREQUENCY      PIC X(10).
               10 ORD-FAILED-ATTEMPTS PIC 9(4).
               10 ORD-CUST-NAME      PIC X(20).
               10 ORD-PHONE          PIC X(20).
       01  ORDER-COUNT           PIC 9(5) VALUE 0.
       01  LOG-ACCOUNT-ID        PIC X(4).
       01  LOG-AMOUNT            PIC X(10).
       01  LOG-REF               PIC X(26).
       01  POSTED-COUNT          PIC 9(9) VALUE 0.
       01  FAILED-COUNT          PIC 9(9) VALUE 0.
       01  REFUSED-COUNT         PIC 9(9) VALUE 0.
       01  RETRY-COUNT           PIC 9(9) VALUE 0.
       01  SUSPENDED-COUNT       PIC 9(9) VALUE 0.
       01  EXIT-STATUS           PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                      FUNCTION CURRENT-DATE(7:2)
                      DELIMITED BY SIZE INTO BUSINESS-DATE
           END-IF.
           PERFORM FIND-RETRIES-ARGUMENT
               VARYING ARG-NUM FROM 1 BY 1 UNTIL ARG-NUM > 3
                   OR RETRIES-ARG-FOUND = 'Y'.

           CALL "get-db-connstr" USING DB-CONNSTR.
           CALL STATIC "DB_CONNECT" USING DB-CONNSTR RETURNING DBH.

           PERFORM ACQUIRE-POSTING-LOCK.

           MOVE SPACES TO REPORT-FILENAME.
           STRING "standing-order-exceptions-" FUNCTION TRIM(BUSINESS-DATE) ".rpt"
               DELIMITED BY SIZE INTO REPORT-FILENAME.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "STANDING ORDERS FAILED: could not create "
                       FUNCTION TRIM(REPORT-FILENAME)
               PERFORM RELEASE-POSTING-LOCK
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Standing-order exceptions for " FUNCTION TRIM(BUSINESS-DATE)
               " - retry allowance " MAX-RETRIES
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Tonight's failed attempts" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO PAGE-LAST-KEY.
           MOVE 'N' TO PAGE-BOOK-DONE.
           PERFORM POST-ORDER-PAGE UNTIL PAGE-BOOK-DONE = 'Y'.

           IF REFUSED-COUNT = 0 AND RETRY-COUNT = 0
                   AND SUSPENDED-COUNT = 0 THEN
               MOVE "  (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM REPORT-SUSPENDED-ORDERS.
           CLOSE REPORT-FILE.

           DISPLAY "Standing orders complete for " FUNCTION TRIM(BUSINESS-DATE)
                   ": " PAGE-ROW-TOTAL " due order(s), "
                   POSTED-COUNT " posted, " REFUSED-COUNT " refused, "
                   RETRY-COUNT " left for retry, " SUSPENDED-COUNT
                   " suspended, " FAILED-COUNT " failed.".

           MOVE LOCK-JOB-NAME TO PAGE-JOB-NAME.
           CALL "batch-page-stats" USING DBH, PAGE-JOB-NAME,
               PAGE-COUNT, PAGE-ROW-TOTAL, BUSINESS-DATE.

           IF FAILED-COUNT > 0 THEN
               MOVE 1 TO EXIT-STATUS
           ELSE
               IF RETRY-COUNT > 0 OR SUSPENDED-COUNT > 0 THEN
                   MOVE 2 TO EXIT-STATUS
               END-IF
           END-IF.

           PERFORM RELEASE-POSTING-LOCK.
           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
      *> The exit code is set last - every CALL above resets
      *> RETURN-CODE - from EXIT-STATUS, where the run kept it.
           MOVE EXIT-STATUS TO RETURN-CODE.
           GOBACK.

       FIND-DATE-ARGUMENT.
               MOVE CMD-LINE-ARG(1:10) TO BUSINESS-DATE
           END-IF.

      *> The retry allowance comes from the first all-digits argument,
      *> the way dormant-review finds its month threshold, so the
      *> driver's "<feed> <date>" launch falls through to the default.
       FIND-RETRIES-ARGUMENT.
           MOVE SPACES TO CMD-LINE-ARG.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT CMD-LINE-ARG FROM ARGUMENT-VALUE.
           IF FUNCTION TRIM(CMD-LINE-ARG) = SPACES
                   OR FUNCTION LENGTH(FUNCTION TRIM(CMD-LINE-ARG)) > 4 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(CMD-LINE-ARG) TO DIGIT-TEST.
           INSPECT DIGIT-TEST CONVERTING "0123456789" TO "          ".
           IF DIGIT-TEST = SPACES THEN
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(CMD-LINE-ARG)) TO MAX-RETRIES
               MOVE 'Y' TO RETRIES-ARG-FOUND
           END-IF.

      *> Takes the shared posting interlock before any balance is
      *> touched - see posting-lock.cob. A held lock means exit 1 with
      *> the holder named, never a silent concurrent run.
           MOVE "RELEASE" TO LOCK-ACTION.
           CALL "posting-lock" USING DBH, LOCK-ACTION, LOCK-JOB-NAME, LOCK-RC.

      *> One page: the next PAGE-SIZE due orders after the last one
      *> handled, drained into ORDER-TABLE and the cursor closed before
      *> any of them posts. A page that can't be opened or read counts
      *> as a failure and ends the run's postings there; the orders
      *> beyond it are still due for the rerun.
       POST-ORDER-PAGE.
           MOVE SPACES TO PAGE-KEY-CLAUSE.
           IF PAGE-LAST-KEY NOT = SPACES THEN
               STRING " AND s.order_id > " FUNCTION TRIM(PAGE-LAST-KEY)
                   DELIMITED BY SIZE INTO PAGE-KEY-CLAUSE
           END-IF.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT s.order_id, s.from_account, s.to_account, s.amount,"
               " s.frequency, COALESCE(s.failed_attempts, 0),"
               " COALESCE(c.name, '?'), COALESCE(c.phone, '-')"
               " FROM standing_orders s"
               " LEFT JOIN customers c ON c.customer_id = s.customer_id"
               " WHERE s.next_run_date <= DATE '"
               FUNCTION TRIM(BUSINESS-DATE)
               "' AND COALESCE(s.status, 'ACTIVE') <> 'SUSPENDED'"
               PAGE-KEY-CLAUSE
               " ORDER BY s.order_id LIMIT " PAGE-SIZE
               INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).

           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "STANDING ORDERS FAILED: could not open standing_orders cursor"
               ADD 1 TO FAILED-COUNT
               MOVE 'Y' TO PAGE-BOOK-DONE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ORDER-COUNT.
           MOVE 'N' TO FETCH-DONE.
           PERFORM FETCH-ORDER-ROWS UNTIL FETCH-DONE = 'Y'.

           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.

           IF ORDER-COUNT < PAGE-SIZE THEN
               MOVE 'Y' TO PAGE-BOOK-DONE
           END-IF.
           IF ORDER-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PAGE-COUNT.
           ADD ORDER-COUNT TO PAGE-ROW-TOTAL.
           MOVE ORD-ID(ORDER-COUNT) TO PAGE-LAST-KEY.

           PERFORM POST-ONE-ORDER
               VARYING ORD-IDX FROM 1 BY 1 UNTIL ORD-IDX > ORDER-COUNT.

       FETCH-ORDER-ROWS.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_FETCH"
               WHEN OTHER
                   DISPLAY "STANDING ORDERS FAILED: error reading standing_orders"
                   MOVE 'Y' TO FETCH-DONE
                   MOVE 'Y' TO PAGE-BOOK-DONE
                   ADD 1 TO FAILED-COUNT
           END-EVALUATE.

       STORE-ORDER-ROW.
           ADD 1 TO ORDER-COUNT.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(3) TO ORD-TO-ACCOUNT(ORDER-COUNT).
           MOVE SPLIT-FIELD(4) TO ORD-AMOUNT(ORDER-COUNT).
           MOVE SPLIT-FIELD(5) TO ORD-FREQUENCY(ORDER-COUNT).
           MOVE FUNCTION NUMVAL(SPLIT-FIELD(6)) TO ORD-FAILED-ATTEMPTS(ORDER-COUNT).
           MOVE SPLIT-FIELD(7) TO ORD-CUST-NAME(ORDER-COUNT).
           MOVE SPLIT-FIELD(8) TO ORD-PHONE(ORDER-COUNT).

      *> One due order: both transfer legs, both audit rows and the
      *> next-run-date advance commit together, or the whole order
      *> rolls back and stays due for the next run. An order the status
      *> or funds check turns away is recorded as a failed attempt
      *> instead, before anything is opened.
       POST-ONE-ORDER.
           MOVE 'N' TO RECORD-FAILED-FLAG.
           MOVE SPACES TO LOG-REF.
               FUNCTION TRIM(BUSINESS-DATE)
               DELIMITED BY SIZE INTO LOG-REF.

           PERFORM CHECK-ORDER-ACCOUNTS.
           IF STATUS-REFUSED = 'Y' THEN
               MOVE STATUS-REASON TO FAILURE-REASON
               PERFORM RECORD-FAILED-ATTEMPT
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-AVAILABLE-FUNDS.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               ADD 1 TO FAILED-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF FAILURE-REASON NOT = SPACES THEN
               PERFORM RECORD-FAILED-ATTEMPT
               EXIT PARAGRAPH
           END-IF.

           CALL "DB_BEGIN" USING BY VALUE DBH RETURNING RC.

           MOVE SPACES TO SQL-COMMAND.
               PERFORM ADVANCE-NEXT-RUN-DATE
           END-IF.

           IF RECORD-FAILED-FLAG NOT = 'Y'
                   AND ORD-FAILED-ATTEMPTS(ORD-IDX) > 0 THEN
               PERFORM CLEAR-FAILED-ATTEMPTS
           END-IF.

           IF RECORD-FAILED-FLAG = 'Y' THEN
               CALL "DB_ROLLBACK" USING BY VALUE DBH RETURNING RC
               ADD 1 TO FAILED-COUNT
                       " to account " FUNCTION TRIM(ORD-TO-ACCOUNT(ORD-IDX))
           END-IF.

      *> Status gate on both legs before anything is opened, so the
      *> refusal's exceptions row is written in autocommit and stands.
       CHECK-ORDER-ACCOUNTS.
           MOVE ORD-FROM-ACCOUNT(ORD-IDX) TO STATUS-ACCOUNT-ID.
           MOVE ORD-AMOUNT(ORD-IDX) TO STATUS-AMOUNT.
           MOVE "DEBIT" TO STATUS-MOVEMENT.
           MOVE "CHECK" TO STATUS-ACTION.
           CALL "account-status" USING DBH, STATUS-ACTION,
               STATUS-ACCOUNT-ID, STATUS-MOVEMENT, STATUS-AMOUNT,
               STATUS-REFUSED, STATUS-REASON, BUSINESS-DATE.
           IF STATUS-REFUSED NOT = 'Y' THEN
               MOVE ORD-TO-ACCOUNT(ORD-IDX) TO STATUS-ACCOUNT-ID
               MOVE "CREDIT" TO STATUS-MOVEMENT
               CALL "account-status" USING DBH, STATUS-ACTION,
                   STATUS-ACCOUNT-ID, STATUS-MOVEMENT, STATUS-AMOUNT,
                   STATUS-REFUSED, STATUS-REASON, BUSINESS-DATE
           END-IF.
           IF STATUS-REFUSED = 'Y' THEN
               ADD 1 TO REFUSED-COUNT
               DISPLAY "STANDING ORDER REFUSED: order "
                       FUNCTION TRIM(ORD-ID(ORD-IDX)) " - account "
                       FUNCTION TRIM(STATUS-ACCOUNT-ID) " "
                       FUNCTION TRIM(STATUS-REASON)
               MOVE "LOG" TO STATUS-ACTION
               CALL "account-status" USING DBH, STATUS-ACTION,
                   STATUS-ACCOUNT-ID, STATUS-MOVEMENT, STATUS-AMOUNT,
                   STATUS-REFUSED, STATUS-REASON, BUSINESS-DATE
           END-IF.

      *> The available-balance rule batch-validation applies to a
      *> withdrawal, applied to the from-account: ledger minus holds
      *> releasing after the business date must stay at or above the
      *> floor once the order's amount is out. FAILURE-REASON comes back
      *> blank when the order can post. A lookup error sets
      *> RECORD-FAILED-FLAG instead - a database fault is not the
      *> customer's failed attempt and must not count toward suspension.
       CHECK-AVAILABLE-FUNDS.
           MOVE SPACES TO FAILURE-REASON.
           MOVE SPACES TO SQL-LIT.
           STRING "SELECT balance FROM accounts WHERE account_id = "
               FUNCTION TRIM(ORD-FROM-ACCOUNT(ORD-IDX))
               DELIMITED BY SIZE INTO SQL-LIT.
           PERFORM QUERY-FUNDS-VALUE.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               DISPLAY "STANDING ORDER FAILED: balance lookup failed for account "
                       FUNCTION TRIM(ORD-FROM-ACCOUNT(ORD-IDX))
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) TO CURRENT-BALANCE.

           MOVE SPACES TO SQL-LIT.
           STRING "SELECT COALESCE(SUM(amount), 0) FROM account_holds"
               " WHERE account_id = " FUNCTION TRIM(ORD-FROM-ACCOUNT(ORD-IDX))
               " AND release_date > DATE '" FUNCTION TRIM(BUSINESS-DATE) "'"
               DELIMITED BY SIZE INTO SQL-LIT.
           PERFORM QUERY-FUNDS-VALUE.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               DISPLAY "STANDING ORDER FAILED: hold lookup failed for account "
                       FUNCTION TRIM(ORD-FROM-ACCOUNT(ORD-IDX))
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) TO HOLD-TOTAL.

           MOVE SPACES TO SQL-LIT.
           STRING "SELECT COALESCE(overdraft_limit, 0) FROM accounts"
               " WHERE account_id = " FUNCTION TRIM(ORD-FROM-ACCOUNT(ORD-IDX))
               DELIMITED BY SIZE INTO SQL-LIT.
           PERFORM QUERY-FUNDS-VALUE.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               DISPLAY "STANDING ORDER FAILED: overdraft limit lookup failed"
                       " for account " FUNCTION TRIM(ORD-FROM-ACCOUNT(ORD-IDX))
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) TO OVERDRAFT-LIMIT.

           IF OVERDRAFT-LIMIT > 0 THEN
               COMPUTE BALANCE-FLOOR = 0 - OVERDRAFT-LIMIT
           ELSE
               MOVE MINIMUM-BALANCE TO BALANCE-FLOOR
           END-IF.
           MOVE FUNCTION NUMVAL(ORD-AMOUNT(ORD-IDX)) TO ORDER-AMOUNT-NUM.
           COMPUTE AVAILABLE-BALANCE = CURRENT-BALANCE - HOLD-TOTAL.
           IF AVAILABLE-BALANCE - ORDER-AMOUNT-NUM < BALANCE-FLOOR THEN
               IF CURRENT-BALANCE - ORDER-AMOUNT-NUM >= BALANCE-FLOOR THEN
                   MOVE "FUNDS HELD" TO FAILURE-REASON
               ELSE
                   MOVE "INSUFFICIENT FUNDS" TO FAILURE-REASON
               END-IF
           END-IF.

       QUERY-FUNDS-VALUE.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND,
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
           END-IF.

      *> One failed attempt: the history row and the order's failure
      *> count (and, past the retry allowance, its SUSPENDED status)
      *> commit together. The due date recorded is the order's own
      *> next_run_date, which a failure leaves where it was, so every
      *> retry of one cycle's payment shares the same due date in the
      *> history. The reason is bound as a parameter - a freeze reason
      *> is free text from the maintenance feed. An attempt already on
      *> file for this order and business date is a rerun of the same
      *> day: the order is reported failed again but nothing is
      *> counted or inserted.
       RECORD-FAILED-ATTEMPT.
           PERFORM CHECK-ATTEMPT-RECORDED.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               ADD 1 TO FAILED-COUNT
               DISPLAY "STANDING ORDER FAILED: could not read failed attempts"
                       " for order " FUNCTION TRIM(ORD-ID(ORD-IDX))
               EXIT PARAGRAPH
           END-IF.
           IF ATTEMPT-RECORDED = 'Y' THEN
               MOVE ORD-FAILED-ATTEMPTS(ORD-IDX) TO ATTEMPT-TEXT
               MOVE "RETRY" TO ATTEMPT-OUTCOME
               ADD 1 TO RETRY-COUNT
               DISPLAY "STANDING ORDER NOT POSTED: order "
                       FUNCTION TRIM(ORD-ID(ORD-IDX)) " - "
                       FUNCTION TRIM(FAILURE-REASON) ", attempt "
                       ATTEMPT-TEXT " already counted for "
                       FUNCTION TRIM(BUSINESS-DATE)
               PERFORM WRITE-ATTEMPT-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ORD-FAILED-ATTEMPTS(ORD-IDX).
           MOVE ORD-FAILED-ATTEMPTS(ORD-IDX) TO ATTEMPT-TEXT.
           IF ORD-FAILED-ATTEMPTS(ORD-IDX) > MAX-RETRIES THEN
               MOVE "SUSPENDED" TO ATTEMPT-OUTCOME
           ELSE
               MOVE "RETRY" TO ATTEMPT-OUTCOME
           END-IF.
           MOVE 'N' TO RECORD-FAILED-FLAG.
           CALL "DB_BEGIN" USING BY VALUE DBH RETURNING RC.

           MOVE SPACES TO SQL-COMMAND.
           STRING "INSERT INTO standing_order_failures"
               " (order_id, due_date, attempt_date, attempt_number, amount,"
               " reason, outcome, recorded_at) SELECT order_id, next_run_date,"
               " DATE '" FUNCTION TRIM(BUSINESS-DATE) "', "
               ATTEMPT-TEXT ", amount, $1, '"
               FUNCTION TRIM(ATTEMPT-OUTCOME) "', CURRENT_TIMESTAMP"
               " FROM standing_orders WHERE order_id = "
               FUNCTION TRIM(ORD-ID(ORD-IDX)) ";"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           MOVE SPACES TO PARAM-BUFFER.
           STRING FUNCTION TRIM(FAILURE-REASON) X"00"
               DELIMITED BY SIZE INTO PARAM-BUFFER.
           CALL STATIC "DB_EXEC_PARAM" USING BY VALUE DBH,
               BY REFERENCE SQL-COMMAND, BY REFERENCE PARAM-BUFFER RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
           END-IF.

           IF RECORD-FAILED-FLAG NOT = 'Y' THEN
               MOVE SPACES TO SQL-COMMAND
               IF ATTEMPT-OUTCOME = "SUSPENDED" THEN
                   STRING "UPDATE standing_orders SET failed_attempts = "
                       ATTEMPT-TEXT ", status = 'SUSPENDED'"
                       " WHERE order_id = " FUNCTION TRIM(ORD-ID(ORD-IDX)) ";"
                       DELIMITED BY SIZE INTO SQL-COMMAND
               ELSE
                   STRING "UPDATE standing_orders SET failed_attempts = "
                       ATTEMPT-TEXT
                       " WHERE order_id = " FUNCTION TRIM(ORD-ID(ORD-IDX)) ";"
                       DELIMITED BY SIZE INTO SQL-COMMAND
               END-IF
               CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC
               IF RC NOT = 0 THEN
                   MOVE 'Y' TO RECORD-FAILED-FLAG
               END-IF
           END-IF.

           IF RECORD-FAILED-FLAG = 'Y' THEN
               CALL "DB_ROLLBACK" USING BY VALUE DBH RETURNING RC
               ADD 1 TO FAILED-COUNT
               DISPLAY "STANDING ORDER FAILED: could not record failed attempt"
                       " for order " FUNCTION TRIM(ORD-ID(ORD-IDX))
               EXIT PARAGRAPH
           END-IF.
           CALL "DB_COMMIT" USING BY VALUE DBH RETURNING RC.

           IF ATTEMPT-OUTCOME = "SUSPENDED" THEN
               ADD 1 TO SUSPENDED-COUNT
               DISPLAY "STANDING ORDER SUSPENDED: order "
                       FUNCTION TRIM(ORD-ID(ORD-IDX)) " - "
                       FUNCTION TRIM(FAILURE-REASON) ", attempt "
                       ATTEMPT-TEXT " past the retry allowance"
           ELSE
               ADD 1 TO RETRY-COUNT
               DISPLAY "STANDING ORDER NOT POSTED: order "
                       FUNCTION TRIM(ORD-ID(ORD-IDX)) " - "
                       FUNCTION TRIM(FAILURE-REASON) ", attempt "
                       ATTEMPT-TEXT " - retried next business day"
           END-IF.
           PERFORM WRITE-ATTEMPT-LINE.

       CHECK-ATTEMPT-RECORDED.
           MOVE 'N' TO RECORD-FAILED-FLAG.
           MOVE 'N' TO ATTEMPT-RECORDED.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           STRING "SELECT COUNT(*) FROM standing_order_failures"
               " WHERE order_id = " FUNCTION TRIM(ORD-ID(ORD-IDX))
               " AND attempt_date = DATE '" FUNCTION TRIM(BUSINESS-DATE) "'"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND,
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) > 0 THEN
               MOVE 'Y' TO ATTEMPT-RECORDED
           END-IF.

       WRITE-ATTEMPT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING FUNCTION TRIM(ATTEMPT-OUTCOME) "  order "
               FUNCTION TRIM(ORD-ID(ORD-IDX))
               "  " FUNCTION TRIM(ORD-CUST-NAME(ORD-IDX))
               "  phone " FUNCTION TRIM(ORD-PHONE(ORD-IDX))
               "  " FUNCTION TRIM(ORD-AMOUNT(ORD-IDX))
               " from " FUNCTION TRIM(ORD-FROM-ACCOUNT(ORD-IDX))
               " to " FUNCTION TRIM(ORD-TO-ACCOUNT(ORD-IDX))
               "  attempt " ATTEMPT-TEXT
               "  " FUNCTION TRIM(FAILURE-REASON)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> A posted order starts its next cycle with a clean slate, so
      *> an occasional short month doesn't creep toward suspension.
       CLEAR-FAILED-ATTEMPTS.
           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE standing_orders SET failed_attempts = 0"
               " WHERE order_id = " FUNCTION TRIM(ORD-ID(ORD-IDX)) ";"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "STANDING ORDER FAILED: could not clear failed attempts"
                       " for order " FUNCTION TRIM(ORD-ID(ORD-IDX))
           END-IF.

      *> Every order currently SUSPENDED, whenever it was suspended,
      *> with the reason from its most recent failed attempt - the list
      *> the service desk works through until each one is stopped or
      *> set up again.
       REPORT-SUSPENDED-ORDERS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Suspended standing orders" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT s.order_id, COALESCE(c.name, '?'),"
               " COALESCE(c.phone, '-'),"
               " s.from_account || ' to ' || s.to_account,"
               " s.amount, TO_CHAR(s.next_run_date, 'YYYY-MM-DD'),"
               " COALESCE(s.failed_attempts, 0),"
               " COALESCE((SELECT f.reason FROM standing_order_failures f"
               " WHERE f.order_id = s.order_id"
               " ORDER BY f.recorded_at DESC LIMIT 1), '-')"
               " FROM standing_orders s"
               " LEFT JOIN customers c ON c.customer_id = s.customer_id"
               " WHERE s.status = 'SUSPENDED' ORDER BY s.order_id"
               INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "STANDING ORDERS FAILED: could not open suspended orders cursor"
               MOVE "  (could not be read)" TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO FAILED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO FETCH-DONE.
           PERFORM WRITE-SUSPENDED-LINE UNTIL FETCH-DONE = 'Y'.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.
           IF SUSPENDED-LISTED = 0 THEN
               MOVE "  (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       WRITE-SUSPENDED-LINE.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_FETCH"
               USING BY VALUE CURSOR-H, BY REFERENCE FETCH-RESULT-BUFFER
               RETURNING RC.
           EVALUATE RC
               WHEN 0
                   CONTINUE
               WHEN 1
                   MOVE 'Y' TO FETCH-DONE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "STANDING ORDERS FAILED: error reading suspended orders"
                   MOVE 'Y' TO FETCH-DONE
                   ADD 1 TO FAILED-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO SUSPENDED-LISTED.
           MOVE SPACES TO SUSPENDED-ROW.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO SUS-ORDER-ID.
           MOVE SPLIT-FIELD(2) TO SUS-CUST-NAME.
           MOVE SPLIT-FIELD(3) TO SUS-PHONE.
           MOVE SPLIT-FIELD(4) TO SUS-ACCOUNTS.
           MOVE SPLIT-FIELD(5) TO SUS-AMOUNT.
           MOVE SPLIT-FIELD(6) TO SUS-DUE-DATE.
           MOVE SPLIT-FIELD(7) TO SUS-ATTEMPTS.
           MOVE SPLIT-FIELD(8) TO SUS-LAST-REASON.
           MOVE SPACES TO REPORT-RECORD.
           STRING "SUSPENDED  order " FUNCTION TRIM(SUS-ORDER-ID)
               "  " FUNCTION TRIM(SUS-CUST-NAME)
               "  phone " FUNCTION TRIM(SUS-PHONE)
               "  " FUNCTION TRIM(SUS-AMOUNT)
               " from " FUNCTION TRIM(SUS-ACCOUNTS)
               "  due " FUNCTION TRIM(SUS-DUE-DATE)
               "  " FUNCTION TRIM(SUS-ATTEMPTS) " failed"
               "  last: " FUNCTION TRIM(SUS-LAST-REASON)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> The advance is anchored on the order's own next_run_date, not
      *> the business date, so a MONTHLY order set for the 1st stays on
      *> the 1st even when a holiday pushed the run to the 3rd.
