      *> posting, so a record is released exactly once or not at all.
      *> The cursor is drained into an in-memory table before any
      *> DB_BEGIN is issued (see the dbapi.cpy cursor note).
      *> The due records are read one page at a time (see
      *> pagestat.cpy), in effective-date then pending-id order so a
      *> record still posts after anything value-dated ahead of it;
      *> each page starts after the last record of the one before. A
      *> pending row's effective date never changes - it is released
      *> and deleted, or it stays parked as it was - so no record can
      *> meet a later page twice, and the delete is still what makes a
      *> rerun safe. The page and row counts go to the step's
      *> batch_run_log row at the end.
      *> A record refused by account status (FROZEN or CLOSED - see
      *> account-status.cob) rolls back and stays parked like any other
      *> failure, so it posts once the hold is lifted or is CANCELled;
      *> each refusal is written to withdrawal_exceptions.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       COPY "splitfld.cpy".
       COPY "postlock.cpy".
       COPY "acctstat.cpy".
       COPY "pagestat.cpy".
       01  L                     PIC 9(4) VALUE 0.
       01  SQL-LIT               PIC X(800).
       01  CMD-LINE-ARG          PIC X(256).
       01  BUSINESS-DATE         PIC X(10).
       01  FETCH-DONE            PIC X VALUE 'N'.
       01  RECORD-FAILED-FLAG    PIC X VALUE 'N'.
       01  RECORD-REFUSED-FLAG   PIC X VALUE 'N'.
       01  LOG-ACCOUNT-ID        PIC X(4).
       01  LOG-AMOUNT            PIC X(10).
       01  LOG-TYPE              PIC X(10).
       01  PARAM-BUFFER          PIC X(256).
       01  CLOSE-BALANCE-TEXT    PIC X(20).
       01  CLOSE-BALANCE         PIC S9(9)V99 COMP-3.
      *> One page of due records. PAGE-SIZE is the OCCURS count and the
      *> page query's LIMIT.
       01  PAGE-SIZE             PIC 9(5) VALUE 1000.
       01  PAGE-LAST-DATE        PIC X(10) VALUE SPACES.
       01  PENDING-TABLE.
           05 PENDING-ENTRY OCCURS 1000 TIMES INDEXED BY PEND-IDX.
               10 PEND-ID            PIC X(12).
               10 PEND-ACTION        PIC X(8).
               10 PEND-TX-ID         PIC X(4).
      *> standing-orders SO-<order id>-<date> convention), same
      *> sizing as process-transactions' reference fields.
               10 PEND-REF           PIC X(26).
               10 PEND-BRANCH        PIC X(6).
               10 PEND-EFFECTIVE-DATE PIC X(10).
       01  PENDING-COUNT         PIC 9(5) VALUE 0.
       01  TX-DATA.
           05 TX-ACTION         PIC X(8).
           05 TX-ACCOUNT        PIC X(4).
           05 TX-AMOUNT         PIC X(10).
           05 TX-REF            PIC X(26).
           05 TX-BRANCH         PIC X(6).
       01  BRANCH-TEST           PIC X(6).
       01  LOG-REF               PIC X(26).
       01  RELEASED-COUNT        PIC 9(9) VALUE 0.
       01  FAILED-COUNT          PIC 9(9) VALUE 0.
       01  EXPIRED-HOLD-COUNT    PIC 9(9) VALUE 0.
       01  EXIT-STATUS           PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ACQUIRE-POSTING-LOCK.

           MOVE SPACES TO PAGE-LAST-KEY.
           MOVE SPACES TO PAGE-LAST-DATE.
           MOVE 'N' TO PAGE-BOOK-DONE.
           PERFORM RELEASE-PENDING-PAGE UNTIL PAGE-BOOK-DONE = 'Y'.

           PERFORM RELEASE-EXPIRED-HOLDS.

           DISPLAY "Release complete for " FUNCTION TRIM(BUSINESS-DATE)
                   ": " PAGE-ROW-TOTAL " due record(s), "
                   RELEASED-COUNT " posted, " FAILED-COUNT " failed.".

           MOVE LOCK-JOB-NAME TO PAGE-JOB-NAME.
           CALL "batch-page-stats" USING DBH, PAGE-JOB-NAME,
               PAGE-COUNT, PAGE-ROW-TOTAL, BUSINESS-DATE.

           PERFORM RELEASE-POSTING-LOCK.
           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
      *> The exit code is set last - every CALL above resets
      *> RETURN-CODE - from EXIT-STATUS, where the run kept it.
           MOVE EXIT-STATUS TO RETURN-CODE.
           GOBACK.

      *> Takes the shared posting interlock before any balance is
           MOVE "RELEASE" TO LOCK-ACTION.
           CALL "posting-lock" USING DBH, LOCK-ACTION, LOCK-JOB-NAME, LOCK-RC.

      *> One page: the next PAGE-SIZE due records after the last one
      *> handled, drained into PENDING-TABLE and the cursor closed
      *> before any of them posts. A page that can't be opened or read
      *> fails the run and ends the releases there; the records beyond
      *> it stay parked for the rerun.
       RELEASE-PENDING-PAGE.
           MOVE SPACES TO PAGE-KEY-CLAUSE.
           IF PAGE-LAST-KEY NOT = SPACES THEN
               STRING " AND (effective_date, pending_id) > (DATE '"
                   FUNCTION TRIM(PAGE-LAST-DATE) "', "
                   FUNCTION TRIM(PAGE-LAST-KEY) ")"
                   DELIMITED BY SIZE INTO PAGE-KEY-CLAUSE
           END-IF.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT pending_id, tx_action, tx_id, tx_name_or_type,"
               " tx_account, tx_amount, COALESCE(tx_ref, ''),"
               " COALESCE(branch_code, ''),"
               " TO_CHAR(effective_date, 'YYYY-MM-DD')"
               " FROM pending_transactions"
               " WHERE effective_date <= DATE '"
               FUNCTION TRIM(BUSINESS-DATE) "'"
               PAGE-KEY-CLAUSE
               " ORDER BY effective_date, pending_id LIMIT " PAGE-SIZE
               INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).

           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "RELEASE FAILED: could not open pending_transactions cursor"
               MOVE 1 TO EXIT-STATUS
               MOVE 'Y' TO PAGE-BOOK-DONE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO PENDING-COUNT.
           MOVE 'N' TO FETCH-DONE.
           PERFORM FETCH-PENDING-ROWS UNTIL FETCH-DONE = 'Y'.

           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.

           IF PENDING-COUNT < PAGE-SIZE THEN
               MOVE 'Y' TO PAGE-BOOK-DONE
           END-IF.
           IF PENDING-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PAGE-COUNT.
           ADD PENDING-COUNT TO PAGE-ROW-TOTAL.
           MOVE PEND-ID(PENDING-COUNT) TO PAGE-LAST-KEY.
           MOVE PEND-EFFECTIVE-DATE(PENDING-COUNT) TO PAGE-LAST-DATE.

           PERFORM RELEASE-ONE-RECORD
               VARYING PEND-IDX FROM 1 BY 1 UNTIL PEND-IDX > PENDING-COUNT.

       FETCH-PENDING-ROWS.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_FETCH"
               WHEN OTHER
                   DISPLAY "RELEASE FAILED: error reading pending_transactions"
                   MOVE 'Y' TO FETCH-DONE
                   MOVE 'Y' TO PAGE-BOOK-DONE
                   MOVE 1 TO EXIT-STATUS
           END-EVALUATE.

       STORE-PENDING-ROW.
           ADD 1 TO PENDING-COUNT.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(5) TO PEND-ACCOUNT(PENDING-COUNT).
           MOVE SPLIT-FIELD(6) TO PEND-AMOUNT(PENDING-COUNT).
           MOVE SPLIT-FIELD(7) TO PEND-REF(PENDING-COUNT).
           MOVE SPLIT-FIELD(8) TO PEND-BRANCH(PENDING-COUNT).
           MOVE SPLIT-FIELD(9) TO PEND-EFFECTIVE-DATE(PENDING-COUNT).

      *> One due record: posted through the same handler set as the
      *> nightly feed, with the pending row's delete inside the same
      *> rollback leaves the record parked for another try.
       RELEASE-ONE-RECORD.
           MOVE 'N' TO RECORD-FAILED-FLAG.
           MOVE 'N' TO RECORD-REFUSED-FLAG.
           MOVE PEND-ACTION(PEND-IDX) TO TX-ACTION.
           MOVE PEND-TX-ID(PEND-IDX) TO TX-ID.
           MOVE PEND-NAME-OR-TYPE(PEND-IDX) TO TX-NAME-OR-TYPE.
           MOVE PEND-ACCOUNT(PEND-IDX) TO TX-ACCOUNT.
           MOVE PEND-AMOUNT(PEND-IDX) TO TX-AMOUNT.
           MOVE PEND-REF(PEND-IDX) TO TX-REF.
           MOVE PEND-BRANCH(PEND-IDX) TO TX-BRANCH.
           MOVE TX-REF TO LOG-REF.

           CALL "DB_BEGIN" USING BY VALUE DBH RETURNING RC.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               CALL "DB_ROLLBACK" USING BY VALUE DBH RETURNING RC
               ADD 1 TO FAILED-COUNT
               IF RECORD-REFUSED-FLAG = 'Y' THEN
                   PERFORM LOG-STATUS-REFUSAL
               END-IF
           ELSE
               CALL "DB_COMMIT" USING BY VALUE DBH RETURNING RC
               ADD 1 TO RELEASED-COUNT
      *> The handlers below mirror process-transactions.cob's; a change
      *> to posting rules there belongs here too.
       HANDLE-INSERT.
           PERFORM CHECK-BRANCH-CODE.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SQL-COMMAND.
           STRING "INSERT INTO customers (customer_id, name) VALUES ("
               FUNCTION TRIM(TX-ID) ", $1);"
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           STRING "INSERT INTO accounts (account_id, customer_id, balance, branch_code)"
               " VALUES (" FUNCTION TRIM(TX-ACCOUNT) ", " FUNCTION TRIM(TX-ID) ", "
               FUNCTION TRIM(TX-AMOUNT) ", '" FUNCTION TRIM(TX-BRANCH) "');"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
           MOVE "OPEN" TO LOG-TYPE.
           PERFORM LOG-TRANSACTION.

      *> As process-transactions: an INSERT parked without a branch, or
      *> for a branch closed since, stays parked until it is CANCELled
      *> and presented again with an open one.
       CHECK-BRANCH-CODE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TX-BRANCH)) TO TX-BRANCH.
           MOVE TX-BRANCH TO BRANCH-TEST.
           INSPECT BRANCH-TEST CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789"
               TO "                                    ".
           IF TX-BRANCH = SPACES OR BRANCH-TEST NOT = SPACES THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "INSERT FAILED: no valid branch code for account "
                       FUNCTION TRIM(TX-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COUNT(*) FROM branches WHERE branch_code = '"
               FUNCTION TRIM(TX-BRANCH) "' AND status = 'OPEN'"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 OR FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "INSERT FAILED: branch " FUNCTION TRIM(TX-BRANCH)
                       " for account " FUNCTION TRIM(TX-ACCOUNT)
                       " is not an open branch"
           END-IF.

       HANDLE-UPDATE.
           MOVE TX-ID TO STATUS-ACCOUNT-ID.
           MOVE TX-AMOUNT TO STATUS-AMOUNT.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(TX-NAME-OR-TYPE)) = "DEPOSIT" THEN
               MOVE "CREDIT" TO STATUS-MOVEMENT
           ELSE
               MOVE "DEBIT" TO STATUS-MOVEMENT
           END-IF.
           PERFORM CHECK-ACCOUNT-STATUS.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(TX-NAME-OR-TYPE)) = "DEPOSIT" THEN
               STRING "UPDATE accounts SET balance = balance + "
           PERFORM LOG-TRANSACTION.

       HANDLE-TRANSFER.
           MOVE TX-ID TO STATUS-ACCOUNT-ID.
           MOVE TX-AMOUNT TO STATUS-AMOUNT.
           MOVE "DEBIT" TO STATUS-MOVEMENT.
           PERFORM CHECK-ACCOUNT-STATUS.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE TX-ACCOUNT TO STATUS-ACCOUNT-ID.
           MOVE "CREDIT" TO STATUS-MOVEMENT.
           PERFORM CHECK-ACCOUNT-STATUS.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE accounts SET balance = balance - "
               FUNCTION TRIM(TX-AMOUNT) " WHERE account_id = "
           PERFORM LOG-TRANSACTION.

       HANDLE-CLOSE.
           MOVE TX-ID TO STATUS-ACCOUNT-ID.
           MOVE TX-AMOUNT TO STATUS-AMOUNT.
           MOVE "DEBIT" TO STATUS-MOVEMENT.
           PERFORM CHECK-ACCOUNT-STATUS.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
                   EXIT PARAGRAPH
               END-IF

               MOVE TX-ACCOUNT TO STATUS-ACCOUNT-ID
               MOVE CLOSE-BALANCE-TEXT TO STATUS-AMOUNT
               MOVE "CREDIT" TO STATUS-MOVEMENT
               PERFORM CHECK-ACCOUNT-STATUS
               IF RECORD-FAILED-FLAG = 'Y' THEN
                   EXIT PARAGRAPH
               END-IF

               MOVE SPACES TO SQL-COMMAND
               STRING "UPDATE accounts SET balance = balance - "
                   FUNCTION TRIM(CLOSE-BALANCE-TEXT) " WHERE account_id = "
           MOVE "CLOSE" TO LOG-TYPE.
           PERFORM LOG-TRANSACTION.

      *> Status gate for one leg of a release, as in process-transactions.
       CHECK-ACCOUNT-STATUS.
           MOVE "CHECK" TO STATUS-ACTION.
           CALL "account-status" USING DBH, STATUS-ACTION,
               STATUS-ACCOUNT-ID, STATUS-MOVEMENT, STATUS-AMOUNT,
               STATUS-REFUSED, STATUS-REASON, BUSINESS-DATE.
           IF STATUS-REFUSED = 'Y' THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               MOVE 'Y' TO RECORD-REFUSED-FLAG
               DISPLAY "RELEASE REFUSED: pending record "
                       FUNCTION TRIM(PEND-ID(PEND-IDX)) " on account "
                       FUNCTION TRIM(STATUS-ACCOUNT-ID) " - "
                       FUNCTION TRIM(STATUS-REASON) " - left parked"
           END-IF.

       LOG-STATUS-REFUSAL.
           MOVE "LOG" TO STATUS-ACTION.
           CALL "account-status" USING DBH, STATUS-ACTION,
               STATUS-ACCOUNT-ID, STATUS-MOVEMENT, STATUS-AMOUNT,
               STATUS-REFUSED, STATUS-REASON, BUSINESS-DATE.

      *> Shared audit-log call, same LOG_TRANSACTION stored procedure
      *> every other posting program uses. A parked record that carried
      *> a feed reference id keeps it through the release, so the
