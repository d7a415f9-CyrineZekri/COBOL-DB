      *> posting since OPEN goes through LOG_TRANSACTION), so the
      *> statement reconciles on its own terms rather than trusting
      *> the live balance column.
      *> A joint account appears on the statement of every holder -
      *> its owner on the accounts row and each customer in
      *> account_holders, whatever their role - with the holder's role
      *> shown against it, so each spouse gets the shared checking on
      *> their own statement.
      *> Like interest-posting, the account cursor is drained into an
      *> in-memory table before any further queries are issued, so the
      *> per-account work never runs against an open cursor.
      *> The holdings are read one page at a time (see pagestat.cpy),
      *> keyed on customer then account - the statement file break
      *> needs customer order - with each page starting after the
      *> last holding of the one before. The open statement file and
      *> CURRENT-CUST-ID carry over from page to page, so a customer
      *> whose holdings straddle a page boundary still gets one
      *> statement. The page and row counts go to the step's
      *> batch_run_log row at the end.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       COPY "splitfld.cpy".
       COPY "pagestat.cpy".
       01  L                     PIC 9(4) VALUE 0.
       01  SQL-LIT               PIC X(800).
       01  CMD-LINE-ARG          PIC X(256).
       01  ARG-NUM               PIC 9(2).
       01  STATEMENT-MONTH       PIC X(7).
       01  BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  PERIOD-START          PIC X(10).
       01  STATEMENT-FILENAME    PIC X(256).
       01  STATEMENT-FILE-STATUS PIC XX.
       01  FETCH-DONE            PIC X VALUE 'N'.
       01  ACCT-FETCH-DONE       PIC X VALUE 'N'.
      *> One page of account holdings, in customer order so the
      *> statement file break below can simply watch for the customer
      *> id changing. PAGE-SIZE is the OCCURS count and the page
      *> query's LIMIT.
       01  PAGE-SIZE             PIC 9(5) VALUE 1000.
       01  PAGE-LAST-ACCOUNT     PIC X(4) VALUE SPACES.
       01  ACCT-TABLE.
           05 ACCT-ENTRY OCCURS 1000 TIMES INDEXED BY ACCT-IDX.
               10 ACCT-CUST-ID       PIC X(4).
               10 ACCT-CUST-NAME     PIC X(20).
               10 ACCT-ACCOUNT-ID    PIC X(4).
               10 ACCT-ROLE          PIC X(20).
               10 ACCT-HOLDER-COUNT  PIC 9(4).
       01  ACCT-COUNT            PIC 9(9) VALUE 0.
       01  CURRENT-CUST-ID       PIC X(4) VALUE SPACES.
       01  STATEMENT-OPEN        PIC X VALUE 'N'.
       01  TX-ROW-AMOUNT         PIC S9(11)V99 COMP-3.
       01  BALANCE-EDIT          PIC -(9)9.99.
       01  AMOUNT-EDIT           PIC -(9)9.99.
       01  HOLDER-COUNT-EDIT     PIC Z(3)9.
       01  STATEMENTS-WRITTEN    PIC 9(9) VALUE 0.
       01  EXIT-STATUS           PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *> like a month (YYYY-MM) or a date (YYYY-MM-DD, month taken
      *> from it) - so a hand run can still say
      *> "statement-generation 2026-08" while the run-control driver's
      *> "<feed> <date>" launch works unchanged. That date is also
      *> the business date the page counts are recorded under; a hand
      *> run with only a month takes the calendar date.
           MOVE SPACES TO STATEMENT-MONTH.
           PERFORM FIND-MONTH-ARGUMENT
               VARYING ARG-NUM FROM 1 BY 1 UNTIL ARG-NUM > 2
                   OR STATEMENT-MONTH NOT = SPACES.
           IF BUSINESS-DATE = SPACES THEN
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                      FUNCTION CURRENT-DATE(5:2) "-"
                      FUNCTION CURRENT-DATE(7:2)
                      DELIMITED BY SIZE INTO BUSINESS-DATE
           END-IF.
           IF STATEMENT-MONTH = SPACES THEN
               DISPLAY "STATEMENT GENERATION FAILED: statement month argument (YYYY-MM) is required"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO PAGE-LAST-KEY.
           MOVE 'N' TO PAGE-BOOK-DONE.
           PERFORM PRODUCE-HOLDING-PAGE UNTIL PAGE-BOOK-DONE = 'Y'.
           PERFORM FINISH-CUSTOMER-STATEMENT.

           DISPLAY "Statement generation complete for " FUNCTION TRIM(STATEMENT-MONTH)
                   ": " STATEMENTS-WRITTEN " statement(s) written for "
                   PAGE-ROW-TOTAL " account holding(s).".

           MOVE "statement-generation" TO PAGE-JOB-NAME.
           CALL "batch-page-stats" USING DBH, PAGE-JOB-NAME,
               PAGE-COUNT, PAGE-ROW-TOTAL, BUSINESS-DATE.

           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
      *> The exit code is set last - every CALL above resets
      *> RETURN-CODE - from EXIT-STATUS, where the run kept it.
           MOVE EXIT-STATUS TO RETURN-CODE.
           GOBACK.

       FIND-MONTH-ARGUMENT.
           IF CMD-LINE-ARG(5:1) = "-" AND CMD-LINE-ARG(8:1) = "-"
                   AND CMD-LINE-ARG(11:1) = SPACE THEN
               MOVE CMD-LINE-ARG(1:7) TO STATEMENT-MONTH
               MOVE CMD-LINE-ARG(1:10) TO BUSINESS-DATE
           ELSE
               IF CMD-LINE-ARG(5:1) = "-" AND CMD-LINE-ARG(8:1) = SPACE THEN
                   MOVE CMD-LINE-ARG(1:7) TO STATEMENT-MONTH
               END-IF
           END-IF.

      *> One page: the next PAGE-SIZE holdings after the last
      *> customer/account pair written, drained into ACCT-TABLE and
      *> the cursor closed before any statement section is produced.
      *> A page that can't be opened or read fails the run and ends
      *> the book there, closing the statements already written.
       PRODUCE-HOLDING-PAGE.
           MOVE SPACES TO PAGE-KEY-CLAUSE.
           IF PAGE-LAST-KEY NOT = SPACES THEN
               STRING " WHERE (h.customer_id, h.account_id) > ("
                   FUNCTION TRIM(PAGE-LAST-KEY) ", "
                   FUNCTION TRIM(PAGE-LAST-ACCOUNT) ")"
                   DELIMITED BY SIZE INTO PAGE-KEY-CLAUSE
           END-IF.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT c.customer_id, c.name, h.account_id, h.role,"
               " (SELECT COUNT(*) FROM account_holders x"
               " WHERE x.account_id = h.account_id)"
               " FROM (SELECT account_id, customer_id, 'PRIMARY' AS role"
               " FROM accounts UNION SELECT account_id, customer_id, role"
               " FROM account_holders) h"
               " JOIN customers c ON c.customer_id = h.customer_id"
               PAGE-KEY-CLAUSE
               " ORDER BY h.customer_id, h.account_id LIMIT " PAGE-SIZE
               INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).

           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "STATEMENT GENERATION FAILED: could not open account cursor"
               MOVE 1 TO EXIT-STATUS
               MOVE 'Y' TO PAGE-BOOK-DONE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ACCT-COUNT.
           MOVE 'N' TO FETCH-DONE.
           PERFORM FETCH-ACCOUNT-ROWS UNTIL FETCH-DONE = 'Y'.

           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.

           IF ACCT-COUNT < PAGE-SIZE THEN
               MOVE 'Y' TO PAGE-BOOK-DONE
           END-IF.
           IF ACCT-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PAGE-COUNT.
           ADD ACCT-COUNT TO PAGE-ROW-TOTAL.
           MOVE ACCT-CUST-ID(ACCT-COUNT) TO PAGE-LAST-KEY.
           MOVE ACCT-ACCOUNT-ID(ACCT-COUNT) TO PAGE-LAST-ACCOUNT.

           PERFORM PRODUCE-ACCOUNT-SECTION
               VARYING ACCT-IDX FROM 1 BY 1 UNTIL ACCT-IDX > ACCT-COUNT.

       FETCH-ACCOUNT-ROWS.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_FETCH"
               WHEN OTHER
                   DISPLAY "STATEMENT GENERATION FAILED: error reading account directory"
                   MOVE 'Y' TO FETCH-DONE
                   MOVE 'Y' TO PAGE-BOOK-DONE
                   MOVE 1 TO EXIT-STATUS
           END-EVALUATE.

       STORE-ACCOUNT-ROW.
           ADD 1 TO ACCT-COUNT.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO ACCT-CUST-ID(ACCT-COUNT).
           MOVE SPLIT-FIELD(2) TO ACCT-CUST-NAME(ACCT-COUNT).
           MOVE SPLIT-FIELD(3) TO ACCT-ACCOUNT-ID(ACCT-COUNT).
           MOVE SPLIT-FIELD(4) TO ACCT-ROLE(ACCT-COUNT).
           MOVE FUNCTION NUMVAL(SPLIT-FIELD(5)) TO ACCT-HOLDER-COUNT(ACCT-COUNT).

      *> One account's statement section: opening balance, the month's
      *> logged transactions with a running balance, interest credited
           MOVE 0 TO INTEREST-CREDITED.

           MOVE SPACES TO STATEMENT-RECORD.
           IF ACCT-HOLDER-COUNT(ACCT-IDX) > 1 THEN
               MOVE ACCT-HOLDER-COUNT(ACCT-IDX) TO HOLDER-COUNT-EDIT
               STRING "Account " FUNCTION TRIM(ACCT-ACCOUNT-ID(ACCT-IDX))
                   "  (joint account, " FUNCTION TRIM(HOLDER-COUNT-EDIT)
                   " holders - you hold it as "
                   FUNCTION TRIM(ACCT-ROLE(ACCT-IDX)) ")"
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
           ELSE
               STRING "Account " FUNCTION TRIM(ACCT-ACCOUNT-ID(ACCT-IDX))
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-IF.
           WRITE STATEMENT-RECORD.
           MOVE OPENING-BALANCE TO BALANCE-EDIT.
           MOVE SPACES TO STATEMENT-RECORD.

      *> The balance the account opened the period with, rebuilt from
      *> everything LOG_TRANSACTION recorded before the period started:
      *> OPEN, DEPOSIT and INTEREST add, WITHDRAW, FEE, ESCHEAT (the
      *> balance remitted to the state as unclaimed property) and
      *> PENALTY (a term deposit's early-withdrawal penalty) subtract,
      *> and CLOSE is the zero-amount status marker.
       COMPUTE-OPENING-BALANCE.
           MOVE 0 TO OPENING-BALANCE.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT COALESCE(SUM(CASE WHEN tx_type IN ('WITHDRAW', 'FEE', 'ESCHEAT',"
               " 'PENALTY')"
               " THEN -amount WHEN tx_type = 'CLOSE' THEN 0 ELSE amount END), 0)"
               " FROM transaction_log WHERE account_id = "
               FUNCTION TRIM(ACCT-ACCOUNT-ID(ACCT-IDX))
                   SUBTRACT TX-ROW-AMOUNT FROM RUNNING-BALANCE
               WHEN "FEE"
                   SUBTRACT TX-ROW-AMOUNT FROM RUNNING-BALANCE
               WHEN "ESCHEAT"
                   SUBTRACT TX-ROW-AMOUNT FROM RUNNING-BALANCE
               WHEN "PENALTY"
                   SUBTRACT TX-ROW-AMOUNT FROM RUNNING-BALANCE
               WHEN "CLOSE"
                   CONTINUE
               WHEN OTHER
