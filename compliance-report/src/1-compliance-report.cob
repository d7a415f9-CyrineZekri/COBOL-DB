      *> amounts (LARGE-marked when individually over), and the daily
      *> aggregate. Customers under both thresholds don't appear - it
      *> is an exception report, not a journal.
      *> A joint account's movements count toward the daily aggregate
      *> of every holder - its owner and each customer in
      *> account_holders - so a couple can't split a structured deposit
      *> between their names; the movement line is marked JOINT.
      *> The day's movements are read one page at a time (see
      *> pagestat.cpy), in customer order and keyed on the customer
      *> and the movement's place in that customer's day, each page
      *> starting after the last movement of the one before. So that
      *> a customer whose movements straddle a page boundary is still
      *> judged on the whole day, the query hands every row its
      *> customer's daily aggregate, largest single movement and
      *> movement count - the report is written row by row as the
      *> pages arrive and no page depends on the one before. The page
      *> and row counts go to the step's batch_run_log row at the end.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       COPY "splitfld.cpy".
       COPY "pagestat.cpy".
       01  L                     PIC 9(4) VALUE 0.
       01  SQL-LIT               PIC X(2048).
       01  CMD-LINE-ARG          PIC X(256).
       01  BUSINESS-DATE         PIC X(10).
       01  REPORT-FILENAME       PIC X(256).
       01  REPORT-THRESHOLD      PIC S9(9)V99 COMP-3 VALUE 10000.00.
       01  THRESHOLD-EDIT        PIC -(9)9.99.
       01  FETCH-DONE            PIC X VALUE 'N'.
      *> One page of the day's movements. Each row carries its place
      *> in the customer's day (TX-GROUP-ROW of TX-GROUP-ROWS) and the
      *> customer's whole-day figures. PAGE-SIZE is the OCCURS count
      *> and the page query's LIMIT.
       01  PAGE-SIZE             PIC 9(5) VALUE 1000.
       01  PAGE-LAST-ROW         PIC 9(9) VALUE 0.
       01  TX-TABLE.
           05 TX-ENTRY OCCURS 1000 TIMES INDEXED BY TX-IDX.
               10 TX-CUST-ID         PIC X(4).
               10 TX-CUST-NAME       PIC X(20).
               10 TX-ACCOUNT-ID      PIC X(4).
               10 TX-TYPE            PIC X(10).
               10 TX-AMOUNT          PIC S9(9)V99 COMP-3.
               10 TX-JOINT           PIC X.
               10 TX-GROUP-ROW       PIC 9(9).
               10 TX-GROUP-ROWS      PIC 9(9).
               10 TX-DAY-TOTAL       PIC S9(11)V99 COMP-3.
               10 TX-LARGEST         PIC S9(9)V99 COMP-3.
       01  TX-COUNT              PIC 9(9) VALUE 0.
       01  DAILY-AGGREGATE       PIC S9(11)V99 COMP-3.
       01  AMOUNT-EDIT           PIC -(9)9.99.
       01  AGGREGATE-EDIT        PIC -(11)9.99.
       01  CUSTOMERS-REPORTED    PIC 9(9) VALUE 0.
       01  EXIT-STATUS           PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               STOP RUN
           END-IF.

           MOVE SPACES TO REPORT-FILENAME.
           STRING "compliance-" FUNCTION TRIM(BUSINESS-DATE) ".rpt"
               DELIMITED BY SIZE INTO REPORT-FILENAME.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO PAGE-LAST-KEY.
           MOVE 0 TO PAGE-LAST-ROW.
           MOVE 'N' TO PAGE-BOOK-DONE.
           PERFORM REPORT-MOVEMENT-PAGE UNTIL PAGE-BOOK-DONE = 'Y'.

           MOVE SPACES TO REPORT-RECORD.
           STRING CUSTOMERS-REPORTED " customer(s) reported"
           CLOSE REPORT-FILE.

           DISPLAY "Compliance report complete for " FUNCTION TRIM(BUSINESS-DATE)
                   ": " PAGE-ROW-TOTAL " movement(s) examined, "
                   CUSTOMERS-REPORTED " customer(s) reported in "
                   FUNCTION TRIM(REPORT-FILENAME).

           MOVE "compliance-report" TO PAGE-JOB-NAME.
           CALL "batch-page-stats" USING DBH, PAGE-JOB-NAME,
               PAGE-COUNT, PAGE-ROW-TOTAL, BUSINESS-DATE.

           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
      *> The exit code is set last - every CALL above resets
      *> RETURN-CODE - from EXIT-STATUS, where the run kept it.
           MOVE EXIT-STATUS TO RETURN-CODE.
           GOBACK.

      *> One page: the next PAGE-SIZE movements after the last one
      *> reported, drained into TX-TABLE and the cursor closed before
      *> the page is written up. A page that can't be opened or read
      *> fails the run and ends the report there.
       REPORT-MOVEMENT-PAGE.
           MOVE SPACES TO PAGE-KEY-CLAUSE.
           IF PAGE-LAST-KEY NOT = SPACES THEN
               STRING " WHERE (m.customer_id, m.group_row) > ("
                   FUNCTION TRIM(PAGE-LAST-KEY) ", " PAGE-LAST-ROW ")"
                   DELIMITED BY SIZE INTO PAGE-KEY-CLAUSE
           END-IF.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT m.customer_id, m.name, m.account_id, m.tx_type, m.amount,"
               " m.joint, m.group_row, m.group_rows, m.day_total, m.largest"
               " FROM (SELECT c.customer_id, c.name, t.account_id, t.tx_type, t.amount,"
               " CASE WHEN (SELECT COUNT(*) FROM account_holders x"
               " WHERE x.account_id = t.account_id) > 1 THEN 'Y' ELSE 'N' END AS joint,"
               " ROW_NUMBER() OVER (PARTITION BY c.customer_id ORDER BY t.account_id,"
               " t.occurred_at, t.tx_type, t.amount) AS group_row,"
               " COUNT(*) OVER (PARTITION BY c.customer_id) AS group_rows,"
               " SUM(t.amount) OVER (PARTITION BY c.customer_id) AS day_total,"
               " MAX(t.amount) OVER (PARTITION BY c.customer_id) AS largest"
               " FROM transaction_log t"
               " JOIN (SELECT account_id, customer_id FROM accounts"
               " UNION SELECT account_id, customer_id FROM account_holders) h"
               " ON h.account_id = t.account_id"
               " JOIN customers c ON c.customer_id = h.customer_id"
               " WHERE t.occurred_at >= DATE '" FUNCTION TRIM(BUSINESS-DATE) "'"
               " AND t.occurred_at < DATE '" FUNCTION TRIM(BUSINESS-DATE)
               "' + INTERVAL '1 day'"
               " AND t.tx_type IN ('DEPOSIT', 'WITHDRAW')) m"
               PAGE-KEY-CLAUSE
               " ORDER BY m.customer_id, m.group_row LIMIT " PAGE-SIZE
               INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).

           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "COMPLIANCE REPORT FAILED: could not open transaction cursor"
               MOVE 1 TO EXIT-STATUS
               MOVE 'Y' TO PAGE-BOOK-DONE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO TX-COUNT.
           MOVE 'N' TO FETCH-DONE.
           PERFORM FETCH-TX-ROWS UNTIL FETCH-DONE = 'Y'.

           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.

           IF TX-COUNT < PAGE-SIZE THEN
               MOVE 'Y' TO PAGE-BOOK-DONE
           END-IF.
           IF TX-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PAGE-COUNT.
           ADD TX-COUNT TO PAGE-ROW-TOTAL.
           MOVE TX-CUST-ID(TX-COUNT) TO PAGE-LAST-KEY.
           MOVE TX-GROUP-ROW(TX-COUNT) TO PAGE-LAST-ROW.

           PERFORM REPORT-MOVEMENT
               VARYING TX-IDX FROM 1 BY 1 UNTIL TX-IDX > TX-COUNT.

       FETCH-TX-ROWS.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_FETCH"
               WHEN OTHER
                   DISPLAY "COMPLIANCE REPORT FAILED: error reading transaction_log"
                   MOVE 'Y' TO FETCH-DONE
                   MOVE 'Y' TO PAGE-BOOK-DONE
                   MOVE 1 TO EXIT-STATUS
           END-EVALUATE.

       STORE-TX-ROW.
           ADD 1 TO TX-COUNT.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(4) TO TX-TYPE(TX-COUNT).
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SPLIT-FIELD(5)))
               TO TX-AMOUNT(TX-COUNT).
           MOVE SPLIT-FIELD(6) TO TX-JOINT(TX-COUNT).
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SPLIT-FIELD(7)))
               TO TX-GROUP-ROW(TX-COUNT).
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SPLIT-FIELD(8)))
               TO TX-GROUP-ROWS(TX-COUNT).
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SPLIT-FIELD(9)))
               TO TX-DAY-TOTAL(TX-COUNT).
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SPLIT-FIELD(10)))
               TO TX-LARGEST(TX-COUNT).

      *> Rows arrive sorted by customer, and each carries its
      *> customer's whole-day aggregate and largest single movement, so
      *> the customer is judged on every row alike: when either is over
      *> the threshold, the group's first row writes the customer
      *> heading, every row writes its movement line, and the group's
      *> last row writes the daily aggregate - wherever the page
      *> boundaries fall.
       REPORT-MOVEMENT.
           IF TX-LARGEST(TX-IDX) NOT > REPORT-THRESHOLD
                   AND TX-DAY-TOTAL(TX-IDX) NOT > REPORT-THRESHOLD THEN
               EXIT PARAGRAPH
           END-IF.
           IF TX-GROUP-ROW(TX-IDX) = 1 THEN
               PERFORM WRITE-CUSTOMER-HEADING
           END-IF.
           PERFORM WRITE-MOVEMENT-LINE.
           IF TX-GROUP-ROW(TX-IDX) = TX-GROUP-ROWS(TX-IDX) THEN
               PERFORM WRITE-DAILY-AGGREGATE
           END-IF.

       WRITE-CUSTOMER-HEADING.
           ADD 1 TO CUSTOMERS-REPORTED.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Customer " FUNCTION TRIM(TX-CUST-ID(TX-IDX))
               "  " FUNCTION TRIM(TX-CUST-NAME(TX-IDX))
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-DAILY-AGGREGATE.
           MOVE TX-DAY-TOTAL(TX-IDX) TO DAILY-AGGREGATE.
           MOVE DAILY-AGGREGATE TO AGGREGATE-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           IF DAILY-AGGREGATE > REPORT-THRESHOLD THEN
           WRITE REPORT-RECORD.

       WRITE-MOVEMENT-LINE.
           MOVE TX-AMOUNT(TX-IDX) TO AMOUNT-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           IF TX-JOINT(TX-IDX) = 'Y' THEN
               PERFORM WRITE-JOINT-MOVEMENT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF TX-AMOUNT(TX-IDX) > REPORT-THRESHOLD THEN
               STRING "  account " FUNCTION TRIM(TX-ACCOUNT-ID(TX-IDX))
                   "  " FUNCTION TRIM(TX-TYPE(TX-IDX))
                   "  " FUNCTION TRIM(AMOUNT-EDIT)
                   "  ** LARGE **"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "  account " FUNCTION TRIM(TX-ACCOUNT-ID(TX-IDX))
                   "  " FUNCTION TRIM(TX-TYPE(TX-IDX))
                   "  " FUNCTION TRIM(AMOUNT-EDIT)
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.

      *> Same line for a movement on a joint account, marked so the
      *> reviewer knows the amount also counts toward the co-holders.
       WRITE-JOINT-MOVEMENT-LINE.
           IF TX-AMOUNT(TX-IDX) > REPORT-THRESHOLD THEN
               STRING "  account " FUNCTION TRIM(TX-ACCOUNT-ID(TX-IDX))
                   " (JOINT)  " FUNCTION TRIM(TX-TYPE(TX-IDX))
                   "  " FUNCTION TRIM(AMOUNT-EDIT)
                   "  ** LARGE **"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "  account " FUNCTION TRIM(TX-ACCOUNT-ID(TX-IDX))
                   " (JOINT)  " FUNCTION TRIM(TX-TYPE(TX-IDX))
                   "  " FUNCTION TRIM(AMOUNT-EDIT)
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
