      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fraud-screening.

      *> Nightly account-takeover and velocity screening. Where
      *> compliance-report looks at single large amounts and daily
      *> aggregates, this batch looks for the patterns that actually
      *> lose money, across maintenance_log, transaction_log and
      *> withdrawal_exceptions for the business date:
      *>   CONTACT-CHANGE  a CONTACT change (phone or email) to any
      *>                   holder of the account within the contact
      *>                   window, followed by outbound movement
      *>                   (withdrawals and transfers out - both log as
      *>                   WITHDRAW) totalling more than the outbound
      *>                   amount, some of it on the business date;
      *>   VELOCITY        more withdrawals on one account in the day
      *>                   than the daily limit;
      *>   DORMANT-REACT   movement on an account that is DORMANT, or
      *>                   that dormant-review reactivated within the
      *>                   reactivation window;
      *>   DECLINE-SUCCESS a withdrawal that went through after at
      *>                   least the decline count of declined attempts
      *>                   on the same account the same day.
      *> Every hit becomes a fraud_alerts case with status OPEN; the
      *> fraud desk moves it to CLEARED or ESCALATED with a FRAUDCASE
      *> maintenance record. A rerun for the same date raises nothing
      *> twice - one case per account, rule and date. The day's hits
      *> and the open caseload go to fraud-screening-<date>.rpt, and
      *> operator-inquiry shows an account's open cases on its screen.
      *> Arguments follow the run-control driver's "<feed> <date>"
      *> convention: the YYYY-MM-DD argument is the business date
      *> (default: calendar date). The tunables come from the
      *> environment so the driver's launch line needn't change:
      *>   FRAUD_OUTBOUND_AMOUNT    default 1000.00
      *>   FRAUD_CONTACT_DAYS       default 5
      *>   FRAUD_MAX_WITHDRAWALS    default 5 per account per day
      *>   FRAUD_REACTIVATION_DAYS  default 30
      *>   FRAUD_DECLINE_COUNT      default 3
      *> Each rule's hits are read a page at a time in account and
      *> customer order (see pagestat.cpy), each page raised and
      *> reported before the next is read, so every hit is raised in
      *> the one run however many there are; the page and row counts
      *> go to the step's batch_run_log row at the end.
      *> Moves no money, so no posting lock. Exit 1 on a database
      *> failure (a rule that can't be read is noted on the report and
      *> the other rules still run), 2 when any hit could not be
      *> raised, else 0 - hits themselves are the report's business,
      *> not a failed run.
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
       COPY "pagestat.cpy".
       01  L                     PIC 9(4) VALUE 0.
       01  SQL-LIT               PIC X(2048).
       01  PARAM-BUFFER          PIC X(256).
       01  CMD-LINE-ARG          PIC X(256).
       01  ARG-NUM               PIC 9(2).
       01  ENV-VALUE             PIC X(40).
       01  DIGIT-TEST            PIC X(40).
       01  BUSINESS-DATE         PIC X(10).
       01  REPORT-FILENAME       PIC X(256).
       01  REPORT-FILE-STATUS    PIC XX.
       01  OUTBOUND-AMOUNT       PIC S9(9)V99 COMP-3 VALUE 1000.00.
       01  OUTBOUND-EDIT         PIC -(9)9.99.
       01  CONTACT-DAYS          PIC 9(4) VALUE 5.
       01  MAX-WITHDRAWALS       PIC 9(4) VALUE 5.
       01  REACTIVATION-DAYS     PIC 9(4) VALUE 30.
       01  DECLINE-COUNT         PIC 9(4) VALUE 3.
       01  CONTACT-DAYS-TEXT     PIC Z(3)9.
       01  MAX-WITHDRAWALS-TEXT  PIC Z(3)9.
       01  REACTIVATION-DAYS-TEXT PIC Z(3)9.
       01  DECLINE-COUNT-TEXT    PIC Z(3)9.
       01  FETCH-DONE            PIC X VALUE 'N'.
       01  RULE-CODE             PIC X(16).
      *> One page of one rule's hits, drained before any alert is
      *> written - no INSERT of ours while a cursor is open on the
      *> handle (see dbapi.cpy). PAGE-SIZE is the OCCURS count and the
      *> page query's LIMIT; a page ends on an account and customer,
      *> PAGE-LAST-KEY holding the account.
       01  PAGE-SIZE             PIC 9(5) VALUE 1000.
       01  PAGE-LAST-CUSTOMER    PIC X(4) VALUE SPACES.
       01  SCREEN-FAILED         PIC X VALUE 'N'.
       01  HIT-TABLE.
           05 HIT-ENTRY OCCURS 1000 TIMES INDEXED BY HIT-IDX.
               10 HIT-ACCOUNT-ID     PIC X(4).
               10 HIT-CUSTOMER-ID    PIC X(4).
               10 HIT-RULE           PIC X(16).
               10 HIT-DETAIL         PIC X(64).
               10 HIT-STATE          PIC X(8).
       01  HIT-COUNT             PIC 9(4) VALUE 0.
       01  NEW-ALERT-COUNT       PIC 9(9) VALUE 0.
       01  REPEAT-ALERT-COUNT    PIC 9(9) VALUE 0.
       01  FAILED-ALERT-COUNT    PIC 9(9) VALUE 0.
       01  OPEN-CASE-COUNT       PIC 9(9) VALUE 0.
       01  ESCALATED-CASE-COUNT  PIC 9(9) VALUE 0.
       01  EXIT-STATUS           PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO BUSINESS-DATE.
           PERFORM FIND-DATE-ARGUMENT
               VARYING ARG-NUM FROM 1 BY 1 UNTIL ARG-NUM > 2.
           IF BUSINESS-DATE = SPACES THEN
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                      FUNCTION CURRENT-DATE(5:2) "-"
                      FUNCTION CURRENT-DATE(7:2)
                      DELIMITED BY SIZE INTO BUSINESS-DATE
           END-IF.
           PERFORM READ-SCREENING-SETTINGS.

           CALL "get-db-connstr" USING DB-CONNSTR.
           CALL STATIC "DB_CONNECT" USING DB-CONNSTR RETURNING DBH.
           IF DBH = NULL-PTR THEN
               DISPLAY "FRAUD SCREENING FAILED: Database connection error"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REPORT-FILENAME.
           STRING "fraud-screening-" FUNCTION TRIM(BUSINESS-DATE) ".rpt"
               DELIMITED BY SIZE INTO REPORT-FILENAME.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "FRAUD SCREENING FAILED: could not create "
                       FUNCTION TRIM(REPORT-FILENAME)
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADING.

           PERFORM SCREEN-CONTACT-CHANGES.
           PERFORM SCREEN-VELOCITY.
           PERFORM SCREEN-DORMANT-REACTIVATION.
           PERFORM SCREEN-DECLINE-THEN-SUCCESS.
           PERFORM COUNT-OPEN-CASES.

           PERFORM WRITE-SCREENING-SUMMARY.
           CLOSE REPORT-FILE.

           DISPLAY "Fraud screening complete for " FUNCTION TRIM(BUSINESS-DATE)
                   ": " PAGE-ROW-TOTAL " hit(s), " NEW-ALERT-COUNT " new alert(s), "
                   FAILED-ALERT-COUNT " not raised, "
                   OPEN-CASE-COUNT " open and " ESCALATED-CASE-COUNT
                   " escalated case(s) in " FUNCTION TRIM(REPORT-FILENAME).

           MOVE "fraud-screening" TO PAGE-JOB-NAME.
           CALL "batch-page-stats" USING DBH, PAGE-JOB-NAME,
               PAGE-COUNT, PAGE-ROW-TOTAL, BUSINESS-DATE.
           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
      *> Set last: the split-feed-line and page-stats CALLs reset
      *> RETURN-CODE.
           IF FAILED-ALERT-COUNT > 0 THEN
               MOVE 2 TO EXIT-STATUS
           END-IF.
           IF SCREEN-FAILED = 'Y' THEN
               MOVE 1 TO EXIT-STATUS
           END-IF.
           MOVE EXIT-STATUS TO RETURN-CODE.
           GOBACK.

      *> "<feed> <date>" in either order - only the date matters here.
       FIND-DATE-ARGUMENT.
           MOVE SPACES TO CMD-LINE-ARG.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT CMD-LINE-ARG FROM ARGUMENT-VALUE.
           IF CMD-LINE-ARG(5:1) = "-" AND CMD-LINE-ARG(8:1) = "-"
                   AND CMD-LINE-ARG(11:1) = SPACE THEN
               MOVE CMD-LINE-ARG(1:10) TO BUSINESS-DATE
           END-IF.

      *> Each setting keeps its default unless the environment
      *> carries a usable number for it.
       READ-SCREENING-SETTINGS.
           MOVE SPACES TO ENV-VALUE.
           ACCEPT ENV-VALUE FROM ENVIRONMENT "FRAUD_OUTBOUND_AMOUNT".
           IF FUNCTION TRIM(ENV-VALUE) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(ENV-VALUE)) = 0 THEN
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(ENV-VALUE)) TO OUTBOUND-AMOUNT
           END-IF.
           MOVE SPACES TO ENV-VALUE.
           ACCEPT ENV-VALUE FROM ENVIRONMENT "FRAUD_CONTACT_DAYS".
           PERFORM CHECK-DIGITS-SETTING.
           IF DIGIT-TEST = SPACES THEN
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(ENV-VALUE)) TO CONTACT-DAYS
           END-IF.
           MOVE SPACES TO ENV-VALUE.
           ACCEPT ENV-VALUE FROM ENVIRONMENT "FRAUD_MAX_WITHDRAWALS".
           PERFORM CHECK-DIGITS-SETTING.
           IF DIGIT-TEST = SPACES THEN
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(ENV-VALUE)) TO MAX-WITHDRAWALS
           END-IF.
           MOVE SPACES TO ENV-VALUE.
           ACCEPT ENV-VALUE FROM ENVIRONMENT "FRAUD_REACTIVATION_DAYS".
           PERFORM CHECK-DIGITS-SETTING.
           IF DIGIT-TEST = SPACES THEN
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(ENV-VALUE)) TO REACTIVATION-DAYS
           END-IF.
           MOVE SPACES TO ENV-VALUE.
           ACCEPT ENV-VALUE FROM ENVIRONMENT "FRAUD_DECLINE_COUNT".
           PERFORM CHECK-DIGITS-SETTING.
           IF DIGIT-TEST = SPACES THEN
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(ENV-VALUE)) TO DECLINE-COUNT
           END-IF.
           MOVE OUTBOUND-AMOUNT TO OUTBOUND-EDIT.
           MOVE CONTACT-DAYS TO CONTACT-DAYS-TEXT.
           MOVE MAX-WITHDRAWALS TO MAX-WITHDRAWALS-TEXT.
           MOVE REACTIVATION-DAYS TO REACTIVATION-DAYS-TEXT.
           MOVE DECLINE-COUNT TO DECLINE-COUNT-TEXT.

      *> DIGIT-TEST comes back SPACES only for a non-blank, all-digit
      *> value of at most four digits.
       CHECK-DIGITS-SETTING.
           MOVE "X" TO DIGIT-TEST.
           IF FUNCTION TRIM(ENV-VALUE) = SPACES
                   OR FUNCTION LENGTH(FUNCTION TRIM(ENV-VALUE)) > 4 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(ENV-VALUE) TO DIGIT-TEST.
           INSPECT DIGIT-TEST CONVERTING "0123456789" TO "          ".

      *> The latest CONTACT change per holder and account inside the
      *> window, then the outbound movement on that account from the
      *> change to the end of the business date.
       SCREEN-CONTACT-CHANGES.
           MOVE "CONTACT-CHANGE" TO RULE-CODE.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT x.account_id, x.customer_id,"
               " 'contact changed ' || TO_CHAR(x.changed_at, 'YYYY-MM-DD')"
               " || ' then ' || COUNT(*) || ' out totalling ' || SUM(t.amount)"
               " FROM (SELECT h.account_id, h.customer_id,"
               " MAX(m.occurred_at) AS changed_at FROM maintenance_log m"
               " JOIN (SELECT account_id, customer_id FROM accounts"
               " UNION SELECT account_id, customer_id FROM account_holders) h"
               " ON h.customer_id = m.customer_id"
               " WHERE m.action = 'CONTACT'"
               " AND m.occurred_at >= DATE '" FUNCTION TRIM(BUSINESS-DATE)
               "' - INTERVAL '" FUNCTION TRIM(CONTACT-DAYS-TEXT) " days'"
               " AND m.occurred_at < DATE '" FUNCTION TRIM(BUSINESS-DATE)
               "' + INTERVAL '1 day'"
               " GROUP BY h.account_id, h.customer_id) x"
               " JOIN transaction_log t ON t.account_id = x.account_id"
               " AND t.tx_type = 'WITHDRAW' AND t.occurred_at >= x.changed_at"
               " AND t.occurred_at < DATE '" FUNCTION TRIM(BUSINESS-DATE)
               "' + INTERVAL '1 day'"
               " GROUP BY x.account_id, x.customer_id, x.changed_at"
               " HAVING SUM(t.amount) > " FUNCTION TRIM(OUTBOUND-EDIT)
               " AND MAX(t.occurred_at) >= DATE '" FUNCTION TRIM(BUSINESS-DATE) "'"
               " ORDER BY x.account_id, x.customer_id"
               INTO SQL-LIT
           END-STRING.
           PERFORM SCREEN-RULE.

       SCREEN-VELOCITY.
           MOVE "VELOCITY" TO RULE-CODE.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT t.account_id, a.customer_id,"
               " COUNT(*) || ' withdrawals totalling ' || SUM(t.amount)"
               " || ' (limit " FUNCTION TRIM(MAX-WITHDRAWALS-TEXT) ")'"
               " FROM transaction_log t"
               " JOIN accounts a ON a.account_id = t.account_id"
               " WHERE t.tx_type = 'WITHDRAW'"
               " AND t.occurred_at >= DATE '" FUNCTION TRIM(BUSINESS-DATE) "'"
               " AND t.occurred_at < DATE '" FUNCTION TRIM(BUSINESS-DATE)
               "' + INTERVAL '1 day'"
               " GROUP BY t.account_id, a.customer_id"
               " HAVING COUNT(*) > " FUNCTION TRIM(MAX-WITHDRAWALS-TEXT)
               " ORDER BY t.account_id"
               INTO SQL-LIT
           END-STRING.
           PERFORM SCREEN-RULE.

      *> Customer movement only - the DORMANT/REACTIVATE audit rows
      *> and the system's INTEREST/FEE postings are not activity, the
      *> same exclusion dormant-review makes.
       SCREEN-DORMANT-REACTIVATION.
           MOVE "DORMANT-REACT" TO RULE-CODE.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT a.account_id, a.customer_id,"
               " COALESCE(a.status, 'ACTIVE') || ' reactivated '"
               " || COALESCE(TO_CHAR(r.reactivated_at, 'YYYY-MM-DD'), 'never')"
               " || ' then ' || COUNT(*) || ' movement(s) ' || SUM(t.amount)"
               " FROM accounts a"
               " JOIN transaction_log t ON t.account_id = a.account_id"
               " LEFT JOIN (SELECT account_id, MAX(occurred_at) AS reactivated_at"
               " FROM transaction_log WHERE tx_type = 'REACTIVATE'"
               " GROUP BY account_id) r ON r.account_id = a.account_id"
               " WHERE t.tx_type IN ('DEPOSIT', 'WITHDRAW')"
               " AND t.occurred_at >= DATE '" FUNCTION TRIM(BUSINESS-DATE) "'"
               " AND t.occurred_at < DATE '" FUNCTION TRIM(BUSINESS-DATE)
               "' + INTERVAL '1 day'"
               " AND (COALESCE(a.status, '') = 'DORMANT'"
               " OR r.reactivated_at >= DATE '" FUNCTION TRIM(BUSINESS-DATE)
               "' - INTERVAL '" FUNCTION TRIM(REACTIVATION-DAYS-TEXT) " days')"
               " GROUP BY a.account_id, a.customer_id, a.status, r.reactivated_at"
               " ORDER BY a.account_id"
               INTO SQL-LIT
           END-STRING.
           PERFORM SCREEN-RULE.

      *> The first withdrawal of the day that had at least the decline
      *> count of declined attempts on the account before it.
       SCREEN-DECLINE-THEN-SUCCESS.
           MOVE "DECLINE-SUCCESS" TO RULE-CODE.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT DISTINCT ON (t.account_id) t.account_id, a.customer_id,"
               " (SELECT COUNT(*) FROM withdrawal_exceptions e"
               " WHERE e.account_id = t.account_id"
               " AND e.occurred_at >= DATE '" FUNCTION TRIM(BUSINESS-DATE) "'"
               " AND e.occurred_at < t.occurred_at)"
               " || ' declined then withdrew ' || t.amount"
               " FROM transaction_log t"
               " JOIN accounts a ON a.account_id = t.account_id"
               " WHERE t.tx_type = 'WITHDRAW'"
               " AND t.occurred_at >= DATE '" FUNCTION TRIM(BUSINESS-DATE) "'"
               " AND t.occurred_at < DATE '" FUNCTION TRIM(BUSINESS-DATE)
               "' + INTERVAL '1 day'"
               " AND (SELECT COUNT(*) FROM withdrawal_exceptions e"
               " WHERE e.account_id = t.account_id"
               " AND e.occurred_at >= DATE '" FUNCTION TRIM(BUSINESS-DATE) "'"
               " AND e.occurred_at < t.occurred_at) >= "
               FUNCTION TRIM(DECLINE-COUNT-TEXT)
               " ORDER BY t.account_id, t.occurred_at"
               INTO SQL-LIT
           END-STRING.
           PERFORM SCREEN-RULE.

      *> Works the rule in SQL-LIT (rows of account, customer,
      *> detail) under RULE-CODE, one page at a time.
       SCREEN-RULE.
           MOVE SPACES TO PAGE-LAST-KEY.
           MOVE SPACES TO PAGE-LAST-CUSTOMER.
           MOVE 'N' TO PAGE-BOOK-DONE.
           PERFORM SCREEN-RULE-PAGE UNTIL PAGE-BOOK-DONE = 'Y'.

      *> The next page of the rule's hits after the last account and
      *> customer raised, each raised and listed. An unreadable page
      *> fails the run and is noted on the report - a screening that
      *> silently skipped a rule would read as a clean night.
       SCREEN-RULE-PAGE.
           MOVE SPACES TO PAGE-KEY-CLAUSE.
           IF PAGE-LAST-KEY NOT = SPACES THEN
               STRING " WHERE (h.account_id, h.customer_id) > ("
                   FUNCTION TRIM(PAGE-LAST-KEY) ", "
                   FUNCTION TRIM(PAGE-LAST-CUSTOMER) ")"
                   DELIMITED BY SIZE INTO PAGE-KEY-CLAUSE
           END-IF.
           MOVE SPACES TO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           STRING "SELECT h.account_id, h.customer_id, h.detail FROM ("
               SQL-LIT(1:L) ") h(account_id, customer_id, detail)"
               PAGE-KEY-CLAUSE
               " ORDER BY h.account_id, h.customer_id LIMIT " PAGE-SIZE
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "FRAUD SCREENING FAILED: could not run the "
                       FUNCTION TRIM(RULE-CODE) " screen"
               PERFORM NOTE-SCREEN-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO HIT-COUNT.
           MOVE 'N' TO FETCH-DONE.
           PERFORM FETCH-RULE-HIT UNTIL FETCH-DONE NOT = 'N'.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.
           IF FETCH-DONE = 'E' THEN
               PERFORM NOTE-SCREEN-FAILED
               EXIT PARAGRAPH
           END-IF.

           IF HIT-COUNT < PAGE-SIZE THEN
               MOVE 'Y' TO PAGE-BOOK-DONE
           END-IF.
           IF HIT-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PAGE-COUNT.
           ADD HIT-COUNT TO PAGE-ROW-TOTAL.
           MOVE HIT-ACCOUNT-ID(HIT-COUNT) TO PAGE-LAST-KEY.
           MOVE HIT-CUSTOMER-ID(HIT-COUNT) TO PAGE-LAST-CUSTOMER.

           PERFORM RAISE-ALERT
               VARYING HIT-IDX FROM 1 BY 1 UNTIL HIT-IDX > HIT-COUNT.
           PERFORM WRITE-HIT-LINE
               VARYING HIT-IDX FROM 1 BY 1 UNTIL HIT-IDX > HIT-COUNT.

       NOTE-SCREEN-FAILED.
           MOVE 'Y' TO SCREEN-FAILED.
           MOVE 'Y' TO PAGE-BOOK-DONE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "** the " FUNCTION TRIM(RULE-CODE)
               " screen could not be read - its hits are not all raised **"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       FETCH-RULE-HIT.
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
                   DISPLAY "FRAUD SCREENING FAILED: error reading the "
                           FUNCTION TRIM(RULE-CODE) " screen"
                   MOVE 'E' TO FETCH-DONE
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO HIT-COUNT.
           MOVE FETCH-RESULT-BUFFER TO PARSE-LINE.
           CALL "split-feed-line" USING PARSE-LINE,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO HIT-ACCOUNT-ID(HIT-COUNT).
           MOVE SPLIT-FIELD(2) TO HIT-CUSTOMER-ID(HIT-COUNT).
           MOVE RULE-CODE TO HIT-RULE(HIT-COUNT).
           MOVE SPLIT-FIELD(3) TO HIT-DETAIL(HIT-COUNT).
           MOVE SPACES TO HIT-STATE(HIT-COUNT).

      *> One case per account, rule and business date: a hit that
      *> already has its case (a rerun) is reported but not raised
      *> again. The detail rides as a bound parameter.
       RAISE-ALERT.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COUNT(*) FROM fraud_alerts"
               " WHERE account_id = " FUNCTION TRIM(HIT-ACCOUNT-ID(HIT-IDX))
               " AND customer_id = " FUNCTION TRIM(HIT-CUSTOMER-ID(HIT-IDX))
               " AND rule_code = '" FUNCTION TRIM(HIT-RULE(HIT-IDX)) "'"
               " AND alert_date = DATE '" FUNCTION TRIM(BUSINESS-DATE) "'"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE "ERROR" TO HIT-STATE(HIT-IDX)
               ADD 1 TO FAILED-ALERT-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) > 0 THEN
               MOVE "RERUN" TO HIT-STATE(HIT-IDX)
               ADD 1 TO REPEAT-ALERT-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           STRING "INSERT INTO fraud_alerts"
               " (account_id, customer_id, rule_code, detail, alert_date,"
               " status, raised_at) VALUES ("
               FUNCTION TRIM(HIT-ACCOUNT-ID(HIT-IDX)) ", "
               FUNCTION TRIM(HIT-CUSTOMER-ID(HIT-IDX)) ", '"
               FUNCTION TRIM(HIT-RULE(HIT-IDX)) "', $1, DATE '"
               FUNCTION TRIM(BUSINESS-DATE) "', 'OPEN', CURRENT_TIMESTAMP);"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           MOVE SPACES TO PARAM-BUFFER.
           STRING FUNCTION TRIM(HIT-DETAIL(HIT-IDX)) X"00"
               DELIMITED BY SIZE INTO PARAM-BUFFER.
           CALL STATIC "DB_EXEC_PARAM" USING BY VALUE DBH,
               BY REFERENCE SQL-COMMAND, BY REFERENCE PARAM-BUFFER RETURNING RC.
           IF RC NOT = 0 THEN
               DISPLAY "FRAUD SCREENING: could not raise the "
                       FUNCTION TRIM(HIT-RULE(HIT-IDX)) " alert on account "
                       FUNCTION TRIM(HIT-ACCOUNT-ID(HIT-IDX))
               MOVE "ERROR" TO HIT-STATE(HIT-IDX)
               ADD 1 TO FAILED-ALERT-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE "NEW" TO HIT-STATE(HIT-IDX).
           ADD 1 TO NEW-ALERT-COUNT.

       COUNT-OPEN-CASES.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COUNT(*) FILTER (WHERE status = 'OPEN') || ','"
               " || COUNT(*) FILTER (WHERE status = 'ESCALATED')"
               " FROM fraud_alerts"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SINGLE-RESULT-BUFFER TO PARSE-LINE.
           CALL "split-feed-line" USING PARSE-LINE,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SPLIT-FIELD(1))) TO OPEN-CASE-COUNT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SPLIT-FIELD(2))) TO ESCALATED-CASE-COUNT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Fraud screening report for " FUNCTION TRIM(BUSINESS-DATE)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  contact window " FUNCTION TRIM(CONTACT-DAYS-TEXT)
               " day(s), outbound amount " FUNCTION TRIM(OUTBOUND-EDIT)
               ", withdrawal limit " FUNCTION TRIM(MAX-WITHDRAWALS-TEXT)
               " a day, reactivation window " FUNCTION TRIM(REACTIVATION-DAYS-TEXT)
               " day(s), decline count " FUNCTION TRIM(DECLINE-COUNT-TEXT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-SCREENING-SUMMARY.
           IF PAGE-ROW-TOTAL = 0 THEN
               MOVE "  (no hits)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING PAGE-ROW-TOTAL " hit(s): " NEW-ALERT-COUNT " new alert(s), "
               REPEAT-ALERT-COUNT " already raised, "
               FAILED-ALERT-COUNT " not raised"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Caseload: " OPEN-CASE-COUNT " OPEN, "
               ESCALATED-CASE-COUNT " ESCALATED"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-HIT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING HIT-RULE(HIT-IDX)
               "account " HIT-ACCOUNT-ID(HIT-IDX)
               "  customer " HIT-CUSTOMER-ID(HIT-IDX)
               "  " FUNCTION TRIM(HIT-DETAIL(HIT-IDX))
               "  [" FUNCTION TRIM(HIT-STATE(HIT-IDX)) "]"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
