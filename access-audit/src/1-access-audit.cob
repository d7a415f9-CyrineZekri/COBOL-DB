      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. access-audit.

      *> Who looked at what on the inquiry console. operator-inquiry
      *> writes an inquiry_access_log row for every account lookup,
      *> name search and relationship view; this report lists them,
      *> oldest first, for either
      *>     access-audit <start> [<end>]
      *> - every access in the date range (YYYY-MM-DD, both
      *> inclusive; the end defaults to today) - or
      *>     access-audit CUSTOMER <customer> [<start> [<end>]]
      *> - every view of one customer: their relationship, and any
      *> account they own or hold jointly, over the whole log unless a
      *> range is given. A name search names no customer, so it shows
      *> in a date-range run only.
      *> Two things are flagged:
      *>   OWN ACCOUNT  an operator whose operators.customer_id is the
      *>                customer viewed, or a holder of the account
      *>                viewed - staff looking at their own banking;
      *>   HIGH VOLUME  an operator who, on any day in the run, looked
      *>                at more distinct customers than the limit -
      *>                ACCESS_AUDIT_MAX_CUSTOMERS from the environment,
      *>                default 50. In a customer run only the days on
      *>                which the operator viewed that customer are
      *>                tested, but the count is of their whole day.
      *> Report: access-audit-<start>-<end>.rpt, or
      *> access-audit-customer-<customer>[-<start>-<end>].rpt. Read-only;
      *> no posting lock. Exit 1 when the report can't be produced,
      *> else 0 - flags are the report's business, as in fraud-screening.
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
       01  L                     PIC 9(4) VALUE 0.
       01  SQL-LIT               PIC X(2048).
       01  CMD-LINE-ARG          PIC X(256).
       01  AUDIT-CUSTOMER        PIC X(10) VALUE SPACES.
       01  START-DATE            PIC X(10) VALUE SPACES.
       01  END-DATE              PIC X(10) VALUE SPACES.
       01  RANGE-GIVEN           PIC X VALUE 'N'.
       01  ENV-VALUE             PIC X(40).
       01  DIGIT-TEST            PIC X(40).
       01  MAX-CUSTOMERS         PIC 9(4) VALUE 50.
       01  MAX-CUSTOMERS-TEXT    PIC Z(3)9.
       01  REPORT-FILENAME       PIC X(256).
       01  REPORT-FILE-STATUS    PIC XX.
       01  REPORT-TITLE          PIC X(80).
       01  FETCH-DONE            PIC X VALUE 'N'.
       01  FETCH-FAILED          PIC X VALUE 'N'.
      *> The rows in scope (l is inquiry_access_log, o the viewing
      *> operator's row), and the own-account test, built once and used
      *> by every section so they all describe the same accesses.
       01  FILTER-CLAUSE         PIC X(400).
       01  SELF-CLAUSE           PIC X(400).
       01  ACCESS-COUNT          PIC 9(9) VALUE 0.
       01  SELF-VIEW-COUNT       PIC 9(9) VALUE 0.
       01  SELF-OPERATOR-COUNT   PIC 9(5) VALUE 0.
       01  HIGH-VOLUME-COUNT     PIC 9(5) VALUE 0.
       01  COUNT-EDIT            PIC Z(8)9.
       01  SELF-EDIT             PIC Z(8)9.
      *> One fetched row; the fields are reused by each section.
       01  ACCESS-ROW.
           05 AR-WHEN            PIC X(19).
           05 AR-OPERATOR        PIC X(12).
           05 AR-NAME            PIC X(30).
           05 AR-SCREEN          PIC X(12).
           05 AR-CUSTOMER        PIC X(10).
           05 AR-ACCOUNT         PIC X(10).
           05 AR-KEYED           PIC X(40).
           05 AR-OWN             PIC X.
           05 AR-COUNT           PIC 9(9).
           05 AR-FIRST           PIC X(19).
           05 AR-LAST            PIC X(19).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-ARGUMENTS.
           PERFORM READ-VOLUME-LIMIT.

           CALL "get-db-connstr" USING DB-CONNSTR.
           CALL STATIC "DB_CONNECT" USING DB-CONNSTR RETURNING DBH.
           IF DBH = NULL-PTR THEN
               DISPLAY "ACCESS AUDIT FAILED: Database connection error"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM BUILD-CLAUSES.
           PERFORM OPEN-REPORT-FILE.
           PERFORM REPORT-ACCESSES.
           IF FETCH-FAILED = 'N' THEN
               PERFORM REPORT-OWN-ACCOUNT-VIEWS
           END-IF.
           IF FETCH-FAILED = 'N' THEN
               PERFORM REPORT-HIGH-VOLUME-DAYS
           END-IF.
           IF FETCH-FAILED = 'Y' THEN
               CLOSE REPORT-FILE
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE REPORT-FILE.

           DISPLAY FUNCTION TRIM(REPORT-TITLE) ": " ACCESS-COUNT
                   " access(es), " SELF-OPERATOR-COUNT " operator(s) viewing"
                   " their own accounts, " HIGH-VOLUME-COUNT
                   " high-volume day(s) - written to "
                   FUNCTION TRIM(REPORT-FILENAME).

           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
           GOBACK.

      *> Either "CUSTOMER <id> [<start> [<end>]]" or "<start> [<end>]".
      *> A missing end date is today; a customer run with no dates
      *> covers the whole log.
       READ-ARGUMENTS.
           MOVE SPACES TO CMD-LINE-ARG.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT CMD-LINE-ARG FROM ARGUMENT-VALUE.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(CMD-LINE-ARG)) = "CUSTOMER" THEN
               MOVE SPACES TO CMD-LINE-ARG
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT CMD-LINE-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION TRIM(CMD-LINE-ARG) TO DIGIT-TEST
               INSPECT DIGIT-TEST CONVERTING "0123456789" TO "          "
               IF FUNCTION TRIM(CMD-LINE-ARG) = SPACES OR DIGIT-TEST NOT = SPACES
                       OR FUNCTION LENGTH(FUNCTION TRIM(CMD-LINE-ARG)) > 10 THEN
                   DISPLAY "ACCESS AUDIT FAILED: CUSTOMER needs a customer"
                           " number, e.g. CUSTOMER 1042"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION TRIM(CMD-LINE-ARG) TO AUDIT-CUSTOMER
               MOVE SPACES TO CMD-LINE-ARG
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT CMD-LINE-ARG FROM ARGUMENT-VALUE
               IF FUNCTION TRIM(CMD-LINE-ARG) = SPACES THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(CMD-LINE-ARG) TO START-DATE
               MOVE SPACES TO CMD-LINE-ARG
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT CMD-LINE-ARG FROM ARGUMENT-VALUE
           ELSE
               MOVE FUNCTION TRIM(CMD-LINE-ARG) TO START-DATE
               MOVE SPACES TO CMD-LINE-ARG
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT CMD-LINE-ARG FROM ARGUMENT-VALUE
           END-IF.
           MOVE 'Y' TO RANGE-GIVEN.
           IF FUNCTION TRIM(CMD-LINE-ARG) NOT = SPACES THEN
               MOVE FUNCTION TRIM(CMD-LINE-ARG) TO END-DATE
           ELSE
               MOVE SPACES TO END-DATE
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                      FUNCTION CURRENT-DATE(5:2) "-"
                      FUNCTION CURRENT-DATE(7:2)
                      DELIMITED BY SIZE INTO END-DATE
           END-IF.
           IF START-DATE(5:1) NOT = "-" OR START-DATE(8:1) NOT = "-"
                   OR END-DATE(5:1) NOT = "-" OR END-DATE(8:1) NOT = "-" THEN
               DISPLAY "ACCESS AUDIT FAILED: start and end dates"
                       " (YYYY-MM-DD) required, e.g. 2026-01-01 2026-03-31,"
                       " or CUSTOMER <customer>"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF END-DATE < START-DATE THEN
               DISPLAY "ACCESS AUDIT FAILED: end date " END-DATE
                       " is before start date " START-DATE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The same tunable convention as fraud-screening: a non-blank,
      *> all-digit value of at most four digits, else the default.
       READ-VOLUME-LIMIT.
           MOVE SPACES TO ENV-VALUE.
           ACCEPT ENV-VALUE FROM ENVIRONMENT "ACCESS_AUDIT_MAX_CUSTOMERS".
           MOVE "X" TO DIGIT-TEST.
           IF FUNCTION TRIM(ENV-VALUE) NOT = SPACES
                   AND FUNCTION LENGTH(FUNCTION TRIM(ENV-VALUE)) NOT > 4 THEN
               MOVE FUNCTION TRIM(ENV-VALUE) TO DIGIT-TEST
               INSPECT DIGIT-TEST CONVERTING "0123456789" TO "          "
           END-IF.
           IF DIGIT-TEST = SPACES THEN
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(ENV-VALUE)) TO MAX-CUSTOMERS
           END-IF.
           MOVE MAX-CUSTOMERS TO MAX-CUSTOMERS-TEXT.

      *> A customer's views are their relationship screen and any
      *> account they own or hold - the same owner-plus-account_holders
      *> union the console lists holders from. An operator owns a view
      *> the same way, through their own customer number.
       BUILD-CLAUSES.
           MOVE SPACES TO FILTER-CLAUSE.
           EVALUATE TRUE
               WHEN AUDIT-CUSTOMER NOT = SPACES AND RANGE-GIVEN = 'Y'
                   STRING "(l.customer_id = " FUNCTION TRIM(AUDIT-CUSTOMER)
                       " OR l.account_id IN (SELECT account_id FROM accounts"
                       " WHERE customer_id = " FUNCTION TRIM(AUDIT-CUSTOMER)
                       " UNION SELECT account_id FROM account_holders"
                       " WHERE customer_id = " FUNCTION TRIM(AUDIT-CUSTOMER) "))"
                       " AND l.accessed_at >= DATE '" START-DATE "'"
                       " AND l.accessed_at < DATE '" END-DATE "' + INTERVAL '1 day'"
                       DELIMITED BY SIZE INTO FILTER-CLAUSE
               WHEN AUDIT-CUSTOMER NOT = SPACES
                   STRING "(l.customer_id = " FUNCTION TRIM(AUDIT-CUSTOMER)
                       " OR l.account_id IN (SELECT account_id FROM accounts"
                       " WHERE customer_id = " FUNCTION TRIM(AUDIT-CUSTOMER)
                       " UNION SELECT account_id FROM account_holders"
                       " WHERE customer_id = " FUNCTION TRIM(AUDIT-CUSTOMER) "))"
                       DELIMITED BY SIZE INTO FILTER-CLAUSE
               WHEN OTHER
                   STRING "l.accessed_at >= DATE '" START-DATE "'"
                       " AND l.accessed_at < DATE '" END-DATE "' + INTERVAL '1 day'"
                       DELIMITED BY SIZE INTO FILTER-CLAUSE
           END-EVALUATE.
           MOVE SPACES TO SELF-CLAUSE.
           STRING "o.customer_id IS NOT NULL AND (l.customer_id = o.customer_id"
               " OR l.account_id IN (SELECT account_id FROM accounts"
               " WHERE customer_id = o.customer_id"
               " UNION SELECT account_id FROM account_holders"
               " WHERE customer_id = o.customer_id))"
               DELIMITED BY SIZE INTO SELF-CLAUSE.

       OPEN-REPORT-FILE.
           MOVE SPACES TO REPORT-FILENAME.
           MOVE SPACES TO REPORT-TITLE.
           EVALUATE TRUE
               WHEN AUDIT-CUSTOMER NOT = SPACES AND RANGE-GIVEN = 'Y'
                   STRING "access-audit-customer-" FUNCTION TRIM(AUDIT-CUSTOMER)
                       "-" START-DATE "-" END-DATE ".rpt"
                       DELIMITED BY SIZE INTO REPORT-FILENAME
                   STRING "Inquiry access audit for customer "
                       FUNCTION TRIM(AUDIT-CUSTOMER) " " START-DATE " to " END-DATE
                       DELIMITED BY SIZE INTO REPORT-TITLE
               WHEN AUDIT-CUSTOMER NOT = SPACES
                   STRING "access-audit-customer-" FUNCTION TRIM(AUDIT-CUSTOMER)
                       ".rpt"
                       DELIMITED BY SIZE INTO REPORT-FILENAME
                   STRING "Inquiry access audit for customer "
                       FUNCTION TRIM(AUDIT-CUSTOMER) " (whole log)"
                       DELIMITED BY SIZE INTO REPORT-TITLE
               WHEN OTHER
                   STRING "access-audit-" START-DATE "-" END-DATE ".rpt"
                       DELIMITED BY SIZE INTO REPORT-FILENAME
                   STRING "Inquiry access audit " START-DATE " to " END-DATE
                       DELIMITED BY SIZE INTO REPORT-TITLE
           END-EVALUATE.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "ACCESS AUDIT FAILED: could not create "
                       FUNCTION TRIM(REPORT-FILENAME)
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE REPORT-TITLE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  High volume: more than " FUNCTION TRIM(MAX-CUSTOMERS-TEXT)
               " distinct customers viewed by one operator in a day"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> Every access in scope, oldest first, written as it is fetched
      *> - nothing is held in a table, so the log can be any size. An
      *> own-account view is marked on its line as well as summarised
      *> in the next section.
       REPORT-ACCESSES.
           MOVE SPACES TO REPORT-RECORD.
           MOVE "Accesses" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT TO_CHAR(l.accessed_at, 'YYYY-MM-DD HH24:MI:SS'),"
               " l.operator_id, COALESCE(l.screen, '?'),"
               " COALESCE(CAST(l.customer_id AS TEXT), '-'),"
               " COALESCE(CAST(l.account_id AS TEXT), '-'),"
               " REPLACE(COALESCE(l.keyed_text, ''), ',', ' '),"
               " CASE WHEN " FUNCTION TRIM(SELF-CLAUSE) " THEN 'Y' ELSE 'N' END"
               " FROM inquiry_access_log l"
               " LEFT JOIN operators o ON o.operator_id = l.operator_id"
               " WHERE " FUNCTION TRIM(FILTER-CLAUSE)
               " ORDER BY l.accessed_at, l.operator_id"
               DELIMITED BY SIZE INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "ACCESS AUDIT FAILED: could not read inquiry_access_log"
               MOVE 'Y' TO FETCH-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO FETCH-DONE.
           PERFORM FETCH-ACCESS-ROW UNTIL FETCH-DONE = 'Y'.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.
           IF ACCESS-COUNT = 0 THEN
               MOVE "  (no accesses logged)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE ACCESS-COUNT TO COUNT-EDIT.
           MOVE SELF-VIEW-COUNT TO SELF-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           IF SELF-VIEW-COUNT > 0 THEN
               STRING "  " FUNCTION TRIM(COUNT-EDIT) " access(es), "
                   FUNCTION TRIM(SELF-EDIT) " of them own-account views"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "  " FUNCTION TRIM(COUNT-EDIT) " access(es)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       FETCH-ACCESS-ROW.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_FETCH"
               USING BY VALUE CURSOR-H, BY REFERENCE FETCH-RESULT-BUFFER
               RETURNING RC.
           EVALUATE RC
               WHEN 0
                   PERFORM WRITE-ACCESS-LINE
               WHEN 1
                   MOVE 'Y' TO FETCH-DONE
               WHEN OTHER
                   DISPLAY "ACCESS AUDIT FAILED: error reading inquiry_access_log"
                   MOVE 'Y' TO FETCH-FAILED
                   MOVE 'Y' TO FETCH-DONE
           END-EVALUATE.

      *> A name search shows what was searched for; the other screens
      *> are identified by their customer and account.
       WRITE-ACCESS-LINE.
           ADD 1 TO ACCESS-COUNT.
           MOVE SPACES TO ACCESS-ROW.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO AR-WHEN.
           MOVE SPLIT-FIELD(2) TO AR-OPERATOR.
           MOVE SPLIT-FIELD(3) TO AR-SCREEN.
           MOVE SPLIT-FIELD(4) TO AR-CUSTOMER.
           MOVE SPLIT-FIELD(5) TO AR-ACCOUNT.
           MOVE SPLIT-FIELD(6) TO AR-KEYED.
           MOVE SPLIT-FIELD(7) TO AR-OWN.
           IF AR-OWN = 'Y' THEN
               ADD 1 TO SELF-VIEW-COUNT
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           IF AR-SCREEN = "NAMESEARCH" THEN
               STRING "  " AR-WHEN "  " AR-OPERATOR "  " AR-SCREEN
                   "  search '" FUNCTION TRIM(AR-KEYED) "'"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "  " AR-WHEN "  " AR-OPERATOR "  " AR-SCREEN
                   "  customer " AR-CUSTOMER "  account " AR-ACCOUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           IF AR-OWN = 'Y' THEN
               MOVE "** OWN ACCOUNT" TO REPORT-RECORD(110:14)
           END-IF.
           WRITE REPORT-RECORD.

      *> One line per operator who viewed their own banking in scope:
      *> how often, and the first and last time.
       REPORT-OWN-ACCOUNT-VIEWS.
           MOVE SPACES TO REPORT-RECORD.
           MOVE "Operators viewing their own accounts" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT l.operator_id, REPLACE(COALESCE(MAX(o.name), '?'), ',', ' '),"
               " COUNT(*),"
               " TO_CHAR(MIN(l.accessed_at), 'YYYY-MM-DD HH24:MI:SS'),"
               " TO_CHAR(MAX(l.accessed_at), 'YYYY-MM-DD HH24:MI:SS')"
               " FROM inquiry_access_log l"
               " JOIN operators o ON o.operator_id = l.operator_id"
               " WHERE " FUNCTION TRIM(FILTER-CLAUSE)
               " AND " FUNCTION TRIM(SELF-CLAUSE)
               " GROUP BY l.operator_id ORDER BY l.operator_id"
               DELIMITED BY SIZE INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "ACCESS AUDIT FAILED: could not read own-account views"
               MOVE 'Y' TO FETCH-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO FETCH-DONE.
           PERFORM FETCH-OWN-VIEW-ROW UNTIL FETCH-DONE = 'Y'.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.
           IF SELF-OPERATOR-COUNT = 0 THEN
               MOVE "  (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       FETCH-OWN-VIEW-ROW.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_FETCH"
               USING BY VALUE CURSOR-H, BY REFERENCE FETCH-RESULT-BUFFER
               RETURNING RC.
           EVALUATE RC
               WHEN 0
                   PERFORM WRITE-OWN-VIEW-LINE
               WHEN 1
                   MOVE 'Y' TO FETCH-DONE
               WHEN OTHER
                   DISPLAY "ACCESS AUDIT FAILED: error reading own-account views"
                   MOVE 'Y' TO FETCH-FAILED
                   MOVE 'Y' TO FETCH-DONE
           END-EVALUATE.

       WRITE-OWN-VIEW-LINE.
           ADD 1 TO SELF-OPERATOR-COUNT.
           MOVE SPACES TO ACCESS-ROW.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO AR-OPERATOR.
           MOVE SPLIT-FIELD(2) TO AR-NAME.
           MOVE FUNCTION NUMVAL(SPLIT-FIELD(3)) TO AR-COUNT.
           MOVE SPLIT-FIELD(4) TO AR-FIRST.
           MOVE SPLIT-FIELD(5) TO AR-LAST.
           MOVE AR-COUNT TO COUNT-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  ** " AR-OPERATOR "  " AR-NAME "  "
               FUNCTION TRIM(COUNT-EDIT) " view(s)  first " AR-FIRST
               "  last " AR-LAST
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> Operator-days in scope, and for each the number of distinct
      *> customers the operator looked at that whole day - account
      *> lookups count by the account's owner. A name search names no
      *> customer and doesn't count.
       REPORT-HIGH-VOLUME-DAYS.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Operators viewing more than " FUNCTION TRIM(MAX-CUSTOMERS-TEXT)
               " customers in a day"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT TO_CHAR(d.day, 'YYYY-MM-DD'), d.operator_id,"
               " REPLACE(COALESCE(MAX(o.name), '?'), ',', ' '),"
               " COUNT(DISTINCT x.customer_id)"
               " FROM (SELECT DISTINCT l.operator_id,"
               " CAST(l.accessed_at AS DATE) AS day"
               " FROM inquiry_access_log l WHERE " FUNCTION TRIM(FILTER-CLAUSE) ") d"
               " JOIN inquiry_access_log x ON x.operator_id = d.operator_id"
               " AND x.accessed_at >= d.day AND x.accessed_at < d.day + 1"
               " LEFT JOIN operators o ON o.operator_id = d.operator_id"
               " GROUP BY d.day, d.operator_id"
               " HAVING COUNT(DISTINCT x.customer_id) > " MAX-CUSTOMERS
               " ORDER BY d.day, d.operator_id"
               DELIMITED BY SIZE INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "ACCESS AUDIT FAILED: could not read daily volumes"
               MOVE 'Y' TO FETCH-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO FETCH-DONE.
           PERFORM FETCH-HIGH-VOLUME-ROW UNTIL FETCH-DONE = 'Y'.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.
           IF HIGH-VOLUME-COUNT = 0 THEN
               MOVE "  (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       FETCH-HIGH-VOLUME-ROW.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_FETCH"
               USING BY VALUE CURSOR-H, BY REFERENCE FETCH-RESULT-BUFFER
               RETURNING RC.
           EVALUATE RC
               WHEN 0
                   PERFORM WRITE-HIGH-VOLUME-LINE
               WHEN 1
                   MOVE 'Y' TO FETCH-DONE
               WHEN OTHER
                   DISPLAY "ACCESS AUDIT FAILED: error reading daily volumes"
                   MOVE 'Y' TO FETCH-FAILED
                   MOVE 'Y' TO FETCH-DONE
           END-EVALUATE.

       WRITE-HIGH-VOLUME-LINE.
           ADD 1 TO HIGH-VOLUME-COUNT.
           MOVE SPACES TO ACCESS-ROW.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO AR-WHEN.
           MOVE SPLIT-FIELD(2) TO AR-OPERATOR.
           MOVE SPLIT-FIELD(3) TO AR-NAME.
           MOVE FUNCTION NUMVAL(SPLIT-FIELD(4)) TO AR-COUNT.
           MOVE AR-COUNT TO COUNT-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  ** " AR-WHEN(1:10) "  " AR-OPERATOR "  " AR-NAME "  "
               FUNCTION TRIM(COUNT-EDIT) " customer(s)"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
