      *> of their numbers brings up the whole relationship on one
      *> screen - every account with type, status and balance, active
      *> parked items, recent maintenance_log changes, and the
      *> declined-withdrawal detail per account, with the customer's
      *> tax ID masked to its last four digits, and the letters
      *> notice-generation has sent them. The account screen
      *> leads with any fraud_alerts case fraud-screening raised that
      *> is still OPEN or ESCALATED, so the desk sees it before it
      *> acts on the caller's request. Joint accounts are
      *> part of the relationship: every account the customer holds -
      *> as owner or through account_holders - is listed with the
      *> customer's role on it, and the account screen lists all of an
      *> account's holders.
      *> A blank entry (or Q) ends the session. A keyed account or
      *> customer number is checked to be all digits before it goes
      *> anywhere near a SQL statement; a search name has its
      *> apostrophes doubled so O'Brien searches clean.
      *> The console is signed on to before anything shows: the
      *> operator id is the login id, never keyed, and must be on the
      *> operators table with status ACTIVE and a
      *> role of VIEW or SUPERVISOR, or the session ends there. VIEW
      *> sees balances, holders, holds, transactions, parked items and
      *> letters with the customer's phone, email and street address
      *> masked; SUPERVISOR additionally sees the contact details in
      *> clear, the declined-withdrawal detail and the maintenance_log
      *> history. Every account lookup, name search and relationship
      *> view is written to inquiry_access_log - operator, screen,
      *> customer and/or account, what was keyed, and when - before
      *> the screen shows, and a screen whose access can't be recorded
      *> is not shown. access-audit reports on that log.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       COPY "splitfld.cpy".
       01  L                     PIC 9(4) VALUE 0.
       01  SQL-LIT               PIC X(600).
       01  OPERATOR-INPUT        PIC X(40).
       01  INQUIRY-ACCOUNT       PIC X(10).
       01  INQUIRY-CUSTOMER      PIC X(10).
       01  SESSION-DONE          PIC X VALUE 'N'.
       01  FETCH-DONE            PIC X VALUE 'N'.
       01  ROWS-SHOWN            PIC 9(4) VALUE 0.
       01  PARAM-BUFFER          PIC X(256).
       01  QUOTE-COUNT           PIC 9(4) VALUE 0.
      *> The signed-on operator, from the operators table.
       01  OPERATOR-ID           PIC X(30).
       01  OPERATOR-NAME         PIC X(40).
       01  OPERATOR-STATUS       PIC X(10).
       01  OPERATOR-ROLE         PIC X(10).
      *> One inquiry_access_log row: the screen, whichever of customer
      *> and account it was opened on, and the text the operator keyed.
      *> ACCESS-LOGGED comes back 'N' when the row could not be written.
       01  ACCESS-SCREEN         PIC X(12).
       01  ACCESS-CUSTOMER       PIC X(10).
       01  ACCESS-ACCOUNT        PIC X(10).
       01  ACCESS-KEYED          PIC X(40).
       01  ACCESS-CUSTOMER-SQL   PIC X(80).
       01  ACCESS-ACCOUNT-SQL    PIC X(10).
       01  ACCESS-LOGGED         PIC X VALUE 'N'.
      *> The chosen customer's accounts, drained before the
      *> per-account detail queries run - same reasoning as the batch
      *> jobs' work tables: no query of our own while a cursor is
               10 CA-TYPE         PIC X(20).
               10 CA-STATUS       PIC X(10).
               10 CA-BALANCE      PIC X(20).
               10 CA-ROLE         PIC X(20).
       01  CUST-ACCT-COUNT       PIC 9(2) VALUE 0.
       01  DETAIL-DATA.
           05 DETAIL-F1          PIC X(30).
           05 DETAIL-F2          PIC X(20).
           05 DETAIL-F3          PIC X(40).
           05 DETAIL-F4          PIC X(20).
           05 DETAIL-F5          PIC X(64).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF.

           DISPLAY "=== Account inquiry console ===".
           PERFORM SIGN-ON-OPERATOR.
           IF SESSION-DONE NOT = 'Y' THEN
               DISPLAY "Key an account number, or press Enter to quit."
               PERFORM INQUIRY-CYCLE UNTIL SESSION-DONE = 'Y'
           END-IF.

           DISPLAY "Inquiry session ended.".
           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
           GOBACK.

      *> The operator id is what every access log row records and what
      *> the role comes from, so it is taken from the login only, the
      *> way the approval console signs its approvers on. It goes into
      *> the SQL text - the operators lookup and every access log row -
      *> so an apostrophe in it is refused outright. An id that is not
      *> on file, not ACTIVE, or carries a role the console doesn't
      *> know gets no screens at all.
       SIGN-ON-OPERATOR.
           MOVE SPACES TO OPERATOR-ID.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "USER".
           MOVE 0 TO QUOTE-COUNT.
           INSPECT OPERATOR-ID TALLYING QUOTE-COUNT FOR ALL "'".
           IF FUNCTION TRIM(OPERATOR-ID) = SPACES OR QUOTE-COUNT > 0 THEN
               DISPLAY "Sign-on refused: no usable login id (no apostrophes)."
               MOVE 'Y' TO SESSION-DONE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT REPLACE(COALESCE(name, ''), ',', ' '),"
               " UPPER(COALESCE(status, '')), UPPER(COALESCE(role, ''))"
               " FROM operators WHERE operator_id = '"
               FUNCTION TRIM(OPERATOR-ID) "'"
               INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "INQUIRY: could not read the operators table"
               MOVE 'Y' TO SESSION-DONE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_FETCH"
               USING BY VALUE CURSOR-H, BY REFERENCE FETCH-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 THEN
               CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC
               DISPLAY "Sign-on refused: operator " FUNCTION TRIM(OPERATOR-ID)
                       " is not on file."
               MOVE 'Y' TO SESSION-DONE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO OPERATOR-NAME.
           MOVE SPLIT-FIELD(2) TO OPERATOR-STATUS.
           MOVE SPLIT-FIELD(3) TO OPERATOR-ROLE.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.

           IF OPERATOR-STATUS NOT = "ACTIVE" THEN
               DISPLAY "Sign-on refused: operator " FUNCTION TRIM(OPERATOR-ID)
                       " is " FUNCTION TRIM(OPERATOR-STATUS) "."
               MOVE 'Y' TO SESSION-DONE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF OPERATOR-ROLE NOT = "VIEW" AND OPERATOR-ROLE NOT = "SUPERVISOR" THEN
               DISPLAY "Sign-on refused: operator " FUNCTION TRIM(OPERATOR-ID)
                       " has no inquiry role (" FUNCTION TRIM(OPERATOR-ROLE) ")."
               MOVE 'Y' TO SESSION-DONE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Signed on: " FUNCTION TRIM(OPERATOR-ID)
                   "  " FUNCTION TRIM(OPERATOR-NAME)
                   "  role " FUNCTION TRIM(OPERATOR-ROLE).

       INQUIRY-CYCLE.
           DISPLAY "Account number or customer name: " WITH NO ADVANCING.
           MOVE SPACES TO OPERATOR-INPUT.
           END-IF.

           MOVE FUNCTION TRIM(OPERATOR-INPUT) TO INQUIRY-ACCOUNT.
           MOVE "ACCOUNT" TO ACCESS-SCREEN.
           MOVE SPACES TO ACCESS-CUSTOMER.
           MOVE INQUIRY-ACCOUNT TO ACCESS-ACCOUNT.
           MOVE FUNCTION TRIM(OPERATOR-INPUT) TO ACCESS-KEYED.
           PERFORM LOG-INQUIRY-ACCESS.
           IF ACCESS-LOGGED NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-ACCOUNT-SUMMARY.
           IF FETCH-DONE = 'E' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-CUSTOMER-CONTACT.
           PERFORM SHOW-OPEN-FRAUD-ALERTS.
           PERFORM SHOW-ACCOUNT-HOLDERS.
           PERFORM SHOW-ACTIVE-HOLDS.
           PERFORM SHOW-RECENT-TRANSACTIONS.
           IF OPERATOR-ROLE = "SUPERVISOR" THEN
               PERFORM SHOW-WITHDRAWAL-EXCEPTIONS
           END-IF.
           DISPLAY " ".

      *> Writes one inquiry_access_log row for the screen about to be
      *> shown. An account lookup records the account's owning customer
      *> too, looked up in the same statement, so the audit can match
      *> it against an operator's own customer number; a name search
      *> records neither, only what was keyed. The keyed text rides as
      *> the bound parameter - a searched name can carry an apostrophe.
       LOG-INQUIRY-ACCESS.
           MOVE 'N' TO ACCESS-LOGGED.
           MOVE SPACES TO ACCESS-CUSTOMER-SQL.
           EVALUATE TRUE
               WHEN ACCESS-CUSTOMER NOT = SPACES
                   MOVE ACCESS-CUSTOMER TO ACCESS-CUSTOMER-SQL
               WHEN ACCESS-ACCOUNT NOT = SPACES
                   STRING "(SELECT customer_id FROM accounts WHERE account_id = "
                       FUNCTION TRIM(ACCESS-ACCOUNT) ")"
                       DELIMITED BY SIZE INTO ACCESS-CUSTOMER-SQL
               WHEN OTHER
                   MOVE "NULL" TO ACCESS-CUSTOMER-SQL
           END-EVALUATE.
           IF ACCESS-ACCOUNT NOT = SPACES THEN
               MOVE ACCESS-ACCOUNT TO ACCESS-ACCOUNT-SQL
           ELSE
               MOVE "NULL" TO ACCESS-ACCOUNT-SQL
           END-IF.
           MOVE SPACES TO PARAM-BUFFER.
           STRING FUNCTION TRIM(ACCESS-KEYED) X"00"
               DELIMITED BY SIZE INTO PARAM-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "INSERT INTO inquiry_access_log (operator_id, screen,"
               " customer_id, account_id, keyed_text, accessed_at) VALUES ('"
               FUNCTION TRIM(OPERATOR-ID) "', '" FUNCTION TRIM(ACCESS-SCREEN) "', "
               FUNCTION TRIM(ACCESS-CUSTOMER-SQL) ", "
               FUNCTION TRIM(ACCESS-ACCOUNT-SQL) ", $1, CURRENT_TIMESTAMP);"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC_PARAM" USING BY VALUE DBH,
               BY REFERENCE SQL-COMMAND, BY REFERENCE PARAM-BUFFER RETURNING RC.
           IF RC NOT = 0 THEN
               DISPLAY "INQUIRY: could not record this access in"
                       " inquiry_access_log - nothing shown"
               DISPLAY " "
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO ACCESS-LOGGED.

      *> Partial, case-blind name search, then an optional jump into
      *> the matched customer's full relationship.
       SEARCH-BY-NAME.
           MOVE FUNCTION TRIM(OPERATOR-INPUT) TO SEARCH-NAME.
           MOVE "NAMESEARCH" TO ACCESS-SCREEN.
           MOVE SPACES TO ACCESS-CUSTOMER.
           MOVE SPACES TO ACCESS-ACCOUNT.
           MOVE SEARCH-NAME TO ACCESS-KEYED.
           PERFORM LOG-INQUIRY-ACCESS.
           IF ACCESS-LOGGED NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM ESCAPE-SEARCH-NAME.

           MOVE SPACES TO SQL-COMMAND.
      *> parked value-dated items, and the recent maintenance_log
      *> changes - no SQL needed at the desk.
       SHOW-CUSTOMER-RELATIONSHIP.
           MOVE "RELATIONSHIP" TO ACCESS-SCREEN.
           MOVE INQUIRY-CUSTOMER TO ACCESS-CUSTOMER.
           MOVE SPACES TO ACCESS-ACCOUNT.
           MOVE INQUIRY-CUSTOMER TO ACCESS-KEYED.
           PERFORM LOG-INQUIRY-ACCESS.
           IF ACCESS-LOGGED NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CUST-ACCT-COUNT.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT a.account_id, a.account_type, COALESCE(a.status, 'ACTIVE'),"
               " a.balance, h.role"
               " FROM (SELECT account_id, customer_id, 'PRIMARY' AS role"
               " FROM accounts UNION SELECT account_id, customer_id, role"
               " FROM account_holders) h"
               " JOIN accounts a ON a.account_id = h.account_id"
               " WHERE h.customer_id = " FUNCTION TRIM(INQUIRY-CUSTOMER)
               " ORDER BY a.account_id"
               INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           DISPLAY " ".
           DISPLAY "Relationship for customer "
                   FUNCTION TRIM(INQUIRY-CUSTOMER) ":".
           PERFORM SHOW-CUSTOMER-TAX-ID.
           PERFORM SHOW-CUSTOMER-CONTACT.
           IF CUST-ACCT-COUNT = 0 THEN
               DISPLAY "  (no accounts on file)"
           END-IF.
           PERFORM SHOW-RELATIONSHIP-ACCOUNT
               VARYING CA-IDX FROM 1 BY 1 UNTIL CA-IDX > CUST-ACCT-COUNT.

           IF OPERATOR-ROLE = "SUPERVISOR" THEN
               PERFORM SHOW-CUSTOMER-MAINTENANCE
           END-IF.
           PERFORM SHOW-CUSTOMER-NOTICES.

      *> The tax ID is shown masked to its last four digits - enough
      *> to confirm against what the caller reads out, never the
      *> whole number. Only the year-end tax extract carries it clear.
       SHOW-CUSTOMER-TAX-ID.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT CASE WHEN tax_id IS NULL THEN '(none on file)'"
               " WHEN tax_id_type = 'E' THEN '**-***' || RIGHT(tax_id, 4)"
               " ELSE '***-**-' || RIGHT(tax_id, 4) END"
               " FROM customers WHERE customer_id = "
               FUNCTION TRIM(INQUIRY-CUSTOMER)
               INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC = 0 THEN
               DISPLAY "  Tax ID: " FUNCTION TRIM(SINGLE-RESULT-BUFFER)
           END-IF.

      *> Phone, email and street address for INQUIRY-CUSTOMER on one
      *> line. A VIEW operator gets them masked - the last four digits
      *> of the phone, the first letter and domain of the email, and
      *> the town only of the address - enough to confirm against what
      *> the caller says, not enough to read off; a SUPERVISOR sees
      *> them in clear.
       SHOW-CUSTOMER-CONTACT.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           IF OPERATOR-ROLE = "SUPERVISOR" THEN
               STRING
                   "SELECT 'Phone ' || COALESCE(NULLIF(phone, ''), '(none)')"
                   " || '  Email ' || COALESCE(NULLIF(email, ''), '(none)')"
                   " || '  Address ' || COALESCE(NULLIF(CONCAT_WS(' ',"
                   " address_line1, address_line2, city, state_code,"
                   " postal_code), ''), '(none)')"
                   " FROM customers WHERE customer_id = "
                   FUNCTION TRIM(INQUIRY-CUSTOMER)
                   INTO SQL-LIT
               END-STRING
           ELSE
               STRING
                   "SELECT 'Phone ' || CASE WHEN COALESCE(phone, '') = ''"
                   " THEN '(none)' ELSE '***' || RIGHT(phone, 4) END"
                   " || '  Email ' || CASE WHEN COALESCE(email, '') = ''"
                   " THEN '(none)' WHEN POSITION('@' IN email) > 1"
                   " THEN LEFT(email, 1) || '***'"
                   " || SUBSTRING(email FROM POSITION('@' IN email))"
                   " ELSE '***' END"
                   " || '  Address ' || CASE WHEN COALESCE(address_line1, '') = ''"
                   " THEN '(none)' ELSE '*** ' || COALESCE(city, '')"
                   " || ' ' || COALESCE(state_code, '') END"
                   " FROM customers WHERE customer_id = "
                   FUNCTION TRIM(INQUIRY-CUSTOMER)
                   INTO SQL-LIT
               END-STRING
           END-IF.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC = 0 THEN
               DISPLAY "  Contact: " FUNCTION TRIM(SINGLE-RESULT-BUFFER)
           END-IF.

       STORE-CUSTOMER-ACCOUNT.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           MOVE SPLIT-FIELD(2) TO CA-TYPE(CUST-ACCT-COUNT).
           MOVE SPLIT-FIELD(3) TO CA-STATUS(CUST-ACCT-COUNT).
           MOVE SPLIT-FIELD(4) TO CA-BALANCE(CUST-ACCT-COUNT).
           MOVE SPLIT-FIELD(5) TO CA-ROLE(CUST-ACCT-COUNT).

      *> One of the customer's accounts: the summary line, its parked
      *> items, and (for a supervisor) the declined-withdrawal detail
      *> the account screen shows.
       SHOW-RELATIONSHIP-ACCOUNT.
           DISPLAY " ".
           DISPLAY "  Account " FUNCTION TRIM(CA-ACCOUNT-ID(CA-IDX))
                   "  Type: " FUNCTION TRIM(CA-TYPE(CA-IDX))
                   "  Status: " FUNCTION TRIM(CA-STATUS(CA-IDX))
                   "  Balance: " FUNCTION TRIM(CA-BALANCE(CA-IDX))
                   "  Role: " FUNCTION TRIM(CA-ROLE(CA-IDX)).
           MOVE CA-ACCOUNT-ID(CA-IDX) TO INQUIRY-ACCOUNT.
           PERFORM SHOW-ACCOUNT-HOLDERS.
           PERFORM SHOW-PARKED-ITEMS.
           IF OPERATOR-ROLE = "SUPERVISOR" THEN
               PERFORM SHOW-WITHDRAWAL-EXCEPTIONS
           END-IF.

       SHOW-PARKED-ITEMS.
           MOVE SPACES TO SQL-COMMAND.
                   "  " FUNCTION TRIM(DETAIL-F2)
                   "  " FUNCTION TRIM(DETAIL-F3).

      *> The letters notice-generation has put out to this customer,
      *> newest first - so when a caller says "I got a letter", the
      *> desk can see which one and when. NO-ADDRESS rows are the
      *> letters that could not go for want of an address.
       SHOW-CUSTOMER-NOTICES.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT TO_CHAR(event_date, 'YYYY-MM-DD'), template_code,"
               " event_type, COALESCE(CAST(account_id AS TEXT), '-'), status"
               " FROM notice_history"
               " WHERE customer_id = " FUNCTION TRIM(INQUIRY-CUSTOMER)
               " ORDER BY created_at DESC LIMIT 10"
               INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "INQUIRY: could not read letters sent to customer "
                       FUNCTION TRIM(INQUIRY-CUSTOMER)
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY "  Letters sent:".
           MOVE 'N' TO FETCH-DONE.
           MOVE 0 TO ROWS-SHOWN.
           PERFORM SHOW-NOTICE-LINE UNTIL FETCH-DONE = 'Y'.
           IF ROWS-SHOWN = 0 THEN
               DISPLAY "    (none on file)"
           END-IF.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.

       SHOW-NOTICE-LINE.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_FETCH"
               USING BY VALUE CURSOR-H, BY REFERENCE FETCH-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO FETCH-DONE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ROWS-SHOWN.
           MOVE SPACES TO DETAIL-DATA.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO DETAIL-F1.
           MOVE SPLIT-FIELD(2) TO DETAIL-F2.
           MOVE SPLIT-FIELD(3) TO DETAIL-F3.
           MOVE SPLIT-FIELD(4) TO DETAIL-F4.
           MOVE SPLIT-FIELD(5) TO DETAIL-F5.
           DISPLAY "    " FUNCTION TRIM(DETAIL-F1)
                   "  " FUNCTION TRIM(DETAIL-F2)
                   "  " FUNCTION TRIM(DETAIL-F3)
                   "  account " FUNCTION TRIM(DETAIL-F4)
                   "  " FUNCTION TRIM(DETAIL-F5).

      *> The customer/type/status/balance header for the keyed account
      *> - the same accounts-to-customers join the directory report
      *> walks, narrowed to one account. Leaves the owning customer's
      *> number in INQUIRY-CUSTOMER for the contact line.
       SHOW-ACCOUNT-SUMMARY.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT c.name, a.account_type, COALESCE(a.status, 'ACTIVE'),"
               " a.balance, a.customer_id FROM accounts a"
               " JOIN customers c ON c.customer_id = a.customer_id"
               " WHERE a.account_id = " FUNCTION TRIM(INQUIRY-ACCOUNT)
               INTO SQL-LIT
           MOVE SPLIT-FIELD(2) TO DETAIL-F2.
           MOVE SPLIT-FIELD(3) TO DETAIL-F3.
           MOVE SPLIT-FIELD(4) TO DETAIL-F4.
           MOVE SPLIT-FIELD(5) TO INQUIRY-CUSTOMER.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.
           DISPLAY " ".
           DISPLAY "Account " FUNCTION TRIM(INQUIRY-ACCOUNT)
                   "  Status: " FUNCTION TRIM(DETAIL-F3)
                   "  Balance: " FUNCTION TRIM(DETAIL-F4).

      *> Everyone who holds the account and in what role - the owner on
      *> the accounts row plus account_holders. A sole-owner account
      *> shows its one PRIMARY holder.
       SHOW-ACCOUNT-HOLDERS.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT h.customer_id, c.name, h.role"
               " FROM (SELECT account_id, customer_id, 'PRIMARY' AS role"
               " FROM accounts UNION SELECT account_id, customer_id, role"
               " FROM account_holders) h"
               " JOIN customers c ON c.customer_id = h.customer_id"
               " WHERE h.account_id = " FUNCTION TRIM(INQUIRY-ACCOUNT)
               " ORDER BY h.role DESC, h.customer_id"
               INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "INQUIRY: could not read holders for account "
                       FUNCTION TRIM(INQUIRY-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  Holders:".
           MOVE 'N' TO FETCH-DONE.
           MOVE 0 TO ROWS-SHOWN.
           PERFORM SHOW-HOLDER-LINE UNTIL FETCH-DONE = 'Y'.
           IF ROWS-SHOWN = 0 THEN
               DISPLAY "    (none on file)"
           END-IF.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.

       SHOW-HOLDER-LINE.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_FETCH"
               USING BY VALUE CURSOR-H, BY REFERENCE FETCH-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO FETCH-DONE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ROWS-SHOWN.
           MOVE SPACES TO DETAIL-DATA.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO DETAIL-F2.
           MOVE SPLIT-FIELD(2) TO DETAIL-F1.
           MOVE SPLIT-FIELD(3) TO DETAIL-F4.
           DISPLAY "    customer " FUNCTION TRIM(DETAIL-F2)
                   "  " FUNCTION TRIM(DETAIL-F1)
                   "  " FUNCTION TRIM(DETAIL-F4).

      *> Active deposit holds - the amounts the withdrawal rules
      *> subtract from the ledger balance - so the desk can explain a
      *> declined withdrawal on an account that "had the money".
           DISPLAY "  " FUNCTION TRIM(DETAIL-F1)
                   "  " FUNCTION TRIM(DETAIL-F4)
                   "  " FUNCTION TRIM(DETAIL-F3).

      *> Open fraud cases on the account - OPEN or ESCALATED; a
      *> CLEARED case is history and stays off the screen.
       SHOW-OPEN-FRAUD-ALERTS.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT alert_id, status, TO_CHAR(alert_date, 'YYYY-MM-DD'),"
               " rule_code, detail FROM fraud_alerts"
               " WHERE account_id = " FUNCTION TRIM(INQUIRY-ACCOUNT)
               " AND status IN ('OPEN', 'ESCALATED')"
               " ORDER BY alert_date DESC, alert_id DESC LIMIT 10"
               INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "INQUIRY: could not read fraud alerts for account "
                       FUNCTION TRIM(INQUIRY-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO FETCH-DONE.
           MOVE 0 TO ROWS-SHOWN.
           PERFORM SHOW-FRAUD-ALERT-LINE UNTIL FETCH-DONE = 'Y'.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.

       SHOW-FRAUD-ALERT-LINE.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_FETCH"
               USING BY VALUE CURSOR-H, BY REFERENCE FETCH-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO FETCH-DONE
               EXIT PARAGRAPH
           END-IF.
           IF ROWS-SHOWN = 0 THEN
               DISPLAY "** Open fraud alerts:"
           END-IF.
           ADD 1 TO ROWS-SHOWN.
           MOVE SPACES TO DETAIL-DATA.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO DETAIL-F2.
           MOVE SPLIT-FIELD(2) TO DETAIL-F4.
           MOVE SPLIT-FIELD(3) TO DETAIL-F1.
           MOVE SPLIT-FIELD(4) TO DETAIL-F3.
           MOVE SPLIT-FIELD(5) TO DETAIL-F5.
           DISPLAY "  case " FUNCTION TRIM(DETAIL-F2)
                   "  " FUNCTION TRIM(DETAIL-F4)
                   "  " FUNCTION TRIM(DETAIL-F1)
                   "  " FUNCTION TRIM(DETAIL-F3)
                   "  " FUNCTION TRIM(DETAIL-F5).
