      *> joined to customers with the DB_QUERY_OPEN/DB_QUERY_FETCH/
      *> DB_QUERY_CLOSE cursor added for request 013, rather than the
      *> file-driven approach the other reports use.
      *> A joint account is listed under each of its holders - its
      *> owner and every customer in account_holders - with the
      *> holder's role, so the account is found whichever name the
      *> caller gives. The closing count is of accounts, not lines.
      *> The directory is grouped by the account's branch (UNASSIGNED
      *> until the branch load reaches it), each branch closing with
      *> a subtotal of its accounts and their balances - counted once
      *> per account, on the owner's line, however many holders list it.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       COPY "splitfld.cpy".
       01  L                     PIC 9(4) VALUE 0.
       01  SQL-LIT               PIC X(600).
       01  FETCH-DONE            PIC X VALUE 'N'.
       01  ROW-DATA.
           05 ROW-BRANCH         PIC X(10).
           05 ROW-NAME           PIC X(20).
           05 ROW-ACCOUNT-ID     PIC X(4).
           05 ROW-ACCOUNT-TYPE   PIC X(20).
           05 ROW-BALANCE-TEXT   PIC X(20).
           05 ROW-ROLE           PIC X(20).
           05 ROW-HOLDER-COUNT   PIC X(6).
           05 ROW-OWNER-FLAG     PIC X.
       01  ACCOUNT-COUNT         PIC 9(9) VALUE 0.
       01  CURRENT-BRANCH        PIC X(10) VALUE SPACES.
       01  BRANCH-ACCOUNTS       PIC 9(9) VALUE 0.
       01  BRANCH-BALANCE        PIC S9(13)V99 COMP-3 VALUE 0.
       01  BOOK-BALANCE          PIC S9(13)V99 COMP-3 VALUE 0.
       01  BALANCE-EDIT          PIC -(13)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT c.name, a.account_id, a.account_type, a.balance, h.role,"
               " (SELECT COUNT(*) FROM account_holders x"
               " WHERE x.account_id = a.account_id),"
               " CASE WHEN h.customer_id = a.customer_id THEN 'Y' ELSE 'N' END,"
               " COALESCE(a.branch_code, 'UNASSIGNED')"
               " FROM (SELECT account_id, customer_id, 'PRIMARY' AS role"
               " FROM accounts UNION SELECT account_id, customer_id, role"
               " FROM account_holders) h"
               " JOIN accounts a ON a.account_id = h.account_id"
               " JOIN customers c ON c.customer_id = h.customer_id"
               " ORDER BY COALESCE(a.branch_code, 'UNASSIGNED'),"
               " c.name, a.account_id"
               INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).

           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.

           PERFORM DISPLAY-BRANCH-SUBTOTAL.
           MOVE BOOK-BALANCE TO BALANCE-EDIT.
           DISPLAY "=== " ACCOUNT-COUNT " account(s) listed, total balance "
                   FUNCTION TRIM(BALANCE-EDIT) " ===".

           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
           GOBACK.
      *> customer name the bridge delivers double-quoted ("Smith, Jr.")
      *> lands whole in ROW-NAME instead of splitting across fields.
       DISPLAY-ROW.
           MOVE SPACES TO ROW-DATA.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(2) TO ROW-ACCOUNT-ID.
           MOVE SPLIT-FIELD(3) TO ROW-ACCOUNT-TYPE.
           MOVE SPLIT-FIELD(4) TO ROW-BALANCE-TEXT.
           MOVE SPLIT-FIELD(5) TO ROW-ROLE.
           MOVE SPLIT-FIELD(6) TO ROW-HOLDER-COUNT.
           MOVE SPLIT-FIELD(7) TO ROW-OWNER-FLAG.
           MOVE SPLIT-FIELD(8) TO ROW-BRANCH.
           IF ROW-BRANCH NOT = CURRENT-BRANCH THEN
               PERFORM DISPLAY-BRANCH-SUBTOTAL
               MOVE ROW-BRANCH TO CURRENT-BRANCH
               DISPLAY "--- Branch " FUNCTION TRIM(ROW-BRANCH) " ---"
           END-IF.
           IF ROW-OWNER-FLAG = 'Y' THEN
               ADD 1 TO ACCOUNT-COUNT
               ADD 1 TO BRANCH-ACCOUNTS
               ADD FUNCTION NUMVAL(ROW-BALANCE-TEXT) TO BRANCH-BALANCE
               ADD FUNCTION NUMVAL(ROW-BALANCE-TEXT) TO BOOK-BALANCE
           END-IF.
           IF FUNCTION NUMVAL(ROW-HOLDER-COUNT) > 1 THEN
               DISPLAY "Account " FUNCTION TRIM(ROW-ACCOUNT-ID)
                       "  Customer: " FUNCTION TRIM(ROW-NAME)
                       "  Type: " FUNCTION TRIM(ROW-ACCOUNT-TYPE)
                       "  Balance: " FUNCTION TRIM(ROW-BALANCE-TEXT)
                       "  Joint: " FUNCTION TRIM(ROW-ROLE)
                       " of " FUNCTION TRIM(ROW-HOLDER-COUNT) " holders"
           ELSE
               DISPLAY "Account " FUNCTION TRIM(ROW-ACCOUNT-ID)
                       "  Customer: " FUNCTION TRIM(ROW-NAME)
                       "  Type: " FUNCTION TRIM(ROW-ACCOUNT-TYPE)
                       "  Balance: " FUNCTION TRIM(ROW-BALANCE-TEXT)
           END-IF.

      *> Subtotal for the branch just listed; nothing before the first.
       DISPLAY-BRANCH-SUBTOTAL.
           IF CURRENT-BRANCH = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE BRANCH-BALANCE TO BALANCE-EDIT.
           DISPLAY "--- Branch " FUNCTION TRIM(CURRENT-BRANCH) ": "
                   BRANCH-ACCOUNTS " account(s), balance "
                   FUNCTION TRIM(BALANCE-EDIT) " ---".
           MOVE 0 TO BRANCH-ACCOUNTS.
           MOVE 0 TO BRANCH-BALANCE.
