      *> The dormancy decision is made by the database (last logged
      *> activity vs CURRENT_DATE minus the threshold), so this job
      *> and the log can never disagree about what "recent" means.
      *> A FROZEN account is left out of the review altogether: its
      *> status belongs to the legal hold until UNFREEZE puts it back to
      *> ACTIVE, and the next review after that flags it if it is still
      *> quiet. An ESCHEATED account is as finished as a CLOSED one
      *> and is left out too; a DORMANT account under an escheat
      *> notice is still reviewed, and reactivating it is what lets
      *> escheatment cancel the notice.
      *> A TERM deposit is left out while it runs to maturity - no
      *> postings are allowed on it then, so its quiet is by contract,
      *> not neglect.
      *> The book is reviewed one account-id page at a time (see
      *> pagestat.cpy): a page is drained and its cursor closed before
      *> any of its accounts is flagged or reactivated, and the next
      *> page starts after the page's last account. Every decision
      *> rests on the account's own status and activity, so a rerun
      *> after a failure simply reviews the book again - accounts the
      *> first run flagged now read as still dormant. The page and row
      *> counts go to the step's batch_run_log row at the end.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "dbapi.cpy".
       COPY "splitfld.cpy".
       COPY "postlock.cpy".
       COPY "pagestat.cpy".
       01  L                     PIC 9(4) VALUE 0.
       01  SQL-LIT               PIC X(2048).
       01  CMD-LINE-ARG          PIC X(256).
       01  ARG-NUM               PIC 9(2).
       01  MONTHS-ARG-FOUND      PIC X VALUE 'N'.
       01  REPORT-FILE-STATUS    PIC XX.
       01  DORMANT-MONTHS        PIC 9(3) VALUE 24.
       01  DORMANT-MONTHS-TEXT   PIC X(3).
       01  BUSINESS-DATE         PIC X(10).
       01  FETCH-DONE            PIC X VALUE 'N'.
       01  RECORD-FAILED-FLAG    PIC X VALUE 'N'.
      *> One page of open accounts. PAGE-SIZE is the OCCURS count and
      *> the page query's LIMIT.
       01  PAGE-SIZE             PIC 9(5) VALUE 1000.
       01  REVIEW-TABLE.
           05 REVIEW-ENTRY OCCURS 1000 TIMES INDEXED BY REV-IDX.
               10 REV-ACCOUNT-ID     PIC X(4).
               10 REV-CUST-NAME      PIC X(20).
               10 REV-BALANCE-TEXT   PIC X(20).
       01  REACTIVATED-COUNT     PIC 9(9) VALUE 0.
       01  STILL-DORMANT-COUNT   PIC 9(9) VALUE 0.
       01  LOG-TYPE              PIC X(10).
       01  EXIT-STATUS           PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               VARYING ARG-NUM FROM 1 BY 1 UNTIL ARG-NUM > 2
                   OR MONTHS-ARG-FOUND = 'Y'.
           MOVE DORMANT-MONTHS TO DORMANT-MONTHS-TEXT.
      *> The driver's business date only labels the step's page
      *> counts; a hand run takes the calendar date.
           MOVE SPACES TO BUSINESS-DATE.
           PERFORM FIND-DATE-ARGUMENT
               VARYING ARG-NUM FROM 1 BY 1 UNTIL ARG-NUM > 2.
           IF BUSINESS-DATE = SPACES THEN
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                      FUNCTION CURRENT-DATE(5:2) "-"
                      FUNCTION CURRENT-DATE(7:2)
                      DELIMITED BY SIZE INTO BUSINESS-DATE
           END-IF.

           CALL "get-db-connstr" USING DB-CONNSTR.
           CALL STATIC "DB_CONNECT" USING DB-CONNSTR RETURNING DBH.

           PERFORM ACQUIRE-POSTING-LOCK.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "DORMANT REVIEW FAILED: could not create dormant-review.rpt"
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO PAGE-LAST-KEY.
           MOVE 'N' TO PAGE-BOOK-DONE.
           PERFORM REVIEW-ACCOUNT-PAGE UNTIL PAGE-BOOK-DONE = 'Y'.

           CLOSE REPORT-FILE.

           DISPLAY "Dormant review complete: " PAGE-ROW-TOTAL
                   " open account(s) reviewed, " FLAGGED-COUNT
                   " newly flagged dormant, " STILL-DORMANT-COUNT
                   " still dormant, " REACTIVATED-COUNT " reactivated.".

           MOVE LOCK-JOB-NAME TO PAGE-JOB-NAME.
           CALL "batch-page-stats" USING DBH, PAGE-JOB-NAME,
               PAGE-COUNT, PAGE-ROW-TOTAL, BUSINESS-DATE.

           PERFORM RELEASE-POSTING-LOCK.
           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
      *> The exit code is set last - every CALL above resets
      *> RETURN-CODE - from EXIT-STATUS, where the run kept it.
           MOVE EXIT-STATUS TO RETURN-CODE.
           GOBACK.

       FIND-MONTHS-ARGUMENT.
               MOVE 'Y' TO MONTHS-ARG-FOUND
           END-IF.

       FIND-DATE-ARGUMENT.
           MOVE SPACES TO CMD-LINE-ARG.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT CMD-LINE-ARG FROM ARGUMENT-VALUE.
           IF CMD-LINE-ARG(5:1) = "-" AND CMD-LINE-ARG(8:1) = "-"
                   AND CMD-LINE-ARG(11:1) = SPACE THEN
               MOVE CMD-LINE-ARG(1:10) TO BUSINESS-DATE
           END-IF.

      *> Takes the shared posting interlock before any status is
      *> changed - see posting-lock.cob. A held lock means exit 1 with
      *> the holder named, never a silent concurrent run.
           MOVE "RELEASE" TO LOCK-ACTION.
           CALL "posting-lock" USING DBH, LOCK-ACTION, LOCK-JOB-NAME, LOCK-RC.

      *> One page: the next PAGE-SIZE open accounts after the last one
      *> reviewed, drained into REVIEW-TABLE and the cursor closed
      *> before any status changes. A page that can't be opened or
      *> read fails the run and ends the review there.
      *> One row per open account: the DORMANT/RECENT call is computed
      *> here so the cutoff arithmetic lives in one place. An account
      *> with no logged activity at all counts as dormant. "Activity"
      *> means customer-initiated movement, so the exclusions cover
      *> this job's own audit rows (DORMANT/REACTIVATE - otherwise
      *> flagging an account would reactivate it next run) AND the
      *> system-generated INTEREST/FEE postings - every open savings
      *> account gets monthly interest and a below-floor checking
      *> account gets a monthly fee, so counting those would mean the
      *> flag never fires for exactly the account classes escheatment
      *> review cares about, and each month-end would fake a
      *> reactivation.
       REVIEW-ACCOUNT-PAGE.
           MOVE SPACES TO PAGE-KEY-CLAUSE.
           IF PAGE-LAST-KEY NOT = SPACES THEN
               STRING " AND a.account_id > " FUNCTION TRIM(PAGE-LAST-KEY)
                   DELIMITED BY SIZE INTO PAGE-KEY-CLAUSE
           END-IF.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT a.account_id, c.name, a.balance,"
               " COALESCE(a.status, 'ACTIVE'),"
               " COALESCE((SELECT TO_CHAR(MAX(t.occurred_at), 'YYYY-MM-DD')"
               " FROM transaction_log t WHERE t.account_id = a.account_id"
               " AND t.tx_type NOT IN"
               " ('DORMANT', 'REACTIVATE', 'OVERDRAWN', 'INTEREST', 'FEE')), 'NONE'),"
               " CASE WHEN COALESCE((SELECT MAX(t.occurred_at) FROM transaction_log t"
               " WHERE t.account_id = a.account_id"
               " AND t.tx_type NOT IN"
               " ('DORMANT', 'REACTIVATE', 'OVERDRAWN', 'INTEREST', 'FEE')), TIMESTAMP 'epoch')"
               " < CURRENT_DATE - INTERVAL '"
               FUNCTION TRIM(DORMANT-MONTHS-TEXT)
               " months' THEN 'DORMANT' ELSE 'RECENT' END"
               " FROM accounts a JOIN customers c ON c.customer_id = a.customer_id"
               " WHERE COALESCE(a.status, '') NOT IN ('CLOSED', 'FROZEN', 'ESCHEATED')"
               " AND NOT (COALESCE(a.account_type, '') = 'TERM'"
               " AND a.maturity_date > CURRENT_DATE)"
               PAGE-KEY-CLAUSE
               " ORDER BY a.account_id LIMIT " PAGE-SIZE
               INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).

           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "DORMANT REVIEW FAILED: could not open account activity cursor"
               MOVE 1 TO EXIT-STATUS
               MOVE 'Y' TO PAGE-BOOK-DONE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO REVIEW-COUNT.
           MOVE 'N' TO FETCH-DONE.
           PERFORM FETCH-REVIEW-ROWS UNTIL FETCH-DONE = 'Y'.

           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.

           IF REVIEW-COUNT < PAGE-SIZE THEN
               MOVE 'Y' TO PAGE-BOOK-DONE
           END-IF.
           IF REVIEW-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PAGE-COUNT.
           ADD REVIEW-COUNT TO PAGE-ROW-TOTAL.
           MOVE REV-ACCOUNT-ID(REVIEW-COUNT) TO PAGE-LAST-KEY.

           PERFORM REVIEW-ONE-ACCOUNT
               VARYING REV-IDX FROM 1 BY 1 UNTIL REV-IDX > REVIEW-COUNT.

       FETCH-REVIEW-ROWS.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_FETCH"
               WHEN OTHER
                   DISPLAY "DORMANT REVIEW FAILED: error reading account activity"
                   MOVE 'Y' TO FETCH-DONE
                   MOVE 'Y' TO PAGE-BOOK-DONE
                   MOVE 1 TO EXIT-STATUS
           END-EVALUATE.

       STORE-REVIEW-ROW.
           ADD 1 TO REVIEW-COUNT.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
