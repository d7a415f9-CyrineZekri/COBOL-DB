      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. escheatment.

      *> Unclaimed-property escheatment of long-dormant balances - the
      *> step after dormant-review. dormant-review flags an account
      *> DORMANT after its quiet period; once the state's dormancy
      *> period has also run, the balance belongs to the state unless
      *> the owner answers a due-diligence letter. Each run, for the
      *> business date, does three things in this order:
      *>   1. Every open case (escheat_cases, status NOTICED) is
      *>      checked for customer activity since its notice: a
      *>      customer-initiated posting on the account, a maintenance
      *>      change for any of its holders, or the account no longer
      *>      being DORMANT (dormant-review reactivated it, or it was
      *>      frozen or closed). Any of those CANCELS the escheatment.
      *>   2. A case still quiet once its response window has passed
      *>      is REMITTED: the whole balance leaves the account as an
      *>      ESCHEAT posting through LOG_TRANSACTION, the account goes
      *>      to status ESCHEATED (which every posting path treats like
      *>      CLOSED - see account-status.cob), and the owner goes on
      *>      the state's holder report with the last activity date and
      *>      the amount remitted. The ESCHEAT type's gl_account_map
      *>      row carries the money to the escheat suspense account in
      *>      gl-extract - without that row the run refuses to start,
      *>      rather than post money gl-extract can't journal.
      *>   3. Every DORMANT account with a positive balance whose last
      *>      customer activity is older than the escheat age, and that
      *>      has no open case, gets a due-diligence notice: a case row
      *>      recording the notice date and the respond-by date, and a
      *>      record on the notice file for the letter run.
      *> "Customer activity" is what dormant-review counts - postings
      *> other than DORMANT/REACTIVATE/OVERDRAWN/INTEREST/FEE and this
      *> job's own ESCHEAT - plus maintenance_log changes the customer
      *> asked for, named one by one: NAMEFIX, CONTACT, ADDRESS, TAXID,
      *> NEWACCT, MATURITY, STANDING, STOPORD, ODLIMIT, ADDHOLDER,
      *> REMOVEHOLDER and a CANCEL of a parked item. Everything else in
      *> maintenance_log - FREEZE, UNFREEZE, FRAUDCASE, the TRANSFERBR
      *> and BRANCHLOAD branch moves, and any action added later until
      *> it is listed here - is the bank acting on the account, not the
      *> owner, and doesn't count.
      *> Files, all for the business date:
      *>     escheat-notices-<date>.dat    due-diligence notice file
      *>         HEADER,<date>
      *>         NOTICE,<case>,<account>,<customer>,<owner name>,
      *>                <balance>,<last activity>,<respond by>
      *>         TRAILER,<count>,<total balance>
      *>     escheat-holder-<date>.dat     state holder report
      *>         HEADER,<date>,<suspense GL account>
      *>         HOLDER,<case>,<account>,<customer>,<owner name>,
      *>                <last activity>,<amount remitted>
      *>         TRAILER,<count>,<total remitted>
      *>     escheatment-<date>.rpt        the run's worklist
      *> Arguments follow the run-control driver's "<feed> <date>"
      *> convention: the YYYY-MM-DD argument is the business date
      *> (default: calendar date). The tunables come from the
      *> environment:
      *>   ESCHEAT_AGE_MONTHS      default 36 - months since the last
      *>                           customer activity before a notice
      *>   ESCHEAT_RESPONSE_DAYS   default 60 - days the owner has to
      *>                           answer the notice
      *> Takes the posting lock - it moves money. Each case is its own
      *> DB transaction. The open cases and then the notice candidates
      *> are read one page at a time (see pagestat.cpy) - the cases by
      *> case id, the candidates by account id, each page starting
      *> after the last key of the one before - so the whole book is
      *> worked in one run whatever its size; the page and row counts
      *> for both go to the step's batch_run_log row at the end. Exit 1
      *> when the run can't start or a database read fails (a case page
      *> that can't be read also holds back the notices, so step 1
      *> always runs to the end before step 3), 2 when any single case
      *> failed, else 0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-FILE ASSIGN TO DYNAMIC NOTICE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-FILE-STATUS.
           SELECT HOLDER-FILE ASSIGN TO DYNAMIC HOLDER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDER-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-FILE.
       01  NOTICE-RECORD        PIC X(200).
       FD  HOLDER-FILE.
       01  HOLDER-RECORD        PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(132).
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       COPY "splitfld.cpy".
       COPY "postlock.cpy".
       COPY "pagestat.cpy".
       01  L                     PIC 9(4) VALUE 0.
       01  SQL-LIT               PIC X(2048).
       01  CMD-LINE-ARG          PIC X(256).
       01  ARG-NUM               PIC 9(2).
       01  ENV-VALUE             PIC X(40).
       01  DIGIT-TEST            PIC X(40).
       01  BUSINESS-DATE         PIC X(10).
       01  NOTICE-FILENAME       PIC X(256).
       01  HOLDER-FILENAME       PIC X(256).
       01  REPORT-FILENAME       PIC X(256).
       01  NOTICE-FILE-STATUS    PIC XX.
       01  HOLDER-FILE-STATUS    PIC XX.
       01  REPORT-FILE-STATUS    PIC XX.
       01  ESCHEAT-AGE-MONTHS    PIC 9(4) VALUE 36.
       01  RESPONSE-DAYS         PIC 9(4) VALUE 60.
       01  AGE-MONTHS-TEXT       PIC Z(3)9.
       01  RESPONSE-DAYS-TEXT    PIC Z(3)9.
       01  SUSPENSE-ACCOUNT      PIC X(12).
       01  FETCH-DONE            PIC X VALUE 'N'.
       01  RECORD-FAILED-FLAG    PIC X VALUE 'N'.
      *> The last customer activity on account a, as one SQL
      *> expression so the notice and the cancellation checks can
      *> never disagree about it. Built once at start-up.
       01  LAST-ACTIVITY-SQL     PIC X(700).
      *> One page of open cases or of notice candidates, each drained
      *> before any case is updated - no statement of ours while a
      *> cursor is open on the handle (see dbapi.cpy). PAGE-SIZE is the
      *> OCCURS count and the page queries' LIMIT.
       01  PAGE-SIZE             PIC 9(5) VALUE 1000.
       01  READ-FAILED           PIC X VALUE 'N'.
       01  CASE-TABLE.
           05 CASE-ENTRY OCCURS 1000 TIMES INDEXED BY CASE-IDX.
               10 CS-CASE-ID         PIC X(10).
               10 CS-ACCOUNT-ID      PIC X(4).
               10 CS-CUSTOMER-ID     PIC X(4).
               10 CS-NAME            PIC X(40).
               10 CS-BALANCE-TEXT    PIC X(20).
               10 CS-LAST-ACTIVITY   PIC X(10).
               10 CS-NOTICE-DATE     PIC X(10).
               10 CS-DISPOSITION     PIC X(12).
       01  CASE-COUNT            PIC 9(9) VALUE 0.
       01  CANDIDATE-TABLE.
           05 CANDIDATE-ENTRY OCCURS 1000 TIMES INDEXED BY CAND-IDX.
               10 CD-ACCOUNT-ID      PIC X(4).
               10 CD-CUSTOMER-ID     PIC X(4).
               10 CD-NAME            PIC X(40).
               10 CD-BALANCE-TEXT    PIC X(20).
               10 CD-LAST-ACTIVITY   PIC X(10).
       01  CANDIDATE-COUNT       PIC 9(9) VALUE 0.
       01  NEW-CASE-ID           PIC X(10).
       01  RESPOND-BY-DATE       PIC X(10).
       01  CASE-AMOUNT           PIC S9(11)V99 COMP-3.
       01  NOTICE-COUNT          PIC 9(9) VALUE 0.
       01  NOTICE-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
       01  REMITTED-COUNT        PIC 9(9) VALUE 0.
       01  REMITTED-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
       01  CANCELLED-COUNT       PIC 9(9) VALUE 0.
       01  WAITING-COUNT         PIC 9(9) VALUE 0.
       01  FAILED-COUNT          PIC 9(9) VALUE 0.
       01  EXIT-STATUS           PIC 9 VALUE 0.
       01  TOTAL-EDIT            PIC -(13)9.99.
       01  CANCEL-REASON         PIC X(40).

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
           PERFORM READ-ESCHEAT-SETTINGS.
           PERFORM BUILD-LAST-ACTIVITY-SQL.

           CALL "get-db-connstr" USING DB-CONNSTR.
           CALL STATIC "DB_CONNECT" USING DB-CONNSTR RETURNING DBH.
           IF DBH = NULL-PTR THEN
               DISPLAY "ESCHEATMENT FAILED: Database connection error"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CHECK-ESCHEAT-GL-MAPPING.
           PERFORM ACQUIRE-POSTING-LOCK.

           PERFORM OPEN-OUTPUT-FILES.

           MOVE SPACES TO PAGE-LAST-KEY.
           MOVE 'N' TO PAGE-BOOK-DONE.
           PERFORM SETTLE-CASE-PAGE UNTIL PAGE-BOOK-DONE = 'Y'.
           IF READ-FAILED NOT = 'Y' THEN
               MOVE SPACES TO PAGE-LAST-KEY
               MOVE 'N' TO PAGE-BOOK-DONE
               PERFORM NOTICE-CANDIDATE-PAGE UNTIL PAGE-BOOK-DONE = 'Y'
           END-IF.

           PERFORM CLOSE-OUTPUT-FILES.

           DISPLAY "Escheatment complete for " FUNCTION TRIM(BUSINESS-DATE)
                   ": " NOTICE-COUNT " notice(s) sent, " REMITTED-COUNT
                   " account(s) remitted, " CANCELLED-COUNT " cancelled, "
                   WAITING-COUNT " awaiting response, " FAILED-COUNT " failed.".
           MOVE LOCK-JOB-NAME TO PAGE-JOB-NAME.
           CALL "batch-page-stats" USING DBH, PAGE-JOB-NAME,
               PAGE-COUNT, PAGE-ROW-TOTAL, BUSINESS-DATE.
      *> The exit code is kept in EXIT-STATUS and set last: the
      *> posting-lock CALL below would reset RETURN-CODE.
           IF FAILED-COUNT > 0 THEN
               MOVE 2 TO EXIT-STATUS
           END-IF.
           IF READ-FAILED = 'Y' THEN
               MOVE 1 TO EXIT-STATUS
           END-IF.

           PERFORM RELEASE-POSTING-LOCK.
           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
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
       READ-ESCHEAT-SETTINGS.
           MOVE SPACES TO ENV-VALUE.
           ACCEPT ENV-VALUE FROM ENVIRONMENT "ESCHEAT_AGE_MONTHS".
           PERFORM CHECK-DIGITS-SETTING.
           IF DIGIT-TEST = SPACES THEN
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(ENV-VALUE)) TO ESCHEAT-AGE-MONTHS
           END-IF.
           MOVE SPACES TO ENV-VALUE.
           ACCEPT ENV-VALUE FROM ENVIRONMENT "ESCHEAT_RESPONSE_DAYS".
           PERFORM CHECK-DIGITS-SETTING.
           IF DIGIT-TEST = SPACES THEN
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(ENV-VALUE)) TO RESPONSE-DAYS
           END-IF.
           MOVE ESCHEAT-AGE-MONTHS TO AGE-MONTHS-TEXT.
           MOVE RESPONSE-DAYS TO RESPONSE-DAYS-TEXT.

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

       BUILD-LAST-ACTIVITY-SQL.
           MOVE SPACES TO LAST-ACTIVITY-SQL.
           STRING
               "GREATEST((SELECT MAX(t.occurred_at) FROM transaction_log t"
               " WHERE t.account_id = a.account_id AND t.tx_type NOT IN"
               " ('DORMANT', 'REACTIVATE', 'OVERDRAWN', 'INTEREST', 'FEE',"
               " 'ESCHEAT')),"
               " (SELECT MAX(m.occurred_at) FROM maintenance_log m"
               " WHERE m.customer_id IN (SELECT a.customer_id UNION"
               " SELECT h.customer_id FROM account_holders h"
               " WHERE h.account_id = a.account_id)"
               " AND m.action IN ('NAMEFIX', 'CONTACT', 'ADDRESS', 'TAXID',"
               " 'NEWACCT', 'MATURITY', 'STANDING', 'STOPORD', 'ODLIMIT',"
               " 'ADDHOLDER', 'REMOVEHOLDER', 'CANCEL')))"
               DELIMITED BY SIZE INTO LAST-ACTIVITY-SQL
           END-STRING.

      *> The ESCHEAT postings reach the ledger only through their
      *> gl_account_map row; its credit side is the escheat suspense
      *> account the holder report quotes. gl-extract fails the night
      *> on an unmapped type, so it is checked before anything posts.
       CHECK-ESCHEAT-GL-MAPPING.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           STRING "SELECT credit_account FROM gl_account_map"
               " WHERE UPPER(tx_type) = 'ESCHEAT'"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER) = SPACES THEN
               DISPLAY "ESCHEATMENT FAILED: gl_account_map has no ESCHEAT row -"
                       " map it to the escheat suspense account before running"
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SINGLE-RESULT-BUFFER TO SUSPENSE-ACCOUNT.

      *> Takes the shared posting interlock before any balance moves -
      *> see posting-lock.cob.
       ACQUIRE-POSTING-LOCK.
           MOVE "escheatment" TO LOCK-JOB-NAME.
           MOVE "ACQUIRE" TO LOCK-ACTION.
           CALL "posting-lock" USING DBH, LOCK-ACTION, LOCK-JOB-NAME, LOCK-RC.
           IF LOCK-RC NOT = 0 THEN
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       RELEASE-POSTING-LOCK.
           MOVE "RELEASE" TO LOCK-ACTION.
           CALL "posting-lock" USING DBH, LOCK-ACTION, LOCK-JOB-NAME, LOCK-RC.

       ABANDON-RUN.
           PERFORM RELEASE-POSTING-LOCK.
           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

      *> One page of open cases, after the last case settled, with
      *> what the database says should happen to each today:
      *> CANCEL-xxx when the owner has shown up, DUE once the response
      *> window has run out quietly, otherwise WAIT.
       SETTLE-CASE-PAGE.
           MOVE SPACES TO PAGE-KEY-CLAUSE.
           IF PAGE-LAST-KEY NOT = SPACES THEN
               STRING " AND e.case_id > " FUNCTION TRIM(PAGE-LAST-KEY)
                   DELIMITED BY SIZE INTO PAGE-KEY-CLAUSE
           END-IF.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT e.case_id, e.account_id, a.customer_id,"
               " UPPER(REPLACE(COALESCE(c.name, ''), ',', ' ')), a.balance,"
               " COALESCE(TO_CHAR(e.last_activity, 'YYYY-MM-DD'), 'NONE'),"
               " TO_CHAR(e.notice_date, 'YYYY-MM-DD'),"
               " CASE WHEN COALESCE(a.status, 'ACTIVE') <> 'DORMANT' THEN 'CANCEL-STAT'"
               " WHEN COALESCE(" FUNCTION TRIM(LAST-ACTIVITY-SQL)
               ", TIMESTAMP 'epoch') >= e.notice_date THEN 'CANCEL-ACT'"
               " WHEN a.balance <= 0 THEN 'CANCEL-ZERO'"
               " WHEN e.respond_by < DATE '" FUNCTION TRIM(BUSINESS-DATE)
               "' THEN 'DUE' ELSE 'WAIT' END"
               " FROM escheat_cases e"
               " JOIN accounts a ON a.account_id = e.account_id"
               " LEFT JOIN customers c ON c.customer_id = a.customer_id"
               " WHERE e.status = 'NOTICED'"
               PAGE-KEY-CLAUSE
               " ORDER BY e.case_id LIMIT " PAGE-SIZE
               DELIMITED BY SIZE INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "ESCHEATMENT FAILED: could not open escheat case cursor"
               MOVE 'Y' TO READ-FAILED
               MOVE 'Y' TO PAGE-BOOK-DONE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CASE-COUNT.
           MOVE 'N' TO FETCH-DONE.
           PERFORM FETCH-OPEN-CASE UNTIL FETCH-DONE NOT = 'N'.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.
           IF FETCH-DONE = 'E' THEN
               MOVE 'Y' TO READ-FAILED
               MOVE 'Y' TO PAGE-BOOK-DONE
               EXIT PARAGRAPH
           END-IF.

           IF CASE-COUNT < PAGE-SIZE THEN
               MOVE 'Y' TO PAGE-BOOK-DONE
           END-IF.
           IF CASE-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PAGE-COUNT.
           ADD CASE-COUNT TO PAGE-ROW-TOTAL.
           MOVE CS-CASE-ID(CASE-COUNT) TO PAGE-LAST-KEY.

           PERFORM SETTLE-OPEN-CASE
               VARYING CASE-IDX FROM 1 BY 1 UNTIL CASE-IDX > CASE-COUNT.

       FETCH-OPEN-CASE.
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
                   DISPLAY "ESCHEATMENT FAILED: error reading escheat cases"
                   MOVE 'E' TO FETCH-DONE
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO CASE-COUNT.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO CS-CASE-ID(CASE-COUNT).
           MOVE SPLIT-FIELD(2) TO CS-ACCOUNT-ID(CASE-COUNT).
           MOVE SPLIT-FIELD(3) TO CS-CUSTOMER-ID(CASE-COUNT).
           MOVE SPLIT-FIELD(4) TO CS-NAME(CASE-COUNT).
           MOVE SPLIT-FIELD(5) TO CS-BALANCE-TEXT(CASE-COUNT).
           MOVE SPLIT-FIELD(6) TO CS-LAST-ACTIVITY(CASE-COUNT).
           MOVE SPLIT-FIELD(7) TO CS-NOTICE-DATE(CASE-COUNT).
           MOVE SPLIT-FIELD(8) TO CS-DISPOSITION(CASE-COUNT).

      *> One page of DORMANT accounts with money in them, quiet for
      *> longer than the escheat age and not already under notice,
      *> after the last account noticed.
       NOTICE-CANDIDATE-PAGE.
           MOVE SPACES TO PAGE-KEY-CLAUSE.
           IF PAGE-LAST-KEY NOT = SPACES THEN
               STRING " AND x.account_id > " FUNCTION TRIM(PAGE-LAST-KEY)
                   DELIMITED BY SIZE INTO PAGE-KEY-CLAUSE
           END-IF.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT x.account_id, x.customer_id,"
               " UPPER(REPLACE(COALESCE(c.name, ''), ',', ' ')), x.balance,"
               " COALESCE(TO_CHAR(x.last_activity, 'YYYY-MM-DD'), 'NONE')"
               " FROM (SELECT a.account_id, a.customer_id, a.balance, "
               FUNCTION TRIM(LAST-ACTIVITY-SQL) " AS last_activity"
               " FROM accounts a WHERE a.status = 'DORMANT' AND a.balance > 0) x"
               " LEFT JOIN customers c ON c.customer_id = x.customer_id"
               " WHERE COALESCE(x.last_activity, TIMESTAMP 'epoch')"
               " < DATE '" FUNCTION TRIM(BUSINESS-DATE) "' - INTERVAL '"
               FUNCTION TRIM(AGE-MONTHS-TEXT) " months'"
               " AND NOT EXISTS (SELECT 1 FROM escheat_cases e"
               " WHERE e.account_id = x.account_id AND e.status = 'NOTICED')"
               PAGE-KEY-CLAUSE
               " ORDER BY x.account_id LIMIT " PAGE-SIZE
               DELIMITED BY SIZE INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "ESCHEATMENT FAILED: could not open dormant account cursor"
               MOVE 'Y' TO READ-FAILED
               MOVE 'Y' TO PAGE-BOOK-DONE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CANDIDATE-COUNT.
           MOVE 'N' TO FETCH-DONE.
           PERFORM FETCH-NOTICE-CANDIDATE UNTIL FETCH-DONE NOT = 'N'.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.
           IF FETCH-DONE = 'E' THEN
               MOVE 'Y' TO READ-FAILED
               MOVE 'Y' TO PAGE-BOOK-DONE
               EXIT PARAGRAPH
           END-IF.

           IF CANDIDATE-COUNT < PAGE-SIZE THEN
               MOVE 'Y' TO PAGE-BOOK-DONE
           END-IF.
           IF CANDIDATE-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PAGE-COUNT.
           ADD CANDIDATE-COUNT TO PAGE-ROW-TOTAL.
           MOVE CD-ACCOUNT-ID(CANDIDATE-COUNT) TO PAGE-LAST-KEY.

           PERFORM SEND-DUE-DILIGENCE-NOTICE
               VARYING CAND-IDX FROM 1 BY 1 UNTIL CAND-IDX > CANDIDATE-COUNT.

       FETCH-NOTICE-CANDIDATE.
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
                   DISPLAY "ESCHEATMENT FAILED: error reading dormant accounts"
                   MOVE 'E' TO FETCH-DONE
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO CANDIDATE-COUNT.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO CD-ACCOUNT-ID(CANDIDATE-COUNT).
           MOVE SPLIT-FIELD(2) TO CD-CUSTOMER-ID(CANDIDATE-COUNT).
           MOVE SPLIT-FIELD(3) TO CD-NAME(CANDIDATE-COUNT).
           MOVE SPLIT-FIELD(4) TO CD-BALANCE-TEXT(CANDIDATE-COUNT).
           MOVE SPLIT-FIELD(5) TO CD-LAST-ACTIVITY(CANDIDATE-COUNT).

       OPEN-OUTPUT-FILES.
           MOVE SPACES TO NOTICE-FILENAME.
           STRING "escheat-notices-" FUNCTION TRIM(BUSINESS-DATE) ".dat"
               DELIMITED BY SIZE INTO NOTICE-FILENAME.
           MOVE SPACES TO HOLDER-FILENAME.
           STRING "escheat-holder-" FUNCTION TRIM(BUSINESS-DATE) ".dat"
               DELIMITED BY SIZE INTO HOLDER-FILENAME.
           MOVE SPACES TO REPORT-FILENAME.
           STRING "escheatment-" FUNCTION TRIM(BUSINESS-DATE) ".rpt"
               DELIMITED BY SIZE INTO REPORT-FILENAME.
           OPEN OUTPUT NOTICE-FILE.
           OPEN OUTPUT HOLDER-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF NOTICE-FILE-STATUS NOT = "00" OR HOLDER-FILE-STATUS NOT = "00"
                   OR REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "ESCHEATMENT FAILED: could not create the notice, holder"
                       " or report file for " FUNCTION TRIM(BUSINESS-DATE)
               PERFORM ABANDON-RUN
           END-IF.

           MOVE SPACES TO NOTICE-RECORD.
           STRING "HEADER," FUNCTION TRIM(BUSINESS-DATE)
               DELIMITED BY SIZE INTO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE SPACES TO HOLDER-RECORD.
           STRING "HEADER," FUNCTION TRIM(BUSINESS-DATE) ","
               FUNCTION TRIM(SUSPENSE-ACCOUNT)
               DELIMITED BY SIZE INTO HOLDER-RECORD.
           WRITE HOLDER-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Escheatment run " FUNCTION TRIM(BUSINESS-DATE)
               " - escheat age " FUNCTION TRIM(AGE-MONTHS-TEXT)
               " month(s), response window " FUNCTION TRIM(RESPONSE-DAYS-TEXT)
               " day(s), suspense GL " FUNCTION TRIM(SUSPENSE-ACCOUNT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       CLOSE-OUTPUT-FILES.
           MOVE NOTICE-TOTAL TO TOTAL-EDIT.
           MOVE SPACES TO NOTICE-RECORD.
           STRING "TRAILER," NOTICE-COUNT "," FUNCTION TRIM(TOTAL-EDIT)
               DELIMITED BY SIZE INTO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE REMITTED-TOTAL TO TOTAL-EDIT.
           MOVE SPACES TO HOLDER-RECORD.
           STRING "TRAILER," REMITTED-COUNT "," FUNCTION TRIM(TOTAL-EDIT)
               DELIMITED BY SIZE INTO HOLDER-RECORD.
           WRITE HOLDER-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING NOTICE-COUNT " notice(s), " REMITTED-COUNT
               " remitted (total " FUNCTION TRIM(TOTAL-EDIT) "), "
               CANCELLED-COUNT " cancelled, " WAITING-COUNT " waiting, "
               FAILED-COUNT " failed"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF READ-FAILED = 'Y' THEN
               MOVE SPACES TO REPORT-RECORD
               STRING "INCOMPLETE - the open cases or dormant accounts could not"
                   " all be read; the rest are worked on the rerun"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           CLOSE NOTICE-FILE.
           CLOSE HOLDER-FILE.
           CLOSE REPORT-FILE.

       SETTLE-OPEN-CASE.
           EVALUATE CS-DISPOSITION(CASE-IDX)
               WHEN "CANCEL-STAT"
                   MOVE "ACCOUNT NO LONGER DORMANT" TO CANCEL-REASON
                   PERFORM CANCEL-ESCHEAT-CASE
               WHEN "CANCEL-ACT"
                   MOVE "CUSTOMER ACTIVITY SINCE NOTICE" TO CANCEL-REASON
                   PERFORM CANCEL-ESCHEAT-CASE
               WHEN "CANCEL-ZERO"
                   MOVE "NO BALANCE LEFT TO REMIT" TO CANCEL-REASON
                   PERFORM CANCEL-ESCHEAT-CASE
               WHEN "DUE"
                   PERFORM REMIT-ESCHEAT-CASE
               WHEN OTHER
                   ADD 1 TO WAITING-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "AWAITING REPLY   case "
                       FUNCTION TRIM(CS-CASE-ID(CASE-IDX))
                       "  account " FUNCTION TRIM(CS-ACCOUNT-ID(CASE-IDX))
                       "  noticed " FUNCTION TRIM(CS-NOTICE-DATE(CASE-IDX))
                       "  balance " FUNCTION TRIM(CS-BALANCE-TEXT(CASE-IDX))
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
           END-EVALUATE.

      *> The owner has shown up (or the account has moved on some
      *> other way): the case closes and the account stays where it is.
       CANCEL-ESCHEAT-CASE.
           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE escheat_cases SET status = 'CANCELLED',"
               " cancel_reason = '" FUNCTION TRIM(CANCEL-REASON) "',"
               " closed_at = CURRENT_TIMESTAMP"
               " WHERE case_id = " FUNCTION TRIM(CS-CASE-ID(CASE-IDX))
               " AND status = 'NOTICED';"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           MOVE SPACES TO REPORT-RECORD.
           IF RC NOT = 0 THEN
               ADD 1 TO FAILED-COUNT
               DISPLAY "ESCHEATMENT: could not cancel case "
                       FUNCTION TRIM(CS-CASE-ID(CASE-IDX))
               STRING "CANCEL FAILED    case " FUNCTION TRIM(CS-CASE-ID(CASE-IDX))
                   "  account " FUNCTION TRIM(CS-ACCOUNT-ID(CASE-IDX))
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               ADD 1 TO CANCELLED-COUNT
               STRING "CANCELLED        case " FUNCTION TRIM(CS-CASE-ID(CASE-IDX))
                   "  account " FUNCTION TRIM(CS-ACCOUNT-ID(CASE-IDX))
                   "  " FUNCTION TRIM(CS-NAME(CASE-IDX))
                   "  " FUNCTION TRIM(CANCEL-REASON)
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.

      *> The response window has run out with no word from the owner:
      *> the balance goes to the state. Moving it, the ESCHEAT audit
      *> row, the ESCHEATED status and the case update are one
      *> transaction; the status guard means an account some other
      *> path touched since the case load is left alone.
       REMIT-ESCHEAT-CASE.
           MOVE 'N' TO RECORD-FAILED-FLAG.
           CALL "DB_BEGIN" USING BY VALUE DBH RETURNING RC.
           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE accounts SET balance = balance - "
               FUNCTION TRIM(CS-BALANCE-TEXT(CASE-IDX)) ", status = 'ESCHEATED'"
               " WHERE account_id = " FUNCTION TRIM(CS-ACCOUNT-ID(CASE-IDX))
               " AND status = 'DORMANT' AND balance = "
               FUNCTION TRIM(CS-BALANCE-TEXT(CASE-IDX)) ";"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
           END-IF.

           IF RECORD-FAILED-FLAG = 'N' THEN
               MOVE SPACES TO SQL-COMMAND
               STRING "CALL LOG_TRANSACTION("
                   FUNCTION TRIM(CS-ACCOUNT-ID(CASE-IDX)) ", "
                   FUNCTION TRIM(CS-BALANCE-TEXT(CASE-IDX)) ", 'ESCHEAT', 'ESCHEAT-"
                   FUNCTION TRIM(CS-CASE-ID(CASE-IDX)) "')"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC
               IF RC NOT = 0 THEN
                   MOVE 'Y' TO RECORD-FAILED-FLAG
               END-IF
           END-IF.

           IF RECORD-FAILED-FLAG = 'N' THEN
               MOVE SPACES TO SQL-COMMAND
               STRING "UPDATE escheat_cases SET status = 'REMITTED',"
                   " remitted_amount = " FUNCTION TRIM(CS-BALANCE-TEXT(CASE-IDX)) ","
                   " closed_at = CURRENT_TIMESTAMP"
                   " WHERE case_id = " FUNCTION TRIM(CS-CASE-ID(CASE-IDX))
                   " AND status = 'NOTICED';"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC
               IF RC NOT = 0 THEN
                   MOVE 'Y' TO RECORD-FAILED-FLAG
               END-IF
           END-IF.

      *> The account must have actually moved to ESCHEATED - a zero
      *> row UPDATE is not an error to the database, but it is here.
           IF RECORD-FAILED-FLAG = 'N' THEN
               MOVE SPACES TO SQL-COMMAND
               MOVE SPACES TO SINGLE-RESULT-BUFFER
               STRING "SELECT COALESCE(status, 'ACTIVE') FROM accounts"
                   " WHERE account_id = " FUNCTION TRIM(CS-ACCOUNT-ID(CASE-IDX))
                   DELIMITED BY SIZE INTO SQL-COMMAND
               COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND))
               MOVE X"00" TO SQL-COMMAND(L + 1:1)
               CALL STATIC "DB_QUERY_SINGLE"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                         BY REFERENCE SINGLE-RESULT-BUFFER
                   RETURNING RC
               IF RC NOT = 0
                       OR FUNCTION TRIM(SINGLE-RESULT-BUFFER) NOT = "ESCHEATED" THEN
                   MOVE 'Y' TO RECORD-FAILED-FLAG
               END-IF
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               CALL "DB_ROLLBACK" USING BY VALUE DBH RETURNING RC
               ADD 1 TO FAILED-COUNT
               DISPLAY "ESCHEATMENT: could not remit case "
                       FUNCTION TRIM(CS-CASE-ID(CASE-IDX)) " for account "
                       FUNCTION TRIM(CS-ACCOUNT-ID(CASE-IDX)) " - rolled back"
               STRING "REMIT FAILED     case " FUNCTION TRIM(CS-CASE-ID(CASE-IDX))
                   "  account " FUNCTION TRIM(CS-ACCOUNT-ID(CASE-IDX))
                   "  rolled back, retried next run"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           CALL "DB_COMMIT" USING BY VALUE DBH RETURNING RC.

           ADD 1 TO REMITTED-COUNT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(CS-BALANCE-TEXT(CASE-IDX))) TO CASE-AMOUNT.
           ADD CASE-AMOUNT TO REMITTED-TOTAL.
           STRING "REMITTED         case " FUNCTION TRIM(CS-CASE-ID(CASE-IDX))
               "  account " FUNCTION TRIM(CS-ACCOUNT-ID(CASE-IDX))
               "  " FUNCTION TRIM(CS-NAME(CASE-IDX))
               "  amount " FUNCTION TRIM(CS-BALANCE-TEXT(CASE-IDX))
               "  last activity " FUNCTION TRIM(CS-LAST-ACTIVITY(CASE-IDX))
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO HOLDER-RECORD.
           STRING "HOLDER," FUNCTION TRIM(CS-CASE-ID(CASE-IDX)) ","
               FUNCTION TRIM(CS-ACCOUNT-ID(CASE-IDX)) ","
               FUNCTION TRIM(CS-CUSTOMER-ID(CASE-IDX)) ","
               FUNCTION TRIM(CS-NAME(CASE-IDX)) ","
               FUNCTION TRIM(CS-LAST-ACTIVITY(CASE-IDX)) ","
               FUNCTION TRIM(CS-BALANCE-TEXT(CASE-IDX))
               DELIMITED BY SIZE INTO HOLDER-RECORD.
           WRITE HOLDER-RECORD.

      *> Opens the case - the notice date is the business date, the
      *> respond-by date the end of the response window - and puts the
      *> letter on the notice file once the case row is committed.
       SEND-DUE-DILIGENCE-NOTICE.
           MOVE 'N' TO RECORD-FAILED-FLAG.
           CALL "DB_BEGIN" USING BY VALUE DBH RETURNING RC.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           IF CD-LAST-ACTIVITY(CAND-IDX) = "NONE" THEN
               MOVE "NULL" TO SQL-LIT
           ELSE
               STRING "DATE '" FUNCTION TRIM(CD-LAST-ACTIVITY(CAND-IDX)) "'"
                   DELIMITED BY SIZE INTO SQL-LIT
           END-IF.
           STRING "INSERT INTO escheat_cases"
               " (account_id, customer_id, notice_date, respond_by, status,"
               " last_activity, noticed_balance) VALUES ("
               FUNCTION TRIM(CD-ACCOUNT-ID(CAND-IDX)) ", "
               FUNCTION TRIM(CD-CUSTOMER-ID(CAND-IDX)) ", DATE '"
               FUNCTION TRIM(BUSINESS-DATE) "', DATE '"
               FUNCTION TRIM(BUSINESS-DATE) "' + "
               FUNCTION TRIM(RESPONSE-DAYS-TEXT) ", 'NOTICED', "
               FUNCTION TRIM(SQL-LIT) ", "
               FUNCTION TRIM(CD-BALANCE-TEXT(CAND-IDX)) ");"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
           END-IF.

           IF RECORD-FAILED-FLAG = 'N' THEN
               MOVE SPACES TO SQL-COMMAND
               MOVE SPACES TO SINGLE-RESULT-BUFFER
               STRING "SELECT case_id || ',' || TO_CHAR(respond_by, 'YYYY-MM-DD')"
                   " FROM escheat_cases WHERE account_id = "
                   FUNCTION TRIM(CD-ACCOUNT-ID(CAND-IDX))
                   " AND status = 'NOTICED' ORDER BY case_id DESC LIMIT 1"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND))
               MOVE X"00" TO SQL-COMMAND(L + 1:1)
               CALL STATIC "DB_QUERY_SINGLE"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                         BY REFERENCE SINGLE-RESULT-BUFFER
                   RETURNING RC
               IF RC NOT = 0 THEN
                   MOVE 'Y' TO RECORD-FAILED-FLAG
               ELSE
                   MOVE SPACES TO NEW-CASE-ID
                   MOVE SPACES TO RESPOND-BY-DATE
                   UNSTRING SINGLE-RESULT-BUFFER DELIMITED BY ","
                       INTO NEW-CASE-ID, RESPOND-BY-DATE
               END-IF
           END-IF.

           IF RECORD-FAILED-FLAG = 'Y' THEN
               CALL "DB_ROLLBACK" USING BY VALUE DBH RETURNING RC
               ADD 1 TO FAILED-COUNT
               DISPLAY "ESCHEATMENT: could not open a case for account "
                       FUNCTION TRIM(CD-ACCOUNT-ID(CAND-IDX)) " - rolled back"
               MOVE SPACES TO REPORT-RECORD
               STRING "NOTICE FAILED    account " FUNCTION TRIM(CD-ACCOUNT-ID(CAND-IDX))
                   "  rolled back, retried next run"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           CALL "DB_COMMIT" USING BY VALUE DBH RETURNING RC.

           ADD 1 TO NOTICE-COUNT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(CD-BALANCE-TEXT(CAND-IDX))) TO CASE-AMOUNT.
           ADD CASE-AMOUNT TO NOTICE-TOTAL.
           MOVE SPACES TO NOTICE-RECORD.
           STRING "NOTICE," FUNCTION TRIM(NEW-CASE-ID) ","
               FUNCTION TRIM(CD-ACCOUNT-ID(CAND-IDX)) ","
               FUNCTION TRIM(CD-CUSTOMER-ID(CAND-IDX)) ","
               FUNCTION TRIM(CD-NAME(CAND-IDX)) ","
               FUNCTION TRIM(CD-BALANCE-TEXT(CAND-IDX)) ","
               FUNCTION TRIM(CD-LAST-ACTIVITY(CAND-IDX)) ","
               FUNCTION TRIM(RESPOND-BY-DATE)
               DELIMITED BY SIZE INTO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "NOTICE SENT      case " FUNCTION TRIM(NEW-CASE-ID)
               "  account " FUNCTION TRIM(CD-ACCOUNT-ID(CAND-IDX))
               "  " FUNCTION TRIM(CD-NAME(CAND-IDX))
               "  balance " FUNCTION TRIM(CD-BALANCE-TEXT(CAND-IDX))
               "  last activity " FUNCTION TRIM(CD-LAST-ACTIVITY(CAND-IDX))
               "  respond by " FUNCTION TRIM(RESPOND-BY-DATE)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
