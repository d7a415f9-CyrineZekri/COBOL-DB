      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. term-maturity.

      *> Maturity processing for TERM deposits (certificates opened by
      *> process-maintenance's NEWACCT ... TERM record). Until its
      *> maturity date a deposit is locked - account-status refuses
      *> every movement except the feed's early withdrawal - and it
      *> earns nothing along the way: the whole term's interest is paid
      *> here, on the maturity date, as simple interest on the balance
      *> at the fixed rate:
      *>     balance x term_rate / 100 x term_months / 12
      *> posted as one INTEREST row through LOG_TRANSACTION. What
      *> happens next follows the account's maturity_instruction (set
      *> by the maintenance feed's MATURITY record):
      *>   ROLLOVER - the deposit, interest included, starts a new term
      *>              of the same length at the CURRENT rate for that
      *>              term (the latest term_rates row in effect on the
      *>              business date). With no current rate the account
      *>              is left matured and reported - the rate desk
      *>              loads the rate and the next run rolls it.
      *>   PAYOUT   - principal plus interest goes to the settlement
      *>              account as a WITHDRAW/DEPOSIT pair and the deposit
      *>              is CLOSED. Both legs go through account-status
      *>              first, so a frozen deposit or a closed settlement
      *>              account is refused, logged to
      *>              withdrawal_exceptions and left for the desk.
      *> Every matured deposit is its own DB transaction and every row
      *> it posts carries the reference TERM-<account>-<maturity date>.
      *> A deposit left matured (failed or refused) comes back on every
      *> run until it is dealt with; the maturity date is the rerun
      *> guard - a rolled deposit has a new one, a paid one is CLOSED.
      *> The matured deposits are read one page at a time in account
      *> order (see pagestat.cpy), each page starting after the last
      *> account of the one before, so every deposit due tonight is
      *> matured tonight however many there are; the page and row
      *> counts go to the step's batch_run_log row at the end. A page
      *> that can't be read ends the run with exit 1 and the rest left
      *> matured for the rerun.
      *> The same run lists every deposit maturing within the notice
      *> window after the business date so the desk can call the
      *> customer before the instruction is acted on.
      *> Files, for the business date:
      *>     term-maturity-<date>.rpt      deposits matured tonight
      *>     maturities-due-<date>.rpt     deposits maturing in the
      *>                                   notice window
      *> Arguments follow the run-control driver's "<feed> <date>"
      *> convention: the YYYY-MM-DD argument is the business date
      *> (default: calendar date). Tunable from the environment:
      *>   TERM_NOTICE_DAYS   default 30 - days ahead the maturities-
      *>                      due report looks
      *> Runs nightly, scheduled before balance-snapshot so the
      *> night's snapshot carries the matured balances. Takes the
      *> posting lock - it moves money. Exit 1 when the run can't
      *> start or a database read fails, 2 when any deposit failed or
      *> was refused, else 0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT DUE-FILE ASSIGN TO DYNAMIC DUE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(132).
       FD  DUE-FILE.
       01  DUE-RECORD           PIC X(200).
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       COPY "splitfld.cpy".
       COPY "postlock.cpy".
       COPY "acctstat.cpy".
       COPY "pagestat.cpy".
       01  L                     PIC 9(4) VALUE 0.
       01  SQL-LIT               PIC X(2048).
       01  CMD-LINE-ARG          PIC X(256).
       01  ARG-NUM               PIC 9(2).
       01  ENV-VALUE             PIC X(40).
       01  DIGIT-TEST            PIC X(40).
       01  BUSINESS-DATE         PIC X(10).
       01  REPORT-FILENAME       PIC X(256).
       01  DUE-FILENAME          PIC X(256).
       01  REPORT-FILE-STATUS    PIC XX.
       01  DUE-FILE-STATUS       PIC XX.
       01  NOTICE-DAYS           PIC 9(4) VALUE 30.
       01  NOTICE-DAYS-TEXT      PIC Z(3)9.
       01  FETCH-DONE            PIC X VALUE 'N'.
       01  RECORD-FAILED-FLAG    PIC X VALUE 'N'.
       01  MATURED-READ-FAILED   PIC X VALUE 'N'.
      *> One page of matured deposits, drained before any of them is
      *> posted - no statement of ours while a cursor is open on the
      *> handle (see dbapi.cpy). PAGE-SIZE is the OCCURS count and the
      *> page query's LIMIT.
       01  PAGE-SIZE             PIC 9(5) VALUE 1000.
       01  MATURED-TABLE.
           05 MATURED-ENTRY OCCURS 1000 TIMES INDEXED BY MAT-IDX.
               10 MT-ACCOUNT-ID      PIC X(4).
               10 MT-BALANCE-TEXT    PIC X(20).
               10 MT-TERM-MONTHS     PIC X(4).
               10 MT-TERM-RATE       PIC X(10).
               10 MT-MATURITY-DATE   PIC X(10).
               10 MT-INSTRUCTION     PIC X(10).
               10 MT-SETTLE-ACCOUNT  PIC X(4).
               10 MT-CURRENT-RATE    PIC X(10).
       01  MATURED-COUNT         PIC 9(9) VALUE 0.
       01  DEPOSIT-BALANCE       PIC S9(11)V99 COMP-3.
       01  DEPOSIT-RATE          PIC S9(3)V9(4) COMP-3.
       01  DEPOSIT-MONTHS        PIC 9(4).
       01  DEPOSIT-INTEREST      PIC S9(11)V99 COMP-3.
       01  DEPOSIT-TOTAL         PIC S9(11)V99 COMP-3.
       01  AMOUNT-EDIT           PIC -(9)9.99.
       01  INTEREST-TEXT         PIC X(14).
       01  TOTAL-TEXT            PIC X(14).
       01  TERM-REF              PIC X(26).
       01  LOG-ACCOUNT-ID        PIC X(4).
       01  LOG-AMOUNT            PIC X(20).
       01  LOG-TYPE              PIC X(10).
       01  FAILURE-REASON        PIC X(60).
       01  ROLLED-COUNT          PIC 9(9) VALUE 0.
       01  PAID-COUNT            PIC 9(9) VALUE 0.
       01  FAILED-COUNT          PIC 9(9) VALUE 0.
       01  INTEREST-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
       01  PAID-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       01  DUE-COUNT             PIC 9(9) VALUE 0.
       01  DUE-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.
       01  TOTAL-EDIT            PIC -(13)9.99.
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
           PERFORM READ-MATURITY-SETTINGS.

           CALL "get-db-connstr" USING DB-CONNSTR.
           CALL STATIC "DB_CONNECT" USING DB-CONNSTR RETURNING DBH.
           IF DBH = NULL-PTR THEN
               DISPLAY "TERM MATURITY FAILED: Database connection error"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM ACQUIRE-POSTING-LOCK.

           PERFORM OPEN-OUTPUT-FILES.

           MOVE SPACES TO PAGE-LAST-KEY.
           MOVE 'N' TO PAGE-BOOK-DONE.
           PERFORM MATURE-DEPOSIT-PAGE UNTIL PAGE-BOOK-DONE = 'Y'.

           PERFORM WRITE-MATURITIES-DUE.

           PERFORM CLOSE-OUTPUT-FILES.

           DISPLAY "Term maturity complete for " FUNCTION TRIM(BUSINESS-DATE)
                   ": " ROLLED-COUNT " rolled over, " PAID-COUNT " paid out, "
                   FAILED-COUNT " failed, " DUE-COUNT " due in the next "
                   FUNCTION TRIM(NOTICE-DAYS-TEXT) " day(s).".
           MOVE LOCK-JOB-NAME TO PAGE-JOB-NAME.
           CALL "batch-page-stats" USING DBH, PAGE-JOB-NAME,
               PAGE-COUNT, PAGE-ROW-TOTAL, BUSINESS-DATE.
           IF FAILED-COUNT > 0 THEN
               MOVE 2 TO EXIT-STATUS
           END-IF.
           IF FETCH-DONE = 'E' OR MATURED-READ-FAILED = 'Y' THEN
               MOVE 1 TO EXIT-STATUS
           END-IF.

           PERFORM RELEASE-POSTING-LOCK.
           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
      *> The exit code is set last - every CALL above resets
      *> RETURN-CODE - from EXIT-STATUS, where the run kept it.
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

      *> The notice window keeps its default unless the environment
      *> carries a usable number for it.
       READ-MATURITY-SETTINGS.
           MOVE SPACES TO ENV-VALUE.
           ACCEPT ENV-VALUE FROM ENVIRONMENT "TERM_NOTICE_DAYS".
           PERFORM CHECK-DIGITS-SETTING.
           IF DIGIT-TEST = SPACES THEN
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(ENV-VALUE)) TO NOTICE-DAYS
           END-IF.
           MOVE NOTICE-DAYS TO NOTICE-DAYS-TEXT.

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

      *> Takes the shared posting interlock before any balance moves -
      *> see posting-lock.cob.
       ACQUIRE-POSTING-LOCK.
           MOVE "term-maturity" TO LOCK-JOB-NAME.
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

      *> One page: the next PAGE-SIZE open TERM deposits whose maturity
      *> date has come, after the last account matured, with the rate
      *> a rollover would take today ('NONE' when term_rates has no
      *> row in effect for the term). A matured deposit drops out of
      *> the query (rolled to a new date or CLOSED) but the account key
      *> keeps the pages moving past one left matured.
       MATURE-DEPOSIT-PAGE.
           MOVE SPACES TO PAGE-KEY-CLAUSE.
           IF PAGE-LAST-KEY NOT = SPACES THEN
               STRING " AND a.account_id > " FUNCTION TRIM(PAGE-LAST-KEY)
                   DELIMITED BY SIZE INTO PAGE-KEY-CLAUSE
           END-IF.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT a.account_id, a.balance, a.term_months, a.term_rate,"
               " TO_CHAR(a.maturity_date, 'YYYY-MM-DD'),"
               " COALESCE(a.maturity_instruction, 'ROLLOVER'),"
               " COALESCE(CAST(a.settlement_account_id AS TEXT), ''),"
               " COALESCE(CAST((SELECT r.annual_rate FROM term_rates r"
               " WHERE r.term_months = a.term_months"
               " AND r.effective_date <= DATE '" FUNCTION TRIM(BUSINESS-DATE)
               "' ORDER BY r.effective_date DESC LIMIT 1) AS TEXT), 'NONE')"
               " FROM accounts a WHERE a.account_type = 'TERM'"
               " AND COALESCE(a.status, 'ACTIVE') NOT IN ('CLOSED', 'ESCHEATED')"
               " AND a.maturity_date <= DATE '" FUNCTION TRIM(BUSINESS-DATE) "'"
               PAGE-KEY-CLAUSE
               " ORDER BY a.account_id LIMIT " PAGE-SIZE
               DELIMITED BY SIZE INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "TERM MATURITY FAILED: could not open matured deposit cursor"
               MOVE 'Y' TO MATURED-READ-FAILED
               MOVE 'Y' TO PAGE-BOOK-DONE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO MATURED-COUNT.
           MOVE 'N' TO FETCH-DONE.
           PERFORM FETCH-MATURED-DEPOSIT UNTIL FETCH-DONE NOT = 'N'.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.
           IF FETCH-DONE = 'E' THEN
               MOVE 'Y' TO MATURED-READ-FAILED
               MOVE 'Y' TO PAGE-BOOK-DONE
               EXIT PARAGRAPH
           END-IF.

           IF MATURED-COUNT < PAGE-SIZE THEN
               MOVE 'Y' TO PAGE-BOOK-DONE
           END-IF.
           IF MATURED-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PAGE-COUNT.
           ADD MATURED-COUNT TO PAGE-ROW-TOTAL.
           MOVE MT-ACCOUNT-ID(MATURED-COUNT) TO PAGE-LAST-KEY.

           PERFORM MATURE-DEPOSIT
               VARYING MAT-IDX FROM 1 BY 1 UNTIL MAT-IDX > MATURED-COUNT.

       FETCH-MATURED-DEPOSIT.
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
                   DISPLAY "TERM MATURITY FAILED: error reading matured deposits"
                   MOVE 'E' TO FETCH-DONE
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO MATURED-COUNT.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO MT-ACCOUNT-ID(MATURED-COUNT).
           MOVE SPLIT-FIELD(2) TO MT-BALANCE-TEXT(MATURED-COUNT).
           MOVE SPLIT-FIELD(3) TO MT-TERM-MONTHS(MATURED-COUNT).
           MOVE SPLIT-FIELD(4) TO MT-TERM-RATE(MATURED-COUNT).
           MOVE SPLIT-FIELD(5) TO MT-MATURITY-DATE(MATURED-COUNT).
           MOVE FUNCTION UPPER-CASE(SPLIT-FIELD(6)) TO MT-INSTRUCTION(MATURED-COUNT).
           MOVE SPLIT-FIELD(7) TO MT-SETTLE-ACCOUNT(MATURED-COUNT).
           MOVE SPLIT-FIELD(8) TO MT-CURRENT-RATE(MATURED-COUNT).

       OPEN-OUTPUT-FILES.
           MOVE SPACES TO REPORT-FILENAME.
           STRING "term-maturity-" FUNCTION TRIM(BUSINESS-DATE) ".rpt"
               DELIMITED BY SIZE INTO REPORT-FILENAME.
           MOVE SPACES TO DUE-FILENAME.
           STRING "maturities-due-" FUNCTION TRIM(BUSINESS-DATE) ".rpt"
               DELIMITED BY SIZE INTO DUE-FILENAME.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT DUE-FILE.
           IF REPORT-FILE-STATUS NOT = "00" OR DUE-FILE-STATUS NOT = "00" THEN
               DISPLAY "TERM MATURITY FAILED: could not create the maturity or"
                       " maturities-due report for " FUNCTION TRIM(BUSINESS-DATE)
               PERFORM ABANDON-RUN
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Term deposit maturity run " FUNCTION TRIM(BUSINESS-DATE)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO DUE-RECORD.
           STRING "Term deposits maturing after " FUNCTION TRIM(BUSINESS-DATE)
               " and within " FUNCTION TRIM(NOTICE-DAYS-TEXT) " day(s)"
               DELIMITED BY SIZE INTO DUE-RECORD.
           WRITE DUE-RECORD.
           MOVE SPACES TO DUE-RECORD.
           WRITE DUE-RECORD.

       CLOSE-OUTPUT-FILES.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE INTEREST-TOTAL TO TOTAL-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING ROLLED-COUNT " rolled over, " PAID-COUNT " paid out, "
               FAILED-COUNT " failed - interest paid " FUNCTION TRIM(TOTAL-EDIT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE PAID-TOTAL TO TOTAL-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Paid to settlement accounts " FUNCTION TRIM(TOTAL-EDIT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF MATURED-READ-FAILED = 'Y' THEN
               MOVE SPACES TO REPORT-RECORD
               STRING "INCOMPLETE - the matured deposits could not all be read;"
                   " the rest are left matured for the rerun"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           MOVE SPACES TO DUE-RECORD.
           WRITE DUE-RECORD.
           MOVE DUE-TOTAL TO TOTAL-EDIT.
           MOVE SPACES TO DUE-RECORD.
           STRING DUE-COUNT " deposit(s) due, total balance "
               FUNCTION TRIM(TOTAL-EDIT)
               DELIMITED BY SIZE INTO DUE-RECORD.
           WRITE DUE-RECORD.
           IF FETCH-DONE = 'E' THEN
               MOVE SPACES TO DUE-RECORD
               STRING "INCOMPLETE - the maturities-due list could not be read"
                   DELIMITED BY SIZE INTO DUE-RECORD
               WRITE DUE-RECORD
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE DUE-FILE.

      *> One matured deposit: interest first, then the instruction.
      *> The interest is computed on the balance as loaded; every
      *> UPDATE is guarded by that balance and the maturity date, and
      *> the outcome is read back before COMMIT, so a deposit some
      *> other path moved since the load is rolled back untouched.
       MATURE-DEPOSIT.
           MOVE 'N' TO RECORD-FAILED-FLAG.
           MOVE SPACES TO FAILURE-REASON.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(MT-BALANCE-TEXT(MAT-IDX)))
               TO DEPOSIT-BALANCE.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(MT-TERM-RATE(MAT-IDX)))
               TO DEPOSIT-RATE.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(MT-TERM-MONTHS(MAT-IDX)))
               TO DEPOSIT-MONTHS.
           MOVE 0 TO DEPOSIT-INTEREST.
           IF DEPOSIT-BALANCE > 0 THEN
               COMPUTE DEPOSIT-INTEREST ROUNDED =
                   DEPOSIT-BALANCE * DEPOSIT-RATE / 100 * DEPOSIT-MONTHS / 12
           END-IF.
           COMPUTE DEPOSIT-TOTAL = DEPOSIT-BALANCE + DEPOSIT-INTEREST.
           MOVE DEPOSIT-INTEREST TO AMOUNT-EDIT.
           MOVE FUNCTION TRIM(AMOUNT-EDIT) TO INTEREST-TEXT.
           MOVE DEPOSIT-TOTAL TO AMOUNT-EDIT.
           MOVE FUNCTION TRIM(AMOUNT-EDIT) TO TOTAL-TEXT.
           MOVE SPACES TO TERM-REF.
           STRING "TERM-" FUNCTION TRIM(MT-ACCOUNT-ID(MAT-IDX)) "-"
               FUNCTION TRIM(MT-MATURITY-DATE(MAT-IDX))
               DELIMITED BY SIZE INTO TERM-REF.

           EVALUATE MT-INSTRUCTION(MAT-IDX)
               WHEN "PAYOUT"
                   PERFORM PAY-OUT-DEPOSIT
               WHEN OTHER
                   PERFORM ROLL-OVER-DEPOSIT
           END-EVALUATE.

      *> A new term of the same length from the old maturity date, at
      *> today's rate for the term, with the interest added to the
      *> deposit. Money stays put, so a FROZEN deposit rolls too.
       ROLL-OVER-DEPOSIT.
           IF MT-CURRENT-RATE(MAT-IDX) = "NONE" THEN
               STRING "NO CURRENT RATE FOR A " FUNCTION TRIM(MT-TERM-MONTHS(MAT-IDX))
                   "-MONTH TERM" DELIMITED BY SIZE INTO FAILURE-REASON
               PERFORM REPORT-DEPOSIT-FAILURE
               EXIT PARAGRAPH
           END-IF.

           CALL "DB_BEGIN" USING BY VALUE DBH RETURNING RC.
           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE accounts SET balance = balance + "
               FUNCTION TRIM(INTEREST-TEXT) ", term_rate = "
               FUNCTION TRIM(MT-CURRENT-RATE(MAT-IDX)) ","
               " term_start_date = maturity_date,"
               " maturity_date = CAST(maturity_date + INTERVAL '"
               FUNCTION TRIM(MT-TERM-MONTHS(MAT-IDX)) " months' AS DATE)"
               " WHERE account_id = " FUNCTION TRIM(MT-ACCOUNT-ID(MAT-IDX))
               " AND account_type = 'TERM' AND maturity_date = DATE '"
               FUNCTION TRIM(MT-MATURITY-DATE(MAT-IDX)) "' AND balance = "
               FUNCTION TRIM(MT-BALANCE-TEXT(MAT-IDX)) ";"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               MOVE "COULD NOT ROLL THE DEPOSIT" TO FAILURE-REASON
           END-IF.

           IF RECORD-FAILED-FLAG = 'N' AND DEPOSIT-INTEREST > 0 THEN
               MOVE MT-ACCOUNT-ID(MAT-IDX) TO LOG-ACCOUNT-ID
               MOVE INTEREST-TEXT TO LOG-AMOUNT
               MOVE "INTEREST" TO LOG-TYPE
               PERFORM LOG-TRANSACTION
           END-IF.

      *> The maturity date must have actually moved - a zero-row
      *> UPDATE is not an error to the database, but it is here.
           IF RECORD-FAILED-FLAG = 'N' THEN
               MOVE SPACES TO SQL-COMMAND
               MOVE SPACES TO SINGLE-RESULT-BUFFER
               STRING "SELECT TO_CHAR(maturity_date, 'YYYY-MM-DD') FROM accounts"
                   " WHERE account_id = " FUNCTION TRIM(MT-ACCOUNT-ID(MAT-IDX))
                   DELIMITED BY SIZE INTO SQL-COMMAND
               COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND))
               MOVE X"00" TO SQL-COMMAND(L + 1:1)
               CALL STATIC "DB_QUERY_SINGLE"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                         BY REFERENCE SINGLE-RESULT-BUFFER
                   RETURNING RC
               IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                       = FUNCTION TRIM(MT-MATURITY-DATE(MAT-IDX)) THEN
                   MOVE 'Y' TO RECORD-FAILED-FLAG
                   MOVE "DEPOSIT CHANGED SINCE THE RUN STARTED" TO FAILURE-REASON
               END-IF
           END-IF.

           IF RECORD-FAILED-FLAG = 'Y' THEN
               CALL "DB_ROLLBACK" USING BY VALUE DBH RETURNING RC
               PERFORM REPORT-DEPOSIT-FAILURE
               EXIT PARAGRAPH
           END-IF.
           CALL "DB_COMMIT" USING BY VALUE DBH RETURNING RC.

           ADD 1 TO ROLLED-COUNT.
           ADD DEPOSIT-INTEREST TO INTEREST-TOTAL.
           MOVE SPACES TO REPORT-RECORD.
           STRING "ROLLED OVER  account " FUNCTION TRIM(MT-ACCOUNT-ID(MAT-IDX))
               "  interest " FUNCTION TRIM(INTEREST-TEXT)
               "  new balance " FUNCTION TRIM(TOTAL-TEXT)
               "  " FUNCTION TRIM(MT-TERM-MONTHS(MAT-IDX)) " months at "
               FUNCTION TRIM(MT-CURRENT-RATE(MAT-IDX)) "%"
               "  matures " FUNCTION TRIM(SINGLE-RESULT-BUFFER)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> Principal plus interest to the settlement account, and the
      *> deposit closes. Both legs pass the status gate before the
      *> transaction opens, so a refusal's exceptions row is written in
      *> autocommit and stands.
       PAY-OUT-DEPOSIT.
           IF MT-SETTLE-ACCOUNT(MAT-IDX) = SPACES THEN
               MOVE "PAYOUT WITH NO SETTLEMENT ACCOUNT" TO FAILURE-REASON
               PERFORM REPORT-DEPOSIT-FAILURE
               EXIT PARAGRAPH
           END-IF.

           MOVE TOTAL-TEXT TO STATUS-AMOUNT.
           MOVE "CHECK" TO STATUS-ACTION.
           MOVE MT-ACCOUNT-ID(MAT-IDX) TO STATUS-ACCOUNT-ID.
           MOVE "DEBIT" TO STATUS-MOVEMENT.
           CALL "account-status" USING DBH, STATUS-ACTION,
               STATUS-ACCOUNT-ID, STATUS-MOVEMENT, STATUS-AMOUNT,
               STATUS-REFUSED, STATUS-REASON, BUSINESS-DATE.
           IF STATUS-REFUSED NOT = 'Y' THEN
               MOVE MT-SETTLE-ACCOUNT(MAT-IDX) TO STATUS-ACCOUNT-ID
               MOVE "CREDIT" TO STATUS-MOVEMENT
               CALL "account-status" USING DBH, STATUS-ACTION,
                   STATUS-ACCOUNT-ID, STATUS-MOVEMENT, STATUS-AMOUNT,
                   STATUS-REFUSED, STATUS-REASON, BUSINESS-DATE
           END-IF.
           IF STATUS-REFUSED = 'Y' THEN
               STRING "ACCOUNT " FUNCTION TRIM(STATUS-ACCOUNT-ID) " "
                   FUNCTION TRIM(STATUS-REASON)
                   DELIMITED BY SIZE INTO FAILURE-REASON
               MOVE "LOG" TO STATUS-ACTION
               CALL "account-status" USING DBH, STATUS-ACTION,
                   STATUS-ACCOUNT-ID, STATUS-MOVEMENT, STATUS-AMOUNT,
                   STATUS-REFUSED, STATUS-REASON, BUSINESS-DATE
               PERFORM REPORT-DEPOSIT-FAILURE
               EXIT PARAGRAPH
           END-IF.

           CALL "DB_BEGIN" USING BY VALUE DBH RETURNING RC.
           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE accounts SET balance = 0, status = 'CLOSED'"
               " WHERE account_id = " FUNCTION TRIM(MT-ACCOUNT-ID(MAT-IDX))
               " AND account_type = 'TERM' AND maturity_date = DATE '"
               FUNCTION TRIM(MT-MATURITY-DATE(MAT-IDX)) "' AND balance = "
               FUNCTION TRIM(MT-BALANCE-TEXT(MAT-IDX)) ";"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               MOVE "COULD NOT CLOSE THE DEPOSIT" TO FAILURE-REASON
           END-IF.

           IF RECORD-FAILED-FLAG = 'N' AND DEPOSIT-TOTAL > 0 THEN
               MOVE SPACES TO SQL-COMMAND
               STRING "UPDATE accounts SET balance = balance + "
                   FUNCTION TRIM(TOTAL-TEXT) " WHERE account_id = "
                   FUNCTION TRIM(MT-SETTLE-ACCOUNT(MAT-IDX)) ";"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC
               IF RC NOT = 0 THEN
                   MOVE 'Y' TO RECORD-FAILED-FLAG
                   MOVE "COULD NOT CREDIT SETTLEMENT ACCOUNT" TO FAILURE-REASON
               END-IF
           END-IF.

      *> Audit trail: the interest lands on the deposit, the whole of
      *> it leaves as a withdrawal and arrives on the settlement
      *> account as a deposit, then the CLOSE marker.
           IF RECORD-FAILED-FLAG = 'N' AND DEPOSIT-INTEREST > 0 THEN
               MOVE MT-ACCOUNT-ID(MAT-IDX) TO LOG-ACCOUNT-ID
               MOVE INTEREST-TEXT TO LOG-AMOUNT
               MOVE "INTEREST" TO LOG-TYPE
               PERFORM LOG-TRANSACTION
           END-IF.
           IF RECORD-FAILED-FLAG = 'N' AND DEPOSIT-TOTAL > 0 THEN
               MOVE MT-ACCOUNT-ID(MAT-IDX) TO LOG-ACCOUNT-ID
               MOVE TOTAL-TEXT TO LOG-AMOUNT
               MOVE "WITHDRAW" TO LOG-TYPE
               PERFORM LOG-TRANSACTION
           END-IF.
           IF RECORD-FAILED-FLAG = 'N' AND DEPOSIT-TOTAL > 0 THEN
               MOVE MT-SETTLE-ACCOUNT(MAT-IDX) TO LOG-ACCOUNT-ID
               MOVE TOTAL-TEXT TO LOG-AMOUNT
               MOVE "DEPOSIT" TO LOG-TYPE
               PERFORM LOG-TRANSACTION
           END-IF.
           IF RECORD-FAILED-FLAG = 'N' THEN
               MOVE MT-ACCOUNT-ID(MAT-IDX) TO LOG-ACCOUNT-ID
               MOVE "0.00" TO LOG-AMOUNT
               MOVE "CLOSE" TO LOG-TYPE
               PERFORM LOG-TRANSACTION
           END-IF.

      *> The deposit must have actually closed - a zero-row UPDATE is
      *> not an error to the database, but it is here.
           IF RECORD-FAILED-FLAG = 'N' THEN
               MOVE SPACES TO SQL-COMMAND
               MOVE SPACES TO SINGLE-RESULT-BUFFER
               STRING "SELECT COALESCE(status, 'ACTIVE') FROM accounts"
                   " WHERE account_id = " FUNCTION TRIM(MT-ACCOUNT-ID(MAT-IDX))
                   DELIMITED BY SIZE INTO SQL-COMMAND
               COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND))
               MOVE X"00" TO SQL-COMMAND(L + 1:1)
               CALL STATIC "DB_QUERY_SINGLE"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                         BY REFERENCE SINGLE-RESULT-BUFFER
                   RETURNING RC
               IF RC NOT = 0
                       OR FUNCTION TRIM(SINGLE-RESULT-BUFFER) NOT = "CLOSED" THEN
                   MOVE 'Y' TO RECORD-FAILED-FLAG
                   MOVE "DEPOSIT CHANGED SINCE THE RUN STARTED" TO FAILURE-REASON
               END-IF
           END-IF.

           IF RECORD-FAILED-FLAG = 'Y' THEN
               CALL "DB_ROLLBACK" USING BY VALUE DBH RETURNING RC
               PERFORM REPORT-DEPOSIT-FAILURE
               EXIT PARAGRAPH
           END-IF.
           CALL "DB_COMMIT" USING BY VALUE DBH RETURNING RC.

           ADD 1 TO PAID-COUNT.
           ADD DEPOSIT-INTEREST TO INTEREST-TOTAL.
           ADD DEPOSIT-TOTAL TO PAID-TOTAL.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PAID OUT     account " FUNCTION TRIM(MT-ACCOUNT-ID(MAT-IDX))
               "  interest " FUNCTION TRIM(INTEREST-TEXT)
               "  paid " FUNCTION TRIM(TOTAL-TEXT)
               " to account " FUNCTION TRIM(MT-SETTLE-ACCOUNT(MAT-IDX))
               "  closed"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> A deposit left matured: reported, and picked up again by the
      *> next run.
       REPORT-DEPOSIT-FAILURE.
           ADD 1 TO FAILED-COUNT.
           DISPLAY "TERM MATURITY: account " FUNCTION TRIM(MT-ACCOUNT-ID(MAT-IDX))
                   " not processed - " FUNCTION TRIM(FAILURE-REASON).
           MOVE SPACES TO REPORT-RECORD.
           STRING "NOT MATURED  account " FUNCTION TRIM(MT-ACCOUNT-ID(MAT-IDX))
               "  " FUNCTION TRIM(MT-INSTRUCTION(MAT-IDX))
               "  " FUNCTION TRIM(FAILURE-REASON)
               "  retried next run"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> Shared audit-log call, same LOG_TRANSACTION stored procedure
      *> every other posting program uses; every row carries the
      *> deposit's maturity reference.
       LOG-TRANSACTION.
           MOVE SPACES TO SQL-COMMAND.
           STRING "CALL LOG_TRANSACTION(" FUNCTION TRIM(LOG-ACCOUNT-ID)
               ", " FUNCTION TRIM(LOG-AMOUNT) ", '" FUNCTION TRIM(LOG-TYPE)
               "', '" FUNCTION TRIM(TERM-REF) "')"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               STRING "COULD NOT LOG " FUNCTION TRIM(LOG-TYPE)
                   DELIMITED BY SIZE INTO FAILURE-REASON
           END-IF.

      *> The desk's call list: open deposits maturing after the
      *> business date and inside the notice window, soonest first,
      *> with what the instruction will do and the interest it will
      *> pay. Only report lines are written while the cursor is open.
       WRITE-MATURITIES-DUE.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT a.account_id,"
               " UPPER(REPLACE(COALESCE(c.name, ''), ',', ' ')),"
               " REPLACE(COALESCE(c.phone, 'NO PHONE'), ',', ' '),"
               " a.balance, TO_CHAR(a.maturity_date, 'YYYY-MM-DD'),"
               " COALESCE(a.maturity_instruction, 'ROLLOVER'),"
               " COALESCE(CAST(a.settlement_account_id AS TEXT), 'NONE'),"
               " ROUND(a.balance * a.term_rate / 100 * a.term_months / 12, 2)"
               " FROM accounts a"
               " LEFT JOIN customers c ON c.customer_id = a.customer_id"
               " WHERE a.account_type = 'TERM'"
               " AND COALESCE(a.status, 'ACTIVE') NOT IN ('CLOSED', 'ESCHEATED')"
               " AND a.maturity_date > DATE '" FUNCTION TRIM(BUSINESS-DATE) "'"
               " AND a.maturity_date <= DATE '" FUNCTION TRIM(BUSINESS-DATE)
               "' + " FUNCTION TRIM(NOTICE-DAYS-TEXT)
               " ORDER BY a.maturity_date, a.account_id"
               DELIMITED BY SIZE INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "TERM MATURITY FAILED: could not open maturities-due cursor"
               MOVE 'E' TO FETCH-DONE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO FETCH-DONE.
           PERFORM FETCH-MATURITY-DUE UNTIL FETCH-DONE NOT = 'N'.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.

       FETCH-MATURITY-DUE.
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
                   DISPLAY "TERM MATURITY FAILED: error reading maturities due"
                   MOVE 'E' TO FETCH-DONE
                   EXIT PARAGRAPH
           END-EVALUATE.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           ADD 1 TO DUE-COUNT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SPLIT-FIELD(4))) TO DEPOSIT-BALANCE.
           ADD DEPOSIT-BALANCE TO DUE-TOTAL.
           MOVE SPACES TO DUE-RECORD.
           STRING "MATURES " FUNCTION TRIM(SPLIT-FIELD(5))
               "  account " FUNCTION TRIM(SPLIT-FIELD(1))
               "  " FUNCTION TRIM(SPLIT-FIELD(2))
               "  phone " FUNCTION TRIM(SPLIT-FIELD(3))
               "  balance " FUNCTION TRIM(SPLIT-FIELD(4))
               "  interest " FUNCTION TRIM(SPLIT-FIELD(8))
               "  " FUNCTION TRIM(SPLIT-FIELD(6))
               "  settlement " FUNCTION TRIM(SPLIT-FIELD(7))
               DELIMITED BY SIZE INTO DUE-RECORD.
           WRITE DUE-RECORD.
