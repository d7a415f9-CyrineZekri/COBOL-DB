      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ledger-proof.

      *> Weekly full-book ledger proof. reconciliation-report proves
      *> one night's feed against one night's balance movement; this
      *> job proves the whole book against its whole history, so a
      *> balance changed outside LOG_TRANSACTION - a hand fix, a leg
      *> that failed half way - is found however long ago it happened.
      *>   1. Every account's balance is rebuilt from ALL of its
      *>      postings since OPEN: the live transaction_log rows plus
      *>      the rows retention-archive has already moved out, read
      *>      back from every transaction_log file registered in
      *>      archive_files (each file's trailer is checked against
      *>      its registration first - a proof built on a short file
      *>      would be worthless, so a bad file stops the run). An
      *>      archive file written before archive_files existed is not
      *>      read until it is registered - once, with
      *>      "retention-archive REGISTER <file>" - and until then its
      *>      accounts rebuild short and show as breaks. The
      *>      signs are statement-generation's: OPEN, DEPOSIT and
      *>      INTEREST add; WITHDRAW, FEE, ESCHEAT and PENALTY
      *>      subtract; CLOSE, DORMANT, REACTIVATE and OVERDRAWN are
      *>      zero-amount markers. Any other tx_type stops the run -
      *>      the same refusal to guess gl-extract makes.
      *>   2. The rebuilt figure is compared to accounts.balance. A
      *>      difference is an ACCOUNT break, reported with the first
      *>      balance_history date on which the snapshot and the
      *>      rebuilt balance disagree - the night the damage was done
      *>      (as far back as the live balance_history reaches).
      *>   3. The book total (the sum of accounts.balance) is proved
      *>      against the cumulative journal gl-extract recorded in
      *>      gl_journal_totals: the rebuilt book before the first
      *>      journalled date, plus every journalled day's net, plus
      *>      anything posted after the last journalled date, must
      *>      equal the book. A difference is a GL break; the report
      *>      shows journal against ledger per tx_type so the day or
      *>      type that never reached the GL can be found.
      *> Breaks go to ledger_breaks - one OPEN row per account (or one
      *> for the GL proof), refreshed by every run that still finds
      *> it and RESOLVED by the first run that doesn't. eod-digest
      *> turns ATTENTION while any break is OPEN.
      *> Report: ledger-proof-<date>.rpt. Arguments follow the
      *> run-control driver's "<feed> <date>" convention: the
      *> YYYY-MM-DD argument is the business date (default: calendar
      *> date). Scheduled weekly (PERIODIC, 7 days) after gl-extract.
      *> Takes the posting lock so nothing moves while the book is
      *> being counted. Exit 1 when the proof can't be completed, 2
      *> when it found any break, else 0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD       PIC X(512).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(132).
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       COPY "splitfld.cpy".
       COPY "postlock.cpy".
       01  L                     PIC 9(4) VALUE 0.
       01  SQL-LIT               PIC X(2048).
       01  CMD-LINE-ARG          PIC X(256).
       01  ARG-NUM               PIC 9(2).
       01  BUSINESS-DATE         PIC X(10).
       01  ARCHIVE-FILENAME      PIC X(256).
       01  ARCHIVE-FILE-STATUS   PIC XX.
       01  REPORT-FILENAME       PIC X(256).
       01  REPORT-FILE-STATUS    PIC XX.
       01  FETCH-DONE            PIC X VALUE 'N'.
       01  PROOF-FAILED          PIC X VALUE 'N'.
       01  RECORD-FAILED-FLAG    PIC X VALUE 'N'.
       01  QUERY-FAILED          PIC X VALUE 'N'.
      *> Every posting the book has ever had, live and archived, and
      *> the signed amount one of them moves a balance by - built once
      *> at start-up so every figure in the proof uses the same rule.
       01  POSTINGS-SQL          PIC X(300).
       01  SIGNED-AMOUNT-SQL     PIC X(300).
      *> The registered transaction_log archive files, drained before
      *> any of them is staged - no statement of ours while a cursor is
      *> open on the handle (see dbapi.cpy).
       01  ARCHIVE-TABLE.
           05 ARCHIVE-ENTRY OCCURS 500 TIMES INDEXED BY ARCH-IDX.
               10 AR-FILE-NAME       PIC X(100).
               10 AR-ROW-COUNT       PIC 9(9).
               10 AR-AMOUNT-TOTAL    PIC S9(13)V99 COMP-3.
       01  ARCHIVE-COUNT         PIC 9(4) VALUE 0.
       01  FILE-ROW-COUNT        PIC 9(9) VALUE 0.
       01  FILE-AMOUNT-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.
       01  TRAILER-COUNT-NUM     PIC 9(9) VALUE 0.
       01  TRAILER-TOTAL-NUM     PIC S9(13)V99 COMP-3 VALUE 0.
       01  TRAILER-FOUND         PIC X VALUE 'N'.
       01  TRAILER-FIELDS.
           05 TRAILER-LIT        PIC X(8).
           05 TRAILER-COUNT-STR  PIC X(12).
           05 TRAILER-TOTAL-STR  PIC X(20).
       01  ARCHIVED-ROWS         PIC 9(11) VALUE 0.
       01  LIVE-ROWS             PIC 9(11) VALUE 0.
      *> Accounts whose rebuilt balance disagrees with the book.
       01  BREAK-TABLE.
           05 BREAK-ENTRY OCCURS 20000 TIMES INDEXED BY BRK-IDX.
               10 BK-ACCOUNT-ID      PIC X(4).
               10 BK-BOOK-TEXT       PIC X(20).
               10 BK-REBUILT-TEXT    PIC X(20).
       01  BREAK-COUNT           PIC 9(9) VALUE 0.
       01  TABLE-FULL            PIC X VALUE 'N'.
       01  BOOK-BALANCE          PIC S9(13)V99 COMP-3.
       01  REBUILT-BALANCE       PIC S9(13)V99 COMP-3.
       01  BREAK-DIFFERENCE      PIC S9(13)V99 COMP-3.
       01  DIFFERENCE-TEXT       PIC X(20).
       01  FIRST-DIVERGENCE      PIC X(10).
       01  BREAK-TYPE            PIC X(8).
       01  BREAK-ACCOUNT-SQL     PIC X(10).
       01  BREAK-BOOK-TEXT       PIC X(20).
       01  BREAK-REBUILT-TEXT    PIC X(20).
       01  ACCOUNT-BREAKS        PIC 9(9) VALUE 0.
       01  BREAKS-RECORDED       PIC 9(9) VALUE 0.
       01  BREAKS-RESOLVED       PIC 9(9) VALUE 0.
       01  BOOK-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       01  REBUILT-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
      *> Y proved, S skipped (no journal recorded yet), N not done.
       01  GL-PROVED             PIC X VALUE 'N'.
       01  JOURNAL-QUERY-FAILED  PIC X VALUE 'N'.
       01  GL-BREAK              PIC X VALUE 'N'.
       01  JOURNAL-FIRST-DATE    PIC X(10).
       01  JOURNAL-LAST-DATE     PIC X(10).
       01  OPENING-BOOK          PIC S9(13)V99 COMP-3 VALUE 0.
       01  JOURNAL-NET           PIC S9(13)V99 COMP-3 VALUE 0.
       01  UNJOURNALLED-NET      PIC S9(13)V99 COMP-3 VALUE 0.
       01  EXPECTED-BOOK         PIC S9(13)V99 COMP-3 VALUE 0.
       01  GL-DIFFERENCE         PIC S9(13)V99 COMP-3 VALUE 0.
       01  TYPE-JOURNAL-AMOUNT   PIC S9(13)V99 COMP-3.
       01  TYPE-LEDGER-AMOUNT    PIC S9(13)V99 COMP-3.
       01  TYPE-VERDICT          PIC X(8).
       01  TOTAL-EDIT            PIC -(13)9.99.
       01  COUNT-EDIT            PIC Z(10)9.
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
           PERFORM BUILD-POSTINGS-SQL.

           CALL "get-db-connstr" USING DB-CONNSTR.
           CALL STATIC "DB_CONNECT" USING DB-CONNSTR RETURNING DBH.
           IF DBH = NULL-PTR THEN
               DISPLAY "LEDGER PROOF FAILED: Database connection error"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM ACQUIRE-POSTING-LOCK.

           PERFORM LOAD-ARCHIVE-REGISTRY.
           IF FETCH-DONE = 'E' THEN
               PERFORM ABANDON-RUN
           END-IF.
           PERFORM STAGE-ARCHIVED-POSTINGS.
           IF PROOF-FAILED = 'Y' THEN
               PERFORM ABANDON-RUN
           END-IF.
           PERFORM CREATE-FOUND-TABLE.
           IF PROOF-FAILED = 'Y' THEN
               PERFORM ABANDON-RUN
           END-IF.
           PERFORM CHECK-POSTING-TYPES.
           IF PROOF-FAILED = 'Y' THEN
               PERFORM ABANDON-RUN
           END-IF.
           PERFORM READ-BOOK-TOTALS.
           IF PROOF-FAILED = 'Y' THEN
               PERFORM ABANDON-RUN
           END-IF.
           PERFORM LOAD-ACCOUNT-BREAKS.
           IF FETCH-DONE = 'E' THEN
               PERFORM ABANDON-RUN
           END-IF.

           PERFORM OPEN-REPORT-FILE.

           PERFORM PROVE-AGAINST-JOURNAL.
           PERFORM RECORD-ACCOUNT-BREAK
               VARYING BRK-IDX FROM 1 BY 1 UNTIL BRK-IDX > BREAK-COUNT.
           PERFORM RESOLVE-CLEARED-BREAKS.

           PERFORM CLOSE-REPORT-FILE.

           DISPLAY "Ledger proof complete for " FUNCTION TRIM(BUSINESS-DATE)
                   ": " ACCOUNT-BREAKS " account break(s), "
                   BREAKS-RESOLVED " break(s) resolved.".
           IF GL-BREAK = 'Y' THEN
               DISPLAY "LEDGER PROOF: the book does not tie to the GL journal"
           END-IF.
           IF ACCOUNT-BREAKS > 0 OR GL-BREAK = 'Y' OR GL-PROVED = 'S' THEN
               MOVE 2 TO EXIT-STATUS
           END-IF.
           IF PROOF-FAILED = 'Y' OR GL-PROVED = 'N' THEN
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

       BUILD-POSTINGS-SQL.
           MOVE SPACES TO POSTINGS-SQL.
           STRING "(SELECT account_id, tx_type, amount, occurred_at"
               " FROM transaction_log UNION ALL"
               " SELECT account_id, tx_type, amount, occurred_at"
               " FROM ledger_proof_archive) p"
               DELIMITED BY SIZE INTO POSTINGS-SQL
           END-STRING.
           MOVE SPACES TO SIGNED-AMOUNT-SQL.
           STRING "CASE WHEN p.tx_type IN ('OPEN', 'DEPOSIT', 'INTEREST')"
               " THEN p.amount"
               " WHEN p.tx_type IN ('WITHDRAW', 'FEE', 'ESCHEAT', 'PENALTY')"
               " THEN -p.amount ELSE 0 END"
               DELIMITED BY SIZE INTO SIGNED-AMOUNT-SQL
           END-STRING.

      *> Takes the shared posting interlock so the book holds still
      *> while it is counted - see posting-lock.cob.
       ACQUIRE-POSTING-LOCK.
           MOVE "ledger-proof" TO LOCK-JOB-NAME.
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
           DISPLAY "LEDGER PROOF FAILED: the proof could not be completed -"
                   " no breaks recorded or resolved".
           PERFORM RELEASE-POSTING-LOCK.
           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

       LOAD-ARCHIVE-REGISTRY.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT file_name, row_count, amount_total FROM archive_files"
               " WHERE table_name = 'transaction_log' ORDER BY cutoff_date"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "LEDGER PROOF FAILED: could not open archive_files cursor"
               MOVE 'E' TO FETCH-DONE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO FETCH-DONE.
           PERFORM FETCH-ARCHIVE-FILE UNTIL FETCH-DONE NOT = 'N'.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.

       FETCH-ARCHIVE-FILE.
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
                   DISPLAY "LEDGER PROOF FAILED: error reading archive_files"
                   MOVE 'E' TO FETCH-DONE
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF ARCHIVE-COUNT >= 500 THEN
               DISPLAY "LEDGER PROOF FAILED: archive file table full - raise the"
                       " table size"
               MOVE 'E' TO FETCH-DONE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ARCHIVE-COUNT.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO AR-FILE-NAME(ARCHIVE-COUNT).
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SPLIT-FIELD(2)))
               TO AR-ROW-COUNT(ARCHIVE-COUNT).
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SPLIT-FIELD(3)))
               TO AR-AMOUNT-TOTAL(ARCHIVE-COUNT).

      *> Every break this run records is noted in a session-only work
      *> table, so resolving afterwards can tell this run's breaks from
      *> rows an earlier run left OPEN.
       CREATE-FOUND-TABLE.
           MOVE SPACES TO SQL-COMMAND.
           STRING "CREATE TEMPORARY TABLE ledger_proof_found"
               " (break_type VARCHAR(10), account_id INTEGER);"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               DISPLAY "LEDGER PROOF FAILED: could not create the break work table"
               MOVE 'Y' TO PROOF-FAILED
           END-IF.

      *> The archived postings are loaded into a session-only work
      *> table so the rebuild is one set of queries over live and
      *> archived rows alike. It disappears with the connection - the
      *> archived history stays in its files, not back in the database.
       STAGE-ARCHIVED-POSTINGS.
           MOVE SPACES TO SQL-COMMAND.
           STRING "CREATE TEMPORARY TABLE ledger_proof_archive"
               " (account_id INTEGER, tx_type VARCHAR(20),"
               " amount NUMERIC(13,2), occurred_at TIMESTAMP);"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               DISPLAY "LEDGER PROOF FAILED: could not create the archive work table"
               MOVE 'Y' TO PROOF-FAILED
               EXIT PARAGRAPH
           END-IF.
           CALL "DB_BEGIN" USING BY VALUE DBH RETURNING RC.
           PERFORM STAGE-ARCHIVE-FILE
               VARYING ARCH-IDX FROM 1 BY 1
               UNTIL ARCH-IDX > ARCHIVE-COUNT OR PROOF-FAILED = 'Y'.
           IF PROOF-FAILED = 'Y' THEN
               CALL "DB_ROLLBACK" USING BY VALUE DBH RETURNING RC
           ELSE
               CALL "DB_COMMIT" USING BY VALUE DBH RETURNING RC
           END-IF.

      *> One archive file: every data row is staged, and the rows
      *> read must agree with both the file's own trailer and what
      *> retention-archive registered when it purged them.
       STAGE-ARCHIVE-FILE.
           MOVE AR-FILE-NAME(ARCH-IDX) TO ARCHIVE-FILENAME.
           MOVE 0 TO FILE-ROW-COUNT.
           MOVE 0 TO FILE-AMOUNT-TOTAL.
           MOVE 'N' TO TRAILER-FOUND.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS NOT = "00" THEN
               DISPLAY "LEDGER PROOF FAILED: could not open archive file "
                       FUNCTION TRIM(ARCHIVE-FILENAME)
               MOVE 'Y' TO PROOF-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-ARCHIVE-RECORD
               UNTIL ARCHIVE-FILE-STATUS NOT = "00" OR PROOF-FAILED = 'Y'.
           CLOSE ARCHIVE-FILE.
           IF PROOF-FAILED = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           IF TRAILER-FOUND NOT = 'Y'
                   OR FILE-ROW-COUNT NOT = TRAILER-COUNT-NUM
                   OR FILE-AMOUNT-TOTAL NOT = TRAILER-TOTAL-NUM
                   OR FILE-ROW-COUNT NOT = AR-ROW-COUNT(ARCH-IDX)
                   OR FILE-AMOUNT-TOTAL NOT = AR-AMOUNT-TOTAL(ARCH-IDX) THEN
               DISPLAY "LEDGER PROOF FAILED: archive file "
                       FUNCTION TRIM(ARCHIVE-FILENAME)
                       " does not agree with its trailer or its archive_files row"
               MOVE 'Y' TO PROOF-FAILED
               EXIT PARAGRAPH
           END-IF.
           ADD FILE-ROW-COUNT TO ARCHIVED-ROWS.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   MOVE "10" TO ARCHIVE-FILE-STATUS
                   EXIT PARAGRAPH
           END-READ.
           IF ARCHIVE-RECORD(1:7) = "TRAILER" THEN
               MOVE 'Y' TO TRAILER-FOUND
               UNSTRING ARCHIVE-RECORD DELIMITED BY ","
                   INTO TRAILER-LIT, TRAILER-COUNT-STR, TRAILER-TOTAL-STR
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(TRAILER-COUNT-STR))
                   TO TRAILER-COUNT-NUM
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(TRAILER-TOTAL-STR))
                   TO TRAILER-TOTAL-NUM
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO FILE-ROW-COUNT.
           MOVE ARCHIVE-RECORD TO PARSE-LINE.
           CALL "split-feed-line" USING PARSE-LINE,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           ADD FUNCTION NUMVAL(FUNCTION TRIM(SPLIT-FIELD(2))) TO FILE-AMOUNT-TOTAL.
           MOVE SPACES TO SQL-COMMAND.
           STRING "INSERT INTO ledger_proof_archive"
               " (account_id, tx_type, amount, occurred_at) VALUES ("
               FUNCTION TRIM(SPLIT-FIELD(1)) ", '"
               FUNCTION TRIM(SPLIT-FIELD(3)) "', "
               FUNCTION TRIM(SPLIT-FIELD(2)) ", TIMESTAMP '"
               FUNCTION TRIM(SPLIT-FIELD(4)) "');"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               DISPLAY "LEDGER PROOF FAILED: could not stage row " FILE-ROW-COUNT
                       " of " FUNCTION TRIM(ARCHIVE-FILENAME)
               MOVE 'Y' TO PROOF-FAILED
           END-IF.

      *> A tx_type the sign rule doesn't know would be rebuilt as zero
      *> and show up as a false break - or hide a real one. Refuse.
       CHECK-POSTING-TYPES.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING "SELECT COALESCE(STRING_AGG(DISTINCT p.tx_type, ' '), 'NONE')"
               " FROM " FUNCTION TRIM(POSTINGS-SQL)
               " WHERE p.tx_type NOT IN ('OPEN', 'DEPOSIT', 'INTEREST',"
               " 'WITHDRAW', 'FEE', 'ESCHEAT', 'PENALTY', 'CLOSE', 'DORMANT',"
               " 'REACTIVATE', 'OVERDRAWN')"
               DELIMITED BY SIZE INTO SQL-LIT
           END-STRING.
           PERFORM QUERY-PROOF-VALUE.
           IF QUERY-FAILED = 'Y' THEN
               MOVE 'Y' TO PROOF-FAILED
               DISPLAY "LEDGER PROOF FAILED: could not read the posting types"
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(SINGLE-RESULT-BUFFER) NOT = "NONE" THEN
               DISPLAY "LEDGER PROOF FAILED: no sign rule for tx_type(s) "
                       FUNCTION TRIM(SINGLE-RESULT-BUFFER)
                       " - refusing to guess which way they move a balance"
               MOVE 'Y' TO PROOF-FAILED
           END-IF.

       READ-BOOK-TOTALS.
           MOVE SPACES TO SQL-LIT.
           STRING "SELECT COALESCE(SUM(balance), 0) FROM accounts"
               DELIMITED BY SIZE INTO SQL-LIT.
           PERFORM QUERY-PROOF-VALUE.
           IF QUERY-FAILED = 'Y' THEN
               MOVE 'Y' TO PROOF-FAILED
               DISPLAY "LEDGER PROOF FAILED: could not read the book total"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) TO BOOK-TOTAL.

           MOVE SPACES TO SQL-LIT.
           STRING "SELECT COALESCE(SUM(" FUNCTION TRIM(SIGNED-AMOUNT-SQL)
               "), 0) FROM " FUNCTION TRIM(POSTINGS-SQL)
               DELIMITED BY SIZE INTO SQL-LIT.
           PERFORM QUERY-PROOF-VALUE.
           IF QUERY-FAILED = 'Y' THEN
               MOVE 'Y' TO PROOF-FAILED
               DISPLAY "LEDGER PROOF FAILED: could not rebuild the book total"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) TO REBUILT-TOTAL.

           MOVE SPACES TO SQL-LIT.
           STRING "SELECT COUNT(*) FROM transaction_log"
               DELIMITED BY SIZE INTO SQL-LIT.
           PERFORM QUERY-PROOF-VALUE.
           IF QUERY-FAILED = 'Y' THEN
               MOVE 'Y' TO PROOF-FAILED
               DISPLAY "LEDGER PROOF FAILED: could not count transaction_log"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) TO LIVE-ROWS.

       QUERY-PROOF-VALUE.
           MOVE 'N' TO QUERY-FAILED.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO QUERY-FAILED
           END-IF.

      *> Every account whose balance column disagrees with its rebuilt
      *> history - an account with no postings at all rebuilds to zero.
       LOAD-ACCOUNT-BREAKS.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING "SELECT a.account_id, a.balance, COALESCE(r.rebuilt, 0)"
               " FROM accounts a LEFT JOIN (SELECT p.account_id, SUM("
               FUNCTION TRIM(SIGNED-AMOUNT-SQL) ") AS rebuilt FROM "
               FUNCTION TRIM(POSTINGS-SQL) " GROUP BY p.account_id) r"
               " ON r.account_id = a.account_id"
               " WHERE a.balance <> COALESCE(r.rebuilt, 0)"
               " ORDER BY a.account_id"
               DELIMITED BY SIZE INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "LEDGER PROOF FAILED: could not open the account proof cursor"
               MOVE 'E' TO FETCH-DONE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO FETCH-DONE.
           PERFORM FETCH-ACCOUNT-BREAK UNTIL FETCH-DONE NOT = 'N'.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.

       FETCH-ACCOUNT-BREAK.
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
                   DISPLAY "LEDGER PROOF FAILED: error reading the account proof"
                   MOVE 'E' TO FETCH-DONE
                   EXIT PARAGRAPH
           END-EVALUATE.
      *> Every break is counted; past the table only the first ones
      *> are recorded this week.
           ADD 1 TO ACCOUNT-BREAKS.
           IF BREAK-COUNT >= 20000 THEN
               MOVE 'Y' TO TABLE-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO BREAK-COUNT.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO BK-ACCOUNT-ID(BREAK-COUNT).
           MOVE SPLIT-FIELD(2) TO BK-BOOK-TEXT(BREAK-COUNT).
           MOVE SPLIT-FIELD(3) TO BK-REBUILT-TEXT(BREAK-COUNT).

       OPEN-REPORT-FILE.
           MOVE SPACES TO REPORT-FILENAME.
           STRING "ledger-proof-" FUNCTION TRIM(BUSINESS-DATE) ".rpt"
               DELIMITED BY SIZE INTO REPORT-FILENAME.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "LEDGER PROOF FAILED: could not create "
                       FUNCTION TRIM(REPORT-FILENAME)
               PERFORM ABANDON-RUN
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Full-book ledger proof " FUNCTION TRIM(BUSINESS-DATE)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE LIVE-ROWS TO COUNT-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Live transaction_log rows     " FUNCTION TRIM(COUNT-EDIT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ARCHIVED-ROWS TO COUNT-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Archived rows read back       " FUNCTION TRIM(COUNT-EDIT)
               " from " ARCHIVE-COUNT " archive file(s)"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE BOOK-TOTAL TO TOTAL-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Book total (accounts)         " FUNCTION TRIM(TOTAL-EDIT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE REBUILT-TOTAL TO TOTAL-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Rebuilt from postings         " FUNCTION TRIM(TOTAL-EDIT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       CLOSE-REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING ACCOUNT-BREAKS " account break(s), " BREAKS-RECORDED
               " break row(s) recorded, " BREAKS-RESOLVED " resolved"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF TABLE-FULL = 'Y' THEN
               MOVE SPACES TO REPORT-RECORD
               STRING "More accounts are broken than one run records - the"
                   " rest are recorded once these are cleared"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           CLOSE REPORT-FILE.

      *> The book against the cumulative GL journal. The journal only
      *> covers the dates gl-extract has recorded, so the proof is:
      *>   book = rebuilt book before the first journalled date
      *>        + net of every journalled day
      *>        + net of anything posted after the last journalled day
       PROVE-AGAINST-JOURNAL.
           MOVE "GL journal proof (gl_journal_totals):" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO SQL-LIT.
           STRING "SELECT COALESCE(TO_CHAR(MIN(business_date), 'YYYY-MM-DD'),"
               " 'NONE') || ',' || COALESCE(TO_CHAR(MAX(business_date),"
               " 'YYYY-MM-DD'), 'NONE') FROM gl_journal_totals"
               DELIMITED BY SIZE INTO SQL-LIT.
           PERFORM QUERY-PROOF-VALUE.
           IF QUERY-FAILED = 'Y' THEN
               MOVE "  could not read gl_journal_totals - GL proof not done"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO JOURNAL-FIRST-DATE.
           MOVE SPACES TO JOURNAL-LAST-DATE.
           UNSTRING SINGLE-RESULT-BUFFER DELIMITED BY ","
               INTO JOURNAL-FIRST-DATE, JOURNAL-LAST-DATE.
           IF JOURNAL-FIRST-DATE = "NONE" THEN
               MOVE 'S' TO GL-PROVED
               MOVE "  gl-extract has recorded no journal totals yet - GL proof not done"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY "LEDGER PROOF: no gl_journal_totals rows - GL proof not done"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-LIT.
           STRING "SELECT COALESCE(SUM(" FUNCTION TRIM(SIGNED-AMOUNT-SQL)
               "), 0) FROM " FUNCTION TRIM(POSTINGS-SQL)
               " WHERE p.occurred_at < DATE '" FUNCTION TRIM(JOURNAL-FIRST-DATE) "'"
               DELIMITED BY SIZE INTO SQL-LIT.
           PERFORM QUERY-PROOF-VALUE.
           IF QUERY-FAILED = 'Y' THEN
               MOVE 'Y' TO JOURNAL-QUERY-FAILED
           END-IF.
           MOVE FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) TO OPENING-BOOK.

           MOVE SPACES TO SQL-LIT.
           STRING "SELECT COALESCE(SUM(" FUNCTION TRIM(SIGNED-AMOUNT-SQL)
               "), 0) FROM (SELECT tx_type, amount_total AS amount"
               " FROM gl_journal_totals) p"
               DELIMITED BY SIZE INTO SQL-LIT.
           PERFORM QUERY-PROOF-VALUE.
           IF QUERY-FAILED = 'Y' THEN
               MOVE 'Y' TO JOURNAL-QUERY-FAILED
           END-IF.
           MOVE FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) TO JOURNAL-NET.

           MOVE SPACES TO SQL-LIT.
           STRING "SELECT COALESCE(SUM(" FUNCTION TRIM(SIGNED-AMOUNT-SQL)
               "), 0) FROM " FUNCTION TRIM(POSTINGS-SQL)
               " WHERE p.occurred_at >= DATE '" FUNCTION TRIM(JOURNAL-LAST-DATE)
               "' + INTERVAL '1 day'"
               DELIMITED BY SIZE INTO SQL-LIT.
           PERFORM QUERY-PROOF-VALUE.
           IF QUERY-FAILED = 'Y' THEN
               MOVE 'Y' TO JOURNAL-QUERY-FAILED
           END-IF.
           MOVE FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) TO UNJOURNALLED-NET.

           IF JOURNAL-QUERY-FAILED = 'Y' THEN
               MOVE "  could not total the journal - GL proof not done"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO GL-PROVED.
           COMPUTE EXPECTED-BOOK = OPENING-BOOK + JOURNAL-NET + UNJOURNALLED-NET.
           COMPUTE GL-DIFFERENCE = BOOK-TOTAL - EXPECTED-BOOK.

           MOVE OPENING-BOOK TO TOTAL-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Rebuilt book before " FUNCTION TRIM(JOURNAL-FIRST-DATE)
               "    " FUNCTION TRIM(TOTAL-EDIT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE JOURNAL-NET TO TOTAL-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Journal net " FUNCTION TRIM(JOURNAL-FIRST-DATE) " to "
               FUNCTION TRIM(JOURNAL-LAST-DATE) "  " FUNCTION TRIM(TOTAL-EDIT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE UNJOURNALLED-NET TO TOTAL-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Posted since last journal     " FUNCTION TRIM(TOTAL-EDIT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE EXPECTED-BOOK TO TOTAL-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Book per journal              " FUNCTION TRIM(TOTAL-EDIT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE GL-DIFFERENCE TO TOTAL-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           IF GL-DIFFERENCE = 0 THEN
               STRING "  Book ties to the journal      difference "
                   FUNCTION TRIM(TOTAL-EDIT)
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               MOVE 'Y' TO GL-BREAK
               STRING "  GL BREAK                      difference "
                   FUNCTION TRIM(TOTAL-EDIT)
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.

           PERFORM WRITE-JOURNAL-BY-TYPE.

           IF GL-BREAK = 'Y' THEN
               MOVE "GL" TO BREAK-TYPE
               MOVE "NULL" TO BREAK-ACCOUNT-SQL
               MOVE BOOK-TOTAL TO TOTAL-EDIT
               MOVE FUNCTION TRIM(TOTAL-EDIT) TO BREAK-BOOK-TEXT
               MOVE EXPECTED-BOOK TO TOTAL-EDIT
               MOVE FUNCTION TRIM(TOTAL-EDIT) TO BREAK-REBUILT-TEXT
               MOVE GL-DIFFERENCE TO TOTAL-EDIT
               MOVE FUNCTION TRIM(TOTAL-EDIT) TO DIFFERENCE-TEXT
               MOVE "NONE" TO FIRST-DIVERGENCE
               PERFORM WRITE-BREAK-ROW
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> Journal against ledger per tx_type over the journalled dates,
      *> so a GL break points at the type (and, by rerunning gl-extract
      *> for the missing night, the fix). Only report lines are written
      *> while the cursor is open.
       WRITE-JOURNAL-BY-TYPE.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING "SELECT COALESCE(j.tx_type, l.tx_type), COALESCE(j.n, 0),"
               " COALESCE(j.amt, 0), COALESCE(l.n, 0), COALESCE(l.amt, 0)"
               " FROM (SELECT tx_type, SUM(entry_count) AS n,"
               " SUM(amount_total) AS amt FROM gl_journal_totals"
               " GROUP BY tx_type) j FULL JOIN"
               " (SELECT p.tx_type, COUNT(*) AS n, SUM(p.amount) AS amt FROM "
               FUNCTION TRIM(POSTINGS-SQL)
               " WHERE p.occurred_at >= DATE '" FUNCTION TRIM(JOURNAL-FIRST-DATE)
               "' AND p.occurred_at < DATE '" FUNCTION TRIM(JOURNAL-LAST-DATE)
               "' + INTERVAL '1 day'"
               " AND p.tx_type NOT IN ('DORMANT', 'REACTIVATE', 'OVERDRAWN')"
               " GROUP BY p.tx_type) l ON l.tx_type = j.tx_type ORDER BY 1"
               DELIMITED BY SIZE INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               MOVE "  (could not read the per-type journal comparison)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE "  tx type     journal count/amount       ledger count/amount"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'N' TO FETCH-DONE.
           PERFORM FETCH-JOURNAL-TYPE UNTIL FETCH-DONE NOT = 'N'.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.

       FETCH-JOURNAL-TYPE.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_FETCH"
               USING BY VALUE CURSOR-H, BY REFERENCE FETCH-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO FETCH-DONE
               EXIT PARAGRAPH
           END-IF.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SPLIT-FIELD(3))) TO TYPE-JOURNAL-AMOUNT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SPLIT-FIELD(5))) TO TYPE-LEDGER-AMOUNT.
           IF TYPE-JOURNAL-AMOUNT = TYPE-LEDGER-AMOUNT
                   AND FUNCTION TRIM(SPLIT-FIELD(2)) = FUNCTION TRIM(SPLIT-FIELD(4)) THEN
               MOVE "TIES" TO TYPE-VERDICT
           ELSE
               MOVE "DIFFERS" TO TYPE-VERDICT
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  " SPLIT-FIELD(1)(1:10)
               "  " FUNCTION TRIM(SPLIT-FIELD(2)) " / " FUNCTION TRIM(SPLIT-FIELD(3))
               "    " FUNCTION TRIM(SPLIT-FIELD(4)) " / " FUNCTION TRIM(SPLIT-FIELD(5))
               "    " FUNCTION TRIM(TYPE-VERDICT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> One broken account: when its balance_history snapshot first
      *> stopped matching the rebuilt balance at the end of that day,
      *> then its ledger_breaks row and its report line.
       RECORD-ACCOUNT-BREAK.
           IF BRK-IDX = 1 THEN
               MOVE "Account breaks (book vs rebuilt from every posting):"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE "NONE" TO FIRST-DIVERGENCE.
           MOVE SPACES TO SQL-LIT.
           STRING "SELECT COALESCE(TO_CHAR(MIN(h.business_date), 'YYYY-MM-DD'),"
               " 'NONE') FROM balance_history h WHERE h.account_id = "
               FUNCTION TRIM(BK-ACCOUNT-ID(BRK-IDX))
               " AND h.balance <> (SELECT COALESCE(SUM("
               FUNCTION TRIM(SIGNED-AMOUNT-SQL) "), 0) FROM "
               FUNCTION TRIM(POSTINGS-SQL) " WHERE p.account_id = h.account_id"
               " AND p.occurred_at < h.business_date + 1)"
               DELIMITED BY SIZE INTO SQL-LIT.
           PERFORM QUERY-PROOF-VALUE.
           IF QUERY-FAILED = 'N' THEN
               MOVE SINGLE-RESULT-BUFFER(1:10) TO FIRST-DIVERGENCE
           END-IF.

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(BK-BOOK-TEXT(BRK-IDX))) TO BOOK-BALANCE.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(BK-REBUILT-TEXT(BRK-IDX)))
               TO REBUILT-BALANCE.
           COMPUTE BREAK-DIFFERENCE = BOOK-BALANCE - REBUILT-BALANCE.
           MOVE BREAK-DIFFERENCE TO TOTAL-EDIT.
           MOVE FUNCTION TRIM(TOTAL-EDIT) TO DIFFERENCE-TEXT.
           MOVE "ACCOUNT" TO BREAK-TYPE.
           MOVE BK-ACCOUNT-ID(BRK-IDX) TO BREAK-ACCOUNT-SQL.
           MOVE BK-BOOK-TEXT(BRK-IDX) TO BREAK-BOOK-TEXT.
           MOVE BK-REBUILT-TEXT(BRK-IDX) TO BREAK-REBUILT-TEXT.
           PERFORM WRITE-BREAK-ROW.

           MOVE SPACES TO REPORT-RECORD.
           IF FIRST-DIVERGENCE = "NONE" THEN
               STRING "  account " FUNCTION TRIM(BK-ACCOUNT-ID(BRK-IDX))
                   "  book " FUNCTION TRIM(BK-BOOK-TEXT(BRK-IDX))
                   "  rebuilt " FUNCTION TRIM(BK-REBUILT-TEXT(BRK-IDX))
                   "  difference " FUNCTION TRIM(DIFFERENCE-TEXT)
                   "  balance_history agrees - broken since the last snapshot"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "  account " FUNCTION TRIM(BK-ACCOUNT-ID(BRK-IDX))
                   "  book " FUNCTION TRIM(BK-BOOK-TEXT(BRK-IDX))
                   "  rebuilt " FUNCTION TRIM(BK-REBUILT-TEXT(BRK-IDX))
                   "  difference " FUNCTION TRIM(DIFFERENCE-TEXT)
                   "  first diverged " FUNCTION TRIM(FIRST-DIVERGENCE)
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.

      *> One OPEN row per break: a break still there from an earlier
      *> run is refreshed with tonight's figures (keeping when it was
      *> first found), a new one is inserted, and the break is noted in
      *> ledger_proof_found. The statements commit together.
       WRITE-BREAK-ROW.
           MOVE 'N' TO RECORD-FAILED-FLAG.
           MOVE SPACES TO CMD-LINE-ARG.
           IF FIRST-DIVERGENCE = "NONE" THEN
               MOVE "NULL" TO CMD-LINE-ARG
           ELSE
               STRING "DATE '" FUNCTION TRIM(FIRST-DIVERGENCE) "'"
                   DELIMITED BY SIZE INTO CMD-LINE-ARG
           END-IF.
           MOVE SPACES TO SQL-LIT.
           IF BREAK-ACCOUNT-SQL = "NULL" THEN
               MOVE "account_id IS NULL" TO SQL-LIT
           ELSE
               STRING "account_id = " FUNCTION TRIM(BREAK-ACCOUNT-SQL)
                   DELIMITED BY SIZE INTO SQL-LIT
           END-IF.
           CALL "DB_BEGIN" USING BY VALUE DBH RETURNING RC.
           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE ledger_breaks SET proof_date = DATE '"
               FUNCTION TRIM(BUSINESS-DATE) "', book_balance = "
               FUNCTION TRIM(BREAK-BOOK-TEXT) ", rebuilt_balance = "
               FUNCTION TRIM(BREAK-REBUILT-TEXT) ", difference = "
               FUNCTION TRIM(DIFFERENCE-TEXT) ", first_divergence = "
               FUNCTION TRIM(CMD-LINE-ARG)
               " WHERE break_type = '" FUNCTION TRIM(BREAK-TYPE) "' AND "
               FUNCTION TRIM(SQL-LIT) " AND status = 'OPEN';"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
           END-IF.
           IF RECORD-FAILED-FLAG = 'N' THEN
               MOVE SPACES TO SQL-COMMAND
               STRING "INSERT INTO ledger_breaks (break_type, account_id,"
                   " proof_date, book_balance, rebuilt_balance, difference,"
                   " first_divergence, status, found_at) SELECT '"
                   FUNCTION TRIM(BREAK-TYPE) "', "
                   FUNCTION TRIM(BREAK-ACCOUNT-SQL) ", DATE '"
                   FUNCTION TRIM(BUSINESS-DATE) "', "
                   FUNCTION TRIM(BREAK-BOOK-TEXT) ", "
                   FUNCTION TRIM(BREAK-REBUILT-TEXT) ", "
                   FUNCTION TRIM(DIFFERENCE-TEXT) ", "
                   FUNCTION TRIM(CMD-LINE-ARG) ", 'OPEN', CURRENT_TIMESTAMP"
                   " WHERE NOT EXISTS (SELECT 1 FROM ledger_breaks"
                   " WHERE break_type = '" FUNCTION TRIM(BREAK-TYPE) "' AND "
                   FUNCTION TRIM(SQL-LIT) " AND status = 'OPEN');"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC
               IF RC NOT = 0 THEN
                   MOVE 'Y' TO RECORD-FAILED-FLAG
               END-IF
           END-IF.
           IF RECORD-FAILED-FLAG = 'N' THEN
               MOVE SPACES TO SQL-COMMAND
               STRING "INSERT INTO ledger_proof_found (break_type, account_id)"
                   " VALUES ('" FUNCTION TRIM(BREAK-TYPE) "', "
                   FUNCTION TRIM(BREAK-ACCOUNT-SQL) ");"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC
               IF RC NOT = 0 THEN
                   MOVE 'Y' TO RECORD-FAILED-FLAG
               END-IF
           END-IF.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               CALL "DB_ROLLBACK" USING BY VALUE DBH RETURNING RC
               MOVE 'Y' TO PROOF-FAILED
               DISPLAY "LEDGER PROOF: could not record the " FUNCTION TRIM(BREAK-TYPE)
                       " break for " FUNCTION TRIM(BREAK-ACCOUNT-SQL)
               MOVE "  (the break above could not be recorded in ledger_breaks)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           CALL "DB_COMMIT" USING BY VALUE DBH RETURNING RC.
           ADD 1 TO BREAKS-RECORDED.

      *> A break this run no longer finds has been put right - its row
      *> is RESOLVED. That is any OPEN row dated up to this business
      *> date that this run did not note in ledger_proof_found, so a
      *> rerun for the same date clears what an earlier run that day
      *> recorded and has since been corrected. Only the checks that
      *> actually ran resolve: the GL row stays OPEN when the GL proof
      *> couldn't be done, and the account rows stay OPEN when the
      *> break table overflowed (the rest of the broken accounts
      *> weren't refreshed) or a break couldn't be recorded.
       RESOLVE-CLEARED-BREAKS.
           MOVE SPACES TO SQL-LIT.
           IF TABLE-FULL NOT = 'Y' AND PROOF-FAILED NOT = 'Y' THEN
               MOVE "'ACCOUNT'" TO SQL-LIT
           END-IF.
           IF GL-PROVED = 'Y' AND PROOF-FAILED NOT = 'Y' THEN
               IF SQL-LIT = SPACES THEN
                   MOVE "'GL'" TO SQL-LIT
               ELSE
                   MOVE "'ACCOUNT', 'GL'" TO SQL-LIT
               END-IF
           END-IF.
           IF SQL-LIT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COUNT(*) FROM ledger_breaks WHERE status = 'OPEN'"
               " AND break_type IN (" FUNCTION TRIM(SQL-LIT) ")"
               " AND proof_date <= DATE '" FUNCTION TRIM(BUSINESS-DATE) "'"
               " AND NOT EXISTS (SELECT 1 FROM ledger_proof_found f"
               " WHERE f.break_type = ledger_breaks.break_type"
               " AND f.account_id IS NOT DISTINCT FROM ledger_breaks.account_id)"
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
           MOVE FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) TO BREAKS-RESOLVED.
           IF BREAKS-RESOLVED = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE ledger_breaks SET status = 'RESOLVED',"
               " resolved_at = CURRENT_TIMESTAMP WHERE status = 'OPEN'"
               " AND break_type IN (" FUNCTION TRIM(SQL-LIT) ")"
               " AND proof_date <= DATE '" FUNCTION TRIM(BUSINESS-DATE) "'"
               " AND NOT EXISTS (SELECT 1 FROM ledger_proof_found f"
               " WHERE f.break_type = ledger_breaks.break_type"
               " AND f.account_id IS NOT DISTINCT FROM ledger_breaks.account_id);"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 0 TO BREAKS-RESOLVED
               DISPLAY "LEDGER PROOF: could not resolve cleared breaks"
           END-IF.
