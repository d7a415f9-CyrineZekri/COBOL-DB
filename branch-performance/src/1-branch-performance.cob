      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. branch-performance.

      *> Branch performance for a date range: per branch, the DEPOSIT,
      *> WITHDRAW, FEE and INTEREST postings (count and amount, the
      *> withdrawals and fees shown as positive sums taken out), and
      *> the accounts opened and closed with the net change in open
      *> accounts. Arguments: the start date and the end date
      *> (YYYY-MM-DD, both inclusive; the end defaults to today). A
      *> posting counts under its account's branch (accounts.
      *> branch_code, UNASSIGNED where the branch load has not reached
      *> it yet), the same attribution gl-extract journals under, so
      *> an account moved by TRANSFERBR reports all its history under
      *> the new branch. Reads the live transaction_log only - a range
      *> reaching back past retention-archive's cut-off is short by
      *> whatever has been archived, and the report says where the
      *> live log starts. A branch with no postings in the range is
      *> not listed.
      *> Report: branch-performance-<start>-<end>.rpt. Read-only; no
      *> posting lock. Exit 1 when the report can't be produced.
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
       01  START-DATE            PIC X(10).
       01  END-DATE              PIC X(10).
       01  REPORT-FILENAME       PIC X(256).
       01  REPORT-FILE-STATUS    PIC XX.
       01  FETCH-DONE            PIC X VALUE 'N'.
       01  FETCH-FAILED          PIC X VALUE 'N'.
       01  LIVE-LOG-START        PIC X(10) VALUE SPACES.
       01  BRANCH-COUNT          PIC 9(5) VALUE 0.
      *> One fetched branch row, and the same figures summed over every
      *> branch for the closing totals.
       01  BRANCH-ROW.
           05 BR-BRANCH          PIC X(10).
           05 BR-DEPOSIT-COUNT   PIC 9(9).
           05 BR-DEPOSIT-AMOUNT  PIC S9(13)V99 COMP-3.
           05 BR-WITHDRAW-COUNT  PIC 9(9).
           05 BR-WITHDRAW-AMOUNT PIC S9(13)V99 COMP-3.
           05 BR-FEE-COUNT       PIC 9(9).
           05 BR-FEE-AMOUNT      PIC S9(13)V99 COMP-3.
           05 BR-INTEREST-COUNT  PIC 9(9).
           05 BR-INTEREST-AMOUNT PIC S9(13)V99 COMP-3.
           05 BR-OPENED          PIC 9(9).
           05 BR-CLOSED          PIC 9(9).
       01  BOOK-ROW.
           05 BK-DEPOSIT-COUNT   PIC 9(9) VALUE 0.
           05 BK-DEPOSIT-AMOUNT  PIC S9(13)V99 COMP-3 VALUE 0.
           05 BK-WITHDRAW-COUNT  PIC 9(9) VALUE 0.
           05 BK-WITHDRAW-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
           05 BK-FEE-COUNT       PIC 9(9) VALUE 0.
           05 BK-FEE-AMOUNT      PIC S9(13)V99 COMP-3 VALUE 0.
           05 BK-INTEREST-COUNT  PIC 9(9) VALUE 0.
           05 BK-INTEREST-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
           05 BK-OPENED          PIC 9(9) VALUE 0.
           05 BK-CLOSED          PIC 9(9) VALUE 0.
       01  LINE-LABEL            PIC X(16).
       01  LINE-COUNT            PIC 9(9).
       01  LINE-AMOUNT           PIC S9(13)V99 COMP-3.
       01  LINE-OPENED           PIC 9(9).
       01  LINE-CLOSED           PIC 9(9).
       01  NET-OPENINGS          PIC S9(9) VALUE 0.
       01  COUNT-EDIT            PIC Z(8)9.
       01  CLOSED-EDIT           PIC Z(8)9.
       01  AMOUNT-EDIT           PIC -(13)9.99.
       01  NET-EDIT              PIC -(8)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO CMD-LINE-ARG.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT CMD-LINE-ARG FROM ARGUMENT-VALUE.
           MOVE FUNCTION TRIM(CMD-LINE-ARG) TO START-DATE.
           MOVE SPACES TO CMD-LINE-ARG.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT CMD-LINE-ARG FROM ARGUMENT-VALUE.
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
               DISPLAY "BRANCH PERFORMANCE FAILED: start and end dates"
                       " (YYYY-MM-DD) required, e.g. 2026-01-01 2026-03-31"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF END-DATE < START-DATE THEN
               DISPLAY "BRANCH PERFORMANCE FAILED: end date " END-DATE
                       " is before start date " START-DATE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL "get-db-connstr" USING DB-CONNSTR.
           CALL STATIC "DB_CONNECT" USING DB-CONNSTR RETURNING DBH.
           IF DBH = NULL-PTR THEN
               DISPLAY "BRANCH PERFORMANCE FAILED: Database connection error"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM FIND-LIVE-LOG-START.
           PERFORM OPEN-REPORT-FILE.
           PERFORM REPORT-BRANCHES.
           IF FETCH-FAILED = 'Y' THEN
               CLOSE REPORT-FILE
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-BOOK-TOTALS.
           CLOSE REPORT-FILE.

           DISPLAY "Branch performance " START-DATE " to " END-DATE ": "
                   BRANCH-COUNT " branch(es) written to "
                   FUNCTION TRIM(REPORT-FILENAME).

           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
           GOBACK.

      *> The oldest live posting, so a range older than that can be
      *> read as incomplete rather than as a quiet quarter.
       FIND-LIVE-LOG-START.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COALESCE(TO_CHAR(MIN(occurred_at), 'YYYY-MM-DD'),"
               " 'NONE') FROM transaction_log"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC = 0 THEN
               MOVE SINGLE-RESULT-BUFFER TO LIVE-LOG-START
           END-IF.

       OPEN-REPORT-FILE.
           MOVE SPACES TO REPORT-FILENAME.
           STRING "branch-performance-" START-DATE "-" END-DATE ".rpt"
               DELIMITED BY SIZE INTO REPORT-FILENAME.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "BRANCH PERFORMANCE FAILED: could not create "
                       FUNCTION TRIM(REPORT-FILENAME)
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Branch performance " START-DATE " to " END-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF LIVE-LOG-START NOT = "NONE" AND LIVE-LOG-START NOT = SPACES
                   AND LIVE-LOG-START > START-DATE THEN
               MOVE SPACES TO REPORT-RECORD
               STRING "  Live postings start " LIVE-LOG-START
                   " - earlier postings are archived and not counted here"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> One row per branch with postings in the range; the sums ride
      *> in one pass over the log. Amounts are logged unsigned - the
      *> tx_type says which way - so withdrawals and fees sum straight
      *> to the positive total taken out.
       REPORT-BRANCHES.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT COALESCE(a.branch_code, 'UNASSIGNED'),"
               " COUNT(*) FILTER (WHERE t.tx_type = 'DEPOSIT'),"
               " COALESCE(SUM(t.amount) FILTER (WHERE t.tx_type = 'DEPOSIT'), 0),"
               " COUNT(*) FILTER (WHERE t.tx_type = 'WITHDRAW'),"
               " COALESCE(SUM(t.amount) FILTER (WHERE t.tx_type = 'WITHDRAW'), 0),"
               " COUNT(*) FILTER (WHERE t.tx_type = 'FEE'),"
               " COALESCE(SUM(t.amount) FILTER (WHERE t.tx_type = 'FEE'), 0),"
               " COUNT(*) FILTER (WHERE t.tx_type = 'INTEREST'),"
               " COALESCE(SUM(t.amount) FILTER (WHERE t.tx_type = 'INTEREST'), 0),"
               " COUNT(*) FILTER (WHERE t.tx_type = 'OPEN'),"
               " COUNT(*) FILTER (WHERE t.tx_type = 'CLOSE')"
               " FROM transaction_log t"
               " LEFT JOIN accounts a ON a.account_id = t.account_id"
               " WHERE t.occurred_at >= DATE '" START-DATE "'"
               " AND t.occurred_at < DATE '" END-DATE "' + INTERVAL '1 day'"
               " AND t.tx_type IN ('DEPOSIT', 'WITHDRAW', 'FEE', 'INTEREST',"
               " 'OPEN', 'CLOSE')"
               " GROUP BY 1 ORDER BY 1"
               DELIMITED BY SIZE INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "BRANCH PERFORMANCE FAILED: could not read the postings"
               MOVE 'Y' TO FETCH-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO FETCH-DONE.
           PERFORM FETCH-BRANCH-ROW UNTIL FETCH-DONE = 'Y'.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.

       FETCH-BRANCH-ROW.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_FETCH"
               USING BY VALUE CURSOR-H, BY REFERENCE FETCH-RESULT-BUFFER
               RETURNING RC.
           EVALUATE RC
               WHEN 0
                   PERFORM WRITE-BRANCH-BLOCK
               WHEN 1
                   MOVE 'Y' TO FETCH-DONE
               WHEN OTHER
                   DISPLAY "BRANCH PERFORMANCE FAILED: error reading the postings"
                   MOVE 'Y' TO FETCH-FAILED
                   MOVE 'Y' TO FETCH-DONE
           END-EVALUATE.

       WRITE-BRANCH-BLOCK.
           ADD 1 TO BRANCH-COUNT.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO BR-BRANCH.
           MOVE FUNCTION NUMVAL(SPLIT-FIELD(2)) TO BR-DEPOSIT-COUNT.
           MOVE FUNCTION NUMVAL(SPLIT-FIELD(3)) TO BR-DEPOSIT-AMOUNT.
           MOVE FUNCTION NUMVAL(SPLIT-FIELD(4)) TO BR-WITHDRAW-COUNT.
           MOVE FUNCTION NUMVAL(SPLIT-FIELD(5)) TO BR-WITHDRAW-AMOUNT.
           MOVE FUNCTION NUMVAL(SPLIT-FIELD(6)) TO BR-FEE-COUNT.
           MOVE FUNCTION NUMVAL(SPLIT-FIELD(7)) TO BR-FEE-AMOUNT.
           MOVE FUNCTION NUMVAL(SPLIT-FIELD(8)) TO BR-INTEREST-COUNT.
           MOVE FUNCTION NUMVAL(SPLIT-FIELD(9)) TO BR-INTEREST-AMOUNT.
           MOVE FUNCTION NUMVAL(SPLIT-FIELD(10)) TO BR-OPENED.
           MOVE FUNCTION NUMVAL(SPLIT-FIELD(11)) TO BR-CLOSED.

           ADD BR-DEPOSIT-COUNT TO BK-DEPOSIT-COUNT.
           ADD BR-DEPOSIT-AMOUNT TO BK-DEPOSIT-AMOUNT.
           ADD BR-WITHDRAW-COUNT TO BK-WITHDRAW-COUNT.
           ADD BR-WITHDRAW-AMOUNT TO BK-WITHDRAW-AMOUNT.
           ADD BR-FEE-COUNT TO BK-FEE-COUNT.
           ADD BR-FEE-AMOUNT TO BK-FEE-AMOUNT.
           ADD BR-INTEREST-COUNT TO BK-INTEREST-COUNT.
           ADD BR-INTEREST-AMOUNT TO BK-INTEREST-AMOUNT.
           ADD BR-OPENED TO BK-OPENED.
           ADD BR-CLOSED TO BK-CLOSED.

           MOVE SPACES TO REPORT-RECORD.
           STRING "Branch " FUNCTION TRIM(BR-BRANCH)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Deposits" TO LINE-LABEL.
           MOVE BR-DEPOSIT-COUNT TO LINE-COUNT.
           MOVE BR-DEPOSIT-AMOUNT TO LINE-AMOUNT.
           PERFORM WRITE-POSTING-LINE.
           MOVE "Withdrawals" TO LINE-LABEL.
           MOVE BR-WITHDRAW-COUNT TO LINE-COUNT.
           MOVE BR-WITHDRAW-AMOUNT TO LINE-AMOUNT.
           PERFORM WRITE-POSTING-LINE.
           MOVE "Fees" TO LINE-LABEL.
           MOVE BR-FEE-COUNT TO LINE-COUNT.
           MOVE BR-FEE-AMOUNT TO LINE-AMOUNT.
           PERFORM WRITE-POSTING-LINE.
           MOVE "Interest" TO LINE-LABEL.
           MOVE BR-INTEREST-COUNT TO LINE-COUNT.
           MOVE BR-INTEREST-AMOUNT TO LINE-AMOUNT.
           PERFORM WRITE-POSTING-LINE.
           MOVE BR-OPENED TO LINE-OPENED.
           MOVE BR-CLOSED TO LINE-CLOSED.
           PERFORM WRITE-OPENINGS-LINE.

       WRITE-BOOK-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           STRING "All branches (" BRANCH-COUNT ")"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Deposits" TO LINE-LABEL.
           MOVE BK-DEPOSIT-COUNT TO LINE-COUNT.
           MOVE BK-DEPOSIT-AMOUNT TO LINE-AMOUNT.
           PERFORM WRITE-POSTING-LINE.
           MOVE "Withdrawals" TO LINE-LABEL.
           MOVE BK-WITHDRAW-COUNT TO LINE-COUNT.
           MOVE BK-WITHDRAW-AMOUNT TO LINE-AMOUNT.
           PERFORM WRITE-POSTING-LINE.
           MOVE "Fees" TO LINE-LABEL.
           MOVE BK-FEE-COUNT TO LINE-COUNT.
           MOVE BK-FEE-AMOUNT TO LINE-AMOUNT.
           PERFORM WRITE-POSTING-LINE.
           MOVE "Interest" TO LINE-LABEL.
           MOVE BK-INTEREST-COUNT TO LINE-COUNT.
           MOVE BK-INTEREST-AMOUNT TO LINE-AMOUNT.
           PERFORM WRITE-POSTING-LINE.
           MOVE BK-OPENED TO LINE-OPENED.
           MOVE BK-CLOSED TO LINE-CLOSED.
           PERFORM WRITE-OPENINGS-LINE.

       WRITE-POSTING-LINE.
           MOVE LINE-COUNT TO COUNT-EDIT.
           MOVE LINE-AMOUNT TO AMOUNT-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  " LINE-LABEL COUNT-EDIT " posting(s)  " AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> Net openings: accounts opened less accounts closed in the range.
       WRITE-OPENINGS-LINE.
           COMPUTE NET-OPENINGS = LINE-OPENED - LINE-CLOSED.
           MOVE NET-OPENINGS TO NET-EDIT.
           MOVE LINE-OPENED TO COUNT-EDIT.
           MOVE LINE-CLOSED TO CLOSED-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Accounts opened " FUNCTION TRIM(COUNT-EDIT)
               ", closed " FUNCTION TRIM(CLOSED-EDIT)
               ", net " FUNCTION TRIM(NET-EDIT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
