      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. frozen-accounts-report.

      *> Frozen-accounts report for the legal desk: every open freeze
      *> in account_freezes (placed by a FREEZE maintenance record and
      *> not yet released by UNFREEZE), oldest first, with the account,
      *> customer, current balance, the reason and case reference the
      *> freeze was placed under, the date it was placed and its age in
      *> days. An account held under two case references shows once
      *> per open freeze - each order has to be lifted on its own.
      *> Writes frozen-accounts.rpt, one line per freeze, the way
      *> overdraft-report writes its report. Read-only: no posting lock
      *> is needed. The name, reason and case reference are typed text,
      *> so their commas are blanked before the row is split.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "frozen-accounts.rpt"
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
       01  SQL-LIT               PIC X(600).
       01  REPORT-FILE-STATUS    PIC XX.
       01  FETCH-DONE            PIC X VALUE 'N'.
       01  ROW-DATA.
           05 ROW-ACCOUNT        PIC X(4).
           05 ROW-CUST-NAME      PIC X(20).
           05 ROW-BALANCE-TEXT   PIC X(20).
           05 ROW-REASON         PIC X(40).
           05 ROW-CASE-REF       PIC X(30).
           05 ROW-FROZEN-DATE    PIC X(10).
           05 ROW-AGE-TEXT       PIC X(10).
       01  FREEZE-COUNT          PIC 9(9) VALUE 0.
       01  OLDEST-AGE            PIC 9(9) VALUE 0.
       01  AGE-NUM               PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "get-db-connstr" USING DB-CONNSTR.
           CALL STATIC "DB_CONNECT" USING DB-CONNSTR RETURNING DBH.
           IF DBH = NULL-PTR THEN
               DISPLAY "FROZEN ACCOUNTS REPORT FAILED: Database connection error"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT f.account_id, REPLACE(COALESCE(c.name, '?'), ',', ' '),"
               " a.balance, REPLACE(COALESCE(f.reason, ''), ',', ' '),"
               " REPLACE(COALESCE(f.case_ref, '-'), ',', ' '),"
               " TO_CHAR(f.frozen_at, 'YYYY-MM-DD'),"
               " CURRENT_DATE - f.frozen_at::date"
               " FROM account_freezes f"
               " JOIN accounts a ON a.account_id = f.account_id"
               " LEFT JOIN customers c ON c.customer_id = a.customer_id"
               " WHERE f.released_at IS NULL"
               " ORDER BY f.frozen_at, f.account_id"
               INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).

           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "FROZEN ACCOUNTS REPORT FAILED: could not open freezes cursor"
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "FROZEN ACCOUNTS REPORT FAILED: could not create frozen-accounts.rpt"
               CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           MOVE "Accounts under an open freeze / legal hold (oldest first)"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM WRITE-FREEZE-LINE UNTIL FETCH-DONE = 'Y'.

           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING FREEZE-COUNT " open freeze(s), oldest "
               OLDEST-AGE " day(s)"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

           DISPLAY "Frozen accounts report complete: " FREEZE-COUNT
                   " open freeze(s), oldest " OLDEST-AGE " day(s).".

           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
           GOBACK.

       WRITE-FREEZE-LINE.
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
                   DISPLAY "FROZEN ACCOUNTS REPORT FAILED: error reading freezes"
                   MOVE 'Y' TO FETCH-DONE
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE.

           ADD 1 TO FREEZE-COUNT.
           MOVE SPACES TO ROW-DATA.
           MOVE FETCH-RESULT-BUFFER TO PARSE-LINE.
           CALL "split-feed-line" USING PARSE-LINE,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO ROW-ACCOUNT.
           MOVE SPLIT-FIELD(2) TO ROW-CUST-NAME.
           MOVE SPLIT-FIELD(3) TO ROW-BALANCE-TEXT.
           MOVE SPLIT-FIELD(4) TO ROW-REASON.
           MOVE SPLIT-FIELD(5) TO ROW-CASE-REF.
           MOVE SPLIT-FIELD(6) TO ROW-FROZEN-DATE.
           MOVE SPLIT-FIELD(7) TO ROW-AGE-TEXT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(ROW-AGE-TEXT)) TO AGE-NUM.
           IF AGE-NUM > OLDEST-AGE THEN
               MOVE AGE-NUM TO OLDEST-AGE
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           STRING "FROZEN  account " FUNCTION TRIM(ROW-ACCOUNT)
               "  " FUNCTION TRIM(ROW-CUST-NAME)
               "  balance " FUNCTION TRIM(ROW-BALANCE-TEXT)
               "  since " FUNCTION TRIM(ROW-FROZEN-DATE)
               " (" FUNCTION TRIM(ROW-AGE-TEXT) " days)"
               "  case " FUNCTION TRIM(ROW-CASE-REF)
               "  " FUNCTION TRIM(ROW-REASON)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
