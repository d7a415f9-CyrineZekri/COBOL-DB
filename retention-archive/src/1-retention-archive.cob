      *> it to disk intact.
      *> The archive files are what archive-inquiry reads when a
      *> statement reprint or dispute reaches back past the cutoff.
      *> Each purged file is registered in archive_files (table, cutoff,
      *> file name, row count and amount total) in the purge's own
      *> transaction - ledger-proof reads the transaction_log files
      *> from there.
      *> Rerunning is safe: rows already archived are gone from the
      *> live table, so a rerun extracts nothing new; a rerun after a
      *> failed verify re-extracts the same rows to a fresh file.
      *> A file written before archive_files existed is brought onto
      *> the registry, once per file, with
      *>     retention-archive REGISTER archive-<table>-<cutoff>.dat
      *> which takes the table and cutoff from the file name, verifies
      *> the rows against the file's own trailer, and registers it
      *> with that count and total - nothing is extracted or purged.
      *> A file already registered, or one that doesn't verify, is
      *> refused with exit 1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 TRAILER-TOTAL-STR  PIC X(20).
       01  TABLE-FAILED-FLAG     PIC X VALUE 'N'.
       01  TABLES-FAILED         PIC 9(2) VALUE 0.
      *> REGISTER mode: the file name taken apart into its table and
      *> cutoff date.
       01  RUN-MODE              PIC X(10) VALUE SPACES.
       01  NAME-LENGTH           PIC 9(4) VALUE 0.
       01  TABLE-NAME-LENGTH     PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               VARYING ARG-NUM FROM 1 BY 1 UNTIL ARG-NUM > 2
                   OR MONTHS-ARG-FOUND = 'Y'.
           MOVE RETENTION-MONTHS TO RETENTION-MONTHS-TEXT.
           MOVE SPACES TO CMD-LINE-ARG.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT CMD-LINE-ARG FROM ARGUMENT-VALUE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CMD-LINE-ARG)) TO RUN-MODE.

           CALL "get-db-connstr" USING DB-CONNSTR.
           CALL STATIC "DB_CONNECT" USING DB-CONNSTR RETURNING DBH.
               STOP RUN
           END-IF.

           IF RUN-MODE = "REGISTER" THEN
               PERFORM REGISTER-EXISTING-ARCHIVE
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               IF TABLE-FAILED-FLAG = 'Y' THEN
                   MOVE 1 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF.

           PERFORM COMPUTE-CUTOFF-DATE.
           IF CUTOFF-DATE = SPACES THEN
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE 'Y' TO TABLE-FAILED-FLAG
           END-IF.

      *> The purge and the file's archive_files registration commit
      *> together: a row leaves the live table only when the file that
      *> now holds it is on record, which is how ledger-proof finds
      *> every archived posting when it rebuilds a balance.
       PURGE-ARCHIVED-ROWS.
           CALL "DB_BEGIN" USING BY VALUE DBH RETURNING RC.
           MOVE SPACES TO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(PURGE-SQL)).
           MOVE PURGE-SQL(1:L) TO SQL-COMMAND(1:L).
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC = 0 THEN
               PERFORM INSERT-ARCHIVE-REGISTRATION
           END-IF.
           IF RC NOT = 0 THEN
               CALL "DB_ROLLBACK" USING BY VALUE DBH RETURNING RC
               MOVE 'Y' TO TABLE-FAILED-FLAG
           ELSE
               CALL "DB_COMMIT" USING BY VALUE DBH RETURNING RC
           END-IF.

       INSERT-ARCHIVE-REGISTRATION.
           MOVE EXTRACT-COUNT TO COUNT-EDIT.
           MOVE EXTRACT-TOTAL TO TOTAL-EDIT.
           MOVE SPACES TO SQL-COMMAND.
           STRING "INSERT INTO archive_files (table_name, cutoff_date,"
               " file_name, row_count, amount_total, archived_at) VALUES ('"
               FUNCTION TRIM(TABLE-NAME) "', DATE '"
               FUNCTION TRIM(CUTOFF-DATE) "', '"
               FUNCTION TRIM(ARCHIVE-FILENAME) "', "
               FUNCTION TRIM(COUNT-EDIT) ", " FUNCTION TRIM(TOTAL-EDIT)
               ", CURRENT_TIMESTAMP);"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.

      *> REGISTER mode (see the header). The name is
      *> archive-<table>-<YYYY-MM-DD>.dat, exactly as ARCHIVE-ONE-TABLE
      *> writes it, and only the three archived tables are accepted.
      *> The file was verified against the live rows when it was
      *> written; all that can be checked now is that it still agrees
      *> with its own trailer, and the registration records the count
      *> and total it actually holds.
       REGISTER-EXISTING-ARCHIVE.
           MOVE 'N' TO TABLE-FAILED-FLAG.
           MOVE SPACES TO CMD-LINE-ARG.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT CMD-LINE-ARG FROM ARGUMENT-VALUE.
           MOVE FUNCTION TRIM(CMD-LINE-ARG) TO ARCHIVE-FILENAME.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CMD-LINE-ARG)) TO NAME-LENGTH.
           IF ARCHIVE-FILENAME = SPACES OR NAME-LENGTH < 24
                   OR ARCHIVE-FILENAME(1:8) NOT = "archive-"
                   OR ARCHIVE-FILENAME(NAME-LENGTH - 3:4) NOT = ".dat"
                   OR ARCHIVE-FILENAME(NAME-LENGTH - 14:1) NOT = "-" THEN
               DISPLAY "ARCHIVE REGISTER FAILED: give the file as"
                       " archive-<table>-<YYYY-MM-DD>.dat"
               MOVE 'Y' TO TABLE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE ARCHIVE-FILENAME(NAME-LENGTH - 13:10) TO CUTOFF-DATE.
           COMPUTE TABLE-NAME-LENGTH = NAME-LENGTH - 23.
           MOVE SPACES TO TABLE-NAME.
           MOVE ARCHIVE-FILENAME(9:TABLE-NAME-LENGTH) TO TABLE-NAME.
           EVALUATE TABLE-NAME
               WHEN "transaction_log"
                   MOVE 2 TO AMOUNT-FIELD-NUM
               WHEN "balance_history"
                   MOVE 3 TO AMOUNT-FIELD-NUM
               WHEN "withdrawal_exceptions"
                   MOVE 2 TO AMOUNT-FIELD-NUM
               WHEN OTHER
                   DISPLAY "ARCHIVE REGISTER FAILED: " FUNCTION TRIM(TABLE-NAME)
                           " is not an archived table"
                   MOVE 'Y' TO TABLE-FAILED-FLAG
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COUNT(*) FROM archive_files WHERE file_name = '"
               FUNCTION TRIM(ARCHIVE-FILENAME) "'"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 THEN
               DISPLAY "ARCHIVE REGISTER FAILED: could not read archive_files"
               MOVE 'Y' TO TABLE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) > 0 THEN
               DISPLAY "ARCHIVE REGISTER FAILED: " FUNCTION TRIM(ARCHIVE-FILENAME)
                       " is already registered"
               MOVE 'Y' TO TABLE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.

      *> VERIFY-ARCHIVE-FILE also compares against the extract figures,
      *> which REGISTER doesn't have - only its own agreement with the
      *> trailer is judged here.
           MOVE 0 TO EXTRACT-COUNT.
           MOVE 0 TO EXTRACT-TOTAL.
           PERFORM VERIFY-ARCHIVE-FILE.
           MOVE 'N' TO TABLE-FAILED-FLAG.
           IF VERIFY-COUNT = 0
                   OR VERIFY-COUNT NOT = TRAILER-COUNT-NUM
                   OR VERIFY-TOTAL NOT = TRAILER-TOTAL-NUM THEN
               DISPLAY "ARCHIVE REGISTER FAILED: " FUNCTION TRIM(ARCHIVE-FILENAME)
                       " is missing or does not agree with its trailer"
               MOVE 'Y' TO TABLE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE VERIFY-COUNT TO EXTRACT-COUNT.
           MOVE VERIFY-TOTAL TO EXTRACT-TOTAL.

           PERFORM INSERT-ARCHIVE-REGISTRATION.
           IF RC NOT = 0 THEN
               DISPLAY "ARCHIVE REGISTER FAILED: could not register "
                       FUNCTION TRIM(ARCHIVE-FILENAME)
               MOVE 'Y' TO TABLE-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Registered " FUNCTION TRIM(ARCHIVE-FILENAME) " ("
                   FUNCTION TRIM(TABLE-NAME) ", cutoff "
                   FUNCTION TRIM(CUTOFF-DATE) ", " EXTRACT-COUNT " row(s))".
