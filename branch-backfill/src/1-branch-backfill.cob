      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. branch-backfill.

      *> One-time load of the branch code onto the accounts opened
      *> before the branch dimension existed. Reads branch-backfill.dat
      *> (or the file named by argument 1), one record per account, with
      *> the usual TRAILER record carrying the record count:
      *>     <account id>,<branch code>
      *>     TRAILER,<count>
      *> The branch must be an OPEN row of the branches table. Only an
      *> account with no branch yet is set - one that already carries a
      *> branch (opened since, or loaded by an earlier run of this file)
      *> is skipped and left for a TRANSFERBR maintenance record, so the
      *> load can be rerun after a partial failure without undoing a
      *> move. Each account set leaves a BRANCHLOAD maintenance_log row
      *> against its owner, in the same transaction as the update.
      *> The run ends with the count of accounts still without a branch;
      *> any refused or skipped record means exit 2 so it gets looked
      *> at, a truncated file or a held posting lock exit 1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAD-FILE ASSIGN TO DYNAMIC LOAD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-FILE.
       01  LOAD-RECORD          PIC X(200).
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       COPY "splitfld.cpy".
       COPY "postlock.cpy".
       01  L PIC 9(4) VALUE 0.
       01  LOAD-FILENAME PIC X(256) VALUE "branch-backfill.dat".
       01  CMD-LINE-ARG PIC X(256).
       01  LOAD-FILE-STATUS PIC XX.
       01  REC-NUM PIC 9(9) VALUE 0.
       01  RECORD-FAILED-FLAG PIC X VALUE 'N'.
       01  RECORD-SKIPPED-FLAG PIC X VALUE 'N'.
       01  PARAM-BUFFER PIC X(256).
       01  TRAILER-OK PIC X VALUE 'Y'.
       01  TRAILER-FOUND PIC X VALUE 'N'.
       01  EXPECTED-COUNT PIC 9(9) VALUE 0.
       01  ACTUAL-COUNT PIC 9(9) VALUE 0.
       01  TRAILER-FIELDS.
           05 TRAILER-LIT        PIC X(8).
           05 TRAILER-COUNT-STR  PIC X(12).
       01  LOAD-DATA.
           05 LOAD-ACCOUNT      PIC X(4).
           05 LOAD-BRANCH       PIC X(6).
       01  ACCOUNT-TEST         PIC X(4).
       01  BRANCH-TEST          PIC X(6).
       01  ACCOUNT-OWNER        PIC X(4).
       01  ACCOUNT-STATUS       PIC X(12).
       01  CURRENT-BRANCH       PIC X(6).
       01  AUDIT-DETAIL         PIC X(80).
       01  RECORDS-SET          PIC 9(9) VALUE 0.
       01  RECORDS-SKIPPED      PIC 9(9) VALUE 0.
       01  RECORDS-FAILED       PIC 9(9) VALUE 0.
       01  UNASSIGNED-COUNT     PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO CMD-LINE-ARG.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT CMD-LINE-ARG FROM ARGUMENT-VALUE.
           IF FUNCTION TRIM(CMD-LINE-ARG) NOT = SPACES THEN
               MOVE FUNCTION TRIM(CMD-LINE-ARG) TO LOAD-FILENAME
           END-IF.

           CALL "get-db-connstr" USING DB-CONNSTR.
           CALL STATIC "DB_CONNECT" USING DB-CONNSTR RETURNING DBH.
           IF DBH = NULL-PTR THEN
               DISPLAY "BRANCH BACKFILL FAILED: Database connection error"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VALIDATE-TRAILER.
           IF TRAILER-OK NOT = 'Y' THEN
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM ACQUIRE-POSTING-LOCK.

           OPEN INPUT LOAD-FILE.
           IF LOAD-FILE-STATUS NOT = "00" THEN
               DISPLAY "BRANCH BACKFILL FAILED: Could not open "
                       FUNCTION TRIM(LOAD-FILENAME)
               PERFORM RELEASE-POSTING-LOCK
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM PROCESS-RECORDS UNTIL LOAD-FILE-STATUS NOT = "00".

           CLOSE LOAD-FILE.

           PERFORM COUNT-UNASSIGNED.

           DISPLAY "Branch backfill complete: " RECORDS-SET " account(s) set, "
                   RECORDS-SKIPPED " skipped, " RECORDS-FAILED " failed.".
           DISPLAY "Accounts still without a branch: " UNASSIGNED-COUNT.

           PERFORM RELEASE-POSTING-LOCK.
           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
           IF RECORDS-FAILED > 0 OR RECORDS-SKIPPED > 0 THEN
               MOVE 2 TO RETURN-CODE
           END-IF.
           GOBACK.

      *> The shared posting interlock keeps the load from racing the
      *> money feed or maintenance-feed's TRANSFERBR on the same rows -
      *> see posting-lock.cob.
       ACQUIRE-POSTING-LOCK.
           MOVE "branch-backfill" TO LOCK-JOB-NAME.
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

      *> Read-only pass confirming the trailer's record count before
      *> any account is touched, so a truncated load file sets nothing.
       VALIDATE-TRAILER.
           MOVE 'N' TO TRAILER-FOUND.
           MOVE 0 TO ACTUAL-COUNT.
           OPEN INPUT LOAD-FILE.
           IF LOAD-FILE-STATUS NOT = "00" THEN
               DISPLAY "BRANCH BACKFILL FAILED: Could not open "
                       FUNCTION TRIM(LOAD-FILENAME)
               MOVE 'N' TO TRAILER-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-LOAD-RECORD UNTIL LOAD-FILE-STATUS NOT = "00".
           CLOSE LOAD-FILE.
           MOVE "00" TO LOAD-FILE-STATUS.

           IF TRAILER-FOUND NOT = 'Y' THEN
               DISPLAY "BRANCH BACKFILL FAILED: " FUNCTION TRIM(LOAD-FILENAME)
                       " is missing its trailer record"
               MOVE 'N' TO TRAILER-OK
           ELSE
               IF ACTUAL-COUNT NOT = EXPECTED-COUNT THEN
                   DISPLAY "BRANCH BACKFILL FAILED: " FUNCTION TRIM(LOAD-FILENAME)
                           " trailer mismatch - expected " EXPECTED-COUNT
                           " records, found " ACTUAL-COUNT
                           ". File may be truncated."
                   MOVE 'N' TO TRAILER-OK
               END-IF
           END-IF.

       COUNT-LOAD-RECORD.
           READ LOAD-FILE AT END SET LOAD-FILE-STATUS TO "10".
           IF LOAD-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           IF LOAD-RECORD(1:7) = "TRAILER" THEN
               UNSTRING LOAD-RECORD DELIMITED BY ","
                   INTO TRAILER-LIT, TRAILER-COUNT-STR
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(TRAILER-COUNT-STR))
                   TO EXPECTED-COUNT
               MOVE 'Y' TO TRAILER-FOUND
           ELSE
               IF LOAD-RECORD NOT = SPACES THEN
                   ADD 1 TO ACTUAL-COUNT
               END-IF
           END-IF.

      *> One account per record, each in its own transaction: a refused
      *> record rolls back alone and the rest of the book still loads.
       PROCESS-RECORDS.
           READ LOAD-FILE AT END SET LOAD-FILE-STATUS TO "10".
           IF LOAD-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           IF LOAD-RECORD(1:7) = "TRAILER" THEN
               SET LOAD-FILE-STATUS TO "10"
               EXIT PARAGRAPH
           END-IF.
           IF LOAD-RECORD = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO REC-NUM.
           MOVE 'N' TO RECORD-FAILED-FLAG.
           MOVE 'N' TO RECORD-SKIPPED-FLAG.
           MOVE SPACES TO LOAD-DATA.
           MOVE LOAD-RECORD TO PARSE-LINE.
           CALL "split-feed-line" USING PARSE-LINE,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO LOAD-ACCOUNT.
           MOVE SPLIT-FIELD(2) TO LOAD-BRANCH.
           CALL "DB_BEGIN" USING BY VALUE DBH RETURNING RC.
           PERFORM LOAD-ACCOUNT-BRANCH.
           IF RECORD-FAILED-FLAG = 'Y' OR RECORD-SKIPPED-FLAG = 'Y' THEN
               CALL "DB_ROLLBACK" USING BY VALUE DBH RETURNING RC
               IF RECORD-FAILED-FLAG = 'Y' THEN
                   ADD 1 TO RECORDS-FAILED
               ELSE
                   ADD 1 TO RECORDS-SKIPPED
               END-IF
           ELSE
               CALL "DB_COMMIT" USING BY VALUE DBH RETURNING RC
               ADD 1 TO RECORDS-SET
           END-IF.

       LOAD-ACCOUNT-BRANCH.
           MOVE LOAD-ACCOUNT TO ACCOUNT-TEST.
           INSPECT ACCOUNT-TEST CONVERTING "0123456789" TO "          ".
           IF LOAD-ACCOUNT = SPACES OR ACCOUNT-TEST NOT = SPACES THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "BACKFILL REFUSED: record " REC-NUM " - '"
                       FUNCTION TRIM(LOAD-ACCOUNT) "' is not an account id"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-BRANCH-CODE.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT customer_id || ',' || COALESCE(status, 'ACTIVE')"
               " || ',' || COALESCE(branch_code, '')"
               " FROM accounts WHERE account_id = " FUNCTION TRIM(LOAD-ACCOUNT)
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "BACKFILL REFUSED: account " FUNCTION TRIM(LOAD-ACCOUNT)
                       " not found"
               EXIT PARAGRAPH
           END-IF.
           MOVE SINGLE-RESULT-BUFFER TO PARSE-LINE.
           CALL "split-feed-line" USING PARSE-LINE,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO ACCOUNT-OWNER.
           MOVE SPLIT-FIELD(2) TO ACCOUNT-STATUS.
           MOVE SPLIT-FIELD(3) TO CURRENT-BRANCH.
           IF CURRENT-BRANCH NOT = SPACES THEN
               MOVE 'Y' TO RECORD-SKIPPED-FLAG
               DISPLAY "BACKFILL SKIPPED: account " FUNCTION TRIM(LOAD-ACCOUNT)
                       " is already at branch " FUNCTION TRIM(CURRENT-BRANCH)
                       " - use TRANSFERBR to move it"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE accounts SET branch_code = '" FUNCTION TRIM(LOAD-BRANCH)
               "' WHERE account_id = " FUNCTION TRIM(LOAD-ACCOUNT)
               " AND branch_code IS NULL;"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "BACKFILL FAILED: could not update account "
                       FUNCTION TRIM(LOAD-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO AUDIT-DETAIL.
           STRING "branch set to " FUNCTION TRIM(LOAD-BRANCH)
               " by branch backfill (account "
               FUNCTION TRIM(ACCOUNT-STATUS) ")"
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           MOVE SPACES TO SQL-COMMAND.
           STRING "INSERT INTO maintenance_log"
               " (customer_id, account_id, action, detail, occurred_at)"
               " VALUES (" FUNCTION TRIM(ACCOUNT-OWNER) ", "
               FUNCTION TRIM(LOAD-ACCOUNT) ", 'BRANCHLOAD', $1, CURRENT_TIMESTAMP);"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           MOVE AUDIT-DETAIL TO PARAM-BUFFER.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(PARAM-BUFFER)).
           MOVE FUNCTION TRIM(PARAM-BUFFER) TO PARAM-BUFFER.
           MOVE X"00" TO PARAM-BUFFER(L + 1:1).
           CALL STATIC "DB_EXEC_PARAM" USING BY VALUE DBH,
               BY REFERENCE SQL-COMMAND, BY REFERENCE PARAM-BUFFER RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "LOG FAILED: could not write maintenance_log for account "
                       FUNCTION TRIM(LOAD-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Account " FUNCTION TRIM(LOAD-ACCOUNT) " set to branch "
                   FUNCTION TRIM(LOAD-BRANCH).

      *> Same rule as the feeds apply: letters and digits only, and an
      *> OPEN row of the branches table.
       CHECK-BRANCH-CODE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LOAD-BRANCH)) TO LOAD-BRANCH.
           MOVE LOAD-BRANCH TO BRANCH-TEST.
           INSPECT BRANCH-TEST CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789"
               TO "                                    ".
           IF LOAD-BRANCH = SPACES OR BRANCH-TEST NOT = SPACES THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "BACKFILL REFUSED: account " FUNCTION TRIM(LOAD-ACCOUNT)
                       " - '" FUNCTION TRIM(LOAD-BRANCH) "' is not a branch code"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COUNT(*) FROM branches WHERE branch_code = '"
               FUNCTION TRIM(LOAD-BRANCH) "' AND status = 'OPEN'"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 OR FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "BACKFILL REFUSED: account " FUNCTION TRIM(LOAD-ACCOUNT)
                       " - " FUNCTION TRIM(LOAD-BRANCH) " is not an open branch"
           END-IF.

      *> What is left for the next load file: accounts still carrying
      *> no branch, closed ones included since their history still
      *> reports by branch.
       COUNT-UNASSIGNED.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COUNT(*) FROM accounts WHERE branch_code IS NULL"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC = 0 THEN
               MOVE FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) TO UNASSIGNED-COUNT
           ELSE
               DISPLAY "BRANCH BACKFILL: WARNING - could not count accounts"
                       " without a branch"
           END-IF.
