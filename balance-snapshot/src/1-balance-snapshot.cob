      *> Defaults to the calendar date. Rerunning a date is safe: the
      *> old snapshot row is replaced inside the same per-account
      *> transaction that writes the new one.
      *> The book is read one account-id page at a time (see
      *> pagestat.cpy): a page is drained and its cursor closed before
      *> its snapshots are written, and the next page starts after the
      *> page's last account. The replace-then-insert makes a rerun
      *> safe whichever page the last run stopped in. The page and row
      *> counts go to the step's batch_run_log row at the end.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       COPY "splitfld.cpy".
       COPY "pagestat.cpy".
       01  L                     PIC 9(4) VALUE 0.
       01  SQL-LIT               PIC X(400).
       01  CMD-LINE-ARG          PIC X(256).
       01  ARG-NUM               PIC 9(2).
       01  BUSINESS-DATE         PIC X(10).
       01  FETCH-DONE            PIC X VALUE 'N'.
      *> One page of accounts. PAGE-SIZE is the OCCURS count and the
      *> page query's LIMIT.
       01  PAGE-SIZE             PIC 9(5) VALUE 1000.
       01  SNAP-TABLE.
           05 SNAP-ENTRY OCCURS 1000 TIMES INDEXED BY SNAP-IDX.
               10 SNAP-ACCOUNT-ID    PIC X(4).
               10 SNAP-BALANCE-TEXT  PIC X(20).
       01  SNAP-COUNT            PIC 9(9) VALUE 0.
       01  SNAPSHOTS-WRITTEN     PIC 9(9) VALUE 0.
       01  SNAPSHOTS-FAILED      PIC 9(9) VALUE 0.
       01  RECORD-FAILED-FLAG    PIC X VALUE 'N'.
       01  EXIT-STATUS           PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               STOP RUN
           END-IF.

           MOVE SPACES TO PAGE-LAST-KEY.
           MOVE 'N' TO PAGE-BOOK-DONE.
           PERFORM SNAPSHOT-ACCOUNT-PAGE UNTIL PAGE-BOOK-DONE = 'Y'.

           DISPLAY "Snapshot complete for " FUNCTION TRIM(BUSINESS-DATE)
                   ": " SNAPSHOTS-WRITTEN " account balance(s) written, "
                   SNAPSHOTS-FAILED " failed.".
           IF SNAPSHOTS-FAILED > 0 THEN
               MOVE 1 TO EXIT-STATUS
           END-IF.

           MOVE "balance-snapshot" TO PAGE-JOB-NAME.
           CALL "batch-page-stats" USING DBH, PAGE-JOB-NAME,
               PAGE-COUNT, PAGE-ROW-TOTAL, BUSINESS-DATE.

           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
      *> The exit code is set last - every CALL above resets
      *> RETURN-CODE - from EXIT-STATUS, where the run kept it.
           MOVE EXIT-STATUS TO RETURN-CODE.
           GOBACK.

       FIND-DATE-ARGUMENT.
           MOVE SPACES TO CMD-LINE-ARG.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT CMD-LINE-ARG FROM ARGUMENT-VALUE.
           IF CMD-LINE-ARG(5:1) = "-" AND CMD-LINE-ARG(8:1) = "-"
                   AND CMD-LINE-ARG(11:1) = SPACE
                   AND FUNCTION TRIM(CMD-LINE-ARG) NOT = SPACES THEN
               MOVE CMD-LINE-ARG(1:10) TO BUSINESS-DATE
           END-IF.

      *> One page: the next PAGE-SIZE accounts after the last one
      *> snapshotted, drained into SNAP-TABLE and the cursor closed
      *> before any snapshot is written. A page that can't be opened
      *> or read fails the run and ends the book there.
       SNAPSHOT-ACCOUNT-PAGE.
           MOVE SPACES TO PAGE-KEY-CLAUSE.
           IF PAGE-LAST-KEY NOT = SPACES THEN
               STRING " WHERE account_id > " FUNCTION TRIM(PAGE-LAST-KEY)
                   DELIMITED BY SIZE INTO PAGE-KEY-CLAUSE
           END-IF.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING "SELECT account_id, balance FROM accounts"
               PAGE-KEY-CLAUSE
               " ORDER BY account_id LIMIT " PAGE-SIZE
               INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "SNAPSHOT FAILED: could not open accounts cursor"
               MOVE 1 TO EXIT-STATUS
               MOVE 'Y' TO PAGE-BOOK-DONE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO SNAP-COUNT.
           MOVE 'N' TO FETCH-DONE.
           PERFORM FETCH-ACCOUNT-ROWS UNTIL FETCH-DONE = 'Y'.

           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.

           IF SNAP-COUNT < PAGE-SIZE THEN
               MOVE 'Y' TO PAGE-BOOK-DONE
           END-IF.
           IF SNAP-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PAGE-COUNT.
           ADD SNAP-COUNT TO PAGE-ROW-TOTAL.
           MOVE SNAP-ACCOUNT-ID(SNAP-COUNT) TO PAGE-LAST-KEY.

           PERFORM WRITE-ONE-SNAPSHOT
               VARYING SNAP-IDX FROM 1 BY 1 UNTIL SNAP-IDX > SNAP-COUNT.

       FETCH-ACCOUNT-ROWS.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
               WHEN OTHER
                   DISPLAY "SNAPSHOT FAILED: error reading accounts"
                   MOVE 'Y' TO FETCH-DONE
                   MOVE 'Y' TO PAGE-BOOK-DONE
                   MOVE 1 TO EXIT-STATUS
           END-EVALUATE.

       STORE-ACCOUNT-ROW.
           ADD 1 TO SNAP-COUNT.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
