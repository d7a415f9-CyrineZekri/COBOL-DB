      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. approval-console.

      *> Checker console for the maker-checker queue. process-transactions
      *> holds every feed item over the approval threshold, and every
      *> REVERSE and CLOSE whatever its amount, in approval_queue as
      *> PENDING instead of posting it (the feed ack says
      *> HELD-FOR-APPROVAL); batch-validation does the same for a
      *> withdrawal over the threshold. Here a second operator lists
      *> the pending items, keys one by its queue number and approves
      *> (A) or rejects (R) it with a comment. The operator who submitted the
      *> feed can never decide its items - the console refuses, and
      *> the UPDATE itself repeats the test so two consoles racing on
      *> one item can't slip past it. Every decision is written to
      *> approval_audit in the same transaction as the queue update.
      *> Nothing posts here: "process-transactions APPROVALS <date>"
      *> puts the decided items through the normal handlers.
      *> The approver is the login (USER) - it cannot be keyed over,
      *> since decided_by is the whole of the segregation-of-duties
      *> control - and must be an ACTIVE operator with the SUPERVISOR
      *> or APPROVER role; the comment is bound as a parameter so an
      *> apostrophe in it can't break the statement. A blank entry (or
      *> Q) ends the session.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       COPY "splitfld.cpy".
       01  L                     PIC 9(4) VALUE 0.
       01  SQL-LIT               PIC X(600).
       01  PARAM-BUFFER          PIC X(256).
       01  OPERATOR-INPUT        PIC X(80).
       01  APPROVER-ID           PIC X(30).
       01  QUEUE-ID              PIC X(10).
       01  DECISION              PIC X(8).
       01  DECISION-COMMENT      PIC X(80).
       01  DIGIT-TEST            PIC X(80).
       01  QUOTE-COUNT           PIC 9(4) VALUE 0.
       01  SESSION-DONE          PIC X VALUE 'N'.
       01  FETCH-DONE            PIC X VALUE 'N'.
       01  ROWS-SHOWN            PIC 9(4) VALUE 0.
       01  APPROVER-NAME         PIC X(40).
       01  APPROVER-STATUS       PIC X(10).
       01  APPROVER-ROLE         PIC X(10).
       01  ITEM-SUBMITTER        PIC X(30).
       01  ITEM-STATUS           PIC X(10).
       01  DECIDED-COUNT         PIC 9(4) VALUE 0.
       01  EXIT-STATUS           PIC 9 VALUE 0.
       01  DETAIL-DATA.
           05 DETAIL-QUEUE-ID    PIC X(10).
           05 DETAIL-ACTION      PIC X(8).
           05 DETAIL-ID          PIC X(10).
           05 DETAIL-NAME-OR-TYPE PIC X(26).
           05 DETAIL-ACCOUNT     PIC X(10).
           05 DETAIL-AMOUNT      PIC X(20).
           05 DETAIL-REF         PIC X(26).
           05 DETAIL-SUBMITTER   PIC X(30).
           05 DETAIL-SUBMITTED   PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "get-db-connstr" USING DB-CONNSTR.
           CALL STATIC "DB_CONNECT" USING DB-CONNSTR RETURNING DBH.
           IF DBH = NULL-PTR THEN
               DISPLAY "APPROVAL CONSOLE FAILED: Database connection error"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "=== Approval console ===".
           PERFORM SIGN-ON-APPROVER.
           IF SESSION-DONE NOT = 'Y' THEN
               PERFORM APPROVAL-CYCLE UNTIL SESSION-DONE = 'Y'
           END-IF.

           DISPLAY "Approval session ended: " DECIDED-COUNT " decision(s).".
           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
           MOVE EXIT-STATUS TO RETURN-CODE.
           GOBACK.

      *> The approver id is what decided_by records, and what the
      *> submitter test compares against, so it is taken from the login
      *> only and verified against operators the way operator-inquiry
      *> signs its operators on. It goes into the SQL text, so an
      *> apostrophe in it is refused outright.
       SIGN-ON-APPROVER.
           MOVE SPACES TO APPROVER-ID.
           ACCEPT APPROVER-ID FROM ENVIRONMENT "USER".
           MOVE 0 TO QUOTE-COUNT.
           INSPECT APPROVER-ID TALLYING QUOTE-COUNT FOR ALL "'".
           IF FUNCTION TRIM(APPROVER-ID) = SPACES OR QUOTE-COUNT > 0 THEN
               DISPLAY "Sign-on refused: no usable login id (no apostrophes)."
               MOVE 'Y' TO SESSION-DONE
               MOVE 1 TO EXIT-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT REPLACE(COALESCE(name, ''), ',', ' '),"
               " UPPER(COALESCE(status, '')), UPPER(COALESCE(role, ''))"
               " FROM operators WHERE operator_id = '"
               FUNCTION TRIM(APPROVER-ID) "'"
               INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "APPROVAL CONSOLE: could not read the operators table"
               MOVE 'Y' TO SESSION-DONE
               MOVE 1 TO EXIT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_FETCH"
               USING BY VALUE CURSOR-H, BY REFERENCE FETCH-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 THEN
               CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC
               DISPLAY "Sign-on refused: operator " FUNCTION TRIM(APPROVER-ID)
                       " is not on file."
               MOVE 'Y' TO SESSION-DONE
               MOVE 1 TO EXIT-STATUS
               EXIT PARAGRAPH
           END-IF.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO APPROVER-NAME.
           MOVE SPLIT-FIELD(2) TO APPROVER-STATUS.
           MOVE SPLIT-FIELD(3) TO APPROVER-ROLE.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.

           IF APPROVER-STATUS NOT = "ACTIVE" THEN
               DISPLAY "Sign-on refused: operator " FUNCTION TRIM(APPROVER-ID)
                       " is " FUNCTION TRIM(APPROVER-STATUS) "."
               MOVE 'Y' TO SESSION-DONE
               MOVE 1 TO EXIT-STATUS
               EXIT PARAGRAPH
           END-IF.
           IF APPROVER-ROLE NOT = "SUPERVISOR" AND APPROVER-ROLE NOT = "APPROVER" THEN
               DISPLAY "Sign-on refused: operator " FUNCTION TRIM(APPROVER-ID)
                       " has no approval role (" FUNCTION TRIM(APPROVER-ROLE) ")."
               MOVE 'Y' TO SESSION-DONE
               MOVE 1 TO EXIT-STATUS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Signed on: " FUNCTION TRIM(APPROVER-ID)
                   "  " FUNCTION TRIM(APPROVER-NAME)
                   "  role " FUNCTION TRIM(APPROVER-ROLE).

       APPROVAL-CYCLE.
           PERFORM LIST-PENDING-ITEMS.
           DISPLAY "Queue number to decide (Enter to quit): " WITH NO ADVANCING.
           MOVE SPACES TO OPERATOR-INPUT.
           ACCEPT OPERATOR-INPUT.
           IF FUNCTION TRIM(OPERATOR-INPUT) = SPACES
                   OR FUNCTION UPPER-CASE(FUNCTION TRIM(OPERATOR-INPUT)) = "Q" THEN
               MOVE 'Y' TO SESSION-DONE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(OPERATOR-INPUT) TO DIGIT-TEST.
           INSPECT DIGIT-TEST CONVERTING "0123456789" TO "          ".
           IF DIGIT-TEST NOT = SPACES THEN
               DISPLAY "Queue numbers are digits only."
               DISPLAY " "
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(OPERATOR-INPUT) TO QUEUE-ID.

           PERFORM READ-QUEUE-ITEM.
           IF ITEM-STATUS = SPACES THEN
               DISPLAY "No queue item " FUNCTION TRIM(QUEUE-ID) "."
               DISPLAY " "
               EXIT PARAGRAPH
           END-IF.
           IF ITEM-STATUS NOT = "PENDING" THEN
               DISPLAY "Queue item " FUNCTION TRIM(QUEUE-ID) " is already "
                       FUNCTION TRIM(ITEM-STATUS) "."
               DISPLAY " "
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(ITEM-SUBMITTER) = FUNCTION TRIM(APPROVER-ID) THEN
               DISPLAY "You submitted queue item " FUNCTION TRIM(QUEUE-ID)
                       " - a second operator must decide it."
               DISPLAY " "
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Approve or reject (A/R): " WITH NO ADVANCING.
           MOVE SPACES TO OPERATOR-INPUT.
           ACCEPT OPERATOR-INPUT.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(OPERATOR-INPUT))
               WHEN "A"
                   MOVE "APPROVED" TO DECISION
               WHEN "R"
                   MOVE "REJECTED" TO DECISION
               WHEN OTHER
                   DISPLAY "Nothing decided - key A or R."
                   DISPLAY " "
                   EXIT PARAGRAPH
           END-EVALUATE.
           DISPLAY "Comment: " WITH NO ADVANCING.
           MOVE SPACES TO DECISION-COMMENT.
           ACCEPT DECISION-COMMENT.
           IF FUNCTION TRIM(DECISION-COMMENT) = SPACES THEN
               DISPLAY "Nothing decided - a comment is required."
               DISPLAY " "
               EXIT PARAGRAPH
           END-IF.

           PERFORM RECORD-DECISION.
           DISPLAY " ".

       LIST-PENDING-ITEMS.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT queue_id, tx_action, tx_id, COALESCE(tx_account, ''),"
               " COALESCE(tx_amount, ''), COALESCE(tx_ref, ''), submitted_by,"
               " TO_CHAR(submitted_at, 'YYYY-MM-DD HH24:MI'),"
               " REPLACE(COALESCE(tx_name_or_type, ''), ',', ' ')"
               " FROM approval_queue WHERE status = 'PENDING'"
               " ORDER BY queue_id LIMIT 50"
               INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "APPROVAL CONSOLE: could not read approval_queue"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY "Items awaiting a second operator:".
           MOVE 'N' TO FETCH-DONE.
           MOVE 0 TO ROWS-SHOWN.
           PERFORM SHOW-PENDING-LINE UNTIL FETCH-DONE = 'Y'.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.
           IF ROWS-SHOWN = 0 THEN
               DISPLAY "  (queue is empty)"
           END-IF.

       SHOW-PENDING-LINE.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_FETCH"
               USING BY VALUE CURSOR-H, BY REFERENCE FETCH-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO FETCH-DONE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ROWS-SHOWN.
           MOVE SPACES TO DETAIL-DATA.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO DETAIL-QUEUE-ID.
           MOVE SPLIT-FIELD(2) TO DETAIL-ACTION.
           MOVE SPLIT-FIELD(3) TO DETAIL-ID.
           MOVE SPLIT-FIELD(4) TO DETAIL-ACCOUNT.
           MOVE SPLIT-FIELD(5) TO DETAIL-AMOUNT.
           MOVE SPLIT-FIELD(6) TO DETAIL-REF.
           MOVE SPLIT-FIELD(7) TO DETAIL-SUBMITTER.
           MOVE SPLIT-FIELD(8) TO DETAIL-SUBMITTED.
           MOVE SPLIT-FIELD(9) TO DETAIL-NAME-OR-TYPE.
           DISPLAY "  item " FUNCTION TRIM(DETAIL-QUEUE-ID)
                   "  " FUNCTION TRIM(DETAIL-ACTION)
                   " " FUNCTION TRIM(DETAIL-NAME-OR-TYPE)
                   "  " FUNCTION TRIM(DETAIL-ID)
                   "  to/acct " FUNCTION TRIM(DETAIL-ACCOUNT)
                   "  amount " FUNCTION TRIM(DETAIL-AMOUNT)
                   "  ref " FUNCTION TRIM(DETAIL-REF)
                   "  by " FUNCTION TRIM(DETAIL-SUBMITTER)
                   " " FUNCTION TRIM(DETAIL-SUBMITTED).

       READ-QUEUE-ITEM.
           MOVE SPACES TO ITEM-STATUS.
           MOVE SPACES TO ITEM-SUBMITTER.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT status || ',' || submitted_by FROM approval_queue"
               " WHERE queue_id = " FUNCTION TRIM(QUEUE-ID)
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SINGLE-RESULT-BUFFER TO PARSE-LINE.
           CALL "split-feed-line" USING PARSE-LINE,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SPLIT-FIELD(1))) TO ITEM-STATUS.
           MOVE SPLIT-FIELD(2) TO ITEM-SUBMITTER.

      *> The queue update only lands on a row still PENDING and not
      *> submitted by this approver; the audit row is copied from the
      *> updated queue row, so it carries exactly what was recorded.
      *> Both or neither.
       RECORD-DECISION.
           CALL "DB_BEGIN" USING BY VALUE DBH RETURNING RC.
           MOVE SPACES TO PARAM-BUFFER.
           STRING FUNCTION TRIM(DECISION-COMMENT) X"00"
               DELIMITED BY SIZE INTO PARAM-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE approval_queue SET status = '" FUNCTION TRIM(DECISION) "',"
               " decided_by = '" FUNCTION TRIM(APPROVER-ID) "',"
               " decided_at = CURRENT_TIMESTAMP, decision_comment = $1"
               " WHERE queue_id = " FUNCTION TRIM(QUEUE-ID)
               " AND status = 'PENDING'"
               " AND submitted_by <> '" FUNCTION TRIM(APPROVER-ID) "';"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC_PARAM" USING BY VALUE DBH,
               BY REFERENCE SQL-COMMAND, BY REFERENCE PARAM-BUFFER RETURNING RC.
           IF RC NOT = 0 THEN
               CALL "DB_ROLLBACK" USING BY VALUE DBH RETURNING RC
               DISPLAY "APPROVAL CONSOLE: could not record the decision on item "
                       FUNCTION TRIM(QUEUE-ID)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           STRING "INSERT INTO approval_audit"
               " (queue_id, decision, decided_by, submitted_by,"
               " decision_comment, decided_at)"
               " SELECT queue_id, status, decided_by, submitted_by,"
               " decision_comment, decided_at FROM approval_queue"
               " WHERE queue_id = " FUNCTION TRIM(QUEUE-ID)
               " AND status = '" FUNCTION TRIM(DECISION) "'"
               " AND decided_by = '" FUNCTION TRIM(APPROVER-ID) "';"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH,
               BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               CALL "DB_ROLLBACK" USING BY VALUE DBH RETURNING RC
               DISPLAY "APPROVAL CONSOLE: could not write the audit row for item "
                       FUNCTION TRIM(QUEUE-ID) " - nothing decided"
               EXIT PARAGRAPH
           END-IF.
           CALL "DB_COMMIT" USING BY VALUE DBH RETURNING RC.

           PERFORM READ-QUEUE-ITEM.
           IF ITEM-STATUS NOT = DECISION THEN
               DISPLAY "Queue item " FUNCTION TRIM(QUEUE-ID)
                       " was decided elsewhere - it is now "
                       FUNCTION TRIM(ITEM-STATUS) "."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DECIDED-COUNT.
           DISPLAY "Queue item " FUNCTION TRIM(QUEUE-ID) " "
                   FUNCTION TRIM(DECISION) " by " FUNCTION TRIM(APPROVER-ID)
                   " - it goes through on the next approval run.".
