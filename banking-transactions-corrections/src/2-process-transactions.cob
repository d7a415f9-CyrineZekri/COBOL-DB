       COPY "dbapi.cpy".
       COPY "splitfld.cpy".
       COPY "postlock.cpy".
       COPY "acctstat.cpy".
       01  L PIC 9(4) VALUE 0.
       01  TX-FILENAME PIC X(256) VALUE "transactions.dat".
       01  CMD-LINE-ARG PIC X(256).
           05 TX-AMOUNT         PIC X(10).
           05 TX-EFFECTIVE-DATE PIC X(10).
           05 TX-REF            PIC X(26).
      *> The branch an INSERT opens its account at - the eighth field,
      *> blank on every other action.
           05 TX-BRANCH         PIC X(6).
       01  BRANCH-TEST          PIC X(6).
       01  BUSINESS-DATE        PIC X(10).
       01  PARKED-COUNT         PIC 9(9) VALUE 0.
       01  LOG-REF              PIC X(26).
       01  ACK-FILENAME         PIC X(256).
       01  ACK-FILE-STATUS      PIC XX.
       01  ACK-REASON           PIC X(60).
       01  ACK-DISPOSITION      PIC X(20).
       01  ACK-PRESET           PIC X VALUE 'N'.
       01  ACK-COUNT            PIC 9(9) VALUE 0.
       01  ACK-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.
       01  CONTRA-TYPE          PIC X(10).
       01  REVERSED-COUNT       PIC 9(9) VALUE 0.
       01  ORIG-ROW-COUNT       PIC 9(9) VALUE 0.
       01  RECORD-REFUSED-FLAG  PIC X VALUE 'N'.
       01  RECORD-HELD-FLAG     PIC X VALUE 'N'.
       01  APPROVAL-RUN         PIC X VALUE 'N'.
       01  APPROVAL-REQUIRED    PIC X VALUE 'N'.
       01  APPROVAL-THRESHOLD   PIC S9(9)V99 COMP-3 VALUE 10000.00.
       01  SUBMITTED-BY         PIC X(30).
       01  HELD-COUNT           PIC 9(9) VALUE 0.
       01  EXIT-STATUS          PIC 9 VALUE 0.
       01  WITHDRAWAL-HELD      PIC X VALUE 'N'.
      *> An approved WITHDRAW posted by the approval run (see
      *> HANDLE-WITHDRAW) - batch-validation's funds picture for the
      *> account, read back in one row.
       01  WITHDRAW-FIELDS.
           05 WD-FUNDS           PIC X(20).
           05 WD-ACCOUNT-TYPE    PIC X(20).
           05 WD-SAVINGS-COUNT   PIC X(10).
           05 WD-OVERDRAWN       PIC X.
       01  MAX-SAVINGS-WITHDRAWALS PIC 9(4) VALUE 6.
      *> The approval run's work list: decided approval_queue items not
      *> yet put through, drained before any of them posts (see the
      *> dbapi.cpy cursor note). The name field is read per item - it
      *> is free text and may carry a comma.
       01  APPROVAL-TABLE.
           05 APPROVAL-ENTRY OCCURS 500 TIMES INDEXED BY APR-IDX.
               10 APR-QUEUE-ID       PIC X(10).
               10 APR-STATUS         PIC X(10).
               10 APR-ACTION         PIC X(8).
               10 APR-ID             PIC X(4).
               10 APR-ACCOUNT        PIC X(4).
               10 APR-AMOUNT         PIC X(10).
               10 APR-EFFECTIVE-DATE PIC X(10).
               10 APR-REF            PIC X(26).
               10 APR-BRANCH         PIC X(6).
       01  APPROVAL-COUNT       PIC 9(4) VALUE 0.
       01  APPROVAL-FETCH-DONE  PIC X VALUE 'N'.
       01  APPROVAL-POSTED-COUNT PIC 9(9) VALUE 0.
       01  APPROVAL-FAILED-COUNT PIC 9(9) VALUE 0.
       01  APPROVAL-OUTCOME     PIC X(10).
       01  APPROVAL-DECIDER     PIC X(30).
       01  APPROVAL-COMMENT     PIC X(60).
      *> Early withdrawal from a TERM deposit (see HANDLE-EARLYWD).
       01  TERM-FIELDS.
           05 TERM-ACCOUNT-TYPE  PIC X(20).
           05 TERM-BALANCE       PIC S9(9)V99 COMP-3.
           05 TERM-RATE          PIC S9(3)V9(4) COMP-3.
           05 TERM-MONTHS        PIC 9(4).
           05 TERM-MATURED       PIC X.
           05 TERM-SETTLE-ACCOUNT PIC X(4).
       01  EARLY-AMOUNT         PIC S9(9)V99 COMP-3.
       01  EARLY-PENALTY        PIC S9(9)V99 COMP-3.
       01  EARLY-PAYOUT         PIC S9(9)V99 COMP-3.
       01  PENALTY-MONTHS       PIC 9(2).
       01  EARLY-EDIT           PIC -(9)9.99.
       01  EARLY-AMOUNT-TEXT    PIC X(14).
       01  EARLY-PENALTY-TEXT   PIC X(14).
       01  EARLY-PAYOUT-TEXT    PIC X(14).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF FUNCTION TRIM(CMD-LINE-ARG) NOT = SPACES THEN
               MOVE FUNCTION TRIM(CMD-LINE-ARG) TO TX-FILENAME
           END-IF.
      *> APPROVALS in place of a feed name is the approval run: post
      *> the approval_queue items a second operator has decided.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(CMD-LINE-ARG)) = "APPROVALS" THEN
               MOVE 'Y' TO APPROVAL-RUN
           END-IF.

      *> The business date (argument 2, YYYY-MM-DD) decides which
      *> value-dated records post tonight and which get parked in
                      DELIMITED BY SIZE INTO BUSINESS-DATE
           END-IF.

      *> Argument 3 is the approval threshold: a movement above it
      *> waits for a second operator (default 10000.00). The submitter
      *> of the feed is FEED_SUBMITTER from the environment, else the
      *> login running the job.
           MOVE SPACES TO CMD-LINE-ARG.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT CMD-LINE-ARG FROM ARGUMENT-VALUE.
           IF FUNCTION TRIM(CMD-LINE-ARG) NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(CMD-LINE-ARG))
                   TO APPROVAL-THRESHOLD
           END-IF.
           MOVE SPACES TO SUBMITTED-BY.
           ACCEPT SUBMITTED-BY FROM ENVIRONMENT "FEED_SUBMITTER".
           IF FUNCTION TRIM(SUBMITTED-BY) = SPACES THEN
               ACCEPT SUBMITTED-BY FROM ENVIRONMENT "USER"
           END-IF.
           IF FUNCTION TRIM(SUBMITTED-BY) = SPACES THEN
               MOVE "UNKNOWN" TO SUBMITTED-BY
           END-IF.

           CALL "get-db-connstr" USING DB-CONNSTR.

           CALL STATIC "DB_CONNECT" USING DB-CONNSTR RETURNING DBH.
               STOP RUN
           END-IF.

           IF APPROVAL-RUN = 'Y' THEN
               PERFORM RUN-APPROVAL-QUEUE
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE EXIT-STATUS TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VALIDATE-TRAILER.
           IF TRAILER-OK NOT = 'Y' THEN
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               DISPLAY PARKED-COUNT " value-dated record(s) parked in"
                       " pending_transactions for release on their effective date"
           END-IF.
           IF HELD-COUNT > 0 THEN
               DISPLAY HELD-COUNT " record(s) held in approval_queue"
                       " for a second operator"
           END-IF.

           CLOSE TX-FILE.
           PERFORM RELEASE-POSTING-LOCK.
           MOVE "RELEASE" TO LOCK-ACTION.
           CALL "posting-lock" USING DBH, LOCK-ACTION, LOCK-JOB-NAME, LOCK-RC.

      *> The approval run (argument 1 = APPROVALS): every approval_queue
      *> item a second operator has decided on approval-console and
      *> that has not been put through yet. An APPROVED item goes
      *> through DISPATCH-RECORD in its own transaction exactly as the
      *> feed run would have posted it (a value-dated one parks); a
      *> REJECTED one fails with the checker's comment. The run
      *> re-checks that the approver is not the submitter, whatever
      *> the console allowed. Each item's outcome is stamped on its
      *> queue row so it is never put through twice, and every item
      *> gets a line in approvals-<date>.ack in the feed ack layout
      *> (the record number is the queue id). Exit 2 when any item
      *> failed or was rejected. The code is kept in EXIT-STATUS, since
      *> the posting-lock CALL would reset RETURN-CODE.
       RUN-APPROVAL-QUEUE.
           MOVE "process-transactions" TO LOCK-JOB-NAME.
           MOVE "ACQUIRE" TO LOCK-ACTION.
           CALL "posting-lock" USING DBH, LOCK-ACTION, LOCK-JOB-NAME, LOCK-RC.
           IF LOCK-RC NOT = 0 THEN
               MOVE 1 TO EXIT-STATUS
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-APPROVAL-QUEUE.
           IF APPROVAL-FETCH-DONE = 'E' THEN
               PERFORM RELEASE-POSTING-LOCK
               MOVE 1 TO EXIT-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ACK-FILENAME.
           STRING "approvals-" FUNCTION TRIM(BUSINESS-DATE) ".ack"
               DELIMITED BY SIZE INTO ACK-FILENAME.
           OPEN OUTPUT ACK-FILE.
           IF ACK-FILE-STATUS NOT = "00" THEN
               DISPLAY "ERROR: could not open acknowledgment file "
                       FUNCTION TRIM(ACK-FILENAME)
               PERFORM RELEASE-POSTING-LOCK
               MOVE 1 TO EXIT-STATUS
               EXIT PARAGRAPH
           END-IF.

           PERFORM RUN-APPROVAL-ITEM
               VARYING APR-IDX FROM 1 BY 1 UNTIL APR-IDX > APPROVAL-COUNT.

           PERFORM CLOSE-ACK-FILE.
           DISPLAY "Approval run: " APPROVAL-POSTED-COUNT " item(s) put through, "
                   APPROVAL-FAILED-COUNT " failed or rejected.".
           IF APPROVAL-FAILED-COUNT > 0 THEN
               MOVE 2 TO EXIT-STATUS
           END-IF.
           PERFORM RELEASE-POSTING-LOCK.

       LOAD-APPROVAL-QUEUE.
           MOVE 0 TO APPROVAL-COUNT.
           MOVE 'N' TO APPROVAL-FETCH-DONE.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT queue_id, status, tx_action, tx_id, tx_account,"
               " tx_amount, COALESCE(effective_date, ''), COALESCE(tx_ref, ''),"
               " COALESCE(branch_code, '')"
               " FROM approval_queue"
               " WHERE status IN ('APPROVED', 'REJECTED')"
               " AND processed_at IS NULL"
               " ORDER BY queue_id LIMIT 500"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "ERROR: could not read approval_queue"
               MOVE 'E' TO APPROVAL-FETCH-DONE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FETCH-APPROVAL-ITEM UNTIL APPROVAL-FETCH-DONE NOT = 'N'.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.

       FETCH-APPROVAL-ITEM.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_FETCH"
               USING BY VALUE CURSOR-H, BY REFERENCE FETCH-RESULT-BUFFER
               RETURNING RC.
           IF RC = 1 THEN
               MOVE 'Y' TO APPROVAL-FETCH-DONE
               EXIT PARAGRAPH
           END-IF.
           IF RC NOT = 0 THEN
               DISPLAY "ERROR: could not read approval_queue"
               MOVE 'E' TO APPROVAL-FETCH-DONE
               EXIT PARAGRAPH
           END-IF.
           IF APPROVAL-COUNT >= 500 THEN
               DISPLAY "Approval run: more than 500 decided items -"
                       " the rest go through on the next run"
               MOVE 'Y' TO APPROVAL-FETCH-DONE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO APPROVAL-COUNT.
           MOVE FETCH-RESULT-BUFFER TO PARSE-LINE.
           CALL "split-feed-line" USING PARSE-LINE,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO APR-QUEUE-ID(APPROVAL-COUNT).
           MOVE SPLIT-FIELD(2) TO APR-STATUS(APPROVAL-COUNT).
           MOVE SPLIT-FIELD(3) TO APR-ACTION(APPROVAL-COUNT).
           MOVE SPLIT-FIELD(4) TO APR-ID(APPROVAL-COUNT).
           MOVE SPLIT-FIELD(5) TO APR-ACCOUNT(APPROVAL-COUNT).
           MOVE SPLIT-FIELD(6) TO APR-AMOUNT(APPROVAL-COUNT).
           MOVE SPLIT-FIELD(7) TO APR-EFFECTIVE-DATE(APPROVAL-COUNT).
           MOVE SPLIT-FIELD(8) TO APR-REF(APPROVAL-COUNT).
           MOVE SPLIT-FIELD(9) TO APR-BRANCH(APPROVAL-COUNT).

       RUN-APPROVAL-ITEM.
           MOVE FUNCTION NUMVAL(APR-QUEUE-ID(APR-IDX)) TO REC-NUM.
           MOVE 'N' TO RECORD-FAILED-FLAG.
           MOVE 'N' TO RECORD-PARKED-FLAG.
           MOVE 'N' TO RECORD-REFUSED-FLAG.
           MOVE 'N' TO RECORD-HELD-FLAG.
           MOVE SPACES TO ACK-REASON.
           MOVE SPACES TO TX-DATA.
           MOVE APR-ACTION(APR-IDX) TO TX-ACTION.
           MOVE APR-ID(APR-IDX) TO TX-ID.
           MOVE APR-ACCOUNT(APR-IDX) TO TX-ACCOUNT.
           MOVE APR-AMOUNT(APR-IDX) TO TX-AMOUNT.
           MOVE APR-EFFECTIVE-DATE(APR-IDX) TO TX-EFFECTIVE-DATE.
           MOVE APR-REF(APR-IDX) TO TX-REF.
           MOVE APR-BRANCH(APR-IDX) TO TX-BRANCH.
           MOVE TX-REF TO LOG-REF.

           MOVE SPACES TO SQL-LIT.
           STRING "SELECT COALESCE(tx_name_or_type, '') FROM approval_queue"
               " WHERE queue_id = " FUNCTION TRIM(APR-QUEUE-ID(APR-IDX))
               DELIMITED BY SIZE INTO SQL-LIT.
           PERFORM QUERY-APPROVAL-VALUE.
           MOVE SINGLE-RESULT-BUFFER TO TX-NAME-OR-TYPE.
           MOVE SPACES TO SQL-LIT.
           STRING "SELECT CASE WHEN decided_by = submitted_by THEN 'SAME'"
               " ELSE decided_by END FROM approval_queue"
               " WHERE queue_id = " FUNCTION TRIM(APR-QUEUE-ID(APR-IDX))
               DELIMITED BY SIZE INTO SQL-LIT.
           PERFORM QUERY-APPROVAL-VALUE.
           MOVE SINGLE-RESULT-BUFFER TO APPROVAL-DECIDER.
           MOVE SPACES TO SQL-LIT.
           STRING "SELECT COALESCE(decision_comment, '') FROM approval_queue"
               " WHERE queue_id = " FUNCTION TRIM(APR-QUEUE-ID(APR-IDX))
               DELIMITED BY SIZE INTO SQL-LIT.
           PERFORM QUERY-APPROVAL-VALUE.
           MOVE SINGLE-RESULT-BUFFER TO APPROVAL-COMMENT.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               MOVE "APPROVAL QUEUE UNREADABLE" TO ACK-REASON
               PERFORM FINISH-APPROVAL-ITEM
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(APR-STATUS(APR-IDX)) = "REJECTED" THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               STRING "REJECTED BY " FUNCTION TRIM(APPROVAL-DECIDER) ": "
                   FUNCTION TRIM(APPROVAL-COMMENT)
                   DELIMITED BY SIZE INTO ACK-REASON
               DISPLAY "Queue item " FUNCTION TRIM(APR-QUEUE-ID(APR-IDX))
                       " " FUNCTION TRIM(ACK-REASON)
               PERFORM FINISH-APPROVAL-ITEM
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(APPROVAL-DECIDER) = "SAME"
                   OR FUNCTION TRIM(APPROVAL-DECIDER) = SPACES THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               MOVE "APPROVER IS THE SUBMITTER" TO ACK-REASON
               DISPLAY "Queue item " FUNCTION TRIM(APR-QUEUE-ID(APR-IDX))
                       " refused - approved by its own submitter"
               PERFORM FINISH-APPROVAL-ITEM
               EXIT PARAGRAPH
           END-IF.

           CALL "DB_BEGIN" USING BY VALUE DBH RETURNING RC.
           IF FUNCTION TRIM(TX-REF) NOT = SPACES THEN
               PERFORM CHECK-DUPLICATE-REFERENCE
           END-IF.
           IF RECORD-FAILED-FLAG NOT = 'Y' THEN
               PERFORM DISPATCH-RECORD
           END-IF.
           IF RECORD-FAILED-FLAG NOT = 'Y' THEN
               IF RECORD-PARKED-FLAG = 'Y' THEN
                   MOVE "PARKED" TO APPROVAL-OUTCOME
               ELSE
                   MOVE "POSTED" TO APPROVAL-OUTCOME
               END-IF
               PERFORM MARK-APPROVAL-OUTCOME
               IF RC NOT = 0 THEN
                   MOVE 'Y' TO RECORD-FAILED-FLAG
                   MOVE "COULD NOT CLOSE APPROVAL ITEM" TO ACK-REASON
               END-IF
           END-IF.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               CALL "DB_ROLLBACK" USING BY VALUE DBH RETURNING RC
               IF RECORD-REFUSED-FLAG = 'Y' THEN
                   PERFORM LOG-STATUS-REFUSAL
               END-IF
               PERFORM FINISH-APPROVAL-ITEM
               EXIT PARAGRAPH
           END-IF.
           CALL "DB_COMMIT" USING BY VALUE DBH RETURNING RC.
           ADD 1 TO APPROVAL-POSTED-COUNT.
           PERFORM WRITE-ACK-RECORD.

      *> A failed or rejected item: stamped FAILED (or REJECTED) with
      *> its reason outside any transaction, then acknowledged.
       FINISH-APPROVAL-ITEM.
           IF FUNCTION TRIM(APR-STATUS(APR-IDX)) = "REJECTED" THEN
               MOVE "REJECTED" TO APPROVAL-OUTCOME
           ELSE
               MOVE "FAILED" TO APPROVAL-OUTCOME
           END-IF.
           PERFORM MARK-APPROVAL-OUTCOME.
           IF RC NOT = 0 THEN
               DISPLAY "WARNING: could not stamp queue item "
                       FUNCTION TRIM(APR-QUEUE-ID(APR-IDX))
                       " - it will be offered to the next approval run"
           END-IF.
           ADD 1 TO APPROVAL-FAILED-COUNT.
           PERFORM WRITE-ACK-RECORD.

       MARK-APPROVAL-OUTCOME.
           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE approval_queue SET outcome = '"
               FUNCTION TRIM(APPROVAL-OUTCOME) "', outcome_reason = $1,"
               " processed_at = CURRENT_TIMESTAMP WHERE queue_id = "
               FUNCTION TRIM(APR-QUEUE-ID(APR-IDX)) ";"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           MOVE SPACES TO PARAM-BUFFER.
           STRING FUNCTION TRIM(ACK-REASON) X"00"
               DELIMITED BY SIZE INTO PARAM-BUFFER.
           CALL STATIC "DB_EXEC_PARAM" USING BY VALUE DBH,
               BY REFERENCE SQL-COMMAND, BY REFERENCE PARAM-BUFFER RETURNING RC.

       QUERY-APPROVAL-VALUE.
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
               MOVE 'Y' TO RECORD-FAILED-FLAG
               MOVE SPACES TO SINGLE-RESULT-BUFFER
           END-IF.

      *> Makes a read-only pass over transactions.dat before any DB
      *> work starts, to confirm the trailer record's declared line
      *> count and total amount match what is actually in the file.

      *> One acknowledgment line:
      *>     <record #>,<reference>,<action>,<account>,<amount>,
      *>     <POSTED|PARKED|HELD-FOR-APPROVAL|FAILED|SKIPPED>,<reason>
      *> The reason is the same one the job log shows, so the provider
      *> stops learning about failures from customers. A disposition
      *> preset by the caller (DISPOSE-WITHDRAWAL-RECORD) is written
               IF RECORD-FAILED-FLAG = 'Y' THEN
                   MOVE "FAILED" TO ACK-DISPOSITION
               ELSE
                   IF RECORD-HELD-FLAG = 'Y' THEN
                       MOVE "HELD-FOR-APPROVAL" TO ACK-DISPOSITION
                       MOVE "AWAITING SECOND OPERATOR" TO ACK-REASON
                   ELSE
                   IF RECORD-PARKED-FLAG = 'Y' THEN
                       MOVE "PARKED" TO ACK-DISPOSITION
                       MOVE SPACES TO ACK-REASON
                       MOVE "POSTED" TO ACK-DISPOSITION
                       MOVE SPACES TO ACK-REASON
                   END-IF
                   END-IF
               END-IF
               IF RECORD-FAILED-FLAG = 'Y'
                       AND FUNCTION TRIM(ACK-REASON) = SPACES THEN
                   ADD 1 TO REC-NUM
                   MOVE 'N' TO RECORD-FAILED-FLAG
                   MOVE 'N' TO RECORD-PARKED-FLAG
                   MOVE 'N' TO RECORD-REFUSED-FLAG
                   MOVE 'N' TO RECORD-HELD-FLAG
                   MOVE SPACES TO ACK-REASON
                   MOVE TX-RECORD TO PARSE-LINE
                   CALL "split-feed-line" USING PARSE-LINE,
                   MOVE SPLIT-FIELD(5) TO TX-AMOUNT
                   MOVE SPLIT-FIELD(6) TO TX-EFFECTIVE-DATE
                   MOVE SPLIT-FIELD(7) TO TX-REF
                   MOVE SPLIT-FIELD(8) TO TX-BRANCH
                   MOVE TX-REF TO LOG-REF
      *> WITHDRAW lines in the shared feed belong to batch-validation
      *> (step 2 of the nightly sequence), which has already posted or
                   IF FUNCTION TRIM(TX-REF) NOT = SPACES THEN
                       PERFORM CHECK-DUPLICATE-REFERENCE
                   END-IF
                   IF RECORD-FAILED-FLAG NOT = 'Y' THEN
                       PERFORM CHECK-APPROVAL-REQUIRED
                       IF APPROVAL-REQUIRED = 'Y' THEN
                           PERFORM HOLD-FOR-APPROVAL
                       ELSE
                           PERFORM DISPATCH-RECORD
                       END-IF
                   END-IF
                   IF RECORD-FAILED-FLAG = 'Y' THEN
                       CALL "DB_ROLLBACK" USING BY VALUE DBH RETURNING RC
                       IF RECORD-REFUSED-FLAG = 'Y' THEN
                           PERFORM LOG-STATUS-REFUSAL
                       END-IF
                   ELSE
                       CALL "DB_COMMIT" USING BY VALUE DBH RETURNING RC
                   END-IF
                   PERFORM WRITE-CHECKPOINT
                   PERFORM WRITE-ACK-RECORD
               END-IF
           END-IF.

      *> Routes one record to its handler - shared by the feed run and
      *> the approval run, so an approved item posts through exactly
      *> the code it would have posted through on the night.
       DISPATCH-RECORD.
      *> A HOLD's date field is the hold's release date, not a value
      *> date, so it is routed before the parking check - a hold is
      *> meant to take effect tonight and expire later, never to sit
      *> in pending_transactions until its date.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(TX-ACTION)) = "HOLD" THEN
               PERFORM HANDLE-HOLD
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(TX-EFFECTIVE-DATE) NOT = SPACES
                   AND TX-EFFECTIVE-DATE > BUSINESS-DATE THEN
      *> Only actions the release batch can post get parked; a
      *> mistyped action must fail here, tonight, not sit in
      *> pending_transactions failing its release every morning
      *> with nothing able to drain it.
               EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(TX-ACTION))
                   WHEN "INSERT"
                   WHEN "UPDATE"
                   WHEN "TRANSFER"
                   WHEN "CLOSE"
                       PERFORM PARK-PENDING-RECORD
                   WHEN "EARLYWD"
                       MOVE 'Y' TO RECORD-FAILED-FLAG
                       MOVE "EARLY WITHDRAWAL CANNOT BE VALUE-DATED" TO ACK-REASON
                       DISPLAY "EARLYWD FAILED: record " REC-NUM
                               " is value-dated - rolled back"
                   WHEN OTHER
                       MOVE 'Y' TO RECORD-FAILED-FLAG
                       MOVE "UNKNOWN ACTION" TO ACK-REASON
                       DISPLAY "UNKNOWN ACTION '" FUNCTION TRIM(TX-ACTION)
                               "' for record " REC-NUM " - rolled back"
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(TX-ACTION))
               WHEN "INSERT"
                   PERFORM HANDLE-INSERT
               WHEN "UPDATE"
                   PERFORM HANDLE-UPDATE
               WHEN "TRANSFER"
                   PERFORM HANDLE-TRANSFER
               WHEN "CLOSE"
                   PERFORM HANDLE-CLOSE
               WHEN "REVERSE"
                   PERFORM HANDLE-REVERSE
               WHEN "CANCEL"
                   PERFORM HANDLE-CANCEL
               WHEN "EARLYWD"
                   PERFORM HANDLE-EARLYWD
               WHEN "WITHDRAW"
                   PERFORM HANDLE-WITHDRAW
               WHEN OTHER
                   MOVE 'Y' TO RECORD-FAILED-FLAG
                   MOVE "UNKNOWN ACTION" TO ACK-REASON
                   DISPLAY "UNKNOWN ACTION '" FUNCTION TRIM(TX-ACTION)
                           "' for record " REC-NUM " - rolled back"
           END-EVALUATE.

      *> Maker-checker: a movement over the approval threshold, and
      *> every REVERSE, CLOSE and EARLYWD whatever its amount (an early
      *> withdrawal breaks a term contract and charges the customer a
      *> penalty), is not posted by
      *> the feed run. It goes into approval_queue instead and is
      *> acknowledged HELD-FOR-APPROVAL; a second operator decides it
      *> on approval-console and the approval run (see
      *> RUN-APPROVAL-QUEUE) posts or fails it. A HOLD moves no money
      *> and a CANCEL only withdraws a parked item, so neither waits.
      *> A WITHDRAW over the threshold is held the same way, but by
      *> batch-validation, which is the job that posts withdrawals.
       CHECK-APPROVAL-REQUIRED.
           MOVE 'N' TO APPROVAL-REQUIRED.
           IF APPROVAL-RUN = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(TX-ACTION))
               WHEN "REVERSE"
               WHEN "CLOSE"
               WHEN "EARLYWD"
                   MOVE 'Y' TO APPROVAL-REQUIRED
               WHEN "INSERT"
               WHEN "UPDATE"
               WHEN "TRANSFER"
                   IF FUNCTION NUMVAL(FUNCTION TRIM(TX-AMOUNT))
                           > APPROVAL-THRESHOLD THEN
                       MOVE 'Y' TO APPROVAL-REQUIRED
                   END-IF
           END-EVALUATE.

      *> The whole record is queued, the way PARK-PENDING-RECORD
      *> warehouses one, with the feed it came from and the operator
      *> who submitted that feed - the one person who may not approve
      *> it. The name field is bound as a parameter for the same
      *> reason as HANDLE-INSERT's.
       HOLD-FOR-APPROVAL.
           MOVE SPACES TO SQL-COMMAND.
           STRING "INSERT INTO approval_queue"
               " (tx_action, tx_id, tx_name_or_type, tx_account, tx_amount,"
               " effective_date, tx_ref, branch_code, feed_file, feed_record,"
               " submitted_by, submitted_at, status) VALUES ('"
               FUNCTION TRIM(TX-ACTION) "', '"
               FUNCTION TRIM(TX-ID) "', $1, '"
               FUNCTION TRIM(TX-ACCOUNT) "', '"
               FUNCTION TRIM(TX-AMOUNT) "', '"
               FUNCTION TRIM(TX-EFFECTIVE-DATE) "', '"
               FUNCTION TRIM(TX-REF) "', NULLIF('"
               FUNCTION TRIM(TX-BRANCH) "', ''), '"
               FUNCTION TRIM(TX-FILENAME) "', "
               REC-NUM ", '"
               FUNCTION TRIM(SUBMITTED-BY) "', CURRENT_TIMESTAMP, 'PENDING');"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           MOVE SPACES TO PARAM-BUFFER.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(TX-NAME-OR-TYPE)).
           IF L > 0 THEN
               MOVE FUNCTION TRIM(TX-NAME-OR-TYPE) TO PARAM-BUFFER(1:L)
           END-IF.
           MOVE X"00" TO PARAM-BUFFER(L + 1:1).
           CALL STATIC "DB_EXEC_PARAM" USING BY VALUE DBH,
               BY REFERENCE SQL-COMMAND, BY REFERENCE PARAM-BUFFER RETURNING RC.
           IF RC = 0 THEN
               ADD 1 TO HELD-COUNT
               MOVE 'Y' TO RECORD-HELD-FLAG
               DISPLAY "Held record " REC-NUM " (" FUNCTION TRIM(TX-ACTION)
                       " " FUNCTION TRIM(TX-AMOUNT) " account "
                       FUNCTION TRIM(TX-ID) ") for approval"
           ELSE
               MOVE 'Y' TO RECORD-FAILED-FLAG
               MOVE "COULD NOT QUEUE FOR APPROVAL" TO ACK-REASON
               DISPLAY "HOLD FOR APPROVAL FAILED: could not queue record " REC-NUM
           END-IF.

      *> Works out what batch-validation did with a WITHDRAW line so
      *> its acknowledgment carries that outcome: a line it queued in
      *> approval_queue is HELD-FOR-APPROVAL; a stamped reference found
      *> in transaction_log was posted; a line refused on the account's
      *> status fails with that status reason; any other stamped
      *> reference NOT found was rejected (it is in rejects.dat for the
      *> recycle). An unstamped withdrawal can't be matched to its
      *> posting, so it is acknowledged SKIPPED - not FAILED, which
      *> would tell the provider (and the end-of-day digest) that a
      *> perfectly good posting failed. No transaction is opened: this
      *> job posts nothing for a WITHDRAW.
       DISPOSE-WITHDRAWAL-RECORD.
           MOVE 'Y' TO ACK-PRESET.
           PERFORM CHECK-WITHDRAWAL-HELD.
           IF WITHDRAWAL-HELD = 'Y' THEN
               MOVE "HELD-FOR-APPROVAL" TO ACK-DISPOSITION
               MOVE "AWAITING SECOND OPERATOR" TO ACK-REASON
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(TX-REF) NOT = SPACES THEN
               MOVE SPACES TO SINGLE-RESULT-BUFFER
               MOVE SPACES TO SQL-COMMAND
               STRING "SELECT COUNT(*) FROM transaction_log WHERE tx_ref = '"
                   FUNCTION TRIM(TX-REF) "'"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND))
               MOVE X"00" TO SQL-COMMAND(L + 1:1)
               CALL STATIC "DB_QUERY_SINGLE"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                         BY REFERENCE SINGLE-RESULT-BUFFER
                   RETURNING RC
               IF RC NOT = 0 THEN
                   MOVE "SKIPPED" TO ACK-DISPOSITION
                   MOVE "WITHDRAWAL OUTCOME UNREADABLE - SEE BATCH-VALIDATION"
                       TO ACK-REASON
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) > 0 THEN
                   MOVE "POSTED" TO ACK-DISPOSITION
                   MOVE SPACES TO ACK-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *> Not posted: a FROZEN, CLOSED or ESCHEATED account is the one
      *> refusal the provider can act on, so its reason is carried on
      *> the ack line rather than the generic rejects pointer. The
      *> refusal itself was already logged by batch-validation.
           MOVE TX-ID TO STATUS-ACCOUNT-ID.
           MOVE TX-AMOUNT TO STATUS-AMOUNT.
           MOVE "DEBIT" TO STATUS-MOVEMENT.
           MOVE "CHECK" TO STATUS-ACTION.
           CALL "account-status" USING DBH, STATUS-ACTION,
               STATUS-ACCOUNT-ID, STATUS-MOVEMENT, STATUS-AMOUNT,
               STATUS-REFUSED, STATUS-REASON, BUSINESS-DATE.
           IF STATUS-REFUSED = 'Y' THEN
               MOVE "FAILED" TO ACK-DISPOSITION
               MOVE STATUS-REASON TO ACK-REASON
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(TX-REF) = SPACES THEN
               MOVE "SKIPPED" TO ACK-DISPOSITION
               MOVE "WITHDRAWALS POST VIA BATCH-VALIDATION" TO ACK-REASON
           ELSE
               MOVE "FAILED" TO ACK-DISPOSITION
               MOVE "REJECTED BY BATCH-VALIDATION - SEE REJECTS.DAT"
                   TO ACK-REASON
           END-IF.

      *> batch-validation queues an over-threshold withdrawal against
      *> its feed line - file, line number, account, amount and
      *> reference - and this job numbers the lines the same way.
       CHECK-WITHDRAWAL-HELD.
           MOVE 'N' TO WITHDRAWAL-HELD.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COUNT(*) FROM approval_queue"
               " WHERE tx_action = 'WITHDRAW' AND processed_at IS NULL"
               " AND feed_file = '" FUNCTION TRIM(TX-FILENAME) "'"
               " AND feed_record = " REC-NUM
               " AND tx_id = '" FUNCTION TRIM(TX-ID) "'"
               " AND tx_amount = '" FUNCTION TRIM(TX-AMOUNT) "'"
               " AND COALESCE(tx_ref, '') = '" FUNCTION TRIM(TX-REF) "'"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC = 0 AND FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) > 0 THEN
               MOVE 'Y' TO WITHDRAWAL-HELD
           END-IF.

      *> Record-level rerun guard, the per-record counterpart of
      *> files. Records with no reference are accepted as before - the
      *> provider hasn't stamped every source yet - so only stamped
      *> lines get the protection. An unreadable registry refuses the
      *> record rather than waving it through. A reference waiting in
      *> approval_queue counts too - except on the approval run, which
      *> is posting that very queue item.
       CHECK-DUPLICATE-REFERENCE.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           IF APPROVAL-RUN = 'Y' THEN
               STRING "SELECT (SELECT COUNT(*) FROM transaction_log"
                   " WHERE tx_ref = '" FUNCTION TRIM(TX-REF) "')"
                   " + (SELECT COUNT(*) FROM pending_transactions"
                   " WHERE tx_ref = '" FUNCTION TRIM(TX-REF) "')"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           ELSE
               STRING "SELECT (SELECT COUNT(*) FROM transaction_log"
                   " WHERE tx_ref = '" FUNCTION TRIM(TX-REF) "')"
                   " + (SELECT COUNT(*) FROM pending_transactions"
                   " WHERE tx_ref = '" FUNCTION TRIM(TX-REF) "')"
                   " + (SELECT COUNT(*) FROM approval_queue"
                   " WHERE tx_ref = '" FUNCTION TRIM(TX-REF) "'"
                   " AND status IN ('PENDING', 'APPROVED'))"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           END-IF.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
           MOVE SPACES TO SQL-COMMAND.
           STRING "INSERT INTO pending_transactions"
               " (tx_action, tx_id, tx_name_or_type, tx_account, tx_amount,"
               " effective_date, tx_ref, branch_code, parked_at) VALUES ('"
               FUNCTION TRIM(TX-ACTION) "', '"
               FUNCTION TRIM(TX-ID) "', $1, '"
               FUNCTION TRIM(TX-ACCOUNT) "', '"
               FUNCTION TRIM(TX-AMOUNT) "', DATE '"
               FUNCTION TRIM(TX-EFFECTIVE-DATE) "', '"
               FUNCTION TRIM(TX-REF) "', NULLIF('"
               FUNCTION TRIM(TX-BRANCH) "', ''), CURRENT_TIMESTAMP);"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           MOVE SPACES TO PARAM-BUFFER.
      *> A parked TRANSFER has an empty name field, so guard the
      *> The customer name goes over as a bound parameter ($1) rather
      *> than being spliced into the SQL text, so a name with an
      *> apostrophe (O'Brien) can't break or change the statement.
      *> Every new account is opened at a branch - the record's eighth
      *> field, an OPEN row of the branches table - so it is reported
      *> and journalled under that branch from its first night.
       HANDLE-INSERT.
           PERFORM CHECK-BRANCH-CODE.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SQL-COMMAND.
           STRING "INSERT INTO customers (customer_id, name) VALUES ("
               FUNCTION TRIM(TX-ID) ", $1);"
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           STRING "INSERT INTO accounts (account_id, customer_id, balance, branch_code)"
               " VALUES (" FUNCTION TRIM(TX-ACCOUNT) ", " FUNCTION TRIM(TX-ID) ", "
               FUNCTION TRIM(TX-AMOUNT) ", '" FUNCTION TRIM(TX-BRANCH) "');"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
           MOVE "OPEN" TO LOG-TYPE.
           PERFORM LOG-TRANSACTION.

      *> Branch codes are letters and digits only, so one can be
      *> spliced into the statement safely once it has passed here.
       CHECK-BRANCH-CODE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TX-BRANCH)) TO TX-BRANCH.
           IF TX-BRANCH = SPACES THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               MOVE "BRANCH CODE REQUIRED" TO ACK-REASON
               DISPLAY "INSERT FAILED: no branch code for account " FUNCTION TRIM(TX-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE TX-BRANCH TO BRANCH-TEST.
           INSPECT BRANCH-TEST CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789"
               TO "                                    ".
           IF BRANCH-TEST NOT = SPACES THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               MOVE "INVALID BRANCH CODE" TO ACK-REASON
               DISPLAY "INSERT FAILED: branch code '" FUNCTION TRIM(TX-BRANCH)
                       "' for account " FUNCTION TRIM(TX-ACCOUNT) " is not valid"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COUNT(*) FROM branches WHERE branch_code = '"
               FUNCTION TRIM(TX-BRANCH) "' AND status = 'OPEN'"
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
               MOVE "UNKNOWN OR CLOSED BRANCH" TO ACK-REASON
               DISPLAY "INSERT FAILED: branch " FUNCTION TRIM(TX-BRANCH)
                       " for account " FUNCTION TRIM(TX-ACCOUNT)
                       " is not an open branch"
           END-IF.

       HANDLE-UPDATE.
           MOVE TX-ID TO STATUS-ACCOUNT-ID.
           MOVE TX-AMOUNT TO STATUS-AMOUNT.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(TX-NAME-OR-TYPE)) = "DEPOSIT" THEN
               MOVE "CREDIT" TO STATUS-MOVEMENT
           ELSE
               MOVE "DEBIT" TO STATUS-MOVEMENT
           END-IF.
           PERFORM CHECK-ACCOUNT-STATUS.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(TX-NAME-OR-TYPE)) = "DEPOSIT" THEN
               STRING "UPDATE accounts SET balance = balance + "
      *> (including this one) in DB_BEGIN/DB_COMMIT/DB_ROLLBACK, so a
      *> failure on either leg rolls both legs back together.
       HANDLE-TRANSFER.
           MOVE TX-ID TO STATUS-ACCOUNT-ID.
           MOVE TX-AMOUNT TO STATUS-AMOUNT.
           MOVE "DEBIT" TO STATUS-MOVEMENT.
           PERFORM CHECK-ACCOUNT-STATUS.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE TX-ACCOUNT TO STATUS-ACCOUNT-ID.
           MOVE "CREDIT" TO STATUS-MOVEMENT.
           PERFORM CHECK-ACCOUNT-STATUS.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE accounts SET balance = balance - "
               FUNCTION TRIM(TX-AMOUNT) " WHERE account_id = "
                   EXIT PARAGRAPH
           END-EVALUATE.

      *> A contra WITHDRAW takes money out, so a frozen account refuses
      *> it like any other debit; a closed account refuses both.
           MOVE ORIG-ACCOUNT TO STATUS-ACCOUNT-ID.
           MOVE ORIG-AMOUNT-TEXT TO STATUS-AMOUNT.
           IF CONTRA-TYPE = "DEPOSIT" THEN
               MOVE "CREDIT" TO STATUS-MOVEMENT
           ELSE
               MOVE "DEBIT" TO STATUS-MOVEMENT
           END-IF.
           PERFORM CHECK-ACCOUNT-STATUS.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           IF CONTRA-TYPE = "DEPOSIT" THEN
               STRING "UPDATE accounts SET balance = balance + "
      *> UPDATE as HANDLE-TRANSFER) before the account is flagged
      *> closed; with no destination given, a nonzero balance fails the
      *> record rather than silently writing it off.
      *> Closing is treated as a debit: a frozen account can't be
      *> closed out from under its legal hold, and an account already
      *> closed can't be closed again.
       HANDLE-CLOSE.
           MOVE TX-ID TO STATUS-ACCOUNT-ID.
           MOVE TX-AMOUNT TO STATUS-AMOUNT.
           MOVE "DEBIT" TO STATUS-MOVEMENT.
           PERFORM CHECK-ACCOUNT-STATUS.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
                   EXIT PARAGRAPH
               END-IF

               MOVE TX-ACCOUNT TO STATUS-ACCOUNT-ID
               MOVE CLOSE-BALANCE-TEXT TO STATUS-AMOUNT
               MOVE "CREDIT" TO STATUS-MOVEMENT
               PERFORM CHECK-ACCOUNT-STATUS
               IF RECORD-FAILED-FLAG = 'Y' THEN
                   EXIT PARAGRAPH
               END-IF

               MOVE SPACES TO SQL-COMMAND
               STRING "UPDATE accounts SET balance = balance - "
                   FUNCTION TRIM(CLOSE-BALANCE-TEXT) " WHERE account_id = "
           MOVE "CLOSE" TO LOG-TYPE.
           PERFORM LOG-TRANSACTION.

      *> EARLYWD breaks a TERM deposit before its maturity date:
      *>     EARLYWD,<term account>,,<to account>,<amount>,,<reference>
      *> A blank (or zero) amount takes the whole deposit; a smaller
      *> one leaves the rest to run to maturity. The money goes to the
      *> named account, else to the deposit's settlement account. The
      *> penalty is interest at the deposit's own rate for 3 months on
      *> a term of up to 12 months, 6 months on a longer term, on the
      *> amount taken, never more than that amount:
      *>     penalty = amount x rate% / 100 x penalty months / 12
      *> It posts as a PENALTY against the term account - its
      *> gl_account_map row carries it to penalty income, and the
      *> record fails rather than post a type gl-extract can't journal
      *> - and the rest goes across as a WITHDRAW/DEPOSIT pair, all
      *> under the record's reference (required, so the postings can
      *> be traced and reconciled). Taking the whole deposit closes
      *> the account. Before maturity the account-status gate refuses
      *> every other movement on a TERM deposit; this one checks with
      *> movement EARLY, which a freeze still refuses. On or after
      *> the maturity date it is no longer early - the maturity batch
      *> settles the deposit and the record is refused.
       HANDLE-EARLYWD.
           IF FUNCTION TRIM(TX-REF) = SPACES THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               MOVE "EARLY WITHDRAWAL NEEDS A REFERENCE" TO ACK-REASON
               DISPLAY "EARLYWD FAILED: record " REC-NUM
                       " carries no reference - rolled back"
               EXIT PARAGRAPH
           END-IF.
           MOVE TX-ID TO STATUS-ACCOUNT-ID.
           MOVE TX-AMOUNT TO STATUS-AMOUNT.
           MOVE "EARLY" TO STATUS-MOVEMENT.
           PERFORM CHECK-ACCOUNT-STATUS.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COALESCE(account_type, '') || ',' || balance"
               " || ',' || COALESCE(term_rate, 0) || ',' || COALESCE(term_months, 0)"
               " || ',' || CASE WHEN maturity_date > DATE '"
               FUNCTION TRIM(BUSINESS-DATE) "' THEN 'N' ELSE 'Y' END"
               " || ',' || COALESCE(CAST(settlement_account_id AS TEXT), '')"
               " FROM accounts WHERE account_id = " FUNCTION TRIM(TX-ID)
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
               MOVE "ACCOUNT NOT FOUND" TO ACK-REASON
               DISPLAY "EARLYWD FAILED: could not read account " FUNCTION TRIM(TX-ID)
               EXIT PARAGRAPH
           END-IF.
           MOVE SINGLE-RESULT-BUFFER TO PARSE-LINE.
           CALL "split-feed-line" USING PARSE-LINE,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE FUNCTION UPPER-CASE(SPLIT-FIELD(1)) TO TERM-ACCOUNT-TYPE.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SPLIT-FIELD(2))) TO TERM-BALANCE.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SPLIT-FIELD(3))) TO TERM-RATE.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SPLIT-FIELD(4))) TO TERM-MONTHS.
           MOVE SPLIT-FIELD(5) TO TERM-MATURED.
           MOVE SPLIT-FIELD(6) TO TERM-SETTLE-ACCOUNT.
           IF FUNCTION TRIM(TERM-ACCOUNT-TYPE) NOT = "TERM" THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               MOVE "NOT A TERM DEPOSIT" TO ACK-REASON
               DISPLAY "EARLYWD FAILED: account " FUNCTION TRIM(TX-ID)
                       " is not a TERM deposit - rolled back"
               EXIT PARAGRAPH
           END-IF.
           IF TERM-MATURED = 'Y' THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               MOVE "TERM DEPOSIT HAS MATURED" TO ACK-REASON
               DISPLAY "EARLYWD FAILED: account " FUNCTION TRIM(TX-ID)
                       " has reached maturity - nothing early to withdraw"
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(TX-AMOUNT) = SPACES THEN
               MOVE TERM-BALANCE TO EARLY-AMOUNT
           ELSE
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(TX-AMOUNT)) TO EARLY-AMOUNT
               IF EARLY-AMOUNT = 0 THEN
                   MOVE TERM-BALANCE TO EARLY-AMOUNT
               END-IF
           END-IF.
           IF EARLY-AMOUNT <= 0 OR EARLY-AMOUNT > TERM-BALANCE THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               MOVE "AMOUNT EXCEEDS DEPOSIT" TO ACK-REASON
               DISPLAY "EARLYWD FAILED: amount " FUNCTION TRIM(TX-AMOUNT)
                       " is not within the deposit on account " FUNCTION TRIM(TX-ID)
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(TX-ACCOUNT) = SPACES THEN
               MOVE TERM-SETTLE-ACCOUNT TO TX-ACCOUNT
           END-IF.
           IF FUNCTION TRIM(TX-ACCOUNT) = SPACES
                   OR FUNCTION TRIM(TX-ACCOUNT) = FUNCTION TRIM(TX-ID) THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               MOVE "NO ACCOUNT TO PAY THE WITHDRAWAL TO" TO ACK-REASON
               DISPLAY "EARLYWD FAILED: account " FUNCTION TRIM(TX-ID)
                       " has no settlement account and the record names none"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COUNT(*) FROM gl_account_map WHERE UPPER(tx_type) = 'PENALTY'"
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
               MOVE "PENALTY TYPE NOT MAPPED TO THE GL" TO ACK-REASON
               DISPLAY "EARLYWD FAILED: gl_account_map has no PENALTY row -"
                       " record " REC-NUM " rolled back"
               EXIT PARAGRAPH
           END-IF.

           IF TERM-MONTHS > 12 THEN
               MOVE 6 TO PENALTY-MONTHS
           ELSE
               MOVE 3 TO PENALTY-MONTHS
           END-IF.
           COMPUTE EARLY-PENALTY ROUNDED =
               EARLY-AMOUNT * TERM-RATE / 100 * PENALTY-MONTHS / 12.
           IF EARLY-PENALTY > EARLY-AMOUNT THEN
               MOVE EARLY-AMOUNT TO EARLY-PENALTY
           END-IF.
           COMPUTE EARLY-PAYOUT = EARLY-AMOUNT - EARLY-PENALTY.
           MOVE EARLY-AMOUNT TO EARLY-EDIT.
           MOVE FUNCTION TRIM(EARLY-EDIT) TO EARLY-AMOUNT-TEXT.
           MOVE EARLY-PENALTY TO EARLY-EDIT.
           MOVE FUNCTION TRIM(EARLY-EDIT) TO EARLY-PENALTY-TEXT.
           MOVE EARLY-PAYOUT TO EARLY-EDIT.
           MOVE FUNCTION TRIM(EARLY-EDIT) TO EARLY-PAYOUT-TEXT.

           MOVE TX-ACCOUNT TO STATUS-ACCOUNT-ID.
           MOVE EARLY-PAYOUT-TEXT TO STATUS-AMOUNT.
           MOVE "CREDIT" TO STATUS-MOVEMENT.
           PERFORM CHECK-ACCOUNT-STATUS.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE accounts SET balance = balance - "
               FUNCTION TRIM(EARLY-AMOUNT-TEXT) " WHERE account_id = "
               FUNCTION TRIM(TX-ID) ";"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               MOVE "COULD NOT DEBIT TERM DEPOSIT" TO ACK-REASON
               DISPLAY "EARLYWD FAILED: could not debit account " FUNCTION TRIM(TX-ID)
               EXIT PARAGRAPH
           END-IF.

           IF EARLY-PAYOUT > 0 THEN
               MOVE SPACES TO SQL-COMMAND
               STRING "UPDATE accounts SET balance = balance + "
                   FUNCTION TRIM(EARLY-PAYOUT-TEXT) " WHERE account_id = "
                   FUNCTION TRIM(TX-ACCOUNT) ";"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC
               IF RC NOT = 0 THEN
                   MOVE 'Y' TO RECORD-FAILED-FLAG
                   MOVE "COULD NOT CREDIT SETTLEMENT ACCOUNT" TO ACK-REASON
                   DISPLAY "EARLYWD FAILED: could not credit account "
                           FUNCTION TRIM(TX-ACCOUNT)
                   EXIT PARAGRAPH
               END-IF

               MOVE TX-ID TO LOG-ACCOUNT-ID
               MOVE EARLY-PAYOUT-TEXT TO LOG-AMOUNT
               MOVE "WITHDRAW" TO LOG-TYPE
               PERFORM LOG-TRANSACTION
               IF RECORD-FAILED-FLAG = 'Y' THEN EXIT PARAGRAPH END-IF

               MOVE TX-ACCOUNT TO LOG-ACCOUNT-ID
               MOVE EARLY-PAYOUT-TEXT TO LOG-AMOUNT
               MOVE "DEPOSIT" TO LOG-TYPE
               PERFORM LOG-TRANSACTION
               IF RECORD-FAILED-FLAG = 'Y' THEN EXIT PARAGRAPH END-IF
           END-IF.

           IF EARLY-PENALTY > 0 THEN
               MOVE TX-ID TO LOG-ACCOUNT-ID
               MOVE EARLY-PENALTY-TEXT TO LOG-AMOUNT
               MOVE "PENALTY" TO LOG-TYPE
               PERFORM LOG-TRANSACTION
               IF RECORD-FAILED-FLAG = 'Y' THEN EXIT PARAGRAPH END-IF
           END-IF.

           IF EARLY-AMOUNT = TERM-BALANCE THEN
               MOVE SPACES TO SQL-COMMAND
               STRING "UPDATE accounts SET status = 'CLOSED' WHERE account_id = "
                   FUNCTION TRIM(TX-ID) ";"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC
               IF RC NOT = 0 THEN
                   MOVE 'Y' TO RECORD-FAILED-FLAG
                   MOVE "COULD NOT MARK ACCOUNT CLOSED" TO ACK-REASON
                   DISPLAY "EARLYWD FAILED: could not mark account "
                           FUNCTION TRIM(TX-ID) " closed"
                   EXIT PARAGRAPH
               END-IF
               MOVE TX-ID TO LOG-ACCOUNT-ID
               MOVE "0.00" TO LOG-AMOUNT
               MOVE "CLOSE" TO LOG-TYPE
               PERFORM LOG-TRANSACTION
               IF RECORD-FAILED-FLAG = 'Y' THEN EXIT PARAGRAPH END-IF
           END-IF.

           DISPLAY "Processed EARLYWD of " FUNCTION TRIM(EARLY-AMOUNT-TEXT)
                   " from term account " FUNCTION TRIM(TX-ID)
                   " - penalty " FUNCTION TRIM(EARLY-PENALTY-TEXT)
                   ", " FUNCTION TRIM(EARLY-PAYOUT-TEXT)
                   " paid to account " FUNCTION TRIM(TX-ACCOUNT).

      *> A WITHDRAW reaches here only from the approval run: it is a
      *> line batch-validation held for a second operator. It gets the
      *> tests batch-validation would have applied on the night, against
      *> the balance as it stands now - status, the available balance
      *> (ledger less holds releasing after the business date) against
      *> the floor (25.00, or minus the overdraft limit), the savings
      *> withdrawal limit - and posts and logs the same way, OVERDRAWN
      *> marker included.
       HANDLE-WITHDRAW.
           MOVE TX-ID TO STATUS-ACCOUNT-ID.
           MOVE TX-AMOUNT TO STATUS-AMOUNT.
           MOVE "DEBIT" TO STATUS-MOVEMENT.
           PERFORM CHECK-ACCOUNT-STATUS.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT CASE WHEN a.balance - COALESCE((SELECT SUM(h.amount)"
               " FROM account_holds h WHERE h.account_id = a.account_id"
               " AND h.release_date > DATE '" FUNCTION TRIM(BUSINESS-DATE) "'), 0)"
               " - " FUNCTION TRIM(TX-AMOUNT)
               " >= CASE WHEN COALESCE(a.overdraft_limit, 0) > 0"
               " THEN 0 - a.overdraft_limit ELSE 25.00 END THEN 'OK'"
               " WHEN a.balance - " FUNCTION TRIM(TX-AMOUNT)
               " >= CASE WHEN COALESCE(a.overdraft_limit, 0) > 0"
               " THEN 0 - a.overdraft_limit ELSE 25.00 END THEN 'FUNDS HELD'"
               " ELSE 'INSUFFICIENT FUNDS' END"
               " || ',' || UPPER(COALESCE(a.account_type, ''))"
               " || ',' || COALESCE(a.savings_withdrawal_count, 0)"
               " || ',' || CASE WHEN a.balance - " FUNCTION TRIM(TX-AMOUNT)
               " < 0 THEN 'Y' ELSE 'N' END"
               " FROM accounts a WHERE a.account_id = " FUNCTION TRIM(TX-ID)
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
               MOVE "BALANCE LOOKUP FAILED" TO ACK-REASON
               DISPLAY "WITHDRAW FAILED: could not read account "
                       FUNCTION TRIM(TX-ID) " for record " REC-NUM
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WITHDRAW-FIELDS.
           UNSTRING SINGLE-RESULT-BUFFER DELIMITED BY ","
               INTO WD-FUNDS, WD-ACCOUNT-TYPE, WD-SAVINGS-COUNT, WD-OVERDRAWN.
           IF FUNCTION TRIM(WD-FUNDS) NOT = "OK" THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               MOVE WD-FUNDS TO ACK-REASON
               DISPLAY "WITHDRAW FAILED: " FUNCTION TRIM(WD-FUNDS)
                       " on account " FUNCTION TRIM(TX-ID)
                       " for record " REC-NUM
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           IF FUNCTION TRIM(WD-ACCOUNT-TYPE) = "SAVINGS" THEN
               IF FUNCTION NUMVAL(WD-SAVINGS-COUNT) >= MAX-SAVINGS-WITHDRAWALS THEN
                   MOVE 'Y' TO RECORD-FAILED-FLAG
                   MOVE "SAVINGS WITHDRAWAL LIMIT EXCEEDED" TO ACK-REASON
                   DISPLAY "WITHDRAW FAILED: savings limit reached on account "
                           FUNCTION TRIM(TX-ID) " for record " REC-NUM
                   EXIT PARAGRAPH
               END-IF
               STRING "UPDATE accounts SET balance = balance - "
                   FUNCTION TRIM(TX-AMOUNT)
                   ", savings_withdrawal_count = savings_withdrawal_count + 1"
                   " WHERE account_id = " FUNCTION TRIM(TX-ID) ";"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           ELSE
               STRING "UPDATE accounts SET balance = balance - "
                   FUNCTION TRIM(TX-AMOUNT) " WHERE account_id = "
                   FUNCTION TRIM(TX-ID) ";"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           END-IF.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               MOVE "COULD NOT POST WITHDRAWAL" TO ACK-REASON
               DISPLAY "WITHDRAW FAILED: could not post to account "
                       FUNCTION TRIM(TX-ID) " for record " REC-NUM
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Processed WITHDRAW for account " FUNCTION TRIM(TX-ID).

           MOVE TX-ID TO LOG-ACCOUNT-ID.
           MOVE TX-AMOUNT TO LOG-AMOUNT.
           MOVE "WITHDRAW" TO LOG-TYPE.
           PERFORM LOG-TRANSACTION.
           IF RECORD-FAILED-FLAG = 'Y' OR WD-OVERDRAWN NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "0.00" TO LOG-AMOUNT.
           MOVE "OVERDRAWN" TO LOG-TYPE.
           MOVE SPACES TO LOG-REF.
           PERFORM LOG-TRANSACTION.
           MOVE TX-REF TO LOG-REF.

      *> Status gate for one leg of a posting - see account-status.cob.
      *> The caller fills STATUS-ACCOUNT-ID, STATUS-AMOUNT and
      *> STATUS-MOVEMENT. A refusal fails the record with the status
      *> reason on its ack line, and flags it so PROCESS-RECORDS writes
      *> the withdrawal_exceptions row once the rollback is done.
       CHECK-ACCOUNT-STATUS.
           MOVE "CHECK" TO STATUS-ACTION.
           CALL "account-status" USING DBH, STATUS-ACTION,
               STATUS-ACCOUNT-ID, STATUS-MOVEMENT, STATUS-AMOUNT,
               STATUS-REFUSED, STATUS-REASON, BUSINESS-DATE.
           IF STATUS-REFUSED = 'Y' THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               MOVE 'Y' TO RECORD-REFUSED-FLAG
               MOVE STATUS-REASON TO ACK-REASON
               DISPLAY "REFUSED: record " REC-NUM " "
                       FUNCTION TRIM(TX-ACTION) " on account "
                       FUNCTION TRIM(STATUS-ACCOUNT-ID) " - "
                       FUNCTION TRIM(STATUS-REASON)
           END-IF.

       LOG-STATUS-REFUSAL.
           MOVE "LOG" TO STATUS-ACTION.
           CALL "account-status" USING DBH, STATUS-ACTION,
               STATUS-ACCOUNT-ID, STATUS-MOVEMENT, STATUS-AMOUNT,
               STATUS-REFUSED, STATUS-REASON, BUSINESS-DATE.

      *> Shared audit-log call so every posting (INSERT, UPDATE or
      *> TRANSFER) leaves the same trail batch-validation.cob writes
      *> for withdrawals. A record that carried a feed reference id
