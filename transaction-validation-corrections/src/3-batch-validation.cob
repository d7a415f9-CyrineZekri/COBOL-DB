       COPY "dbapi.cpy".
       COPY "splitfld.cpy".
       COPY "postlock.cpy".
       COPY "acctstat.cpy".
       01  L PIC 9(4) VALUE 0.
       01  TX-FILENAME PIC X(256) VALUE "transactions.dat".
       01  CMD-LINE-ARG PIC X(256).
       01  OVERDRAFT-LIMIT      PIC S9(8)V99.
       01  BALANCE-FLOOR        PIC S9(8)V99.
       01  RECORD-FAILED-FLAG   PIC X VALUE 'N'.
       01  RECORD-REFUSED-FLAG  PIC X VALUE 'N'.
       01  REJECT-REASON        PIC X(40) VALUE SPACES.
       01  POSTED-COUNT         PIC 9(9) VALUE 0.
       01  REJECT-COUNT         PIC 9(9) VALUE 0.
      *> Maker-checker, as process-transactions applies it to every
      *> other movement: a withdrawal over the threshold is queued in
      *> approval_queue, not posted, and the approval run posts it once
      *> a second operator has approved it. REC-NUM counts feed lines
      *> the way process-transactions does, so the queue row names the
      *> same line that job acknowledges.
       01  APPROVAL-THRESHOLD   PIC S9(9)V99 COMP-3 VALUE 10000.00.
       01  SUBMITTED-BY         PIC X(30).
       01  REC-NUM              PIC 9(9) VALUE 0.
       01  HELD-COUNT           PIC 9(9) VALUE 0.
       01  RECORD-HELD-FLAG     PIC X VALUE 'N'.
       01  PARAM-BUFFER         PIC X(256).
       01  EXIT-STATUS          PIC 9 VALUE 0.
       01  ACCOUNT-TYPE         PIC X(20).
       01  MAX-SAVINGS-WITHDRAWALS PIC 9(4) VALUE 6.
       01  SAVINGS-WITHDRAWAL-COUNT PIC 9(4).
                      DELIMITED BY SIZE INTO BUSINESS-DATE
           END-IF.

      *> Argument 3 overrides the approval threshold, as it does for
      *> process-transactions; the submitter is the operator the feed
      *> was released under, the one person who may not approve it.
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
           IF DBH = NULL-PTR THEN
      *> posted, 2 = posted but some records were rejected (the
      *> sequence can carry on; the rejects recycle tomorrow), 1 =
      *> hard failure before posting started (bad trailer, no file,
      *> lock held) - set on those paths above. Held withdrawals are
      *> not rejects: they are waiting on a second operator. The code
      *> is kept in EXIT-STATUS and set last, since the CALLs below
      *> would reset RETURN-CODE.
           IF HELD-COUNT > 0 THEN
               DISPLAY "Held " HELD-COUNT
                       " withdrawal(s) over the approval threshold for approval."
           END-IF.
           IF REJECT-COUNT > 0 THEN
               DISPLAY "WARNING: Batch posted with " REJECT-COUNT
                       " reject(s) - " POSTED-COUNT
                       " record(s) committed, rejects written to rejects.dat."
               MOVE 2 TO EXIT-STATUS
           ELSE
               DISPLAY "SUCCESS: Batch committed - " POSTED-COUNT
                       " record(s) posted."

           PERFORM RELEASE-POSTING-LOCK.
           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
           MOVE EXIT-STATUS TO RETURN-CODE.
           GOBACK.

      *> Takes the shared posting interlock before any balance is
               IF TX-RECORD(1:7) = "TRAILER" THEN
                   SET TX-FILE-STATUS TO "10"
               ELSE
                   ADD 1 TO REC-NUM
                   MOVE TX-RECORD TO PARSE-LINE
                   CALL "split-feed-line" USING PARSE-LINE,
                       SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT
                           AND (FUNCTION TRIM(TX-EFFECTIVE-DATE) = SPACES
                               OR TX-EFFECTIVE-DATE <= BUSINESS-DATE) THEN
                       MOVE 'N' TO RECORD-FAILED-FLAG
                       MOVE 'N' TO RECORD-REFUSED-FLAG
                       MOVE 'N' TO RECORD-HELD-FLAG
                       MOVE SPACES TO REJECT-REASON
                       CALL "DB_BEGIN" USING BY VALUE DBH RETURNING RC
                       PERFORM VALIDATE-RECORD
                       EVALUATE TRUE
                           WHEN RECORD-HELD-FLAG = 'Y'
                               CALL "DB_COMMIT" USING BY VALUE DBH RETURNING RC
                           WHEN RECORD-FAILED-FLAG = 'Y'
                               CALL "DB_ROLLBACK" USING BY VALUE DBH RETURNING RC
                               IF RECORD-REFUSED-FLAG = 'Y' THEN
                                   MOVE "LOG" TO STATUS-ACTION
                                   CALL "account-status" USING DBH, STATUS-ACTION,
                                       STATUS-ACCOUNT-ID, STATUS-MOVEMENT,
                                       STATUS-AMOUNT, STATUS-REFUSED, STATUS-REASON,
                                       BUSINESS-DATE
                               END-IF
                               PERFORM WRITE-REJECT
                               ADD 1 TO REJECT-COUNT
                           WHEN OTHER
                               CALL "DB_COMMIT" USING BY VALUE DBH RETURNING RC
                               ADD 1 TO POSTED-COUNT
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.
           END-IF.

       VALIDATE-RECORD.
      *> A line already queued for approval by an earlier run of this
      *> same feed stays held - it is neither queued twice nor posted.
           PERFORM CHECK-ALREADY-HELD.
           IF RECORD-HELD-FLAG = 'Y' OR RECORD-FAILED-FLAG = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.

      *> Record-level rerun guard, mirroring process-transactions'
      *> CHECK-DUPLICATE-REFERENCE: a stamped reference that is already
      *> in transaction_log or parked in pending_transactions means the
               END-IF
           END-IF.

      *> A FROZEN or CLOSED account takes no withdrawal at all - see
      *> account-status.cob. Besides the rejects.dat line, the refusal
      *> is written to withdrawal_exceptions with the freeze reason
      *> once the record's transaction has been rolled back.
           MOVE TX-ACCOUNT-ID TO STATUS-ACCOUNT-ID.
           MOVE TX-AMOUNT TO STATUS-AMOUNT.
           MOVE "DEBIT" TO STATUS-MOVEMENT.
           MOVE "CHECK" TO STATUS-ACTION.
           CALL "account-status" USING DBH, STATUS-ACTION,
               STATUS-ACCOUNT-ID, STATUS-MOVEMENT, STATUS-AMOUNT,
               STATUS-REFUSED, STATUS-REASON, BUSINESS-DATE.
           IF STATUS-REFUSED = 'Y' THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               MOVE 'Y' TO RECORD-REFUSED-FLAG
               MOVE STATUS-REASON TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

      *> Over the threshold: queued for a second operator instead of
      *> posted. The funds tests run when the approval run posts it,
      *> against the balance as it stands then.
           IF FUNCTION NUMVAL(FUNCTION TRIM(TX-AMOUNT)) > APPROVAL-THRESHOLD THEN
               PERFORM HOLD-FOR-APPROVAL
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT balance FROM accounts WHERE account_id = "
               FUNCTION TRIM(TX-ACCOUNT-ID) INTO SQL-LIT.
               " WHERE tx_ref = '" FUNCTION TRIM(TX-REF) "')"
               " + (SELECT COUNT(*) FROM pending_transactions"
               " WHERE tx_ref = '" FUNCTION TRIM(TX-REF) "')"
               " + (SELECT COUNT(*) FROM approval_queue"
               " WHERE tx_ref = '" FUNCTION TRIM(TX-REF) "'"
               " AND status IN ('PENDING', 'APPROVED'))"
               INTO SQL-LIT.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
               MOVE "DUPLICATE REFERENCE" TO REJECT-REASON
           END-IF.

      *> The same line of the same feed - file, line number, account,
      *> amount and reference - sitting in approval_queue and not yet
      *> put through by the approval run.
       CHECK-ALREADY-HELD.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COUNT(*) FROM approval_queue"
               " WHERE tx_action = 'WITHDRAW' AND processed_at IS NULL"
               " AND feed_file = '" FUNCTION TRIM(TX-FILENAME) "'"
               " AND feed_record = " REC-NUM
               " AND tx_id = '" FUNCTION TRIM(TX-ACCOUNT-ID) "'"
               " AND tx_amount = '" FUNCTION TRIM(TX-AMOUNT) "'"
               " AND COALESCE(tx_ref, '') = '" FUNCTION TRIM(TX-REF) "'"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL "DB_QUERY_SINGLE"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND,
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               MOVE "DB ERROR: APPROVAL QUEUE LOOKUP FAILED" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) > 0 THEN
               MOVE 'Y' TO RECORD-HELD-FLAG
               DISPLAY "Record " REC-NUM " (account "
                       FUNCTION TRIM(TX-ACCOUNT-ID)
                       ") is already held for approval"
           END-IF.

      *> Queues the whole line the way process-transactions'
      *> HOLD-FOR-APPROVAL does, so approval-console shows it with the
      *> rest and the approval run posts it through HANDLE-WITHDRAW.
      *> The name field is bound as a parameter - it is free text.
       HOLD-FOR-APPROVAL.
           MOVE SPACES TO SQL-COMMAND.
           STRING "INSERT INTO approval_queue"
               " (tx_action, tx_id, tx_name_or_type, tx_account, tx_amount,"
               " effective_date, tx_ref, branch_code, feed_file, feed_record,"
               " submitted_by, submitted_at, status) VALUES ('WITHDRAW', '"
               FUNCTION TRIM(TX-ACCOUNT-ID) "', $1, '"
               FUNCTION TRIM(TX-ACCOUNT) "', '"
               FUNCTION TRIM(TX-AMOUNT) "', '"
               FUNCTION TRIM(TX-EFFECTIVE-DATE) "', '"
               FUNCTION TRIM(TX-REF) "', NULL, '"
               FUNCTION TRIM(TX-FILENAME) "', "
               REC-NUM ", '"
               FUNCTION TRIM(SUBMITTED-BY) "', CURRENT_TIMESTAMP, 'PENDING');"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           MOVE SPACES TO PARAM-BUFFER.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(TX-NAME-OR-TYPE)).
           IF FUNCTION TRIM(TX-NAME-OR-TYPE) = SPACES THEN
               MOVE 0 TO L
           END-IF.
           IF L > 0 THEN
               MOVE FUNCTION TRIM(TX-NAME-OR-TYPE) TO PARAM-BUFFER(1:L)
           END-IF.
           MOVE X"00" TO PARAM-BUFFER(L + 1:1).
           CALL STATIC "DB_EXEC_PARAM" USING BY VALUE DBH,
               BY REFERENCE SQL-COMMAND, BY REFERENCE PARAM-BUFFER RETURNING RC.
           IF RC = 0 THEN
               ADD 1 TO HELD-COUNT
               MOVE 'Y' TO RECORD-HELD-FLAG
               DISPLAY "Held record " REC-NUM " (WITHDRAW "
                       FUNCTION TRIM(TX-AMOUNT) " account "
                       FUNCTION TRIM(TX-ACCOUNT-ID) ") for approval"
           ELSE
               MOVE 'Y' TO RECORD-FAILED-FLAG
               MOVE "DB ERROR: COULD NOT QUEUE FOR APPROVAL" TO REJECT-REASON
           END-IF.

       LOG-TRANSACTION.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
