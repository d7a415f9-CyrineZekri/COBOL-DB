       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       COPY "splitfld.cpy".
       COPY "acctstat.cpy".
       01  L PIC 9(4) VALUE 0.
       01  TX-FILENAME PIC X(256) VALUE "transactions.dat".
       01  CMD-LINE-ARG PIC X(256).
       01  ORIG-ACCOUNT         PIC X(4).
       01  ORIG-AMOUNT-TEXT     PIC X(20).
       01  ORIG-TYPE            PIC X(10).
       01  EARLYWD-FETCH-DONE   PIC X VALUE 'N'.
      *> Feed line number, counted the way process-transactions counts
      *> it for approval_queue.feed_record, and whether the line was
      *> left unposted tonight (held for approval or status-refused).
       01  REC-NUM              PIC 9(9) VALUE 0.
       01  LINE-SKIPPED         PIC X VALUE 'N'.

      *> Per-account opening balance (the business date's pre-feed
      *> balance_history snapshot) and net effect accumulated from
       01  DB-BALANCE            PIC S9(9)V99 COMP-3.
       01  MISMATCH-COUNT        PIC 9(9) VALUE 0.

      *> Subtotals by the account's branch (UNASSIGNED until the branch
      *> load reaches it; UNREADABLE when the balance itself could not
      *> be read): accounts checked, mismatches, and the expected and
      *> actual balance totals, so a bad night can be put to a branch.
       01  DB-RESULT.
           05 DB-BALANCE-TEXT    PIC X(20).
           05 DB-BRANCH          PIC X(10).
       01  BRANCH-TOTAL-COUNT    PIC 9(4) VALUE 0.
       01  BRANCH-TOTAL-TABLE.
           05 BRANCH-TOTAL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON BRANCH-TOTAL-COUNT
                   INDEXED BY BRANCH-IDX.
               10 BT-BRANCH      PIC X(10).
               10 BT-CHECKED     PIC 9(9).
               10 BT-MISMATCHES  PIC 9(9).
               10 BT-EXPECTED    PIC S9(13)V99 COMP-3.
               10 BT-ACTUAL      PIC S9(13)V99 COMP-3.
       01  BRANCH-SEL            PIC 9(4) VALUE 0.
       01  BRANCH-MISMATCH       PIC X VALUE 'N'.
       01  EXPECTED-EDIT         PIC -(13)9.99.
       01  ACTUAL-EDIT           PIC -(13)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO CMD-LINE-ARG.

           DISPLAY "Reconciliation complete: " ACCOUNT-COUNT
                   " account(s) checked, " MISMATCH-COUNT " mismatch(es).".
           IF BRANCH-TOTAL-COUNT > 0 THEN
               DISPLAY "By branch:"
               PERFORM DISPLAY-BRANCH-TOTAL
                   VARYING BRANCH-IDX FROM 1 BY 1
                   UNTIL BRANCH-IDX > BRANCH-TOTAL-COUNT
           END-IF.

           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
           GOBACK.
      *> account at its starting amount, UPDATE adds or subtracts a
      *> deposit/withdrawal, TRANSFER debits one account and credits
      *> the other. Mirrors process-transactions.cob's own postings so
      *> the two stay in sync - including what they did NOT post: a
      *> line held in approval_queue for a second operator, or refused
      *> on the account's status, moved no money tonight.
       BUILD-NET-EFFECTS.
           MOVE 0 TO ACCOUNT-COUNT.
           MOVE 0 TO REC-NUM.
           OPEN INPUT TX-FILE.
           PERFORM UNTIL TX-FILE-STATUS NOT = "00"
               READ TX-FILE
                       SET TX-FILE-STATUS TO "10"
                   NOT AT END
                       IF TX-RECORD(1:7) NOT = "TRAILER" THEN
                           ADD 1 TO REC-NUM
                           MOVE TX-RECORD TO PARSE-LINE
                           CALL "split-feed-line" USING PARSE-LINE,
                               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT
                           MOVE SPLIT-FIELD(6) TO TX-EFFECTIVE-DATE
                           MOVE SPLIT-FIELD(7) TO TX-REF
                           MOVE FUNCTION NUMVAL(FUNCTION TRIM(TX-AMOUNT)) TO TX-AMOUNT-NUM
                           MOVE 'N' TO LINE-SKIPPED
                           IF FUNCTION TRIM(TX-EFFECTIVE-DATE) NOT = SPACES
                                   AND TX-EFFECTIVE-DATE > BUSINESS-DATE THEN
      *> Parked in pending_transactions, not posted - no net effect.
                               MOVE 'Y' TO LINE-SKIPPED
                           ELSE
                               PERFORM CHECK-LINE-SKIPPED
                           END-IF
                           IF LINE-SKIPPED NOT = 'Y' THEN
                               EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(TX-ACTION))
                                   WHEN "INSERT"
                                       PERFORM APPLY-NET-EFFECT-TO-ACCOUNT
                                       PERFORM APPLY-CLOSE-EFFECT
                                   WHEN "REVERSE"
                                       PERFORM APPLY-REVERSE-EFFECT
                                   WHEN "EARLYWD"
                                       PERFORM APPLY-EARLYWD-EFFECT
                               END-EVALUATE
                           END-IF
                       END-IF
           CLOSE TX-FILE.
           MOVE "00" TO TX-FILE-STATUS.

      *> A line queued in approval_queue tonight (by process-transactions,
      *> or by batch-validation for a withdrawal) is keyed by its feed
      *> file and line number, and is matched on its account, amount
      *> and reference too so an older run of a same-named feed can't
      *> be mistaken for it; unless the approval run has since posted
      *> it, it moved nothing. A line that gets through the queue test
      *> is then put to account-status for each leg the posting job
      *> tests - this report runs straight after the postings, so the
      *> answer is the one they got. CLOSE is the exception: a CLOSE
      *> that posted leaves the account CLOSED, so it is the account's
      *> status now that says whether it took effect.
       CHECK-LINE-SKIPPED.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COUNT(*) FROM approval_queue"
               " WHERE feed_file = '" FUNCTION TRIM(TX-FILENAME) "'"
               " AND feed_record = " REC-NUM
               " AND tx_action = '" FUNCTION TRIM(TX-ACTION) "'"
               " AND tx_id = '" FUNCTION TRIM(TX-ID) "'"
               " AND COALESCE(tx_amount, '') = '" FUNCTION TRIM(TX-AMOUNT) "'"
               " AND COALESCE(tx_ref, '') = '" FUNCTION TRIM(TX-REF) "'"
               " AND COALESCE(outcome, '') <> 'POSTED'"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND,
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 THEN
               DISPLAY "WARNING: could not check the approval queue for record "
                       REC-NUM " - assuming posted"
           ELSE
               IF FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) > 0 THEN
                   MOVE 'Y' TO LINE-SKIPPED
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE TX-AMOUNT TO STATUS-AMOUNT.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(TX-ACTION))
               WHEN "UPDATE"
                   MOVE TX-ID TO STATUS-ACCOUNT-ID
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(TX-NAME-OR-TYPE)) = "DEPOSIT" THEN
                       MOVE "CREDIT" TO STATUS-MOVEMENT
                   ELSE
                       MOVE "DEBIT" TO STATUS-MOVEMENT
                   END-IF
                   PERFORM CHECK-LEG-STATUS
               WHEN "WITHDRAW"
                   MOVE TX-ID TO STATUS-ACCOUNT-ID
                   MOVE "DEBIT" TO STATUS-MOVEMENT
                   PERFORM CHECK-LEG-STATUS
               WHEN "TRANSFER"
                   MOVE TX-ID TO STATUS-ACCOUNT-ID
                   MOVE "DEBIT" TO STATUS-MOVEMENT
                   PERFORM CHECK-LEG-STATUS
                   IF LINE-SKIPPED NOT = 'Y' THEN
                       MOVE TX-ACCOUNT TO STATUS-ACCOUNT-ID
                       MOVE "CREDIT" TO STATUS-MOVEMENT
                       PERFORM CHECK-LEG-STATUS
                   END-IF
               WHEN "CLOSE"
                   PERFORM CHECK-CLOSE-TOOK-EFFECT
           END-EVALUATE.

       CHECK-LEG-STATUS.
           MOVE "CHECK" TO STATUS-ACTION.
           CALL "account-status" USING DBH, STATUS-ACTION,
               STATUS-ACCOUNT-ID, STATUS-MOVEMENT, STATUS-AMOUNT,
               STATUS-REFUSED, STATUS-REASON, BUSINESS-DATE.
           IF STATUS-REFUSED = 'Y' THEN
               MOVE 'Y' TO LINE-SKIPPED
           END-IF.

       CHECK-CLOSE-TOOK-EFFECT.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT UPPER(COALESCE(status, 'ACTIVE')) FROM accounts"
               " WHERE account_id = " FUNCTION TRIM(TX-ID)
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND,
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 THEN
               DISPLAY "WARNING: could not read the status of account "
                       FUNCTION TRIM(TX-ID) " - assuming its CLOSE posted"
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(SINGLE-RESULT-BUFFER) NOT = "CLOSED" THEN
               MOVE 'Y' TO LINE-SKIPPED
           END-IF.

      *> WITHDRAW lines are posted by batch-validation (step 2 of the
      *> nightly sequence) as balance = balance - amount - but under
      *> its per-record disposition a rejected withdrawal never moved
           MOVE ORIG-ACCOUNT TO TX-ACCOUNT.
           PERFORM APPLY-NET-EFFECT-TO-ACCOUNT.

      *> EARLYWD breaks a TERM deposit - mirror of HANDLE-EARLYWD in
      *> process-transactions.cob. The penalty comes from the deposit's
      *> rate and term and the destination may default to its
      *> settlement account, so the feed line alone can't say what
      *> moved; the postings it committed can. Every one of them
      *> carries the record's reference (a line without one was
      *> refused), so the net effect is read straight back from
      *> transaction_log: DEPOSIT adds, WITHDRAW and PENALTY take
      *> away, the zero CLOSE marker is nothing. A refused or held
      *> line has no rows and no effect.
       APPLY-EARLYWD-EFFECT.
           IF FUNCTION TRIM(TX-REF) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT account_id, CASE WHEN tx_type = 'DEPOSIT' THEN amount"
               " WHEN tx_type IN ('WITHDRAW', 'PENALTY') THEN 0 - amount"
               " ELSE 0 END FROM transaction_log WHERE tx_ref = '"
               FUNCTION TRIM(TX-REF) "'"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "WARNING: could not read the postings of early withdrawal '"
                       FUNCTION TRIM(TX-REF) "'"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EARLYWD-FETCH-DONE.
           PERFORM FETCH-EARLYWD-POSTING UNTIL EARLYWD-FETCH-DONE NOT = 'N'.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.

       FETCH-EARLYWD-POSTING.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_FETCH"
               USING BY VALUE CURSOR-H, BY REFERENCE FETCH-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO EARLYWD-FETCH-DONE
               EXIT PARAGRAPH
           END-IF.
           MOVE FETCH-RESULT-BUFFER TO PARSE-LINE.
           CALL "split-feed-line" USING PARSE-LINE,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO TX-ACCOUNT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SPLIT-FIELD(2))) TO TX-AMOUNT-NUM.
           PERFORM APPLY-NET-EFFECT-TO-ACCOUNT.

       APPLY-NET-EFFECT-TO-ACCOUNT.
           MOVE TX-ACCOUNT TO SEARCH-ACCT-ID.
           PERFORM FIND-OR-ADD-ACCOUNT.
               MOVE SPACES TO SINGLE-RESULT-BUFFER
               MOVE SPACES TO SQL-COMMAND
               MOVE SPACES TO SQL-LIT
               STRING "SELECT balance || ',' || COALESCE(branch_code,"
                   " 'UNASSIGNED') FROM accounts WHERE account_id = "
                   FUNCTION TRIM(ACCT-ID(ACCT-IDX)) INTO SQL-LIT
               COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT))
               MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L)
                   USING BY VALUE DBH, BY REFERENCE SQL-COMMAND,
                         BY REFERENCE SINGLE-RESULT-BUFFER
                   RETURNING RC
               COMPUTE EXPECTED-BALANCE =
                   ACCT-OPENING(ACCT-IDX) + ACCT-NET-EFFECT(ACCT-IDX)
               MOVE 'N' TO BRANCH-MISMATCH
               IF RC NOT = 0 THEN
                   DISPLAY "MISMATCH: account " FUNCTION TRIM(ACCT-ID(ACCT-IDX))
                           " - unable to read balance from database"
                   ADD 1 TO MISMATCH-COUNT
                   MOVE 'UNREADABLE' TO DB-BRANCH
                   MOVE 0 TO DB-BALANCE
                   MOVE 'Y' TO BRANCH-MISMATCH
               ELSE
                   MOVE SPACES TO DB-RESULT
                   UNSTRING SINGLE-RESULT-BUFFER DELIMITED BY ","
                       INTO DB-BALANCE-TEXT, DB-BRANCH
                   MOVE FUNCTION NUMVAL(DB-BALANCE-TEXT) TO DB-BALANCE
                   IF DB-BALANCE NOT = EXPECTED-BALANCE THEN
                       DISPLAY "MISMATCH: account " FUNCTION TRIM(ACCT-ID(ACCT-IDX))
                               " - opening snapshot " ACCT-OPENING(ACCT-IDX)
                               ACCT-NET-EFFECT(ACCT-IDX)
                               " does not match current balance " DB-BALANCE
                       ADD 1 TO MISMATCH-COUNT
                       MOVE 'Y' TO BRANCH-MISMATCH
                   END-IF
               END-IF
               PERFORM ADD-TO-BRANCH-TOTAL
           END-PERFORM.

      *> Adds the account just compared into its branch's subtotal,
      *> opening the branch's row on first sight. A book with more
      *> branches than the table holds still reconciles in full - only
      *> the breakdown is cut short, and says so.
       ADD-TO-BRANCH-TOTAL.
           MOVE 0 TO BRANCH-SEL.
           IF BRANCH-TOTAL-COUNT > 0 THEN
               SET BRANCH-IDX TO 1
               SEARCH BRANCH-TOTAL-ENTRY
                   WHEN BT-BRANCH(BRANCH-IDX) = DB-BRANCH
                       SET BRANCH-SEL TO BRANCH-IDX
               END-SEARCH
           END-IF.
           IF BRANCH-SEL = 0 THEN
               IF BRANCH-TOTAL-COUNT >= 500 THEN
                   DISPLAY "WARNING: branch subtotal table full - account "
                           FUNCTION TRIM(ACCT-ID(ACCT-IDX))
                           " left out of the branch breakdown"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO BRANCH-TOTAL-COUNT
               MOVE BRANCH-TOTAL-COUNT TO BRANCH-SEL
               MOVE DB-BRANCH TO BT-BRANCH(BRANCH-SEL)
               MOVE 0 TO BT-CHECKED(BRANCH-SEL)
               MOVE 0 TO BT-MISMATCHES(BRANCH-SEL)
               MOVE 0 TO BT-EXPECTED(BRANCH-SEL)
               MOVE 0 TO BT-ACTUAL(BRANCH-SEL)
           END-IF.
           ADD 1 TO BT-CHECKED(BRANCH-SEL).
           IF BRANCH-MISMATCH = 'Y' THEN
               ADD 1 TO BT-MISMATCHES(BRANCH-SEL)
           END-IF.
           ADD EXPECTED-BALANCE TO BT-EXPECTED(BRANCH-SEL).
           ADD DB-BALANCE TO BT-ACTUAL(BRANCH-SEL).

       DISPLAY-BRANCH-TOTAL.
           MOVE BT-EXPECTED(BRANCH-IDX) TO EXPECTED-EDIT.
           MOVE BT-ACTUAL(BRANCH-IDX) TO ACTUAL-EDIT.
           DISPLAY "  Branch " BT-BRANCH(BRANCH-IDX) ": "
                   BT-CHECKED(BRANCH-IDX) " account(s) checked, "
                   BT-MISMATCHES(BRANCH-IDX) " mismatch(es), expected "
                   FUNCTION TRIM(EXPECTED-EDIT) ", actual "
                   FUNCTION TRIM(ACTUAL-EDIT).
