
      *> Nightly outbound general-ledger journal: rolls the business
      *> date's transaction_log rows (argument 1, YYYY-MM-DD) up by
      *> branch and type and writes a BALANCED double-entry file,
      *> gl-extract-<date>.dat. Each summary becomes two legs - the
      *> debit and credit GL accounts come from the gl_account_map
      *> table, one row per tx_type - so the customer-liability side
      *> and its cash-control offset both ride in the file and the GL
      *> team re-keys nothing. A posting is journalled under its
      *> account's branch (accounts.branch_code; UNASSIGNED for an
      *> account the branch load has not reached yet):
      *>     GL,<date>,<branch>,<tx type>,DEBIT,<gl account>,<count>,<amount>
      *>     GL,<date>,<branch>,<tx type>,CREDIT,<gl account>,<count>,<amount>
      *> Each branch's legs are followed by its own control record, so
      *> every branch proves in balance on its own:
      *>     BRANCH,<date>,<branch>,<legs>,<debits>,<credits>,<net>
      *> The trailer carries the journal leg count (the BRANCH control
      *> records are not counted), the debit and credit totals, and
      *> their difference - which a balanced file proves at 0.00 - so
      *> the receiving system can check balance the way our
      *> VALIDATE-TRAILER checks truncation:
      *>     TRAILER,<count>,<debits>,<credits>,<net>
      *> A tx_type with no gl_account_map row is a HARD FAILURE, not a
      *> silent default to DEBIT: a new action going live without a
      *> mapping is found here, tonight, not by the GL team at
      *> month-end.
      *> What the file journalled is also kept in gl_journal_totals,
      *> one row per tx_type for the date summed over the branches
      *> (replaced on a rerun), so
      *> ledger-proof can tie the whole book to the cumulative journal
      *> without re-reading every night's file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  EXTRACT-FILE-STATUS   PIC XX.
       01  FETCH-DONE            PIC X VALUE 'N'.
       01  ROW-DATA.
           05 ROW-BRANCH         PIC X(10).
           05 ROW-TX-TYPE        PIC X(10).
           05 ROW-COUNT-TEXT     PIC X(12).
           05 ROW-AMOUNT-TEXT    PIC X(20).
       01  MAP-COUNT             PIC 9(2) VALUE 0.
       01  MAP-FOUND             PIC X VALUE 'N'.
       01  MAP-SEL               PIC 9(2) VALUE 0.
      *> The summaries as written, totalled across the branches for
      *> gl_journal_totals once the cursor is closed - at most one per
      *> mapped type.
       01  JOURNAL-TABLE.
           05 JOURNAL-ENTRY OCCURS 50 TIMES INDEXED BY JOURNAL-IDX.
               10 JOURNAL-TX-TYPE    PIC X(10).
               10 JOURNAL-ENTRIES    PIC 9(9).
               10 JOURNAL-AMOUNT     PIC S9(11)V99 COMP-3.
       01  JOURNAL-COUNT         PIC 9(2) VALUE 0.
       01  JOURNAL-SEL           PIC 9(2) VALUE 0.
       01  JOURNAL-AMOUNT-EDIT   PIC -(11)9.99.
      *> The branch whose legs are being written, and its own totals
      *> for the BRANCH control record.
       01  CURRENT-BRANCH        PIC X(10) VALUE SPACES.
       01  BRANCH-LEGS           PIC 9(9) VALUE 0.
       01  BRANCH-DEBITS         PIC S9(11)V99 COMP-3 VALUE 0.
       01  BRANCH-CREDITS        PIC S9(11)V99 COMP-3 VALUE 0.
       01  BRANCH-COUNT          PIC 9(5) VALUE 0.
       01  JOURNAL-FAILED        PIC X VALUE 'N'.
       01  EXTRACT-ABORTED       PIC X VALUE 'N'.
       01  RECORD-COUNT          PIC 9(9) VALUE 0.
       01  COUNT-EDIT            PIC Z(8)9.
      *> stay out of the GL feed - it carries only postings that
      *> actually moved money.
           STRING
               "SELECT COALESCE(a.branch_code, 'UNASSIGNED'), t.tx_type,"
               " COUNT(*), COALESCE(SUM(t.amount), 0)"
               " FROM transaction_log t"
               " LEFT JOIN accounts a ON a.account_id = t.account_id"
               " WHERE t.occurred_at >= DATE '" FUNCTION TRIM(BUSINESS-DATE) "'"
               " AND t.occurred_at < DATE '" FUNCTION TRIM(BUSINESS-DATE)
               "' + INTERVAL '1 day'"
               " AND t.tx_type NOT IN ('DORMANT', 'REACTIVATE', 'OVERDRAWN')"
               " GROUP BY 1, t.tx_type ORDER BY 1, t.tx_type"
               INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
               STOP RUN
           END-IF.

           PERFORM WRITE-BRANCH-CONTROL.
           PERFORM WRITE-EXTRACT-TRAILER.
           CLOSE EXTRACT-FILE.

           PERFORM RECORD-JOURNAL-TOTALS.
           IF JOURNAL-FAILED = 'Y' THEN
               DISPLAY "GL EXTRACT FAILED: " FUNCTION TRIM(EXTRACT-FILENAME)
                       " is complete but gl_journal_totals could not be"
                       " recorded - rerun for the same date"
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "GL extract complete for " FUNCTION TRIM(BUSINESS-DATE)
                   ": " RECORD-COUNT " journal leg(s) for " BRANCH-COUNT
                   " branch(es) written to "
                   FUNCTION TRIM(EXTRACT-FILENAME)
                   ", debits " DEBIT-TOTAL " credits " CREDIT-TOTAL ".".

           MOVE SPLIT-FIELD(2) TO MAP-DEBIT-ACCOUNT(MAP-COUNT).
           MOVE SPLIT-FIELD(3) TO MAP-CREDIT-ACCOUNT(MAP-COUNT).

      *> One summary row per branch and transaction type for the
      *> business date becomes two balancing journal legs from its
      *> mapping row. The rows arrive in branch order, so a change of
      *> branch closes the previous branch's control record.
       WRITE-SUMMARY-RECORD.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_FETCH"

           MOVE SPACES TO ROW-DATA.
           UNSTRING FETCH-RESULT-BUFFER DELIMITED BY ","
               INTO ROW-BRANCH, ROW-TX-TYPE, ROW-COUNT-TEXT, ROW-AMOUNT-TEXT.

           MOVE 'N' TO MAP-FOUND.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
               EXIT PARAGRAPH
           END-IF.

           IF ROW-BRANCH NOT = CURRENT-BRANCH THEN
               PERFORM WRITE-BRANCH-CONTROL
               MOVE ROW-BRANCH TO CURRENT-BRANCH
               ADD 1 TO BRANCH-COUNT
           END-IF.

           ADD 2 TO RECORD-COUNT.
           ADD 2 TO BRANCH-LEGS.
           PERFORM ADD-TO-JOURNAL-TOTALS.
           ADD FUNCTION NUMVAL(FUNCTION TRIM(ROW-AMOUNT-TEXT)) TO DEBIT-TOTAL.
           ADD FUNCTION NUMVAL(FUNCTION TRIM(ROW-AMOUNT-TEXT)) TO CREDIT-TOTAL.
           ADD FUNCTION NUMVAL(FUNCTION TRIM(ROW-AMOUNT-TEXT)) TO BRANCH-DEBITS.
           ADD FUNCTION NUMVAL(FUNCTION TRIM(ROW-AMOUNT-TEXT)) TO BRANCH-CREDITS.

           MOVE SPACES TO EXTRACT-RECORD.
           STRING "GL," FUNCTION TRIM(BUSINESS-DATE) ","
               FUNCTION TRIM(ROW-BRANCH) ","
               FUNCTION TRIM(ROW-TX-TYPE) ",DEBIT,"
               FUNCTION TRIM(MAP-DEBIT-ACCOUNT(MAP-SEL)) ","
               FUNCTION TRIM(ROW-COUNT-TEXT) ","

           MOVE SPACES TO EXTRACT-RECORD.
           STRING "GL," FUNCTION TRIM(BUSINESS-DATE) ","
               FUNCTION TRIM(ROW-BRANCH) ","
               FUNCTION TRIM(ROW-TX-TYPE) ",CREDIT,"
               FUNCTION TRIM(MAP-CREDIT-ACCOUNT(MAP-SEL)) ","
               FUNCTION TRIM(ROW-COUNT-TEXT) ","
               DELIMITED BY SIZE INTO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.

      *> The summary's type joins (or opens) its running total across
      *> the branches.
       ADD-TO-JOURNAL-TOTALS.
           MOVE 0 TO JOURNAL-SEL.
           PERFORM FIND-JOURNAL-TYPE
               VARYING JOURNAL-IDX FROM 1 BY 1
               UNTIL JOURNAL-IDX > JOURNAL-COUNT OR JOURNAL-SEL > 0.
           IF JOURNAL-SEL = 0 THEN
               ADD 1 TO JOURNAL-COUNT
               MOVE JOURNAL-COUNT TO JOURNAL-SEL
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ROW-TX-TYPE))
                   TO JOURNAL-TX-TYPE(JOURNAL-SEL)
               MOVE 0 TO JOURNAL-ENTRIES(JOURNAL-SEL)
               MOVE 0 TO JOURNAL-AMOUNT(JOURNAL-SEL)
           END-IF.
           ADD FUNCTION NUMVAL(FUNCTION TRIM(ROW-COUNT-TEXT))
               TO JOURNAL-ENTRIES(JOURNAL-SEL).
           ADD FUNCTION NUMVAL(FUNCTION TRIM(ROW-AMOUNT-TEXT))
               TO JOURNAL-AMOUNT(JOURNAL-SEL).

       FIND-JOURNAL-TYPE.
           IF JOURNAL-TX-TYPE(JOURNAL-IDX)
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(ROW-TX-TYPE)) THEN
               SET JOURNAL-SEL TO JOURNAL-IDX
           END-IF.

      *> Control record for the branch just finished: its legs, its
      *> debits and credits, and their difference - 0.00 when the
      *> branch balances on its own. Nothing is written before the
      *> first branch.
       WRITE-BRANCH-CONTROL.
           IF CURRENT-BRANCH = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE BRANCH-LEGS TO COUNT-EDIT.
           MOVE BRANCH-DEBITS TO DEBIT-EDIT.
           MOVE BRANCH-CREDITS TO CREDIT-EDIT.
           COMPUTE NET-BALANCE = BRANCH-DEBITS - BRANCH-CREDITS.
           MOVE NET-BALANCE TO NET-EDIT.
           MOVE SPACES TO EXTRACT-RECORD.
           STRING "BRANCH," FUNCTION TRIM(BUSINESS-DATE) ","
               FUNCTION TRIM(CURRENT-BRANCH) ","
               FUNCTION TRIM(COUNT-EDIT) ","
               FUNCTION TRIM(DEBIT-EDIT) ","
               FUNCTION TRIM(CREDIT-EDIT) ","
               FUNCTION TRIM(NET-EDIT)
               DELIMITED BY SIZE INTO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           MOVE 0 TO BRANCH-LEGS.
           MOVE 0 TO BRANCH-DEBITS.
           MOVE 0 TO BRANCH-CREDITS.

      *> Trailer: record count, debit total, credit total and their
      *> difference. Both legs of every summary carry the same amount,
      *> so the net is zero by construction - carrying it anyway lets
               FUNCTION TRIM(NET-EDIT)
               DELIMITED BY SIZE INTO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.

      *> The date's journal totals replace whatever a previous run for
      *> the same date recorded, all in one transaction, so a rerun
      *> never double-counts in ledger-proof's cumulative figure.
       RECORD-JOURNAL-TOTALS.
           CALL "DB_BEGIN" USING BY VALUE DBH RETURNING RC.
           MOVE SPACES TO SQL-COMMAND.
           STRING "DELETE FROM gl_journal_totals WHERE business_date = DATE '"
               FUNCTION TRIM(BUSINESS-DATE) "';"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO JOURNAL-FAILED
           END-IF.
           PERFORM INSERT-JOURNAL-TOTAL
               VARYING JOURNAL-IDX FROM 1 BY 1
               UNTIL JOURNAL-IDX > JOURNAL-COUNT OR JOURNAL-FAILED = 'Y'.
           IF JOURNAL-FAILED = 'Y' THEN
               CALL "DB_ROLLBACK" USING BY VALUE DBH RETURNING RC
           ELSE
               CALL "DB_COMMIT" USING BY VALUE DBH RETURNING RC
           END-IF.

       INSERT-JOURNAL-TOTAL.
           MOVE JOURNAL-AMOUNT(JOURNAL-IDX) TO JOURNAL-AMOUNT-EDIT.
           MOVE SPACES TO SQL-COMMAND.
           STRING "INSERT INTO gl_journal_totals (business_date, tx_type,"
               " entry_count, amount_total, extracted_at) VALUES (DATE '"
               FUNCTION TRIM(BUSINESS-DATE) "', '"
               FUNCTION TRIM(JOURNAL-TX-TYPE(JOURNAL-IDX)) "', "
               JOURNAL-ENTRIES(JOURNAL-IDX) ", "
               FUNCTION TRIM(JOURNAL-AMOUNT-EDIT)
               ", CURRENT_TIMESTAMP);"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO JOURNAL-FAILED
           END-IF.
