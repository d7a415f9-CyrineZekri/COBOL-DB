      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. account-status.

      *> Shared account-status gate for every program that posts money
      *> to or from an account, so a legal hold or a closure is honoured
      *> the same way on every path - the feed, the withdrawal
      *> validators, standing orders and the pending releases.
      *>     CALL "account-status" USING DBH, STATUS-ACTION,
      *>         STATUS-ACCOUNT-ID, STATUS-MOVEMENT, STATUS-AMOUNT,
      *>         STATUS-REFUSED, STATUS-REASON, BUSINESS-DATE
      *> (caller storage in acctstat.cpy; BUSINESS-DATE is the caller's
      *> own YYYY-MM-DD business date).
      *> CHECK reads the account's status:
      *>   CLOSED - nothing posts, debit or credit.
      *>   ESCHEATED - the balance went to the state as unclaimed
      *>            property (see escheatment.cob); the account is
      *>            treated exactly like a CLOSED one, and the reason
      *>            starts "ACCOUNT CLOSED" so every caller that keys
      *>            on it handles both the same way.
      *>   FROZEN - a court order or legal hold. Credits still post
      *>            (money may arrive, it just can't leave); any debit
      *>            is refused with the freeze reason from the most
      *>            recent open row in account_freezes.
      *> A TERM deposit is locked until its maturity date whatever its
      *> status - judged against the caller's business date, not the
      *> clock, so a rerun or a catch-up night decides as the night it
      *> stands for would have: before then every CREDIT and DEBIT is
      *> refused with "TERM DEPOSIT NOT MATURED". The one way money
      *> leaves it early is the feed's early withdrawal, which checks
      *> with movement EARLY - a debit as far as a freeze is concerned,
      *> but not held to the maturity date (process-transactions
      *> charges the penalty for it).
      *> Any other status passes. An account that can't be read passes
      *> too - the caller's own lookup reports a missing account with
      *> the reason it always has.
      *> LOG writes the refusal to withdrawal_exceptions with the
      *> reason bound as a parameter, so a freeze reason typed with an
      *> apostrophe can't break the statement. The caller runs it after
      *> its own ROLLBACK so the exception row survives.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  L                     PIC 9(4) VALUE 0.
      *> Same size as dbapi.cpy's shared buffer: DB_EXEC receives a
      *> bare pointer, so the bridge's workable contract is the
      *> 4096-byte space-padded command area every caller uses.
       01  SQL-COMMAND           PIC X(4096).
       01  RESULT-BUFFER         PIC X(256).
       01  PARAM-BUFFER          PIC X(256).
       01  DB-RC                 PIC S9(9) COMP-5.
       01  ACCOUNT-STATUS        PIC X(20).
       01  FREEZE-REASON         PIC X(40).
       01  TERM-LOCKED           PIC X.

       LINKAGE SECTION.
       01  LK-DBH                USAGE POINTER.
       01  LK-STATUS-ACTION      PIC X(8).
       01  LK-ACCOUNT-ID         PIC X(4).
       01  LK-MOVEMENT           PIC X(6).
       01  LK-AMOUNT             PIC X(20).
       01  LK-REFUSED            PIC X.
       01  LK-REASON             PIC X(60).
       01  LK-BUSINESS-DATE      PIC X(10).

       PROCEDURE DIVISION USING LK-DBH, LK-STATUS-ACTION, LK-ACCOUNT-ID,
                                LK-MOVEMENT, LK-AMOUNT, LK-REFUSED,
                                LK-REASON, LK-BUSINESS-DATE.
       MAIN-PROCEDURE.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(LK-STATUS-ACTION)) = "LOG" THEN
               PERFORM LOG-REFUSAL
           ELSE
               PERFORM CHECK-STATUS
           END-IF.
           GOBACK.

       CHECK-STATUS.
           MOVE 'N' TO LK-REFUSED.
           MOVE SPACES TO LK-REASON.
           MOVE SPACES TO RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COALESCE(status, 'ACTIVE') || ','"
               " || CASE WHEN account_type = 'TERM'"
               " AND maturity_date > DATE '" FUNCTION TRIM(LK-BUSINESS-DATE) "'"
               " THEN 'Y' ELSE 'N' END"
               " FROM accounts"
               " WHERE account_id = " FUNCTION TRIM(LK-ACCOUNT-ID)
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE LK-DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE RESULT-BUFFER
               RETURNING DB-RC.
           IF DB-RC NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ACCOUNT-STATUS.
           MOVE 'N' TO TERM-LOCKED.
           UNSTRING FUNCTION UPPER-CASE(RESULT-BUFFER) DELIMITED BY ","
               INTO ACCOUNT-STATUS, TERM-LOCKED.

           IF ACCOUNT-STATUS = "CLOSED" THEN
               MOVE 'Y' TO LK-REFUSED
               MOVE "ACCOUNT CLOSED" TO LK-REASON
               EXIT PARAGRAPH
           END-IF.

           IF ACCOUNT-STATUS = "ESCHEATED" THEN
               MOVE 'Y' TO LK-REFUSED
               MOVE "ACCOUNT CLOSED - ESCHEATED" TO LK-REASON
               EXIT PARAGRAPH
           END-IF.

           IF ACCOUNT-STATUS = "FROZEN"
                   AND (FUNCTION UPPER-CASE(FUNCTION TRIM(LK-MOVEMENT)) = "DEBIT"
                     OR FUNCTION UPPER-CASE(FUNCTION TRIM(LK-MOVEMENT)) = "EARLY") THEN
               PERFORM LOOKUP-FREEZE-REASON
               MOVE 'Y' TO LK-REFUSED
               STRING "ACCOUNT FROZEN - " FUNCTION TRIM(FREEZE-REASON)
                   DELIMITED BY SIZE INTO LK-REASON
               EXIT PARAGRAPH
           END-IF.

           IF TERM-LOCKED = 'Y'
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM(LK-MOVEMENT)) NOT = "EARLY" THEN
               MOVE 'Y' TO LK-REFUSED
               MOVE "TERM DEPOSIT NOT MATURED" TO LK-REASON
           END-IF.

       LOOKUP-FREEZE-REASON.
           MOVE "LEGAL HOLD" TO FREEZE-REASON.
           MOVE SPACES TO RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT reason FROM account_freezes"
               " WHERE account_id = " FUNCTION TRIM(LK-ACCOUNT-ID)
               " AND released_at IS NULL"
               " ORDER BY frozen_at DESC LIMIT 1"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE LK-DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE RESULT-BUFFER
               RETURNING DB-RC.
           IF DB-RC = 0 AND FUNCTION TRIM(RESULT-BUFFER) NOT = SPACES THEN
               MOVE RESULT-BUFFER TO FREEZE-REASON
           END-IF.

       LOG-REFUSAL.
           MOVE SPACES TO PARAM-BUFFER.
           STRING FUNCTION TRIM(LK-REASON) X"00"
               DELIMITED BY SIZE INTO PARAM-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           IF FUNCTION TRIM(LK-AMOUNT) = SPACES THEN
               MOVE "0" TO LK-AMOUNT
           END-IF.
           STRING "INSERT INTO withdrawal_exceptions"
               " (account_id, amount, reason, occurred_at) VALUES ("
               FUNCTION TRIM(LK-ACCOUNT-ID) ", "
               FUNCTION TRIM(LK-AMOUNT) ", $1, CURRENT_TIMESTAMP);"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC_PARAM" USING BY VALUE LK-DBH,
               BY REFERENCE SQL-COMMAND, BY REFERENCE PARAM-BUFFER
               RETURNING DB-RC.
           IF DB-RC NOT = 0 THEN
               DISPLAY "ACCOUNT STATUS: WARNING - could not record the refusal"
                       " for account " FUNCTION TRIM(LK-ACCOUNT-ID)
           END-IF.
