      *> Record types:
      *>     NAMEFIX,<customer>,<corrected name>
      *>     CONTACT,<customer>,<phone>,<email>
      *>     NEWACCT,<customer>,<account type>,<account id>,<amount>,<branch>
      *>     NEWACCT,<customer>,TERM,<account id>,<amount>,<branch>,
      *>             <term months>,<annual rate %>,<settlement account>
      *>     STANDING,<customer>,<from acct>,<to acct>,<amount>,
      *>              <frequency>,<first run date>
      *>     STOPORD,<customer>,<order id>
      *>     ODLIMIT,<customer>,<account id>,<limit>
      *>     FREEZE,<customer>,<account id>,<reason>,<case reference>
      *>     UNFREEZE,<customer>,<account id>,<reason>,<case reference>
      *>     ADDHOLDER,<customer>,<account id>,<holder customer>,<role>
      *>     REMOVEHOLDER,<customer>,<account id>,<holder customer>
      *>     FRAUDCASE,<customer>,<alert id>,<OPEN|CLEARED|ESCALATED>,<note>
      *>     TAXID,<customer>,<tax identification number>
      *>     ADDRESS,<customer>,<line 1>,<line 2>,<city>,<state>,<postal code>
      *>     MATURITY,<customer>,<account id>,<ROLLOVER|PAYOUT>,<settlement account>
      *>     TRANSFERBR,<customer>,<account id>,<new branch>
      *> NAMEFIX and CONTACT update the existing customers row (the
      *> text fields ride as bound parameters, same as HANDLE-INSERT's
      *> name); NEWACCT attaches another account to an existing
      *> zero puts the account back on the plain minimum-balance rule.
      *> No money moves here - the batch does the posting - so like
      *> NAMEFIX and CONTACT these count zero toward the trailer total.
      *> FREEZE puts a legal hold on an account - a garnishment, a court
      *> order, a fraud investigation - recording the reason and the
      *> court or case reference in account_freezes and setting the
      *> account's status to FROZEN; every posting path then refuses
      *> debits to it (see account-status.cob). UNFREEZE releases the
      *> open freeze carrying the given case reference, and once no
      *> freeze is left open the account goes back to ACTIVE. Neither
      *> moves money, so both count zero toward the trailer total.
      *> ADDHOLDER and REMOVEHOLDER maintain account_holders, the list
      *> of everyone who holds an account - a married couple's shared
      *> checking, a bookkeeper who signs for a business. Roles are
      *> PRIMARY, JOINT and AUTHORIZED-SIGNER. accounts.customer_id
      *> stays the account's principal PRIMARY holder, so an account
      *> nobody has added a holder to needs no account_holders rows at
      *> all; readers take the holders as accounts.customer_id UNION
      *> account_holders. The submitting customer must be a PRIMARY
      *> holder, and the last PRIMARY holder can never be removed.
      *> FRAUDCASE is the fraud desk's disposition of a fraud_alerts
      *> case raised by fraud-screening: CLEARED once the customer
      *> confirms the activity, ESCALATED when it goes to
      *> investigation (OPEN re-opens a case cleared in error). The
      *> customer must be the one the case was raised against; the note
      *> is kept on the case. No money moves.
      *> TAXID records the customer's tax identification number for
      *> the year-end interest reporting: an SSN keyed NNN-NN-NNNN, an
      *> EIN keyed NN-NNNNNNN, or nine bare digits. It is stored as
      *> the nine digits plus its type (S, E, or blank when keyed bare)
      *> and only ever displayed or logged masked to its last four
      *> digits - the regulator's extract is the one place it leaves
      *> the database in the clear.
      *> ADDRESS sets the customer's mailing address - the one the
      *> notice letters go to. Line 2 may be blank; the rest are
      *> required, and the state is the two-letter code. A line with
      *> a comma in it is sent double-quoted, the way names are.
      *> A TERM account (a certificate of deposit) is opened by NEWACCT
      *> with its term in months (1 to 120) and its fixed annual rate
      *> as a percentage; a blank rate takes the rate desk's current
      *> term_rates rate for that term. The deposit starts on the
      *> business date (argument 2, YYYY-MM-DD, defaulting to today)
      *> and matures the term on from it, and until then every posting
      *> path refuses it (see account-status.cob) - only the money
      *> feed's EARLYWD takes money out, at a penalty. The settlement
      *> account is optional and must be one of the customer's own
      *> accounts; it is where a PAYOUT at maturity, and an early
      *> withdrawal that names no destination, are paid. A new deposit
      *> rolls over at maturity until MATURITY says otherwise: ROLLOVER
      *> renews it for another term at the then-current rate, PAYOUT
      *> pays principal and interest to the settlement account and
      *> closes it (see term-maturity.cob). Only a PRIMARY holder may
      *> change the instruction, and PAYOUT needs a settlement account
      *> on file or on the record. Neither moves money until maturity.
      *> Every NEWACCT names the branch the account is opened at - an
      *> OPEN row of the branches table - and TRANSFERBR moves an
      *> account to another open branch at a PRIMARY holder's request.
      *> The branch is what gl-extract, the directory and reconciliation
      *> reports and branch-performance group by; no money moves.
      *> Every record also writes a maintenance_log row, so these
      *> fixes finally leave a trail.
       ENVIRONMENT DIVISION.
       COPY "postlock.cpy".
       01  L PIC 9(4) VALUE 0.
       01  MT-FILENAME PIC X(256) VALUE "maintenance.dat".
       01  BUSINESS-DATE PIC X(10).
       01  CMD-LINE-ARG PIC X(256).
       01  MT-FILE-STATUS PIC XX.
       01  REC-NUM PIC 9(9) VALUE 0.
           05 TRAILER-COUNT-STR  PIC X(12).
           05 TRAILER-TOTAL-STR  PIC X(20).
       01  MT-DATA.
           05 MT-ACTION         PIC X(12).
           05 MT-CUST-ID        PIC X(4).
           05 MT-NEW-NAME       PIC X(40).
           05 MT-PHONE          PIC X(20).
           05 MT-FREQUENCY      PIC X(10).
           05 MT-FIRST-RUN-DATE PIC X(10).
           05 MT-ORDER-ID       PIC X(12).
           05 MT-REASON         PIC X(40).
           05 MT-CASE-REF       PIC X(30).
           05 MT-HOLDER-ID      PIC X(4).
           05 MT-ROLE           PIC X(20).
           05 MT-ALERT-ID       PIC X(12).
           05 MT-CASE-STATUS    PIC X(10).
           05 MT-TAX-ID         PIC X(20).
           05 MT-ADDRESS-1      PIC X(40).
           05 MT-ADDRESS-2      PIC X(40).
           05 MT-CITY           PIC X(30).
           05 MT-STATE          PIC X(10).
           05 MT-POSTAL-CODE    PIC X(10).
           05 MT-TERM-MONTHS    PIC X(4).
           05 MT-TERM-RATE      PIC X(10).
           05 MT-SETTLE-ACCOUNT PIC X(4).
           05 MT-INSTRUCTION    PIC X(10).
           05 MT-BRANCH         PIC X(6).
       01  AUDIT-ACTION         PIC X(12).
       01  AUDIT-DETAIL         PIC X(80).
       01  RECORDS-POSTED       PIC 9(9) VALUE 0.
       01  RECORDS-FAILED       PIC 9(9) VALUE 0.
       01  OPEN-FREEZE-COUNT    PIC 9(9) VALUE 0.
       01  HOLDER-ROLE          PIC X(20).
       01  PRIMARY-HOLDER-COUNT PIC 9(9) VALUE 0.
       01  DIGIT-TEST           PIC X(12).
       01  TAX-ID-DIGITS        PIC X(9).
       01  TAX-ID-TYPE          PIC X.
       01  TAX-ID-MASKED        PIC X(11).
       01  TERM-MONTHS-NUM      PIC 9(4) VALUE 0.
       01  TERM-RATE-NUM        PIC S9(3)V9(4) COMP-3 VALUE 0.
       01  TERM-RATE-EDIT       PIC Z9.9999.
       01  BRANCH-TEST          PIC X(6).
       01  OLD-BRANCH           PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE FUNCTION TRIM(CMD-LINE-ARG) TO MT-FILENAME
           END-IF.

           MOVE SPACES TO CMD-LINE-ARG.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT CMD-LINE-ARG FROM ARGUMENT-VALUE.
           IF FUNCTION TRIM(CMD-LINE-ARG) NOT = SPACES THEN
               MOVE FUNCTION TRIM(CMD-LINE-ARG) TO BUSINESS-DATE
           ELSE
               MOVE SPACES TO BUSINESS-DATE
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                      FUNCTION CURRENT-DATE(5:2) "-"
                      FUNCTION CURRENT-DATE(7:2)
                      DELIMITED BY SIZE INTO BUSINESS-DATE
           END-IF.

           CALL "get-db-connstr" USING DB-CONNSTR.
           CALL STATIC "DB_CONNECT" USING DB-CONNSTR RETURNING DBH.
           IF DBH = NULL-PTR THEN
                           MOVE SPLIT-FIELD(3) TO MT-ACCOUNT-TYPE
                           MOVE SPLIT-FIELD(4) TO MT-ACCOUNT
                           MOVE SPLIT-FIELD(5) TO MT-AMOUNT
                           MOVE SPLIT-FIELD(6) TO MT-BRANCH
                           MOVE SPLIT-FIELD(7) TO MT-TERM-MONTHS
                           MOVE SPLIT-FIELD(8) TO MT-TERM-RATE
                           MOVE SPLIT-FIELD(9) TO MT-SETTLE-ACCOUNT
                           PERFORM HANDLE-NEWACCT
                       WHEN "STANDING"
                           MOVE SPLIT-FIELD(3) TO MT-FROM-ACCOUNT
                           MOVE SPLIT-FIELD(3) TO MT-ACCOUNT
                           MOVE SPLIT-FIELD(4) TO MT-AMOUNT
                           PERFORM HANDLE-ODLIMIT
                       WHEN "FREEZE"
                           MOVE SPLIT-FIELD(3) TO MT-ACCOUNT
                           MOVE SPLIT-FIELD(4) TO MT-REASON
                           MOVE SPLIT-FIELD(5) TO MT-CASE-REF
                           PERFORM HANDLE-FREEZE
                       WHEN "UNFREEZE"
                           MOVE SPLIT-FIELD(3) TO MT-ACCOUNT
                           MOVE SPLIT-FIELD(4) TO MT-REASON
                           MOVE SPLIT-FIELD(5) TO MT-CASE-REF
                           PERFORM HANDLE-UNFREEZE
                       WHEN "ADDHOLDER"
                           MOVE SPLIT-FIELD(3) TO MT-ACCOUNT
                           MOVE SPLIT-FIELD(4) TO MT-HOLDER-ID
                           MOVE FUNCTION UPPER-CASE(SPLIT-FIELD(5)) TO MT-ROLE
                           PERFORM HANDLE-ADDHOLDER
                       WHEN "REMOVEHOLDER"
                           MOVE SPLIT-FIELD(3) TO MT-ACCOUNT
                           MOVE SPLIT-FIELD(4) TO MT-HOLDER-ID
                           PERFORM HANDLE-REMOVEHOLDER
                       WHEN "FRAUDCASE"
                           MOVE SPLIT-FIELD(3) TO MT-ALERT-ID
                           MOVE FUNCTION UPPER-CASE(SPLIT-FIELD(4)) TO MT-CASE-STATUS
                           MOVE SPLIT-FIELD(5) TO MT-REASON
                           PERFORM HANDLE-FRAUDCASE
                       WHEN "TAXID"
                           MOVE SPLIT-FIELD(3) TO MT-TAX-ID
                           PERFORM HANDLE-TAXID
                       WHEN "ADDRESS"
                           MOVE SPLIT-FIELD(3) TO MT-ADDRESS-1
                           MOVE SPLIT-FIELD(4) TO MT-ADDRESS-2
                           MOVE SPLIT-FIELD(5) TO MT-CITY
                           MOVE FUNCTION UPPER-CASE(SPLIT-FIELD(6)) TO MT-STATE
                           MOVE SPLIT-FIELD(7) TO MT-POSTAL-CODE
                           PERFORM HANDLE-ADDRESS
                       WHEN "MATURITY"
                           MOVE SPLIT-FIELD(3) TO MT-ACCOUNT
                           MOVE FUNCTION UPPER-CASE(SPLIT-FIELD(4)) TO MT-INSTRUCTION
                           MOVE SPLIT-FIELD(5) TO MT-SETTLE-ACCOUNT
                           PERFORM HANDLE-MATURITY
                       WHEN "TRANSFERBR"
                           MOVE SPLIT-FIELD(3) TO MT-ACCOUNT
                           MOVE SPLIT-FIELD(4) TO MT-BRANCH
                           PERFORM HANDLE-TRANSFERBR
                       WHEN OTHER
                           MOVE 'Y' TO RECORD-FAILED-FLAG
                           DISPLAY "UNKNOWN ACTION '" FUNCTION TRIM(MT-ACTION)
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-MAINTENANCE-LOG.

      *> Each address part is its own bound-parameter UPDATE, the way
      *> CONTACT does phone and email; a blank line 2 clears it.
       HANDLE-ADDRESS.
           IF FUNCTION TRIM(MT-ADDRESS-1) = SPACES
                   OR FUNCTION TRIM(MT-CITY) = SPACES
                   OR FUNCTION TRIM(MT-POSTAL-CODE) = SPACES
                   OR FUNCTION LENGTH(FUNCTION TRIM(MT-STATE)) NOT = 2 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "ADDRESS FAILED: customer " FUNCTION TRIM(MT-CUST-ID)
                       " needs line 1, city, a two-letter state and a postal code"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE customers SET address_line1 = $1 WHERE customer_id = "
               FUNCTION TRIM(MT-CUST-ID) ";"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           MOVE MT-ADDRESS-1 TO PARAM-BUFFER.
           PERFORM EXEC-WITH-PARAM.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "ADDRESS FAILED: could not update address for customer "
                       FUNCTION TRIM(MT-CUST-ID)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           IF FUNCTION TRIM(MT-ADDRESS-2) = SPACES THEN
               STRING "UPDATE customers SET address_line2 = NULL WHERE customer_id = "
                   FUNCTION TRIM(MT-CUST-ID) ";"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC
           ELSE
               STRING "UPDATE customers SET address_line2 = $1 WHERE customer_id = "
                   FUNCTION TRIM(MT-CUST-ID) ";"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               MOVE MT-ADDRESS-2 TO PARAM-BUFFER
               PERFORM EXEC-WITH-PARAM
           END-IF.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "ADDRESS FAILED: could not update address for customer "
                       FUNCTION TRIM(MT-CUST-ID)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE customers SET city = $1 WHERE customer_id = "
               FUNCTION TRIM(MT-CUST-ID) ";"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           MOVE MT-CITY TO PARAM-BUFFER.
           PERFORM EXEC-WITH-PARAM.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "ADDRESS FAILED: could not update city for customer "
                       FUNCTION TRIM(MT-CUST-ID)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE customers SET state_code = $1 WHERE customer_id = "
               FUNCTION TRIM(MT-CUST-ID) ";"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           MOVE MT-STATE TO PARAM-BUFFER.
           PERFORM EXEC-WITH-PARAM.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "ADDRESS FAILED: could not update state for customer "
                       FUNCTION TRIM(MT-CUST-ID)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE customers SET postal_code = $1 WHERE customer_id = "
               FUNCTION TRIM(MT-CUST-ID) ";"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           MOVE MT-POSTAL-CODE TO PARAM-BUFFER.
           PERFORM EXEC-WITH-PARAM.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "ADDRESS FAILED: could not update postal code for customer "
                       FUNCTION TRIM(MT-CUST-ID)
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Processed ADDRESS for customer " FUNCTION TRIM(MT-CUST-ID).
           MOVE "ADDRESS" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "mailing address updated: " FUNCTION TRIM(MT-ADDRESS-1)
               " / " FUNCTION TRIM(MT-CITY) " " FUNCTION TRIM(MT-STATE)
               " " FUNCTION TRIM(MT-POSTAL-CODE)
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-MAINTENANCE-LOG.

      *> Opens an additional account for an EXISTING customer - the
      *> money feed's INSERT always creates a new customer row, so this
      *> is the only path for a second account. Logged as an OPEN
      *> through LOG_TRANSACTION like any other account opening. A
      *> TERM account also carries its term, rate, maturity date and
      *> maturity instruction on the accounts row.
       HANDLE-NEWACCT.
           PERFORM CHECK-BRANCH-CODE.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               DISPLAY "NEWACCT FAILED: account " FUNCTION TRIM(MT-ACCOUNT)
                       " needs an open branch"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SQL-COMMAND.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(MT-ACCOUNT-TYPE)) = "TERM" THEN
               PERFORM VALIDATE-TERM-OPENING
               IF RECORD-FAILED-FLAG = 'Y' THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE "TERM" TO MT-ACCOUNT-TYPE
               MOVE TERM-RATE-NUM TO TERM-RATE-EDIT
               MOVE SPACES TO SINGLE-RESULT-BUFFER
               IF FUNCTION TRIM(MT-SETTLE-ACCOUNT) = SPACES THEN
                   MOVE "NULL" TO SINGLE-RESULT-BUFFER
               ELSE
                   MOVE MT-SETTLE-ACCOUNT TO SINGLE-RESULT-BUFFER
               END-IF
               STRING "INSERT INTO accounts (account_id, customer_id, balance,"
                   " account_type, term_months, term_rate, term_start_date,"
                   " maturity_date, maturity_instruction, settlement_account_id,"
                   " branch_code)"
                   " VALUES (" FUNCTION TRIM(MT-ACCOUNT) ", "
                   FUNCTION TRIM(MT-CUST-ID) ", "
                   FUNCTION TRIM(MT-AMOUNT) ", 'TERM', "
                   FUNCTION TRIM(MT-TERM-MONTHS) ", "
                   FUNCTION TRIM(TERM-RATE-EDIT) ", DATE '"
                   FUNCTION TRIM(BUSINESS-DATE) "',"
                   " CAST(DATE '" FUNCTION TRIM(BUSINESS-DATE) "' + INTERVAL '"
                   FUNCTION TRIM(MT-TERM-MONTHS) " months' AS DATE),"
                   " 'ROLLOVER', " FUNCTION TRIM(SINGLE-RESULT-BUFFER) ", '"
                   FUNCTION TRIM(MT-BRANCH) "');"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           ELSE
               STRING "INSERT INTO accounts (account_id, customer_id, balance, account_type,"
                   " branch_code) VALUES (" FUNCTION TRIM(MT-ACCOUNT) ", "
                   FUNCTION TRIM(MT-CUST-ID) ", "
                   FUNCTION TRIM(MT-AMOUNT) ", '"
                   FUNCTION TRIM(MT-ACCOUNT-TYPE) "', '"
                   FUNCTION TRIM(MT-BRANCH) "');"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           END-IF.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
                   " for customer " FUNCTION TRIM(MT-CUST-ID).
           MOVE "NEWACCT" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           IF MT-ACCOUNT-TYPE = "TERM" THEN
               STRING "TERM account opened at " FUNCTION TRIM(MT-AMOUNT)
                   " for " FUNCTION TRIM(MT-TERM-MONTHS) " months at "
                   FUNCTION TRIM(TERM-RATE-EDIT) "%, branch "
                   FUNCTION TRIM(MT-BRANCH)
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
           ELSE
               STRING FUNCTION TRIM(MT-ACCOUNT-TYPE) " account opened at "
                   FUNCTION TRIM(MT-AMOUNT) ", branch " FUNCTION TRIM(MT-BRANCH)
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
           END-IF.
           PERFORM WRITE-MAINTENANCE-LOG.

      *> A TERM opening needs a positive deposit, a whole-month term of
      *> 1 to 120 months and a rate - keyed, or the current one from
      *> term_rates (term_months, annual_rate, effective_date) when
      *> left blank. The settlement account, when given, is checked
      *> the way MATURITY checks it.
       VALIDATE-TERM-OPENING.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(MT-AMOUNT)) NOT = 0
                   OR FUNCTION TRIM(MT-AMOUNT) = SPACES THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "NEWACCT FAILED: TERM account " FUNCTION TRIM(MT-ACCOUNT)
                       " has no usable deposit amount"
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(FUNCTION TRIM(MT-AMOUNT)) <= 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "NEWACCT FAILED: TERM account " FUNCTION TRIM(MT-ACCOUNT)
                       " must open with a positive deposit"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(MT-TERM-MONTHS) TO DIGIT-TEST.
           INSPECT DIGIT-TEST CONVERTING "0123456789" TO "          ".
           IF FUNCTION TRIM(MT-TERM-MONTHS) = SPACES OR DIGIT-TEST NOT = SPACES THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "NEWACCT FAILED: TERM account " FUNCTION TRIM(MT-ACCOUNT)
                       " needs a term in whole months"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(MT-TERM-MONTHS)) TO TERM-MONTHS-NUM.
           IF TERM-MONTHS-NUM < 1 OR TERM-MONTHS-NUM > 120 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "NEWACCT FAILED: term of " FUNCTION TRIM(MT-TERM-MONTHS)
                       " months for account " FUNCTION TRIM(MT-ACCOUNT)
                       " - use 1 to 120"
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(MT-TERM-RATE) = SPACES THEN
               MOVE SPACES TO SINGLE-RESULT-BUFFER
               MOVE SPACES TO SQL-COMMAND
               STRING "SELECT annual_rate FROM term_rates WHERE term_months = "
                   FUNCTION TRIM(MT-TERM-MONTHS)
                   " AND effective_date <= DATE '" FUNCTION TRIM(BUSINESS-DATE) "'"
                   " ORDER BY effective_date DESC LIMIT 1"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND))
               MOVE X"00" TO SQL-COMMAND(L + 1:1)
               CALL STATIC "DB_QUERY_SINGLE"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                         BY REFERENCE SINGLE-RESULT-BUFFER
                   RETURNING RC
               IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER) = SPACES THEN
                   MOVE 'Y' TO RECORD-FAILED-FLAG
                   DISPLAY "NEWACCT FAILED: no rate keyed and no current term_rates"
                           " rate for a " FUNCTION TRIM(MT-TERM-MONTHS)
                           "-month term (account " FUNCTION TRIM(MT-ACCOUNT) ")"
                   EXIT PARAGRAPH
               END-IF
               MOVE SINGLE-RESULT-BUFFER TO MT-TERM-RATE
           END-IF.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(MT-TERM-RATE)) NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "NEWACCT FAILED: rate '" FUNCTION TRIM(MT-TERM-RATE)
                       "' for account " FUNCTION TRIM(MT-ACCOUNT) " is not a number"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(MT-TERM-RATE)) TO TERM-RATE-NUM.
           IF TERM-RATE-NUM <= 0 OR TERM-RATE-NUM >= 100 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "NEWACCT FAILED: rate " FUNCTION TRIM(MT-TERM-RATE)
                       " for account " FUNCTION TRIM(MT-ACCOUNT)
                       " - key the annual rate as a percentage"
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(MT-SETTLE-ACCOUNT) NOT = SPACES THEN
               PERFORM CHECK-SETTLEMENT-ACCOUNT
           END-IF.

      *> The settlement account must be one the customer holds (as
      *> owner or through account_holders), still open, and not itself
      *> a TERM deposit - a payout into a locked account would only be
      *> refused.
       CHECK-SETTLEMENT-ACCOUNT.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COALESCE(a.account_type, '') || ','"
               " || COALESCE(a.status, 'ACTIVE') FROM accounts a"
               " WHERE a.account_id = " FUNCTION TRIM(MT-SETTLE-ACCOUNT)
               " AND (a.customer_id = " FUNCTION TRIM(MT-CUST-ID)
               " OR EXISTS (SELECT 1 FROM account_holders h"
               " WHERE h.account_id = a.account_id AND h.customer_id = "
               FUNCTION TRIM(MT-CUST-ID) "))"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER) = SPACES THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "SETTLEMENT ACCOUNT REFUSED: account "
                       FUNCTION TRIM(MT-SETTLE-ACCOUNT)
                       " is not held by customer " FUNCTION TRIM(MT-CUST-ID)
               EXIT PARAGRAPH
           END-IF.
           MOVE SINGLE-RESULT-BUFFER TO PARSE-LINE.
           CALL "split-feed-line" USING PARSE-LINE,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(SPLIT-FIELD(1))) = "TERM"
                   OR FUNCTION UPPER-CASE(FUNCTION TRIM(SPLIT-FIELD(2))) = "CLOSED"
                   OR FUNCTION UPPER-CASE(FUNCTION TRIM(SPLIT-FIELD(2))) = "ESCHEATED" THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "SETTLEMENT ACCOUNT REFUSED: account "
                       FUNCTION TRIM(MT-SETTLE-ACCOUNT)
                       " is a TERM deposit or is closed"
           END-IF.

      *> Sets a TERM deposit's maturity instruction, and optionally its
      *> settlement account. Applies from the next maturity on - the
      *> maturity batch reads the instruction on the day.
       HANDLE-MATURITY.
           IF MT-INSTRUCTION NOT = "ROLLOVER" AND MT-INSTRUCTION NOT = "PAYOUT" THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "MATURITY FAILED: unknown instruction '"
                       FUNCTION TRIM(MT-INSTRUCTION) "' for account "
                       FUNCTION TRIM(MT-ACCOUNT) " - use ROLLOVER or PAYOUT"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-PRIMARY-HOLDER.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               DISPLAY "MATURITY FAILED: customer " FUNCTION TRIM(MT-CUST-ID)
                       " is not a PRIMARY holder of account " FUNCTION TRIM(MT-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COALESCE(account_type, '') || ','"
               " || COALESCE(status, 'ACTIVE') || ','"
               " || COALESCE(CAST(settlement_account_id AS TEXT), '')"
               " FROM accounts WHERE account_id = " FUNCTION TRIM(MT-ACCOUNT)
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
               DISPLAY "MATURITY FAILED: could not read account " FUNCTION TRIM(MT-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE SINGLE-RESULT-BUFFER TO PARSE-LINE.
           CALL "split-feed-line" USING PARSE-LINE,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(SPLIT-FIELD(1))) NOT = "TERM" THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "MATURITY FAILED: account " FUNCTION TRIM(MT-ACCOUNT)
                       " is not a TERM deposit"
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(SPLIT-FIELD(2))) = "CLOSED"
                   OR FUNCTION UPPER-CASE(FUNCTION TRIM(SPLIT-FIELD(2))) = "ESCHEATED" THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "MATURITY FAILED: account " FUNCTION TRIM(MT-ACCOUNT)
                       " is closed"
               EXIT PARAGRAPH
           END-IF.
           IF MT-INSTRUCTION = "PAYOUT" AND FUNCTION TRIM(MT-SETTLE-ACCOUNT) = SPACES
                   AND FUNCTION TRIM(SPLIT-FIELD(3)) = SPACES THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "MATURITY FAILED: PAYOUT for account " FUNCTION TRIM(MT-ACCOUNT)
                       " needs a settlement account"
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(MT-SETTLE-ACCOUNT) NOT = SPACES THEN
               PERFORM CHECK-SETTLEMENT-ACCOUNT
               IF RECORD-FAILED-FLAG = 'Y' THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           IF FUNCTION TRIM(MT-SETTLE-ACCOUNT) = SPACES THEN
               STRING "UPDATE accounts SET maturity_instruction = '"
                   FUNCTION TRIM(MT-INSTRUCTION) "' WHERE account_id = "
                   FUNCTION TRIM(MT-ACCOUNT) ";"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           ELSE
               STRING "UPDATE accounts SET maturity_instruction = '"
                   FUNCTION TRIM(MT-INSTRUCTION) "', settlement_account_id = "
                   FUNCTION TRIM(MT-SETTLE-ACCOUNT) " WHERE account_id = "
                   FUNCTION TRIM(MT-ACCOUNT) ";"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           END-IF.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "MATURITY FAILED: could not update account " FUNCTION TRIM(MT-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Processed MATURITY " FUNCTION TRIM(MT-INSTRUCTION)
                   " for account " FUNCTION TRIM(MT-ACCOUNT).
           MOVE "MATURITY" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           IF FUNCTION TRIM(MT-SETTLE-ACCOUNT) = SPACES THEN
               STRING "maturity instruction set to " FUNCTION TRIM(MT-INSTRUCTION)
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
           ELSE
               STRING "maturity instruction set to " FUNCTION TRIM(MT-INSTRUCTION)
                   ", settlement account " FUNCTION TRIM(MT-SETTLE-ACCOUNT)
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
           END-IF.
           PERFORM WRITE-MAINTENANCE-LOG.

      *> Moves an account to another branch - from the next night on,
      *> its postings are journalled and reported there. Only a PRIMARY
      *> holder may ask, the new branch must be open, and a closed
      *> account stays where it was closed.
       HANDLE-TRANSFERBR.
           PERFORM CHECK-BRANCH-CODE.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               DISPLAY "TRANSFERBR FAILED: account " FUNCTION TRIM(MT-ACCOUNT)
                       " can only move to an open branch"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-PRIMARY-HOLDER.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               DISPLAY "TRANSFERBR FAILED: customer " FUNCTION TRIM(MT-CUST-ID)
                       " is not a PRIMARY holder of account " FUNCTION TRIM(MT-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COALESCE(status, 'ACTIVE') || ','"
               " || COALESCE(branch_code, '')"
               " FROM accounts WHERE account_id = " FUNCTION TRIM(MT-ACCOUNT)
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
               DISPLAY "TRANSFERBR FAILED: could not read account " FUNCTION TRIM(MT-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE SINGLE-RESULT-BUFFER TO PARSE-LINE.
           CALL "split-feed-line" USING PARSE-LINE,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(2) TO OLD-BRANCH.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(SPLIT-FIELD(1))) = "CLOSED"
                   OR FUNCTION UPPER-CASE(FUNCTION TRIM(SPLIT-FIELD(1))) = "ESCHEATED" THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "TRANSFERBR FAILED: account " FUNCTION TRIM(MT-ACCOUNT)
                       " is closed"
               EXIT PARAGRAPH
           END-IF.
           IF OLD-BRANCH = MT-BRANCH THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "TRANSFERBR FAILED: account " FUNCTION TRIM(MT-ACCOUNT)
                       " is already at branch " FUNCTION TRIM(MT-BRANCH)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE accounts SET branch_code = '" FUNCTION TRIM(MT-BRANCH)
               "' WHERE account_id = " FUNCTION TRIM(MT-ACCOUNT) ";"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "TRANSFERBR FAILED: could not update account " FUNCTION TRIM(MT-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Processed TRANSFERBR of account " FUNCTION TRIM(MT-ACCOUNT)
                   " to branch " FUNCTION TRIM(MT-BRANCH).
           MOVE "TRANSFERBR" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           IF OLD-BRANCH = SPACES THEN
               STRING "branch set to " FUNCTION TRIM(MT-BRANCH)
                   " (no branch before)"
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
           ELSE
               STRING "branch changed from " FUNCTION TRIM(OLD-BRANCH)
                   " to " FUNCTION TRIM(MT-BRANCH)
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
           END-IF.
           PERFORM WRITE-MAINTENANCE-LOG.

      *> A branch code is letters and digits only - so it can be
      *> spliced into a statement once it has passed here - and must
      *> name an OPEN row of the branches table.
       CHECK-BRANCH-CODE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MT-BRANCH)) TO MT-BRANCH.
           MOVE MT-BRANCH TO BRANCH-TEST.
           INSPECT BRANCH-TEST CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789"
               TO "                                    ".
           IF MT-BRANCH = SPACES OR BRANCH-TEST NOT = SPACES THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "BRANCH REFUSED: '" FUNCTION TRIM(MT-BRANCH)
                       "' is not a branch code"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COUNT(*) FROM branches WHERE branch_code = '"
               FUNCTION TRIM(MT-BRANCH) "' AND status = 'OPEN'"
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
               DISPLAY "BRANCH REFUSED: " FUNCTION TRIM(MT-BRANCH)
                       " is not an open branch"
           END-IF.

      *> Sets up a recurring transfer for the standing-orders nightly
      *> batch: from account, to account, amount, frequency and the
      *> first run date go into standing_orders, and the batch posts
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-MAINTENANCE-LOG.

      *> Puts a legal hold on the account. The named customer must hold
      *> the account - its owner or any account_holders holder, since
      *> an order against one joint holder freezes the shared account -
      *> and a freeze needs both a reason and a case reference - the
      *> reference is what the UNFREEZE quotes when the court lifts the
      *> order. A CLOSED (or ESCHEATED) account has nothing left to
      *> hold. An account can carry more than one open freeze
      *> (two creditors, two orders); each is its own account_freezes
      *> row. The reason and reference are typed text, so each rides
      *> as the bound parameter of its own statement.
       HANDLE-FREEZE.
           IF FUNCTION TRIM(MT-REASON) = SPACES
                   OR FUNCTION TRIM(MT-CASE-REF) = SPACES THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "FREEZE FAILED: account " FUNCTION TRIM(MT-ACCOUNT)
                       " needs both a reason and a case reference"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-ACCOUNT-HOLDER.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               DISPLAY "FREEZE FAILED: account " FUNCTION TRIM(MT-ACCOUNT)
                       " does not belong to customer " FUNCTION TRIM(MT-CUST-ID)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COALESCE(status, 'ACTIVE') FROM accounts WHERE account_id = "
               FUNCTION TRIM(MT-ACCOUNT)
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
               DISPLAY "FREEZE FAILED: could not read account " FUNCTION TRIM(MT-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(SINGLE-RESULT-BUFFER)) = "CLOSED"
                   OR FUNCTION UPPER-CASE(FUNCTION TRIM(SINGLE-RESULT-BUFFER)) = "ESCHEATED" THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "FREEZE FAILED: account " FUNCTION TRIM(MT-ACCOUNT)
                       " is " FUNCTION UPPER-CASE(FUNCTION TRIM(SINGLE-RESULT-BUFFER))
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           STRING "INSERT INTO account_freezes"
               " (account_id, customer_id, reason, frozen_at) VALUES ("
               FUNCTION TRIM(MT-ACCOUNT) ", " FUNCTION TRIM(MT-CUST-ID)
               ", $1, CURRENT_TIMESTAMP);"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           MOVE MT-REASON TO PARAM-BUFFER.
           PERFORM EXEC-WITH-PARAM.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "FREEZE FAILED: could not record the freeze on account "
                       FUNCTION TRIM(MT-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.

      *> The row just inserted is the only open one for this account
      *> without a reference yet.
           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE account_freezes SET case_ref = $1"
               " WHERE account_id = " FUNCTION TRIM(MT-ACCOUNT)
               " AND released_at IS NULL AND case_ref IS NULL;"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           MOVE MT-CASE-REF TO PARAM-BUFFER.
           PERFORM EXEC-WITH-PARAM.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "FREEZE FAILED: could not record the case reference on account "
                       FUNCTION TRIM(MT-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE accounts SET status = 'FROZEN' WHERE account_id = "
               FUNCTION TRIM(MT-ACCOUNT) ";"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "FREEZE FAILED: could not set account "
                       FUNCTION TRIM(MT-ACCOUNT) " FROZEN"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Processed FREEZE on account " FUNCTION TRIM(MT-ACCOUNT)
                   " (customer " FUNCTION TRIM(MT-CUST-ID) ", case "
                   FUNCTION TRIM(MT-CASE-REF) ").".
           MOVE "FREEZE" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "frozen: " FUNCTION TRIM(MT-REASON)
               " ref " FUNCTION TRIM(MT-CASE-REF)
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-MAINTENANCE-LOG.

      *> Lifts the open freeze carrying the quoted case reference. The
      *> release reason and reference are kept on the freeze row so
      *> the hold's whole life stays in one place. The account only
      *> goes back to ACTIVE when no other freeze is still open on it;
      *> if it was quiet for long enough dormant-review flags it
      *> DORMANT again on its next run.
       HANDLE-UNFREEZE.
           IF FUNCTION TRIM(MT-CASE-REF) = SPACES THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "UNFREEZE FAILED: account " FUNCTION TRIM(MT-ACCOUNT)
                       " needs the case reference of the freeze to lift"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-ACCOUNT-HOLDER.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               DISPLAY "UNFREEZE FAILED: account " FUNCTION TRIM(MT-ACCOUNT)
                       " does not belong to customer " FUNCTION TRIM(MT-CUST-ID)
               EXIT PARAGRAPH
           END-IF.

      *> Marks the matching freeze released, with the case reference
      *> as the bound parameter. The release reason follows in a second
      *> statement, keyed on the row just stamped (released, reference
      *> copied, no reason yet); a reference that matched nothing shows
      *> up as no such row and fails the record.
           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE account_freezes SET released_at = CURRENT_TIMESTAMP,"
               " release_case_ref = case_ref"
               " WHERE account_id = " FUNCTION TRIM(MT-ACCOUNT)
               " AND released_at IS NULL AND case_ref = $1;"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           MOVE MT-CASE-REF TO PARAM-BUFFER.
           PERFORM EXEC-WITH-PARAM.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "UNFREEZE FAILED: could not release the freeze on account "
                       FUNCTION TRIM(MT-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COUNT(*) FROM account_freezes WHERE account_id = "
               FUNCTION TRIM(MT-ACCOUNT)
               " AND release_case_ref IS NOT NULL AND release_reason IS NULL"
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
               DISPLAY "UNFREEZE FAILED: no open freeze with case reference "
                       FUNCTION TRIM(MT-CASE-REF) " on account "
                       FUNCTION TRIM(MT-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE account_freezes SET release_reason = $1"
               " WHERE account_id = " FUNCTION TRIM(MT-ACCOUNT)
               " AND release_case_ref IS NOT NULL AND release_reason IS NULL;"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           IF FUNCTION TRIM(MT-REASON) = SPACES THEN
               MOVE "RELEASED" TO PARAM-BUFFER
           ELSE
               MOVE MT-REASON TO PARAM-BUFFER
           END-IF.
           PERFORM EXEC-WITH-PARAM.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "UNFREEZE FAILED: could not record the release reason on account "
                       FUNCTION TRIM(MT-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COUNT(*) FROM account_freezes WHERE account_id = "
               FUNCTION TRIM(MT-ACCOUNT) " AND released_at IS NULL"
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
               DISPLAY "UNFREEZE FAILED: could not count open freezes on account "
                       FUNCTION TRIM(MT-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) TO OPEN-FREEZE-COUNT.
           IF OPEN-FREEZE-COUNT = 0 THEN
               MOVE SPACES TO SQL-COMMAND
               STRING "UPDATE accounts SET status = 'ACTIVE' WHERE account_id = "
                   FUNCTION TRIM(MT-ACCOUNT) " AND status = 'FROZEN';"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC
               IF RC NOT = 0 THEN
                   MOVE 'Y' TO RECORD-FAILED-FLAG
                   DISPLAY "UNFREEZE FAILED: could not set account "
                           FUNCTION TRIM(MT-ACCOUNT) " ACTIVE"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Processed UNFREEZE on account " FUNCTION TRIM(MT-ACCOUNT)
                   " (customer " FUNCTION TRIM(MT-CUST-ID) ", case "
                   FUNCTION TRIM(MT-CASE-REF) "), " OPEN-FREEZE-COUNT
                   " freeze(s) still open.".
           MOVE "UNFREEZE" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "released: " FUNCTION TRIM(MT-REASON)
               " ref " FUNCTION TRIM(MT-CASE-REF)
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-MAINTENANCE-LOG.

      *> Adds a holder to an account. The submitting customer must
      *> already be a PRIMARY holder, the new holder must be a customer
      *> on file and not already on the account. The first holder added
      *> to an account also writes the owner's own PRIMARY row, so from
      *> then on account_holders lists the account's holders in full.
       HANDLE-ADDHOLDER.
           EVALUATE FUNCTION TRIM(MT-ROLE)
               WHEN "PRIMARY"
               WHEN "JOINT"
               WHEN "AUTHORIZED-SIGNER"
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y' TO RECORD-FAILED-FLAG
                   DISPLAY "ADDHOLDER FAILED: unknown role '"
                           FUNCTION TRIM(MT-ROLE) "' for account "
                           FUNCTION TRIM(MT-ACCOUNT)
                           " - use PRIMARY, JOINT or AUTHORIZED-SIGNER"
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF FUNCTION TRIM(MT-HOLDER-ID) = SPACES THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "ADDHOLDER FAILED: no holder customer given for account "
                       FUNCTION TRIM(MT-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-PRIMARY-HOLDER.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               DISPLAY "ADDHOLDER FAILED: customer " FUNCTION TRIM(MT-CUST-ID)
                       " is not a PRIMARY holder of account "
                       FUNCTION TRIM(MT-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COUNT(*) FROM customers WHERE customer_id = "
               FUNCTION TRIM(MT-HOLDER-ID)
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
               DISPLAY "ADDHOLDER FAILED: customer " FUNCTION TRIM(MT-HOLDER-ID)
                       " is not on file"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COUNT(*) FROM (SELECT customer_id FROM accounts"
               " WHERE account_id = " FUNCTION TRIM(MT-ACCOUNT)
               " UNION SELECT customer_id FROM account_holders"
               " WHERE account_id = " FUNCTION TRIM(MT-ACCOUNT)
               ") h WHERE h.customer_id = " FUNCTION TRIM(MT-HOLDER-ID)
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 OR FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "ADDHOLDER FAILED: customer " FUNCTION TRIM(MT-HOLDER-ID)
                       " already holds account " FUNCTION TRIM(MT-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.

           PERFORM RECORD-OWNER-HOLDER.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           STRING "INSERT INTO account_holders"
               " (account_id, customer_id, role, added_at) VALUES ("
               FUNCTION TRIM(MT-ACCOUNT) ", " FUNCTION TRIM(MT-HOLDER-ID)
               ", '" FUNCTION TRIM(MT-ROLE) "', CURRENT_TIMESTAMP);"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "ADDHOLDER FAILED: could not add customer "
                       FUNCTION TRIM(MT-HOLDER-ID) " to account "
                       FUNCTION TRIM(MT-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Processed ADDHOLDER on account " FUNCTION TRIM(MT-ACCOUNT)
                   ": customer " FUNCTION TRIM(MT-HOLDER-ID) " as "
                   FUNCTION TRIM(MT-ROLE) ".".
           MOVE "ADDHOLDER" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "customer " FUNCTION TRIM(MT-HOLDER-ID) " added as "
               FUNCTION TRIM(MT-ROLE)
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-MAINTENANCE-LOG.

      *> Takes a holder off an account. The last PRIMARY holder stays -
      *> an account always has someone answerable for it. When the
      *> holder removed is the one accounts.customer_id names, the
      *> account passes to the remaining PRIMARY holder with the lowest
      *> customer number, so every report that joins through the owner
      *> column still finds a current holder.
       HANDLE-REMOVEHOLDER.
           IF FUNCTION TRIM(MT-HOLDER-ID) = SPACES THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "REMOVEHOLDER FAILED: no holder customer given for account "
                       FUNCTION TRIM(MT-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-PRIMARY-HOLDER.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               DISPLAY "REMOVEHOLDER FAILED: customer " FUNCTION TRIM(MT-CUST-ID)
                       " is not a PRIMARY holder of account "
                       FUNCTION TRIM(MT-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.

           PERFORM RECORD-OWNER-HOLDER.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT role FROM account_holders WHERE account_id = "
               FUNCTION TRIM(MT-ACCOUNT) " AND customer_id = "
               FUNCTION TRIM(MT-HOLDER-ID)
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 OR FUNCTION TRIM(SINGLE-RESULT-BUFFER) = SPACES THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "REMOVEHOLDER FAILED: customer " FUNCTION TRIM(MT-HOLDER-ID)
                       " does not hold account " FUNCTION TRIM(MT-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SINGLE-RESULT-BUFFER))
               TO HOLDER-ROLE.

           IF HOLDER-ROLE = "PRIMARY" THEN
               MOVE SPACES TO SINGLE-RESULT-BUFFER
               MOVE SPACES TO SQL-COMMAND
               STRING "SELECT COUNT(*) FROM account_holders WHERE account_id = "
                   FUNCTION TRIM(MT-ACCOUNT) " AND role = 'PRIMARY'"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND))
               MOVE X"00" TO SQL-COMMAND(L + 1:1)
               CALL STATIC "DB_QUERY_SINGLE"
                   USING BY VALUE DBH
                         BY REFERENCE SQL-COMMAND
                         BY REFERENCE SINGLE-RESULT-BUFFER
                   RETURNING RC
               IF RC NOT = 0 THEN
                   MOVE 'Y' TO RECORD-FAILED-FLAG
                   DISPLAY "REMOVEHOLDER FAILED: could not count PRIMARY holders"
                           " on account " FUNCTION TRIM(MT-ACCOUNT)
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) TO PRIMARY-HOLDER-COUNT
               IF PRIMARY-HOLDER-COUNT <= 1 THEN
                   MOVE 'Y' TO RECORD-FAILED-FLAG
                   DISPLAY "REMOVEHOLDER FAILED: customer "
                           FUNCTION TRIM(MT-HOLDER-ID)
                           " is the last PRIMARY holder of account "
                           FUNCTION TRIM(MT-ACCOUNT)
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           STRING "DELETE FROM account_holders WHERE account_id = "
               FUNCTION TRIM(MT-ACCOUNT) " AND customer_id = "
               FUNCTION TRIM(MT-HOLDER-ID) ";"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "REMOVEHOLDER FAILED: could not remove customer "
                       FUNCTION TRIM(MT-HOLDER-ID) " from account "
                       FUNCTION TRIM(MT-ACCOUNT)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE accounts SET customer_id ="
               " (SELECT MIN(customer_id) FROM account_holders"
               " WHERE account_id = " FUNCTION TRIM(MT-ACCOUNT)
               " AND role = 'PRIMARY')"
               " WHERE account_id = " FUNCTION TRIM(MT-ACCOUNT)
               " AND customer_id = " FUNCTION TRIM(MT-HOLDER-ID) ";"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "REMOVEHOLDER FAILED: could not pass account "
                       FUNCTION TRIM(MT-ACCOUNT) " to its remaining PRIMARY holder"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Processed REMOVEHOLDER on account " FUNCTION TRIM(MT-ACCOUNT)
                   ": customer " FUNCTION TRIM(MT-HOLDER-ID) " ("
                   FUNCTION TRIM(HOLDER-ROLE) ") removed.".
           MOVE "REMOVEHOLDER" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "customer " FUNCTION TRIM(MT-HOLDER-ID) " removed ("
               FUNCTION TRIM(HOLDER-ROLE) ")"
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-MAINTENANCE-LOG.

      *> The submitting customer must be a PRIMARY holder of the
      *> account: its owner on the accounts row, or a PRIMARY row in
      *> account_holders. Sets RECORD-FAILED-FLAG when not; the caller
      *> names the record type in its message.
       CHECK-PRIMARY-HOLDER.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COUNT(*) FROM (SELECT customer_id FROM accounts"
               " WHERE account_id = " FUNCTION TRIM(MT-ACCOUNT)
               " UNION SELECT customer_id FROM account_holders"
               " WHERE account_id = " FUNCTION TRIM(MT-ACCOUNT)
               " AND role = 'PRIMARY') p WHERE p.customer_id = "
               FUNCTION TRIM(MT-CUST-ID)
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
           END-IF.

      *> Any holder at all, whatever the role - the account's owner on
      *> the accounts row or anyone in account_holders.
       CHECK-ACCOUNT-HOLDER.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COUNT(*) FROM (SELECT customer_id FROM accounts"
               " WHERE account_id = " FUNCTION TRIM(MT-ACCOUNT)
               " UNION SELECT customer_id FROM account_holders"
               " WHERE account_id = " FUNCTION TRIM(MT-ACCOUNT)
               ") h WHERE h.customer_id = "
               FUNCTION TRIM(MT-CUST-ID)
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
           END-IF.

      *> An account nobody has added a holder to has no account_holders
      *> rows - its owner on the accounts row is its only holder. Before
      *> the first change, that owner is written in as a PRIMARY row so
      *> the table then lists every holder and the PRIMARY count is
      *> honest.
       RECORD-OWNER-HOLDER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "INSERT INTO account_holders"
               " (account_id, customer_id, role, added_at)"
               " SELECT account_id, customer_id, 'PRIMARY', CURRENT_TIMESTAMP"
               " FROM accounts WHERE account_id = " FUNCTION TRIM(MT-ACCOUNT)
               " AND NOT EXISTS (SELECT 1 FROM account_holders"
               " WHERE account_id = " FUNCTION TRIM(MT-ACCOUNT) ");"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "HOLDER CHANGE FAILED: could not record the owner of account "
                       FUNCTION TRIM(MT-ACCOUNT) " as its PRIMARY holder"
           END-IF.

       HANDLE-FRAUDCASE.
           IF FUNCTION TRIM(MT-CASE-STATUS) NOT = "OPEN"
                   AND FUNCTION TRIM(MT-CASE-STATUS) NOT = "CLEARED"
                   AND FUNCTION TRIM(MT-CASE-STATUS) NOT = "ESCALATED" THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "FRAUDCASE FAILED: case status must be OPEN, CLEARED"
                       " or ESCALATED, not '" FUNCTION TRIM(MT-CASE-STATUS) "'"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(MT-ALERT-ID) TO DIGIT-TEST.
           INSPECT DIGIT-TEST CONVERTING "0123456789" TO "          ".
           IF FUNCTION TRIM(MT-ALERT-ID) = SPACES OR DIGIT-TEST NOT = SPACES THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "FRAUDCASE FAILED: alert id '" FUNCTION TRIM(MT-ALERT-ID)
                       "' is not a number"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COUNT(*) FROM fraud_alerts WHERE alert_id = "
               FUNCTION TRIM(MT-ALERT-ID) " AND customer_id = "
               FUNCTION TRIM(MT-CUST-ID)
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
               DISPLAY "FRAUDCASE FAILED: no alert " FUNCTION TRIM(MT-ALERT-ID)
                       " raised against customer " FUNCTION TRIM(MT-CUST-ID)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE fraud_alerts SET status = '"
               FUNCTION TRIM(MT-CASE-STATUS) "', status_note = $1,"
               " status_changed_at = CURRENT_TIMESTAMP"
               " WHERE alert_id = " FUNCTION TRIM(MT-ALERT-ID) ";"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           IF FUNCTION TRIM(MT-REASON) = SPACES THEN
               MOVE MT-CASE-STATUS TO PARAM-BUFFER
           ELSE
               MOVE MT-REASON TO PARAM-BUFFER
           END-IF.
           PERFORM EXEC-WITH-PARAM.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "FRAUDCASE FAILED: could not update alert "
                       FUNCTION TRIM(MT-ALERT-ID)
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Processed FRAUDCASE: alert " FUNCTION TRIM(MT-ALERT-ID)
                   " now " FUNCTION TRIM(MT-CASE-STATUS).
           MOVE "FRAUDCASE" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "fraud alert " FUNCTION TRIM(MT-ALERT-ID) " "
               FUNCTION TRIM(MT-CASE-STATUS) ": " FUNCTION TRIM(MT-REASON)
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-MAINTENANCE-LOG.

       HANDLE-TAXID.
           PERFORM VALIDATE-TAX-ID.
           IF TAX-ID-DIGITS = SPACES THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "TAXID FAILED: customer " FUNCTION TRIM(MT-CUST-ID)
                       " - not a valid SSN (NNN-NN-NNNN) or EIN (NN-NNNNNNN)"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TAX-ID-MASKED.
           IF TAX-ID-TYPE = "E" THEN
               STRING "**-***" TAX-ID-DIGITS(6:4)
                   DELIMITED BY SIZE INTO TAX-ID-MASKED
           ELSE
               STRING "***-**-" TAX-ID-DIGITS(6:4)
                   DELIMITED BY SIZE INTO TAX-ID-MASKED
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           IF TAX-ID-TYPE = SPACE THEN
               STRING "UPDATE customers SET tax_id = $1, tax_id_type = NULL"
                   " WHERE customer_id = " FUNCTION TRIM(MT-CUST-ID) ";"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           ELSE
               STRING "UPDATE customers SET tax_id = $1, tax_id_type = '"
                   TAX-ID-TYPE "' WHERE customer_id = "
                   FUNCTION TRIM(MT-CUST-ID) ";"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           END-IF.
           MOVE TAX-ID-DIGITS TO PARAM-BUFFER.
           PERFORM EXEC-WITH-PARAM.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "TAXID FAILED: could not update customer "
                       FUNCTION TRIM(MT-CUST-ID)
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Processed TAXID for customer " FUNCTION TRIM(MT-CUST-ID)
                   ": " FUNCTION TRIM(TAX-ID-MASKED).
           MOVE "TAXID" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "tax id recorded " FUNCTION TRIM(TAX-ID-MASKED)
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-MAINTENANCE-LOG.

      *> Leaves the nine digits in TAX-ID-DIGITS and the type in
      *> TAX-ID-TYPE, or TAX-ID-DIGITS blank when the number keyed is
      *> not a usable TIN. Beyond the shape, an SSN may not have an
      *> area of 000, 666 or 900-999, a group of 00 or a serial of
      *> 0000, and no TIN is all zeros.
       VALIDATE-TAX-ID.
           MOVE SPACES TO TAX-ID-DIGITS.
           MOVE SPACE TO TAX-ID-TYPE.
           MOVE FUNCTION TRIM(MT-TAX-ID) TO MT-TAX-ID.
           EVALUATE TRUE
               WHEN FUNCTION LENGTH(FUNCTION TRIM(MT-TAX-ID)) = 11
                       AND MT-TAX-ID(4:1) = "-" AND MT-TAX-ID(7:1) = "-"
                   MOVE "S" TO TAX-ID-TYPE
                   STRING MT-TAX-ID(1:3) MT-TAX-ID(5:2) MT-TAX-ID(8:4)
                       DELIMITED BY SIZE INTO TAX-ID-DIGITS
               WHEN FUNCTION LENGTH(FUNCTION TRIM(MT-TAX-ID)) = 10
                       AND MT-TAX-ID(3:1) = "-"
                   MOVE "E" TO TAX-ID-TYPE
                   STRING MT-TAX-ID(1:2) MT-TAX-ID(4:7)
                       DELIMITED BY SIZE INTO TAX-ID-DIGITS
               WHEN FUNCTION LENGTH(FUNCTION TRIM(MT-TAX-ID)) = 9
                   MOVE MT-TAX-ID(1:9) TO TAX-ID-DIGITS
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE TAX-ID-DIGITS TO DIGIT-TEST.
           INSPECT DIGIT-TEST CONVERTING "0123456789" TO "          ".
           IF DIGIT-TEST NOT = SPACES OR TAX-ID-DIGITS = "000000000" THEN
               MOVE SPACES TO TAX-ID-DIGITS
               EXIT PARAGRAPH
           END-IF.
           IF TAX-ID-TYPE = "S" THEN
               IF TAX-ID-DIGITS(1:3) = "000" OR TAX-ID-DIGITS(1:3) = "666"
                       OR TAX-ID-DIGITS(1:1) = "9"
                       OR TAX-ID-DIGITS(4:2) = "00"
                       OR TAX-ID-DIGITS(6:4) = "0000" THEN
                   MOVE SPACES TO TAX-ID-DIGITS
               END-IF
           END-IF.

      *> Null-terminates PARAM-BUFFER in place and runs SQL-COMMAND
      *> with it as $1, the same convention HANDLE-INSERT set in
      *> process-transactions.cob.
