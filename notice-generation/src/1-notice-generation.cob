      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. notice-generation.

      *> Nightly customer notice run for the print/mail vendor. The
      *> system already knows about the events a customer should hear
      *> about; this collects the business date's events and turns
      *> each into a letter:
      *>     event       source                          template
      *>     HOLD        account_holds placed today       HOLD01
      *>     LOWBAL      balance fell below the minimum   LOWBAL01
      *>                 today (still not negative)
      *>     OVERDRAWN   OVERDRAWN marker in              OVRDFT01
      *>                 transaction_log (one letter per
      *>                 account per day)
      *>     DORMANT     dormant-review's DORMANT marker  DORMNT01
      *>     FEE         each FEE posting                 FEE01
      *>     CLOSE       each CLOSE posting               CLOSE01
      *>     CONTACT     maintenance CONTACT change - the CHGCON01
      *>                 "was this you?" letter
      *>     ADDRESS     maintenance ADDRESS change, same CHGADR01
      *>                 letter for the mailing address
      *> Account events go to the account's principal holder
      *> (accounts.customer_id); CONTACT and ADDRESS go to the customer
      *> changed. Every event has a key (type, account or customer, and
      *> the event's own timestamp), and every letter is recorded in
      *> notice_history under that key - an event already in the
      *> history as SENT is never written again, so a rerun for the
      *> same date produces no second letter. operator-inquiry shows
      *> the history on the customer's relationship screen.
      *> The events are read a page at a time in event-key order (see
      *> pagestat.cpy), each page starting after the last key of the
      *> one before and leaving out any event already SENT, so the
      *> whole day goes out in one run whatever its size; the page and
      *> row counts go to the step's batch_run_log row at the end. The
      *> vendor file is in the same key order.
      *> A customer with no mailing address on file can't be written
      *> to: the event is recorded in notice_history as NO-ADDRESS,
      *> listed on the run report for the desk to get an ADDRESS
      *> maintenance record in, and the run exits 2. A rerun for that
      *> date once the address is in sends the letter and turns the
      *> NO-ADDRESS row into the SENT one.
      *> The vendor file, mail-notices-<date>.dat, is fixed 300-byte
      *> records:
      *>     H  header   business date, creation stamp
      *>     D  notice   notice id, template, event date, customer,
      *>                 account, name, address lines, city, state,
      *>                 postal code, amount, detail
      *>     T  trailer  notice count
      *> plus the run report notice-generation-<date>.rpt.
      *> Arguments follow the run-control driver's "<feed> <date>"
      *> convention: the YYYY-MM-DD argument is the business date
      *> (default: calendar date). NOTICE_MINIMUM_BALANCE in the
      *> environment sets the low-balance line (default 25.00, the
      *> withdrawal rules' minimum). Moves no money, so no posting
      *> lock. Exit 1 on a database failure (a page of events that
      *> can't be read ends the run there, and a rerun for the date
      *> picks up the rest), 2 when a notice could not be addressed or
      *> recorded, else 0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-FILE ASSIGN TO DYNAMIC NOTICE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-FILE.
       01  NOTICE-RECORD        PIC X(300).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(132).
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       COPY "splitfld.cpy".
       COPY "pagestat.cpy".
       01  L                     PIC 9(4) VALUE 0.
       01  SQL-LIT               PIC X(4000).
       01  PARAM-BUFFER          PIC X(256).
       01  CMD-LINE-ARG          PIC X(256).
       01  ARG-NUM               PIC 9(2).
       01  ENV-VALUE             PIC X(40).
       01  BUSINESS-DATE         PIC X(10).
       01  NOTICE-FILENAME       PIC X(256).
       01  REPORT-FILENAME       PIC X(256).
       01  NOTICE-FILE-STATUS    PIC XX.
       01  REPORT-FILE-STATUS    PIC XX.
       01  MINIMUM-BALANCE       PIC S9(9)V99 COMP-3 VALUE 25.00.
       01  MINIMUM-EDIT          PIC -(9)9.99.
       01  FETCH-DONE            PIC X VALUE 'N'.
       01  RECORD-FAILED-FLAG    PIC X VALUE 'N'.
      *> One page of the day's events, drained before any history row
      *> is written - no statement of ours while a cursor is open on
      *> the handle. PAGE-SIZE is the OCCURS count and the page query's
      *> LIMIT. An event key is wider than PAGE-LAST-KEY, so the page
      *> position is kept in PAGE-LAST-EVENT-KEY instead.
       01  PAGE-SIZE             PIC 9(5) VALUE 1000.
       01  PAGE-LAST-EVENT-KEY   PIC X(64) VALUE SPACES.
       01  EVENT-KEY-CLAUSE      PIC X(100) VALUE SPACES.
       01  EVENT-READ-FAILED     PIC X VALUE 'N'.
       01  EVENT-TABLE.
           05 EVENT-ENTRY OCCURS 1000 TIMES INDEXED BY EV-IDX.
               10 EV-TYPE            PIC X(10).
               10 EV-ACCOUNT-ID      PIC X(10).
               10 EV-CUSTOMER-ID     PIC X(10).
               10 EV-KEY             PIC X(64).
               10 EV-AMOUNT-TEXT     PIC X(20).
               10 EV-DETAIL          PIC X(20).
       01  EVENT-COUNT           PIC 9(9) VALUE 0.
       01  TEMPLATE-CODE         PIC X(8).
       01  NOTICE-ID             PIC X(10).
       01  NOTICE-STATUS         PIC X(10).
       01  PRIOR-STATUS          PIC X(10).
       01  ADDRESS-DATA.
           05 AD-NAME            PIC X(40).
           05 AD-LINE-1          PIC X(40).
           05 AD-LINE-2          PIC X(40).
           05 AD-CITY            PIC X(30).
           05 AD-STATE           PIC X(2).
           05 AD-POSTAL-CODE     PIC X(10).
       01  NOTICE-AMOUNT         PIC S9(11)V99 COMP-3.
       01  SENT-COUNT            PIC 9(9) VALUE 0.
       01  ALREADY-SENT-COUNT    PIC 9(9) VALUE 0.
       01  NO-ADDRESS-COUNT      PIC 9(9) VALUE 0.
       01  FAILED-COUNT          PIC 9(9) VALUE 0.
      *> One vendor-file record, with a view per record type; each
      *> record is built here and then written.
       01  VENDOR-RECORD         PIC X(300).
       01  VENDOR-HEADER-RECORD REDEFINES VENDOR-RECORD.
           05 VH-RECORD-TYPE     PIC X.
           05 VH-BUSINESS-DATE   PIC X(10).
           05 VH-CREATED-STAMP   PIC X(14).
           05 FILLER             PIC X(275).
       01  VENDOR-NOTICE-RECORD REDEFINES VENDOR-RECORD.
           05 VD-RECORD-TYPE     PIC X.
           05 VD-NOTICE-ID       PIC 9(10).
           05 VD-TEMPLATE-CODE   PIC X(8).
           05 VD-EVENT-DATE      PIC X(10).
           05 VD-CUSTOMER-ID     PIC X(10).
           05 VD-ACCOUNT-ID      PIC X(10).
           05 VD-NAME            PIC X(40).
           05 VD-ADDRESS-1       PIC X(40).
           05 VD-ADDRESS-2       PIC X(40).
           05 VD-CITY            PIC X(30).
           05 VD-STATE           PIC X(2).
           05 VD-POSTAL-CODE     PIC X(10).
           05 VD-AMOUNT          PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 VD-DETAIL          PIC X(20).
           05 FILLER             PIC X(55).
       01  VENDOR-TRAILER-RECORD REDEFINES VENDOR-RECORD.
           05 VT-RECORD-TYPE     PIC X.
           05 VT-NOTICE-COUNT    PIC 9(9).
           05 FILLER             PIC X(290).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO BUSINESS-DATE.
           PERFORM FIND-DATE-ARGUMENT
               VARYING ARG-NUM FROM 1 BY 1 UNTIL ARG-NUM > 2.
           IF BUSINESS-DATE = SPACES THEN
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                      FUNCTION CURRENT-DATE(5:2) "-"
                      FUNCTION CURRENT-DATE(7:2)
                      DELIMITED BY SIZE INTO BUSINESS-DATE
           END-IF.
           MOVE SPACES TO ENV-VALUE.
           ACCEPT ENV-VALUE FROM ENVIRONMENT "NOTICE_MINIMUM_BALANCE".
           IF FUNCTION TRIM(ENV-VALUE) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(ENV-VALUE)) = 0 THEN
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(ENV-VALUE)) TO MINIMUM-BALANCE
           END-IF.
           MOVE MINIMUM-BALANCE TO MINIMUM-EDIT.

           CALL "get-db-connstr" USING DB-CONNSTR.
           CALL STATIC "DB_CONNECT" USING DB-CONNSTR RETURNING DBH.
           IF DBH = NULL-PTR THEN
               DISPLAY "NOTICE GENERATION FAILED: Database connection error"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO NOTICE-FILENAME.
           STRING "mail-notices-" FUNCTION TRIM(BUSINESS-DATE) ".dat"
               DELIMITED BY SIZE INTO NOTICE-FILENAME.
           MOVE SPACES TO REPORT-FILENAME.
           STRING "notice-generation-" FUNCTION TRIM(BUSINESS-DATE) ".rpt"
               DELIMITED BY SIZE INTO REPORT-FILENAME.
           OPEN OUTPUT NOTICE-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF NOTICE-FILE-STATUS NOT = "00" OR REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "NOTICE GENERATION FAILED: could not create "
                       FUNCTION TRIM(NOTICE-FILENAME) " or "
                       FUNCTION TRIM(REPORT-FILENAME)
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO VENDOR-RECORD.
           MOVE "H" TO VH-RECORD-TYPE.
           MOVE BUSINESS-DATE TO VH-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO VH-CREATED-STAMP.
           MOVE VENDOR-RECORD TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Customer notices for " FUNCTION TRIM(BUSINESS-DATE)
               " - low-balance line " FUNCTION TRIM(MINIMUM-EDIT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO PAGE-LAST-EVENT-KEY.
           MOVE 'N' TO PAGE-BOOK-DONE.
           PERFORM ISSUE-EVENT-PAGE UNTIL PAGE-BOOK-DONE = 'Y'.

           MOVE SPACES TO VENDOR-RECORD.
           MOVE "T" TO VT-RECORD-TYPE.
           MOVE SENT-COUNT TO VT-NOTICE-COUNT.
           MOVE VENDOR-RECORD TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           CLOSE NOTICE-FILE.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING PAGE-ROW-TOTAL " event(s): " SENT-COUNT " notice(s) written, "
               ALREADY-SENT-COUNT " already sent, " NO-ADDRESS-COUNT
               " with no address, " FAILED-COUNT " failed"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF EVENT-READ-FAILED = 'Y' THEN
               MOVE SPACES TO REPORT-RECORD
               STRING "INCOMPLETE - the day's events could not all be read;"
                   " rerun for the same date to write the rest"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           CLOSE REPORT-FILE.

           DISPLAY "Notice generation complete for " FUNCTION TRIM(BUSINESS-DATE)
                   ": " SENT-COUNT " notice(s) in " FUNCTION TRIM(NOTICE-FILENAME)
                   ", " ALREADY-SENT-COUNT " already sent, " NO-ADDRESS-COUNT
                   " with no address, " FAILED-COUNT " failed.".
           MOVE "notice-generation" TO PAGE-JOB-NAME.
           CALL "batch-page-stats" USING DBH, PAGE-JOB-NAME,
               PAGE-COUNT, PAGE-ROW-TOTAL, BUSINESS-DATE.
           MOVE 0 TO RETURN-CODE.
           IF NO-ADDRESS-COUNT > 0 OR FAILED-COUNT > 0 THEN
               MOVE 2 TO RETURN-CODE
           END-IF.
           IF EVENT-READ-FAILED = 'Y' THEN
               MOVE 1 TO RETURN-CODE
           END-IF.

           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
           GOBACK.

      *> "<feed> <date>" in either order - only the date matters here.
       FIND-DATE-ARGUMENT.
           MOVE SPACES TO CMD-LINE-ARG.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT CMD-LINE-ARG FROM ARGUMENT-VALUE.
           IF CMD-LINE-ARG(5:1) = "-" AND CMD-LINE-ARG(8:1) = "-"
                   AND CMD-LINE-ARG(11:1) = SPACE THEN
               MOVE CMD-LINE-ARG(1:10) TO BUSINESS-DATE
           END-IF.

      *> One page of the day's events not yet SENT, after the last
      *> event key of the page before, each with its de-duplication
      *> key. The low-balance test works back from the current balance
      *> to the start of the day, so only an account that CROSSED the
      *> line today gets the letter, not every account that has sat
      *> under it for a month.
       ISSUE-EVENT-PAGE.
           MOVE SPACES TO EVENT-KEY-CLAUSE.
           IF PAGE-LAST-EVENT-KEY NOT = SPACES THEN
               STRING " AND ev.event_key > '"
                   FUNCTION TRIM(PAGE-LAST-EVENT-KEY) "'"
                   DELIMITED BY SIZE INTO EVENT-KEY-CLAUSE
           END-IF.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT ev.event_type, ev.account_id, ev.customer_id,"
               " ev.event_key, ev.amount, ev.detail FROM ("
               "SELECT 'HOLD' AS event_type,"
               " CAST(h.account_id AS TEXT) AS account_id,"
               " a.customer_id AS customer_id,"
               " 'HOLD:' || h.account_id || ':'"
               " || TO_CHAR(h.placed_at, 'YYYYMMDDHH24MISSUS') AS event_key,"
               " h.amount AS amount,"
               " TO_CHAR(h.release_date, 'YYYY-MM-DD') AS detail"
               " FROM account_holds h JOIN accounts a ON a.account_id = h.account_id"
               " WHERE h.placed_at >= DATE '" FUNCTION TRIM(BUSINESS-DATE) "'"
               " AND h.placed_at < DATE '" FUNCTION TRIM(BUSINESS-DATE) "' + 1"
               " UNION ALL"
               " SELECT t.tx_type, CAST(t.account_id AS TEXT), a.customer_id,"
               " t.tx_type || ':' || t.account_id || ':'"
               " || TO_CHAR(t.occurred_at, 'YYYYMMDDHH24MISSUS'),"
               " t.amount, TO_CHAR(a.balance, 'FM999999999990.00')"
               " FROM transaction_log t JOIN accounts a ON a.account_id = t.account_id"
               " WHERE t.tx_type IN ('DORMANT', 'FEE', 'CLOSE')"
               " AND t.occurred_at >= DATE '" FUNCTION TRIM(BUSINESS-DATE) "'"
               " AND t.occurred_at < DATE '" FUNCTION TRIM(BUSINESS-DATE) "' + 1"
               " UNION ALL"
               " SELECT DISTINCT 'OVERDRAWN', CAST(t.account_id AS TEXT), a.customer_id,"
               " 'OVERDRAWN:' || t.account_id || ':" FUNCTION TRIM(BUSINESS-DATE) "',"
               " a.balance, TO_CHAR(COALESCE(a.overdraft_limit, 0), 'FM999999999990.00')"
               " FROM transaction_log t JOIN accounts a ON a.account_id = t.account_id"
               " WHERE t.tx_type = 'OVERDRAWN'"
               " AND t.occurred_at >= DATE '" FUNCTION TRIM(BUSINESS-DATE) "'"
               " AND t.occurred_at < DATE '" FUNCTION TRIM(BUSINESS-DATE) "' + 1"
               " UNION ALL"
               " SELECT 'LOWBAL', CAST(a.account_id AS TEXT), a.customer_id,"
               " 'LOWBAL:' || a.account_id || ':" FUNCTION TRIM(BUSINESS-DATE) "',"
               " a.balance, '" FUNCTION TRIM(MINIMUM-EDIT) "'"
               " FROM accounts a"
               " WHERE a.balance >= 0 AND a.balance < " FUNCTION TRIM(MINIMUM-EDIT)
               " AND COALESCE(a.status, 'ACTIVE') NOT IN ('CLOSED', 'ESCHEATED')"
               " AND a.balance + COALESCE((SELECT SUM(CASE"
               " WHEN t.tx_type IN ('WITHDRAW', 'FEE', 'ESCHEAT', 'PENALTY')"
               " THEN t.amount"
               " WHEN t.tx_type IN ('DEPOSIT', 'OPEN', 'INTEREST') THEN -t.amount"
               " ELSE 0 END) FROM transaction_log t"
               " WHERE t.account_id = a.account_id"
               " AND t.occurred_at >= DATE '" FUNCTION TRIM(BUSINESS-DATE) "'), 0)"
               " >= " FUNCTION TRIM(MINIMUM-EDIT)
               " UNION ALL"
               " SELECT m.action, COALESCE(CAST(m.account_id AS TEXT), ''), m.customer_id,"
               " m.action || ':' || m.customer_id || ':'"
               " || TO_CHAR(m.occurred_at, 'YYYYMMDDHH24MISSUS'),"
               " 0, ''"
               " FROM maintenance_log m"
               " WHERE m.action IN ('CONTACT', 'ADDRESS')"
               " AND m.occurred_at >= DATE '" FUNCTION TRIM(BUSINESS-DATE) "'"
               " AND m.occurred_at < DATE '" FUNCTION TRIM(BUSINESS-DATE) "' + 1"
               ") ev WHERE NOT EXISTS (SELECT 1 FROM notice_history n"
               " WHERE n.event_key = ev.event_key AND n.status = 'SENT')"
               EVENT-KEY-CLAUSE
               " ORDER BY ev.event_key LIMIT " PAGE-SIZE
               DELIMITED BY SIZE INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "NOTICE GENERATION FAILED: could not open the event cursor"
               MOVE 'Y' TO EVENT-READ-FAILED
               MOVE 'Y' TO PAGE-BOOK-DONE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO EVENT-COUNT.
           MOVE 'N' TO FETCH-DONE.
           PERFORM FETCH-DAY-EVENT UNTIL FETCH-DONE NOT = 'N'.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.
           IF FETCH-DONE = 'E' THEN
               MOVE 'Y' TO EVENT-READ-FAILED
               MOVE 'Y' TO PAGE-BOOK-DONE
               EXIT PARAGRAPH
           END-IF.

           IF EVENT-COUNT < PAGE-SIZE THEN
               MOVE 'Y' TO PAGE-BOOK-DONE
           END-IF.
           IF EVENT-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PAGE-COUNT.
           ADD EVENT-COUNT TO PAGE-ROW-TOTAL.
           MOVE EV-KEY(EVENT-COUNT) TO PAGE-LAST-EVENT-KEY.

           PERFORM ISSUE-NOTICE
               VARYING EV-IDX FROM 1 BY 1 UNTIL EV-IDX > EVENT-COUNT.

       FETCH-DAY-EVENT.
           MOVE SPACES TO FETCH-RESULT-BUFFER.
           CALL STATIC "DB_QUERY_FETCH"
               USING BY VALUE CURSOR-H, BY REFERENCE FETCH-RESULT-BUFFER
               RETURNING RC.
           EVALUATE RC
               WHEN 0
                   CONTINUE
               WHEN 1
                   MOVE 'Y' TO FETCH-DONE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "NOTICE GENERATION FAILED: error reading the day's events"
                   MOVE 'E' TO FETCH-DONE
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO EVENT-COUNT.
           CALL "split-feed-line" USING FETCH-RESULT-BUFFER,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE FUNCTION UPPER-CASE(SPLIT-FIELD(1)) TO EV-TYPE(EVENT-COUNT).
           MOVE SPLIT-FIELD(2) TO EV-ACCOUNT-ID(EVENT-COUNT).
           MOVE SPLIT-FIELD(3) TO EV-CUSTOMER-ID(EVENT-COUNT).
           MOVE SPLIT-FIELD(4) TO EV-KEY(EVENT-COUNT).
           MOVE SPLIT-FIELD(5) TO EV-AMOUNT-TEXT(EVENT-COUNT).
           MOVE SPLIT-FIELD(6) TO EV-DETAIL(EVENT-COUNT).

      *> One event: skip it if its letter already went, otherwise
      *> record it in notice_history and put it on the vendor file.
      *> An event held back earlier for want of an address is tried
      *> again - once the address is in, its NO-ADDRESS row becomes
      *> the SENT one (the key is unique to the event).
       ISSUE-NOTICE.
           EVALUATE EV-TYPE(EV-IDX)
               WHEN "HOLD"      MOVE "HOLD01"   TO TEMPLATE-CODE
               WHEN "LOWBAL"    MOVE "LOWBAL01" TO TEMPLATE-CODE
               WHEN "OVERDRAWN" MOVE "OVRDFT01" TO TEMPLATE-CODE
               WHEN "DORMANT"   MOVE "DORMNT01" TO TEMPLATE-CODE
               WHEN "FEE"       MOVE "FEE01"    TO TEMPLATE-CODE
               WHEN "CLOSE"     MOVE "CLOSE01"  TO TEMPLATE-CODE
               WHEN "CONTACT"   MOVE "CHGCON01" TO TEMPLATE-CODE
               WHEN "ADDRESS"   MOVE "CHGADR01" TO TEMPLATE-CODE
               WHEN OTHER       EXIT PARAGRAPH
           END-EVALUATE.

           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           STRING "SELECT COALESCE((SELECT status FROM notice_history"
               " WHERE event_key = '" FUNCTION TRIM(EV-KEY(EV-IDX)) "'), 'NONE')"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 THEN
               ADD 1 TO FAILED-COUNT
               DISPLAY "NOTICE GENERATION: could not read notice_history for "
                       FUNCTION TRIM(EV-KEY(EV-IDX))
               EXIT PARAGRAPH
           END-IF.
           MOVE SINGLE-RESULT-BUFFER TO PRIOR-STATUS.
           IF PRIOR-STATUS = "SENT" THEN
               ADD 1 TO ALREADY-SENT-COUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOOKUP-MAILING-ADDRESS.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               ADD 1 TO FAILED-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF AD-LINE-1 = SPACES OR AD-CITY = SPACES THEN
               MOVE "NO-ADDRESS" TO NOTICE-STATUS
           ELSE
               MOVE "SENT" TO NOTICE-STATUS
           END-IF.

      *> Still no address for an event already held back: its row
      *> stands as it is, and it is listed again below.
           IF NOTICE-STATUS = "NO-ADDRESS" AND PRIOR-STATUS = "NO-ADDRESS" THEN
               MOVE 'N' TO RECORD-FAILED-FLAG
           ELSE
               PERFORM RECORD-NOTICE-HISTORY
           END-IF.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               ADD 1 TO FAILED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "NOT RECORDED  " FUNCTION TRIM(TEMPLATE-CODE)
                   "  customer " FUNCTION TRIM(EV-CUSTOMER-ID(EV-IDX))
                   "  account " FUNCTION TRIM(EV-ACCOUNT-ID(EV-IDX))
                   "  - retried next run for this date"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           IF NOTICE-STATUS = "NO-ADDRESS" THEN
               ADD 1 TO NO-ADDRESS-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "NO ADDRESS    " FUNCTION TRIM(TEMPLATE-CODE)
                   "  customer " FUNCTION TRIM(EV-CUSTOMER-ID(EV-IDX))
                   "  " FUNCTION TRIM(AD-NAME)
                   "  account " FUNCTION TRIM(EV-ACCOUNT-ID(EV-IDX))
                   "  - letter not sent"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO SENT-COUNT.
           MOVE SPACES TO VENDOR-RECORD.
           MOVE "D" TO VD-RECORD-TYPE.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(NOTICE-ID)) TO VD-NOTICE-ID.
           MOVE TEMPLATE-CODE TO VD-TEMPLATE-CODE.
           MOVE BUSINESS-DATE TO VD-EVENT-DATE.
           MOVE FUNCTION TRIM(EV-CUSTOMER-ID(EV-IDX)) TO VD-CUSTOMER-ID.
           MOVE FUNCTION TRIM(EV-ACCOUNT-ID(EV-IDX)) TO VD-ACCOUNT-ID.
           MOVE FUNCTION UPPER-CASE(AD-NAME) TO VD-NAME.
           MOVE FUNCTION UPPER-CASE(AD-LINE-1) TO VD-ADDRESS-1.
           MOVE FUNCTION UPPER-CASE(AD-LINE-2) TO VD-ADDRESS-2.
           MOVE FUNCTION UPPER-CASE(AD-CITY) TO VD-CITY.
           MOVE FUNCTION UPPER-CASE(AD-STATE) TO VD-STATE.
           MOVE AD-POSTAL-CODE TO VD-POSTAL-CODE.
           MOVE 0 TO NOTICE-AMOUNT.
           IF FUNCTION TRIM(EV-AMOUNT-TEXT(EV-IDX)) NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(EV-AMOUNT-TEXT(EV-IDX)))
                   TO NOTICE-AMOUNT
           END-IF.
           MOVE NOTICE-AMOUNT TO VD-AMOUNT.
           MOVE EV-DETAIL(EV-IDX) TO VD-DETAIL.
           MOVE VENDOR-RECORD TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

      *> Name and address come back as one '|'-joined value, since an
      *> address line may legitimately hold a comma.
       LOOKUP-MAILING-ADDRESS.
           MOVE 'N' TO RECORD-FAILED-FLAG.
           MOVE SPACES TO ADDRESS-DATA.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           STRING "SELECT COALESCE(name, '') || '|' || COALESCE(address_line1, '')"
               " || '|' || COALESCE(address_line2, '') || '|' || COALESCE(city, '')"
               " || '|' || COALESCE(state_code, '') || '|' || COALESCE(postal_code, '')"
               " FROM customers WHERE customer_id = "
               FUNCTION TRIM(EV-CUSTOMER-ID(EV-IDX))
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
               DISPLAY "NOTICE GENERATION: could not read customer "
                       FUNCTION TRIM(EV-CUSTOMER-ID(EV-IDX))
               EXIT PARAGRAPH
           END-IF.
           UNSTRING SINGLE-RESULT-BUFFER DELIMITED BY "|"
               INTO AD-NAME, AD-LINE-1, AD-LINE-2, AD-CITY, AD-STATE,
                    AD-POSTAL-CODE.

      *> The history row and the notice id it gets are one
      *> transaction; the vendor record is written only after it
      *> commits, so a letter is never on the file without its
      *> history row.
       RECORD-NOTICE-HISTORY.
           MOVE 'N' TO RECORD-FAILED-FLAG.
           CALL "DB_BEGIN" USING BY VALUE DBH RETURNING RC.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           IF FUNCTION TRIM(EV-ACCOUNT-ID(EV-IDX)) = SPACES THEN
               MOVE "NULL" TO SQL-LIT
           ELSE
               MOVE EV-ACCOUNT-ID(EV-IDX) TO SQL-LIT
           END-IF.
           IF PRIOR-STATUS = "NO-ADDRESS" THEN
               STRING "UPDATE notice_history SET status = '"
                   FUNCTION TRIM(NOTICE-STATUS) "', file_name = $1,"
                   " created_at = CURRENT_TIMESTAMP WHERE event_key = '"
                   FUNCTION TRIM(EV-KEY(EV-IDX)) "' AND status = 'NO-ADDRESS';"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           ELSE
               STRING "INSERT INTO notice_history"
                   " (event_key, event_type, template_code, customer_id,"
                   " account_id, event_date, status, file_name, created_at)"
                   " VALUES ('" FUNCTION TRIM(EV-KEY(EV-IDX)) "', '"
                   FUNCTION TRIM(EV-TYPE(EV-IDX)) "', '"
                   FUNCTION TRIM(TEMPLATE-CODE) "', "
                   FUNCTION TRIM(EV-CUSTOMER-ID(EV-IDX)) ", "
                   FUNCTION TRIM(SQL-LIT) ", DATE '"
                   FUNCTION TRIM(BUSINESS-DATE) "', '"
                   FUNCTION TRIM(NOTICE-STATUS) "', $1, CURRENT_TIMESTAMP);"
                   DELIMITED BY SIZE INTO SQL-COMMAND
           END-IF.
           MOVE SPACES TO PARAM-BUFFER.
           IF NOTICE-STATUS = "SENT" THEN
               STRING FUNCTION TRIM(NOTICE-FILENAME) X"00"
                   DELIMITED BY SIZE INTO PARAM-BUFFER
           ELSE
               MOVE X"00" TO PARAM-BUFFER(1:1)
           END-IF.
           CALL STATIC "DB_EXEC_PARAM" USING BY VALUE DBH,
               BY REFERENCE SQL-COMMAND, BY REFERENCE PARAM-BUFFER
               RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
           ELSE
               MOVE SPACES TO SQL-COMMAND
               MOVE SPACES TO SINGLE-RESULT-BUFFER
               STRING "SELECT notice_id FROM notice_history WHERE event_key = '"
                   FUNCTION TRIM(EV-KEY(EV-IDX)) "'"
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
               ELSE
                   MOVE SINGLE-RESULT-BUFFER TO NOTICE-ID
               END-IF
           END-IF.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               CALL "DB_ROLLBACK" USING BY VALUE DBH RETURNING RC
               DISPLAY "NOTICE GENERATION: could not record notice "
                       FUNCTION TRIM(EV-KEY(EV-IDX)) " - rolled back"
           ELSE
               CALL "DB_COMMIT" USING BY VALUE DBH RETURNING RC
           END-IF.
