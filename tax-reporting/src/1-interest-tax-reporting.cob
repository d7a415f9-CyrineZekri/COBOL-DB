      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. interest-tax-reporting.

      *> Year-end interest tax reporting - the spreadsheet the back
      *> office used to hand-sum every January. For the tax year
      *> (argument 1, YYYY, default the previous calendar year) it
      *> totals each customer's INTEREST postings in transaction_log
      *> across all their accounts, net of any of those postings later
      *> backed out through REVERSE (the reversals table, matched on
      *> the posting's reference). Interest on a joint account is
      *> reported under its principal holder, accounts.customer_id -
      *> one form per account relationship, not one per signer.
      *> Every customer whose net interest is over the reporting
      *> threshold (argument 2, default 10.00) goes on the extract,
      *> tax-interest-<year>.dat, in the regulator's fixed 250-byte
      *> layout:
      *>     A  payer record      payer TIN, name and address, once
      *>     B  payee record      one per customer: TIN and type,
      *>                          customer number, name, interest in
      *>                          cents
      *>     C  end-of-payer      payee count and total interest
      *> The payer details come from the environment (TAX_PAYER_TIN,
      *> TAX_PAYER_NAME, TAX_PAYER_ADDRESS, TAX_PAYER_CITY,
      *> TAX_PAYER_STATE, TAX_PAYER_ZIP); without a payer TIN nothing
      *> is written. The extract is the one place a customer's tax ID
      *> appears in the clear. A customer over the threshold with no
      *> tax ID on file still goes on the extract with a blank TIN -
      *> the amount has to be reported either way - and is listed on
      *> tax-exceptions-<year>.rpt for the desk to chase with a TAXID
      *> maintenance record before the filing deadline.
      *> Read-only apart from its two files; no posting lock.
      *> Exit: 0 = clean, 2 = written with missing tax IDs, 1 = not
      *> written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC EXTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD       PIC X(250).
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(132).
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       COPY "splitfld.cpy".
       01  L                     PIC 9(4) VALUE 0.
       01  SQL-LIT               PIC X(1024).
       01  CMD-LINE-ARG          PIC X(256).
       01  DIGIT-TEST            PIC X(20).
       01  TAX-YEAR              PIC 9(4) VALUE 0.
       01  NEXT-YEAR             PIC 9(4) VALUE 0.
       01  EXTRACT-FILENAME      PIC X(256).
       01  REPORT-FILENAME       PIC X(256).
       01  EXTRACT-FILE-STATUS   PIC XX.
       01  REPORT-FILE-STATUS    PIC XX.
       01  REPORT-THRESHOLD      PIC S9(9)V99 COMP-3 VALUE 10.00.
       01  THRESHOLD-EDIT        PIC -(9)9.99.
       01  FETCH-DONE            PIC X VALUE 'N'.
       01  PAYER-FIELDS.
           05 PAYER-TIN          PIC X(20).
           05 PAYER-NAME         PIC X(40).
           05 PAYER-ADDRESS      PIC X(40).
           05 PAYER-CITY         PIC X(40).
           05 PAYER-STATE        PIC X(2).
           05 PAYER-ZIP          PIC X(9).
       01  ROW-DATA.
           05 ROW-CUSTOMER-ID    PIC X(10).
           05 ROW-NAME           PIC X(40).
           05 ROW-TAX-ID         PIC X(9).
           05 ROW-TAX-ID-TYPE    PIC X.
           05 ROW-INTEREST-TEXT  PIC X(20).
       01  ROW-INTEREST          PIC S9(11)V99 COMP-3.
       01  INTEREST-EDIT         PIC -(11)9.99.
       01  PAYEE-COUNT           PIC 9(8) VALUE 0.
       01  PAYEE-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01  PAYEE-TOTAL-EDIT      PIC -(13)9.99.
       01  BELOW-THRESHOLD-COUNT PIC 9(9) VALUE 0.
       01  MISSING-TIN-COUNT     PIC 9(9) VALUE 0.
      *> One extract record, with a view per record type; each record
      *> is built here and then written.
       01  TAX-RECORD            PIC X(250).
       01  TAX-PAYER-RECORD REDEFINES TAX-RECORD.
           05 PA-RECORD-TYPE     PIC X.
           05 PA-TAX-YEAR        PIC 9(4).
           05 PA-RETURN-TYPE     PIC X(2).
           05 PA-PAYER-TIN       PIC X(9).
           05 PA-PAYER-NAME      PIC X(40).
           05 PA-PAYER-ADDRESS   PIC X(40).
           05 PA-PAYER-CITY      PIC X(40).
           05 PA-PAYER-STATE     PIC X(2).
           05 PA-PAYER-ZIP       PIC X(9).
           05 PA-AMOUNT-CODES    PIC X(16).
           05 FILLER             PIC X(87).
       01  TAX-PAYEE-RECORD REDEFINES TAX-RECORD.
           05 PB-RECORD-TYPE     PIC X.
           05 PB-TAX-YEAR        PIC 9(4).
           05 PB-TIN-TYPE        PIC X.
           05 PB-PAYEE-TIN       PIC X(9).
           05 PB-ACCOUNT-NUMBER  PIC X(20).
           05 PB-PAYEE-NAME      PIC X(40).
           05 PB-INTEREST-CENTS  PIC 9(12).
           05 FILLER             PIC X(163).
       01  TAX-END-OF-PAYER-RECORD REDEFINES TAX-RECORD.
           05 PC-RECORD-TYPE     PIC X.
           05 PC-PAYEE-COUNT     PIC 9(8).
           05 PC-TOTAL-CENTS     PIC 9(15).
           05 FILLER             PIC X(226).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO CMD-LINE-ARG.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT CMD-LINE-ARG FROM ARGUMENT-VALUE.
           MOVE FUNCTION TRIM(CMD-LINE-ARG) TO DIGIT-TEST.
           INSPECT DIGIT-TEST CONVERTING "0123456789" TO "          ".
           IF FUNCTION TRIM(CMD-LINE-ARG) NOT = SPACES
                   AND FUNCTION LENGTH(FUNCTION TRIM(CMD-LINE-ARG)) = 4
                   AND DIGIT-TEST = SPACES THEN
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(CMD-LINE-ARG)) TO TAX-YEAR
           ELSE
               MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4)) TO TAX-YEAR
               SUBTRACT 1 FROM TAX-YEAR
           END-IF.
           COMPUTE NEXT-YEAR = TAX-YEAR + 1.

           MOVE SPACES TO CMD-LINE-ARG.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT CMD-LINE-ARG FROM ARGUMENT-VALUE.
           IF FUNCTION TRIM(CMD-LINE-ARG) NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(CMD-LINE-ARG)) TO REPORT-THRESHOLD
           END-IF.
           MOVE REPORT-THRESHOLD TO THRESHOLD-EDIT.

           PERFORM READ-PAYER-DETAILS.
           IF PAYER-TIN = SPACES THEN
               DISPLAY "TAX REPORTING FAILED: TAX_PAYER_TIN is not set to"
                       " the payer's nine-digit TIN"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL "get-db-connstr" USING DB-CONNSTR.
           CALL STATIC "DB_CONNECT" USING DB-CONNSTR RETURNING DBH.
           IF DBH = NULL-PTR THEN
               DISPLAY "TAX REPORTING FAILED: Database connection error"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Interest less reversed interest per principal holder. A name
      *> has its commas taken out so the row splits cleanly; the
      *> regulator's name line carries no punctuation anyway.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT a.customer_id, UPPER(REPLACE(COALESCE(c.name, ''), ',', ' ')),"
               " COALESCE(c.tax_id, ''), COALESCE(c.tax_id_type, ''),"
               " SUM(t.amount) - COALESCE(SUM(r.amount), 0)"
               " FROM transaction_log t"
               " JOIN accounts a ON a.account_id = t.account_id"
               " LEFT JOIN customers c ON c.customer_id = a.customer_id"
               " LEFT JOIN reversals r ON r.orig_ref = t.tx_ref"
               " WHERE t.tx_type = 'INTEREST'"
               " AND t.occurred_at >= DATE '" TAX-YEAR "-01-01'"
               " AND t.occurred_at < DATE '" NEXT-YEAR "-01-01'"
               " GROUP BY a.customer_id, c.name, c.tax_id, c.tax_id_type"
               " ORDER BY a.customer_id"
               INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
           MOVE SQL-LIT(1:L) TO SQL-COMMAND(1:L).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_OPEN"
               USING BY VALUE DBH, BY REFERENCE SQL-COMMAND
               RETURNING CURSOR-H.
           IF CURSOR-H = NULL-PTR THEN
               DISPLAY "TAX REPORTING FAILED: could not open interest cursor"
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO EXTRACT-FILENAME.
           STRING "tax-interest-" TAX-YEAR ".dat"
               DELIMITED BY SIZE INTO EXTRACT-FILENAME.
           MOVE SPACES TO REPORT-FILENAME.
           STRING "tax-exceptions-" TAX-YEAR ".rpt"
               DELIMITED BY SIZE INTO REPORT-FILENAME.
           OPEN OUTPUT EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = "00" THEN
               DISPLAY "TAX REPORTING FAILED: could not create "
                       FUNCTION TRIM(EXTRACT-FILENAME)
               CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "TAX REPORTING FAILED: could not create "
                       FUNCTION TRIM(REPORT-FILENAME)
               CLOSE EXTRACT-FILE
               CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-PAYER-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Interest tax reporting " TAX-YEAR
               " - customers over the " FUNCTION TRIM(THRESHOLD-EDIT)
               " threshold with no tax ID on file"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM REPORT-CUSTOMER-INTEREST UNTIL FETCH-DONE NOT = 'N'.
           CALL STATIC "DB_QUERY_CLOSE" USING BY VALUE CURSOR-H RETURNING RC.

           PERFORM WRITE-END-OF-PAYER-RECORD.
           CLOSE EXTRACT-FILE.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE PAYEE-TOTAL TO PAYEE-TOTAL-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING PAYEE-COUNT " customer(s) reported, total interest "
               FUNCTION TRIM(PAYEE-TOTAL-EDIT) "; " MISSING-TIN-COUNT
               " with no tax ID"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

           DISPLAY "Interest tax reporting for " TAX-YEAR ": " PAYEE-COUNT
                   " customer(s) on " FUNCTION TRIM(EXTRACT-FILENAME)
                   ", " BELOW-THRESHOLD-COUNT " under the threshold, "
                   MISSING-TIN-COUNT " with no tax ID (see "
                   FUNCTION TRIM(REPORT-FILENAME) ").".
           IF FETCH-DONE = 'E' THEN
               DISPLAY "TAX REPORTING FAILED: error reading interest totals"
                       " - the extract is incomplete"
               MOVE 1 TO RETURN-CODE
           ELSE
               IF MISSING-TIN-COUNT > 0 THEN
                   MOVE 2 TO RETURN-CODE
               END-IF
           END-IF.

           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
           GOBACK.

       READ-PAYER-DETAILS.
           MOVE SPACES TO PAYER-FIELDS.
           ACCEPT PAYER-TIN FROM ENVIRONMENT "TAX_PAYER_TIN".
           ACCEPT PAYER-NAME FROM ENVIRONMENT "TAX_PAYER_NAME".
           ACCEPT PAYER-ADDRESS FROM ENVIRONMENT "TAX_PAYER_ADDRESS".
           ACCEPT PAYER-CITY FROM ENVIRONMENT "TAX_PAYER_CITY".
           ACCEPT PAYER-STATE FROM ENVIRONMENT "TAX_PAYER_STATE".
           ACCEPT PAYER-ZIP FROM ENVIRONMENT "TAX_PAYER_ZIP".
           INSPECT PAYER-TIN REPLACING ALL "-" BY SPACE.
           MOVE FUNCTION TRIM(PAYER-TIN) TO DIGIT-TEST.
           INSPECT DIGIT-TEST CONVERTING "0123456789" TO "          ".
           IF DIGIT-TEST NOT = SPACES THEN
               MOVE SPACES TO PAYER-TIN
               EXIT PARAGRAPH
           END-IF.
      *> "12-3456789" arrives as "12 3456789" once the hyphen is gone;
      *> squeeze the blank out so nine digits remain.
           MOVE SPACES TO DIGIT-TEST.
           UNSTRING PAYER-TIN DELIMITED BY ALL SPACE
               INTO DIGIT-TEST(1:9), DIGIT-TEST(10:9).
           MOVE SPACES TO PAYER-TIN.
           STRING FUNCTION TRIM(DIGIT-TEST(1:9)) FUNCTION TRIM(DIGIT-TEST(10:9))
               DELIMITED BY SIZE INTO PAYER-TIN.
           IF FUNCTION LENGTH(FUNCTION TRIM(PAYER-TIN)) NOT = 9 THEN
               MOVE SPACES TO PAYER-TIN
           END-IF.

       WRITE-PAYER-RECORD.
           MOVE SPACES TO TAX-RECORD.
           MOVE "A" TO PA-RECORD-TYPE.
           MOVE TAX-YEAR TO PA-TAX-YEAR.
           MOVE "6 " TO PA-RETURN-TYPE.
           MOVE PAYER-TIN TO PA-PAYER-TIN.
           MOVE FUNCTION UPPER-CASE(PAYER-NAME) TO PA-PAYER-NAME.
           MOVE FUNCTION UPPER-CASE(PAYER-ADDRESS) TO PA-PAYER-ADDRESS.
           MOVE FUNCTION UPPER-CASE(PAYER-CITY) TO PA-PAYER-CITY.
           MOVE FUNCTION UPPER-CASE(PAYER-STATE) TO PA-PAYER-STATE.
           MOVE PAYER-ZIP TO PA-PAYER-ZIP.
           MOVE "1" TO PA-AMOUNT-CODES.
           MOVE TAX-RECORD TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.

       REPORT-CUSTOMER-INTEREST.
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
                   MOVE 'E' TO FETCH-DONE
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE SPACES TO ROW-DATA.
           MOVE FETCH-RESULT-BUFFER TO PARSE-LINE.
           CALL "split-feed-line" USING PARSE-LINE,
               SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT.
           MOVE SPLIT-FIELD(1) TO ROW-CUSTOMER-ID.
           MOVE SPLIT-FIELD(2) TO ROW-NAME.
           MOVE SPLIT-FIELD(3) TO ROW-TAX-ID.
           MOVE SPLIT-FIELD(4) TO ROW-TAX-ID-TYPE.
           MOVE SPLIT-FIELD(5) TO ROW-INTEREST-TEXT.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(ROW-INTEREST-TEXT)) TO ROW-INTEREST.
           IF ROW-INTEREST NOT > REPORT-THRESHOLD THEN
               ADD 1 TO BELOW-THRESHOLD-COUNT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO PAYEE-COUNT.
           ADD ROW-INTEREST TO PAYEE-TOTAL.
           MOVE SPACES TO TAX-RECORD.
           MOVE "B" TO PB-RECORD-TYPE.
           MOVE TAX-YEAR TO PB-TAX-YEAR.
           EVALUATE ROW-TAX-ID-TYPE
               WHEN "E"
                   MOVE "1" TO PB-TIN-TYPE
               WHEN "S"
                   MOVE "2" TO PB-TIN-TYPE
               WHEN OTHER
                   MOVE SPACE TO PB-TIN-TYPE
           END-EVALUATE.
           MOVE ROW-TAX-ID TO PB-PAYEE-TIN.
           MOVE FUNCTION TRIM(ROW-CUSTOMER-ID) TO PB-ACCOUNT-NUMBER.
           MOVE ROW-NAME TO PB-PAYEE-NAME.
           COMPUTE PB-INTEREST-CENTS = ROW-INTEREST * 100.
           MOVE TAX-RECORD TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.

           IF ROW-TAX-ID = SPACES THEN
               ADD 1 TO MISSING-TIN-COUNT
               MOVE ROW-INTEREST TO INTEREST-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "NO TAX ID  customer " FUNCTION TRIM(ROW-CUSTOMER-ID)
                   "  " FUNCTION TRIM(ROW-NAME)
                   "  interest " FUNCTION TRIM(INTEREST-EDIT)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       WRITE-END-OF-PAYER-RECORD.
           MOVE SPACES TO TAX-RECORD.
           MOVE "C" TO PC-RECORD-TYPE.
           MOVE PAYEE-COUNT TO PC-PAYEE-COUNT.
           COMPUTE PC-TOTAL-CENTS = PAYEE-TOTAL * 100.
           MOVE TAX-RECORD TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
