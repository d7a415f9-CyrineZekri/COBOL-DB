      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. clearing-import.

      *> Inbound clearing-network import: payroll credits and direct
      *> debits arrive in the network's own fixed 94-byte layout and
      *> post straight from it, instead of being retyped into
      *> transactions.dat lines. The file is
      *>     1  file header      (immediate destination = our routing)
      *>     5  batch header     one per originator: company name,
      *>                         company id, effective entry date
      *>     6  entry detail     transaction code, receiving routing,
      *>                         account number, amount, name, trace
      *>     7  addenda          (optional, carried by the entry)
      *>     8  batch control    entry/addenda count, entry hash and
      *>                         debit/credit totals for the batch
      *>     9  file control     the same totals for the whole file
      *> Arguments: the file name (default clearing.ach) and the
      *> business date (YYYY-MM-DD, default today), the same pair
      *> process-transactions takes.
      *> Before anything posts, a read-only pass checks every batch
      *> control and the file control against the entries actually in
      *> the file - the way VALIDATE-TRAILER checks our own feed - and
      *> a file with any mismatch is refused whole. A file already
      *> imported to completion (processed_feeds, keyed on the file
      *> name and its file-control count and total) is refused too.
      *> Each entry then posts in its own DB_BEGIN/DB_COMMIT with the
      *> LOG_TRANSACTION trail (DEPOSIT for a credit, WITHDRAW for a
      *> debit). A trace number is only unique within the file that
      *> carries it, so tx_ref is the file's identity from its header -
      *> creation date and file id modifier - plus the trace:
      *> ACH<yymmdd><modifier>-<trace>. A reference already in
      *> transaction_log is skipped, so a rerun of the same file after
      *> an interrupted import picks up where it stopped, while a later
      *> file that happens to reuse a trace posts as it should.
      *> Zero-dollar prenotes only prove the account is there. A batch
      *> whose effective entry date is after the business date is
      *> parked in pending_transactions (UPDATE, DEPOSIT or WITHDRAW,
      *> the same reference as tx_ref) for the release batch, and a
      *> reference parked there is skipped on a rerun as well.
      *> An entry that can't post goes back to the originator through
      *> the network: <file>.ret is a return file in the network
      *> layout - a return entry plus a 99 addenda per item, carrying
      *> the original trace and the standard reason:
      *>     R03  no such account
      *>     R02  account closed
      *>     R01  insufficient funds (debits, the batch-validation rule:
      *>          available balance less holds against the 25.00
      *>          floor or the overdraft limit)
      *>     R16  account frozen (debits - a credit to a frozen
      *>          account still posts)
      *>     R20  non-transaction account (a TERM deposit before its
      *>          maturity date takes no entries either way)
      *> A closed or frozen refusal is also written to
      *> withdrawal_exceptions through account-status, like every
      *> other posting path. An entry that fails on a database error
      *> is not returned - it is rolled back and left for the rerun,
      *> which also returns again, unchecked, every entry the earlier
      *> run had already written to <file>.ret. The return file header
      *> carries R<yymmdd><modifier> of the file it answers as its
      *> reference code, so only a .ret left by a run of this same file
      *> is read back - the .ret of an earlier night's file under the
      *> same name is ignored and overwritten.
      *> Exit: 0 = all posted, 2 = posted with returns, 1 = refused
      *> file or an entry failed on a database error.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARING-FILE ASSIGN TO DYNAMIC CLEARING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEARING-FILE-STATUS.
           SELECT RETURNS-FILE ASSIGN TO DYNAMIC RETURNS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURNS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLEARING-FILE.
       01  CLEARING-RECORD      PIC X(94).
       FD  RETURNS-FILE.
       01  RETURNS-RECORD       PIC X(94).
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       COPY "postlock.cpy".
       COPY "acctstat.cpy".
       01  L PIC 9(4) VALUE 0.
       01  CLEARING-FILENAME PIC X(256) VALUE "clearing.ach".
       01  RETURNS-FILENAME PIC X(256).
       01  CMD-LINE-ARG PIC X(256).
       01  CLEARING-FILE-STATUS PIC XX.
       01  RETURNS-FILE-STATUS PIC XX.
       01  BUSINESS-DATE PIC X(10).
       01  PARAM-BUFFER PIC X(256).
      *> One network record, with a view per record type. Incoming
      *> records are read into it, and return records are built in it
      *> before they are written.
       01  NETWORK-RECORD PIC X(94).
       01  NET-FILE-HEADER REDEFINES NETWORK-RECORD.
           05 FH-RECORD-TYPE       PIC X.
           05 FH-PRIORITY          PIC X(2).
           05 FH-DESTINATION       PIC X(10).
           05 FH-ORIGIN            PIC X(10).
           05 FH-CREATION-DATE     PIC X(6).
           05 FH-CREATION-TIME     PIC X(4).
           05 FH-FILE-ID-MODIFIER  PIC X.
           05 FH-RECORD-SIZE       PIC X(3).
           05 FH-BLOCKING-FACTOR   PIC X(2).
           05 FH-FORMAT-CODE       PIC X.
           05 FH-DESTINATION-NAME  PIC X(23).
           05 FH-ORIGIN-NAME       PIC X(23).
           05 FH-REFERENCE-CODE    PIC X(8).
       01  NET-BATCH-HEADER REDEFINES NETWORK-RECORD.
           05 BH-RECORD-TYPE       PIC X.
           05 BH-SERVICE-CLASS     PIC X(3).
           05 BH-COMPANY-NAME      PIC X(16).
           05 BH-DISCRETIONARY     PIC X(20).
           05 BH-COMPANY-ID        PIC X(10).
           05 BH-SEC-CODE          PIC X(3).
           05 BH-ENTRY-DESC        PIC X(10).
           05 BH-DESCRIPTIVE-DATE  PIC X(6).
           05 BH-EFFECTIVE-DATE    PIC X(6).
           05 BH-SETTLEMENT-DATE   PIC X(3).
           05 BH-ORIGINATOR-STATUS PIC X.
           05 BH-ODFI-ID           PIC X(8).
           05 BH-BATCH-NUMBER      PIC X(7).
       01  NET-ENTRY REDEFINES NETWORK-RECORD.
           05 ED-RECORD-TYPE       PIC X.
           05 ED-TRAN-CODE         PIC X(2).
           05 ED-RDFI-ID           PIC X(8).
           05 ED-RDFI-NUM REDEFINES ED-RDFI-ID PIC 9(8).
           05 ED-CHECK-DIGIT       PIC X.
           05 ED-DFI-ACCOUNT       PIC X(17).
           05 ED-AMOUNT            PIC 9(8)V99.
           05 ED-INDIVIDUAL-ID     PIC X(15).
           05 ED-INDIVIDUAL-NAME   PIC X(22).
           05 ED-DISCRETIONARY     PIC X(2).
           05 ED-ADDENDA-IND       PIC X.
           05 ED-TRACE-NUMBER      PIC X(15).
       01  NET-ADDENDA REDEFINES NETWORK-RECORD.
           05 AD-RECORD-TYPE       PIC X.
           05 AD-TYPE-CODE         PIC X(2).
           05 AD-RETURN-REASON     PIC X(3).
           05 AD-ORIGINAL-TRACE    PIC X(15).
           05 AD-DATE-OF-DEATH     PIC X(6).
           05 AD-ORIGINAL-RDFI     PIC X(8).
           05 AD-INFORMATION       PIC X(44).
           05 AD-TRACE-NUMBER      PIC X(15).
       01  NET-BATCH-CONTROL REDEFINES NETWORK-RECORD.
           05 BC-RECORD-TYPE       PIC X.
           05 BC-SERVICE-CLASS     PIC X(3).
           05 BC-ENTRY-COUNT       PIC 9(6).
           05 BC-ENTRY-HASH        PIC 9(10).
           05 BC-TOTAL-DEBIT       PIC 9(10)V99.
           05 BC-TOTAL-CREDIT      PIC 9(10)V99.
           05 BC-COMPANY-ID        PIC X(10).
           05 BC-AUTH-CODE         PIC X(19).
           05 BC-RESERVED          PIC X(6).
           05 BC-ODFI-ID           PIC X(8).
           05 BC-BATCH-NUMBER      PIC X(7).
       01  NET-FILE-CONTROL REDEFINES NETWORK-RECORD.
           05 FC-RECORD-TYPE       PIC X.
           05 FC-BATCH-COUNT       PIC 9(6).
           05 FC-BLOCK-COUNT       PIC 9(6).
           05 FC-ENTRY-COUNT       PIC 9(8).
           05 FC-ENTRY-HASH        PIC 9(10).
           05 FC-TOTAL-DEBIT       PIC 9(10)V99.
           05 FC-TOTAL-CREDIT      PIC 9(10)V99.
           05 FC-RESERVED          PIC X(39).
      *> Control totals. The validation pass counts them from the
      *> entries; the return file's own controls reuse the same fields
      *> while the returns are written.
       01  CONTROLS-OK PIC X VALUE 'Y'.
       01  HEADER-FOUND PIC X VALUE 'N'.
       01  FILE-CONTROL-FOUND PIC X VALUE 'N'.
       01  IN-BATCH PIC X VALUE 'N'.
       01  BATCH-ENTRY-COUNT PIC 9(9) VALUE 0.
       01  BATCH-HASH PIC 9(15) VALUE 0.
       01  BATCH-DEBIT PIC 9(10)V99 VALUE 0.
       01  BATCH-CREDIT PIC 9(10)V99 VALUE 0.
       01  FILE-BATCH-COUNT PIC 9(9) VALUE 0.
       01  FILE-ENTRY-COUNT PIC 9(9) VALUE 0.
       01  FILE-HASH PIC 9(15) VALUE 0.
       01  FILE-DEBIT PIC 9(10)V99 VALUE 0.
       01  FILE-CREDIT PIC 9(10)V99 VALUE 0.
       01  FILE-RECORD-COUNT PIC 9(9) VALUE 0.
       01  HASH-CHECK PIC 9(10) VALUE 0.
       01  FEED-COUNT-TEXT PIC X(12).
       01  FEED-TOTAL-TEXT PIC X(20).
       01  FEED-TOTAL PIC 9(11)V99 VALUE 0.
       01  FEED-TOTAL-EDIT PIC Z(10)9.99.
       01  FEED-ALREADY-POSTED PIC X VALUE 'N'.
      *> The entry being posted, lifted out of NETWORK-RECORD so the
      *> return records can be built in it afterwards.
       01  ENTRY-DATA.
           05 ENTRY-TRAN-CODE     PIC X(2).
           05 ENTRY-RDFI-ID       PIC X(8).
           05 ENTRY-DFI-ACCOUNT   PIC X(17).
           05 ENTRY-AMOUNT        PIC 9(8)V99.
           05 ENTRY-INDIVIDUAL-ID PIC X(15).
           05 ENTRY-NAME          PIC X(22).
           05 ENTRY-TRACE         PIC X(15).
       01  ENTRY-KIND PIC X(7).
       01  ACCOUNT-NUM PIC 9(17) VALUE 0.
       01  ACCOUNT-EDIT PIC Z(3)9.
       01  ACCOUNT-ID PIC X(4).
       01  AMOUNT-EDIT PIC Z(7)9.99.
       01  AMOUNT-TEXT PIC X(12).
       01  RECORD-FAILED-FLAG PIC X VALUE 'N'.
       01  RECORD-REFUSED-FLAG PIC X VALUE 'N'.
       01  RETURN-REASON PIC X(3).
       01  RETURN-TEXT PIC X(44).
       01  CURRENT-BALANCE PIC S9(8)V99.
       01  HOLD-TOTAL PIC S9(8)V99.
       01  AVAILABLE-BALANCE PIC S9(8)V99.
       01  DEBIT-AMOUNT PIC S9(8)V99.
       01  MINIMUM-BALANCE PIC S9(8)V99 VALUE 25.00.
       01  OVERDRAFT-LIMIT PIC S9(8)V99.
       01  BALANCE-FLOOR PIC S9(8)V99.
       01  FUNDS-BALANCE-TEXT PIC X(20).
       01  FUNDS-LIMIT-TEXT PIC X(20).
       01  FUNDS-HOLDS-TEXT PIC X(20).
       01  LOG-ACCOUNT-ID PIC X(4).
       01  LOG-AMOUNT PIC X(12).
       01  LOG-TYPE PIC X(10).
       01  LOG-REF PIC X(26).
      *> The incoming file's identity, from its file header: creation
      *> date and file id modifier, and the sending point it came from.
       01  FILE-IDENTITY.
           05 FILE-ID-CREATION-DATE PIC X(6).
           05 FILE-ID-MODIFIER      PIC X.
       01  FILE-ORIGIN PIC X(10).
      *> Return-file state: our routing (from the incoming header's
      *> immediate destination), the saved headers the return batch
      *> and file headers are built from, and the return numbering.
       01  OUR-RDFI-ID PIC X(8).
       01  SAVED-FILE-HEADER PIC X(94).
       01  SAVED-BATCH-HEADER PIC X(94).
       01  RETURN-BATCH-OPEN PIC X VALUE 'N'.
       01  RETURN-BATCH-NUMBER PIC 9(7) VALUE 0.
       01  RETURN-SEQUENCE PIC 9(7) VALUE 0.
       01  RETURN-TRACE PIC X(15).
       01  RETURN-BATCH-ENTRIES PIC 9(9) VALUE 0.
       01  RETURN-BATCH-HASH PIC 9(15) VALUE 0.
       01  RETURN-BATCH-DEBIT PIC 9(10)V99 VALUE 0.
       01  RETURN-BATCH-CREDIT PIC 9(10)V99 VALUE 0.
       01  RETURN-FILE-BATCHES PIC 9(9) VALUE 0.
       01  RETURN-FILE-ENTRIES PIC 9(9) VALUE 0.
       01  RETURN-FILE-HASH PIC 9(15) VALUE 0.
       01  RETURN-FILE-DEBIT PIC 9(10)V99 VALUE 0.
       01  RETURN-FILE-CREDIT PIC 9(10)V99 VALUE 0.
       01  RETURN-FILE-RECORDS PIC 9(9) VALUE 0.
      *> Routing check digit for the return entry's receiving DFI
      *> (the originating bank): weights 3-7-1 across the 8 digits.
       01  CHECK-DIGIT-SOURCE PIC 9(8).
       01  CHECK-DIGIT-DIGITS REDEFINES CHECK-DIGIT-SOURCE.
           05 CHECK-DIGIT-DIGIT PIC 9 OCCURS 8 TIMES.
       01  CHECK-WEIGHT-VALUES PIC X(8) VALUE "37137137".
       01  CHECK-WEIGHTS REDEFINES CHECK-WEIGHT-VALUES.
           05 CHECK-WEIGHT PIC 9 OCCURS 8 TIMES.
       01  CHECK-DIGIT-SUM PIC 9(4) VALUE 0.
       01  CHECK-DIGIT-IDX PIC 9(2) VALUE 0.
       01  CHECK-DIGIT PIC 9 VALUE 0.
       01  CURRENT-STAMP PIC X(21).
       01  ENTRY-COUNT PIC 9(9) VALUE 0.
       01  POSTED-COUNT PIC 9(9) VALUE 0.
       01  PRENOTE-COUNT PIC 9(9) VALUE 0.
       01  RETURNED-COUNT PIC 9(9) VALUE 0.
       01  DUPLICATE-COUNT PIC 9(9) VALUE 0.
       01  FAILED-COUNT PIC 9(9) VALUE 0.
       01  DUP-REF-COUNT PIC 9(9) VALUE 0.
       01  PARKED-COUNT PIC 9(9) VALUE 0.
       01  EXIT-STATUS PIC 9 VALUE 0.
      *> The current batch's effective entry date as YYYY-MM-DD; blank
      *> or unreadable dates take the business date.
       01  BATCH-EFFECTIVE-DATE PIC X(10).
       01  PARK-TYPE PIC X(10).
      *> Returns an interrupted earlier run of this file already wrote
      *> to <file>.ret, read back from their 99 addenda before the file
      *> is rewritten: the original trace, reason and text of each.
       01  PRIOR-RETURN-COUNT PIC 9(5) VALUE 0.
       01  PRIOR-RETURN-IDX PIC 9(5) VALUE 0.
       01  PRIOR-RETURN-FOUND PIC X VALUE 'N'.
       01  PRIOR-HEADER-MATCH PIC X VALUE 'N'.
       01  PRIOR-REFERENCE-CODE PIC X(8).
       01  PRIOR-RETURN-TABLE.
           05 PRIOR-RETURN OCCURS 5000 TIMES.
              10 PRIOR-TRACE      PIC X(15).
              10 PRIOR-REASON     PIC X(3).
              10 PRIOR-TEXT       PIC X(44).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO CMD-LINE-ARG.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT CMD-LINE-ARG FROM ARGUMENT-VALUE.
           IF FUNCTION TRIM(CMD-LINE-ARG) NOT = SPACES THEN
               MOVE FUNCTION TRIM(CMD-LINE-ARG) TO CLEARING-FILENAME
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
               DISPLAY "CLEARING IMPORT FAILED: Database connection error"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VALIDATE-CLEARING-FILE.
           IF CONTROLS-OK NOT = 'Y' THEN
               DISPLAY "CLEARING IMPORT FAILED: " FUNCTION TRIM(CLEARING-FILENAME)
                       " refused - nothing posted"
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM ACQUIRE-POSTING-LOCK.

           PERFORM CHECK-PROCESSED-FEED.
           IF FEED-ALREADY-POSTED = 'Y' THEN
               PERFORM RELEASE-POSTING-LOCK
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CLEARING-FILE.
           IF CLEARING-FILE-STATUS NOT = "00" THEN
               DISPLAY "CLEARING IMPORT FAILED: could not open "
                       FUNCTION TRIM(CLEARING-FILENAME)
               PERFORM RELEASE-POSTING-LOCK
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO RETURNS-FILENAME.
           STRING FUNCTION TRIM(CLEARING-FILENAME) ".ret"
               DELIMITED BY SIZE INTO RETURNS-FILENAME.
           PERFORM LOAD-PRIOR-RETURNS.
           OPEN OUTPUT RETURNS-FILE.
           IF RETURNS-FILE-STATUS NOT = "00" THEN
               DISPLAY "CLEARING IMPORT FAILED: could not create return file "
                       FUNCTION TRIM(RETURNS-FILENAME)
               CLOSE CLEARING-FILE
               PERFORM RELEASE-POSTING-LOCK
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM PROCESS-CLEARING-RECORD
               UNTIL CLEARING-FILE-STATUS NOT = "00".

           CLOSE CLEARING-FILE.
           PERFORM WRITE-RETURN-FILE-CONTROL.
           CLOSE RETURNS-FILE.

      *> Only a clean import is registered: an entry that failed on a
      *> database error has to be picked up by a rerun, and the trace
      *> check already keeps that rerun from posting anything twice.
           IF FAILED-COUNT = 0 THEN
               PERFORM REGISTER-PROCESSED-FEED
           END-IF.

           DISPLAY "Clearing import of " FUNCTION TRIM(CLEARING-FILENAME)
                   ": " ENTRY-COUNT " entr(ies), " POSTED-COUNT " posted, "
                   PRENOTE-COUNT " prenote(s), " PARKED-COUNT " parked, "
                   RETURNED-COUNT " returned, "
                   DUPLICATE-COUNT " already posted, " FAILED-COUNT " failed".
           DISPLAY "Return file written to " FUNCTION TRIM(RETURNS-FILENAME)
                   " (" RETURNED-COUNT " return(s)).".

      *> The exit code is kept in EXIT-STATUS and set last: the
      *> posting-lock CALL below would reset RETURN-CODE.
           IF FAILED-COUNT > 0 THEN
               DISPLAY "FAILURE: " FAILED-COUNT " entr(ies) failed on a"
                       " database error - rerun the import to post them"
               MOVE 1 TO EXIT-STATUS
           ELSE
               IF RETURNED-COUNT > 0 THEN
                   MOVE 2 TO EXIT-STATUS
               END-IF
           END-IF.

           PERFORM RELEASE-POSTING-LOCK.
           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
           MOVE EXIT-STATUS TO RETURN-CODE.
           GOBACK.

       ACQUIRE-POSTING-LOCK.
           MOVE "clearing-import" TO LOCK-JOB-NAME.
           MOVE "ACQUIRE" TO LOCK-ACTION.
           CALL "posting-lock" USING DBH, LOCK-ACTION, LOCK-JOB-NAME, LOCK-RC.
           IF LOCK-RC NOT = 0 THEN
               CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       RELEASE-POSTING-LOCK.
           MOVE "RELEASE" TO LOCK-ACTION.
           CALL "posting-lock" USING DBH, LOCK-ACTION, LOCK-JOB-NAME, LOCK-RC.

      *> Read-only pass over the whole file before any DB work: record
      *> order (header, then batches of entries closed by their batch
      *> control, then the file control), every batch control's entry
      *> count, entry hash (sum of the receiving routing numbers, low
      *> ten digits) and debit/credit totals, and the file control's
      *> batch count and file-wide totals. Any mismatch refuses the
      *> file - a truncated or altered transmission is sent back to
      *> the network, not half-posted.
       VALIDATE-CLEARING-FILE.
           MOVE 'Y' TO CONTROLS-OK.
           OPEN INPUT CLEARING-FILE.
           IF CLEARING-FILE-STATUS NOT = "00" THEN
               DISPLAY "ERROR: Could not open " FUNCTION TRIM(CLEARING-FILENAME)
               MOVE 'N' TO CONTROLS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-CLEARING-RECORD
               UNTIL CLEARING-FILE-STATUS NOT = "00".
           CLOSE CLEARING-FILE.
           MOVE "00" TO CLEARING-FILE-STATUS.

           IF HEADER-FOUND NOT = 'Y' THEN
               DISPLAY "ERROR: " FUNCTION TRIM(CLEARING-FILENAME)
                       " has no file header record"
               MOVE 'N' TO CONTROLS-OK
           END-IF.
           IF FILE-CONTROL-FOUND NOT = 'Y' THEN
               DISPLAY "ERROR: " FUNCTION TRIM(CLEARING-FILENAME)
                       " is missing its file control record. File may be truncated."
               MOVE 'N' TO CONTROLS-OK
           END-IF.
           IF IN-BATCH = 'Y' THEN
               DISPLAY "ERROR: " FUNCTION TRIM(CLEARING-FILENAME)
                       " ends inside a batch with no batch control record"
               MOVE 'N' TO CONTROLS-OK
           END-IF.

       VALIDATE-CLEARING-RECORD.
           READ CLEARING-FILE INTO NETWORK-RECORD
               AT END SET CLEARING-FILE-STATUS TO "10".
           IF CLEARING-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
      *> Block fill after the file control is all nines (or blank).
           IF FILE-CONTROL-FOUND = 'Y' THEN
               IF NETWORK-RECORD NOT = ALL "9"
                       AND NETWORK-RECORD NOT = SPACES THEN
                   DISPLAY "ERROR: records follow the file control record"
                   MOVE 'N' TO CONTROLS-OK
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO FILE-RECORD-COUNT.
           EVALUATE FH-RECORD-TYPE
               WHEN "1"
                   IF FILE-RECORD-COUNT NOT = 1 THEN
                       DISPLAY "ERROR: file header is not the first record"
                       MOVE 'N' TO CONTROLS-OK
                   END-IF
                   MOVE 'Y' TO HEADER-FOUND
                   MOVE FH-CREATION-DATE TO FILE-ID-CREATION-DATE
                   MOVE FH-FILE-ID-MODIFIER TO FILE-ID-MODIFIER
                   MOVE FH-ORIGIN TO FILE-ORIGIN
               WHEN "5"
                   IF IN-BATCH = 'Y' THEN
                       DISPLAY "ERROR: batch header at record " FILE-RECORD-COUNT
                               " inside an unclosed batch"
                       MOVE 'N' TO CONTROLS-OK
                   END-IF
                   MOVE 'Y' TO IN-BATCH
                   MOVE 0 TO BATCH-ENTRY-COUNT
                   MOVE 0 TO BATCH-HASH
                   MOVE 0 TO BATCH-DEBIT
                   MOVE 0 TO BATCH-CREDIT
                   ADD 1 TO FILE-BATCH-COUNT
               WHEN "6"
                   PERFORM VALIDATE-ENTRY-RECORD
               WHEN "7"
                   IF IN-BATCH NOT = 'Y' THEN
                       DISPLAY "ERROR: addenda at record " FILE-RECORD-COUNT
                               " outside a batch"
                       MOVE 'N' TO CONTROLS-OK
                   END-IF
                   ADD 1 TO BATCH-ENTRY-COUNT
                   ADD 1 TO FILE-ENTRY-COUNT
               WHEN "8"
                   PERFORM VALIDATE-BATCH-CONTROL
               WHEN "9"
                   PERFORM VALIDATE-FILE-CONTROL
               WHEN OTHER
                   DISPLAY "ERROR: unknown record type '" FH-RECORD-TYPE
                           "' at record " FILE-RECORD-COUNT
                   MOVE 'N' TO CONTROLS-OK
           END-EVALUATE.

      *> Only the eight transaction codes a deposit account receives -
      *> checking and savings credits and debits, live and prenote -
      *> are accepted; anything else is a file this system can't post.
       VALIDATE-ENTRY-RECORD.
           IF IN-BATCH NOT = 'Y' THEN
               DISPLAY "ERROR: entry at record " FILE-RECORD-COUNT
                       " outside a batch"
               MOVE 'N' TO CONTROLS-OK
           END-IF.
           IF ED-RDFI-ID NOT NUMERIC OR ED-AMOUNT NOT NUMERIC THEN
               DISPLAY "ERROR: entry at record " FILE-RECORD-COUNT
                       " has a non-numeric routing number or amount"
               MOVE 'N' TO CONTROLS-OK
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO BATCH-ENTRY-COUNT.
           ADD 1 TO FILE-ENTRY-COUNT.
           ADD ED-RDFI-NUM TO BATCH-HASH.
           ADD ED-RDFI-NUM TO FILE-HASH.
           EVALUATE ED-TRAN-CODE
               WHEN "22"
               WHEN "32"
               WHEN "23"
               WHEN "33"
                   ADD ED-AMOUNT TO BATCH-CREDIT
                   ADD ED-AMOUNT TO FILE-CREDIT
               WHEN "27"
               WHEN "37"
               WHEN "28"
               WHEN "38"
                   ADD ED-AMOUNT TO BATCH-DEBIT
                   ADD ED-AMOUNT TO FILE-DEBIT
               WHEN OTHER
                   DISPLAY "ERROR: entry at record " FILE-RECORD-COUNT
                           " has unsupported transaction code " ED-TRAN-CODE
                   MOVE 'N' TO CONTROLS-OK
           END-EVALUATE.

       VALIDATE-BATCH-CONTROL.
           IF IN-BATCH NOT = 'Y' THEN
               DISPLAY "ERROR: batch control at record " FILE-RECORD-COUNT
                       " with no batch open"
               MOVE 'N' TO CONTROLS-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO IN-BATCH.
           MOVE FUNCTION MOD(BATCH-HASH, 10000000000) TO HASH-CHECK.
           IF BC-ENTRY-COUNT NOT NUMERIC OR BC-ENTRY-HASH NOT NUMERIC
                   OR BC-TOTAL-DEBIT NOT NUMERIC
                   OR BC-TOTAL-CREDIT NOT NUMERIC THEN
               DISPLAY "ERROR: batch " BC-BATCH-NUMBER
                       " control record is not numeric"
               MOVE 'N' TO CONTROLS-OK
               EXIT PARAGRAPH
           END-IF.
           IF BC-ENTRY-COUNT NOT = BATCH-ENTRY-COUNT
                   OR BC-ENTRY-HASH NOT = HASH-CHECK
                   OR BC-TOTAL-DEBIT NOT = BATCH-DEBIT
                   OR BC-TOTAL-CREDIT NOT = BATCH-CREDIT THEN
               DISPLAY "ERROR: batch " BC-BATCH-NUMBER " control mismatch - expected "
                       BC-ENTRY-COUNT " entries / hash " BC-ENTRY-HASH
                       " / debits " BC-TOTAL-DEBIT " / credits " BC-TOTAL-CREDIT
                       ", found " BATCH-ENTRY-COUNT " / " HASH-CHECK
                       " / " BATCH-DEBIT " / " BATCH-CREDIT
               MOVE 'N' TO CONTROLS-OK
           END-IF.

       VALIDATE-FILE-CONTROL.
           MOVE 'Y' TO FILE-CONTROL-FOUND.
           IF IN-BATCH = 'Y' THEN
               DISPLAY "ERROR: file control inside an unclosed batch"
               MOVE 'N' TO CONTROLS-OK
               MOVE 'N' TO IN-BATCH
           END-IF.
           MOVE FUNCTION MOD(FILE-HASH, 10000000000) TO HASH-CHECK.
           IF FC-BATCH-COUNT NOT NUMERIC OR FC-ENTRY-COUNT NOT NUMERIC
                   OR FC-ENTRY-HASH NOT NUMERIC
                   OR FC-TOTAL-DEBIT NOT NUMERIC
                   OR FC-TOTAL-CREDIT NOT NUMERIC THEN
               DISPLAY "ERROR: file control record is not numeric"
               MOVE 'N' TO CONTROLS-OK
               EXIT PARAGRAPH
           END-IF.
           IF FC-BATCH-COUNT NOT = FILE-BATCH-COUNT
                   OR FC-ENTRY-COUNT NOT = FILE-ENTRY-COUNT
                   OR FC-ENTRY-HASH NOT = HASH-CHECK
                   OR FC-TOTAL-DEBIT NOT = FILE-DEBIT
                   OR FC-TOTAL-CREDIT NOT = FILE-CREDIT THEN
               DISPLAY "ERROR: file control mismatch - expected "
                       FC-BATCH-COUNT " batches / " FC-ENTRY-COUNT
                       " entries / debits " FC-TOTAL-DEBIT
                       " / credits " FC-TOTAL-CREDIT ", found "
                       FILE-BATCH-COUNT " / " FILE-ENTRY-COUNT " / "
                       FILE-DEBIT " / " FILE-CREDIT
                       ". File may be truncated."
               MOVE 'N' TO CONTROLS-OK
               EXIT PARAGRAPH
           END-IF.
      *> The file's identity in processed_feeds: its entry count and
      *> its debits plus credits, from the verified file control.
           MOVE FC-ENTRY-COUNT TO FEED-COUNT-TEXT.
           COMPUTE FEED-TOTAL = FC-TOTAL-DEBIT + FC-TOTAL-CREDIT.
           MOVE FEED-TOTAL TO FEED-TOTAL-EDIT.
           MOVE FUNCTION TRIM(FEED-TOTAL-EDIT) TO FEED-TOTAL-TEXT.

      *> Same registry process-transactions keeps, so an import that
      *> ran to completion can't be posted a second time.
       CHECK-PROCESSED-FEED.
           MOVE 'N' TO FEED-ALREADY-POSTED.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COUNT(*) FROM processed_feeds WHERE file_name = '"
               FUNCTION TRIM(CLEARING-FILENAME) "' AND trailer_count = '"
               FUNCTION TRIM(FEED-COUNT-TEXT) "' AND trailer_total = '"
               FUNCTION TRIM(FEED-TOTAL-TEXT) "'"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-COMMAND)).
           MOVE X"00" TO SQL-COMMAND(L + 1:1).
           CALL STATIC "DB_QUERY_SINGLE"
               USING BY VALUE DBH
                     BY REFERENCE SQL-COMMAND
                     BY REFERENCE SINGLE-RESULT-BUFFER
               RETURNING RC.
           IF RC NOT = 0 THEN
               DISPLAY "ERROR: could not read processed_feeds registry - refusing to post "
                       FUNCTION TRIM(CLEARING-FILENAME)
               MOVE 'Y' TO FEED-ALREADY-POSTED
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) > 0 THEN
               DISPLAY "ERROR: " FUNCTION TRIM(CLEARING-FILENAME)
                       " (" FUNCTION TRIM(FEED-COUNT-TEXT) " entries / "
                       FUNCTION TRIM(FEED-TOTAL-TEXT)
                       " total) has already been imported to completion."
                       " Refusing to post the same file twice."
               MOVE 'Y' TO FEED-ALREADY-POSTED
           END-IF.

       REGISTER-PROCESSED-FEED.
           MOVE SPACES TO SQL-COMMAND.
           STRING "INSERT INTO processed_feeds"
               " (file_name, trailer_count, trailer_total, processed_at)"
               " VALUES ('" FUNCTION TRIM(CLEARING-FILENAME) "', '"
               FUNCTION TRIM(FEED-COUNT-TEXT) "', '"
               FUNCTION TRIM(FEED-TOTAL-TEXT) "', CURRENT_TIMESTAMP);"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               DISPLAY "WARNING: could not register " FUNCTION TRIM(CLEARING-FILENAME)
                       " in processed_feeds - a rerun of this file will NOT be refused"
           END-IF.

      *> A run that stopped on a database error leaves <file>.ret
      *> behind with the returns it had already decided. The rerun
      *> rewrites that file, so the earlier returns are read back
      *> first: each one is written again, with its original reason,
      *> when its entry comes round, and nothing is posted or checked
      *> for it - the network never sees an entry both returned and
      *> posted, or returned twice. No file (status 35) means there
      *> was no earlier run. The file only counts when its header
      *> answers this file - addressed back to the same sending point
      *> under this file's creation date and modifier; anything else is
      *> a finished earlier file's returns and is left out entirely.
       LOAD-PRIOR-RETURNS.
           MOVE 0 TO PRIOR-RETURN-COUNT.
           MOVE 'N' TO PRIOR-HEADER-MATCH.
           MOVE SPACES TO PRIOR-REFERENCE-CODE.
           STRING "R" FILE-IDENTITY DELIMITED BY SIZE
               INTO PRIOR-REFERENCE-CODE.
           OPEN INPUT RETURNS-FILE.
           IF RETURNS-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           READ RETURNS-FILE INTO NETWORK-RECORD
               AT END SET RETURNS-FILE-STATUS TO "10".
           IF RETURNS-FILE-STATUS = "00" AND FH-RECORD-TYPE = "1"
                   AND FH-DESTINATION = FILE-ORIGIN
                   AND FH-REFERENCE-CODE = PRIOR-REFERENCE-CODE THEN
               MOVE 'Y' TO PRIOR-HEADER-MATCH
               PERFORM LOAD-PRIOR-RETURN-RECORD
                   UNTIL RETURNS-FILE-STATUS NOT = "00"
           END-IF.
           CLOSE RETURNS-FILE.
           IF PRIOR-HEADER-MATCH NOT = 'Y' THEN
               DISPLAY "Ignoring " FUNCTION TRIM(RETURNS-FILENAME)
                       " - it answers a different file, not an earlier run of this one"
           END-IF.
           IF PRIOR-RETURN-COUNT > 0 THEN
               DISPLAY "Found " PRIOR-RETURN-COUNT " return(s) from an earlier run in "
                       FUNCTION TRIM(RETURNS-FILENAME) " - they will be returned again, not posted"
           END-IF.

       LOAD-PRIOR-RETURN-RECORD.
           READ RETURNS-FILE INTO NETWORK-RECORD
               AT END SET RETURNS-FILE-STATUS TO "10".
           IF RETURNS-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           IF AD-RECORD-TYPE NOT = "7" OR AD-TYPE-CODE NOT = "99" THEN
               EXIT PARAGRAPH
           END-IF.
           IF PRIOR-RETURN-COUNT >= 5000 THEN
               DISPLAY "WARNING: more than 5000 earlier returns in "
                       FUNCTION TRIM(RETURNS-FILENAME) " - trace "
                       AD-ORIGINAL-TRACE " not carried forward"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PRIOR-RETURN-COUNT.
           MOVE AD-ORIGINAL-TRACE TO PRIOR-TRACE(PRIOR-RETURN-COUNT).
           MOVE AD-RETURN-REASON TO PRIOR-REASON(PRIOR-RETURN-COUNT).
           MOVE AD-INFORMATION TO PRIOR-TEXT(PRIOR-RETURN-COUNT).

       FIND-PRIOR-RETURN.
           MOVE 'N' TO PRIOR-RETURN-FOUND.
           PERFORM MATCH-PRIOR-RETURN
               VARYING PRIOR-RETURN-IDX FROM 1 BY 1
               UNTIL PRIOR-RETURN-IDX > PRIOR-RETURN-COUNT
                  OR PRIOR-RETURN-FOUND = 'Y'.

       MATCH-PRIOR-RETURN.
           IF PRIOR-TRACE(PRIOR-RETURN-IDX) = ENTRY-TRACE THEN
               MOVE 'Y' TO PRIOR-RETURN-FOUND
               MOVE PRIOR-REASON(PRIOR-RETURN-IDX) TO RETURN-REASON
               MOVE PRIOR-TEXT(PRIOR-RETURN-IDX) TO RETURN-TEXT
           END-IF.

       PROCESS-CLEARING-RECORD.
           READ CLEARING-FILE INTO NETWORK-RECORD
               AT END SET CLEARING-FILE-STATUS TO "10".
           IF CLEARING-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE FH-RECORD-TYPE
               WHEN "1"
                   MOVE NETWORK-RECORD TO SAVED-FILE-HEADER
                   MOVE FUNCTION TRIM(FH-DESTINATION) TO OUR-RDFI-ID
                   PERFORM WRITE-RETURN-FILE-HEADER
               WHEN "5"
                   MOVE NETWORK-RECORD TO SAVED-BATCH-HEADER
                   MOVE 'N' TO RETURN-BATCH-OPEN
                   PERFORM SET-BATCH-EFFECTIVE-DATE
               WHEN "6"
                   PERFORM POST-ENTRY
               WHEN "8"
                   IF RETURN-BATCH-OPEN = 'Y' THEN
                       PERFORM WRITE-RETURN-BATCH-CONTROL
                   END-IF
               WHEN "9"
                   SET CLEARING-FILE-STATUS TO "10"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> The header's effective entry date is YYMMDD; the network's
      *> dates are all this century.
       SET-BATCH-EFFECTIVE-DATE.
           MOVE BUSINESS-DATE TO BATCH-EFFECTIVE-DATE.
           IF BH-EFFECTIVE-DATE IS NUMERIC THEN
               MOVE SPACES TO BATCH-EFFECTIVE-DATE
               STRING "20" BH-EFFECTIVE-DATE(1:2) "-"
                      BH-EFFECTIVE-DATE(3:2) "-"
                      BH-EFFECTIVE-DATE(5:2)
                      DELIMITED BY SIZE INTO BATCH-EFFECTIVE-DATE
           END-IF.

      *> One entry, one transaction. The checks run in the order the
      *> return reasons rank: an account we don't hold (R03), then its
      *> status (R02 closed, R16 frozen, R20 unmatured term deposit),
      *> then funds on a debit (R01).
       POST-ENTRY.
           ADD 1 TO ENTRY-COUNT.
           MOVE ED-TRAN-CODE TO ENTRY-TRAN-CODE.
           MOVE ED-RDFI-ID TO ENTRY-RDFI-ID.
           MOVE ED-DFI-ACCOUNT TO ENTRY-DFI-ACCOUNT.
           MOVE ED-AMOUNT TO ENTRY-AMOUNT.
           MOVE ED-INDIVIDUAL-ID TO ENTRY-INDIVIDUAL-ID.
           MOVE ED-INDIVIDUAL-NAME TO ENTRY-NAME.
           MOVE ED-TRACE-NUMBER TO ENTRY-TRACE.
           MOVE 'N' TO RECORD-FAILED-FLAG.
           MOVE 'N' TO RECORD-REFUSED-FLAG.
           MOVE SPACES TO RETURN-REASON.
           MOVE SPACES TO RETURN-TEXT.
           EVALUATE ENTRY-TRAN-CODE
               WHEN "22"
               WHEN "32"
                   MOVE "CREDIT" TO ENTRY-KIND
               WHEN "27"
               WHEN "37"
                   MOVE "DEBIT" TO ENTRY-KIND
               WHEN OTHER
                   MOVE "PRENOTE" TO ENTRY-KIND
           END-EVALUATE.
           MOVE ENTRY-AMOUNT TO AMOUNT-EDIT.
           MOVE FUNCTION TRIM(AMOUNT-EDIT) TO AMOUNT-TEXT.
           MOVE SPACES TO LOG-REF.
           STRING "ACH" FILE-IDENTITY "-" ENTRY-TRACE
               DELIMITED BY SIZE INTO LOG-REF.

           PERFORM FIND-PRIOR-RETURN.
           IF PRIOR-RETURN-FOUND = 'Y' THEN
               PERFORM WRITE-RETURN-ENTRY
               EXIT PARAGRAPH
           END-IF.

      *> The network account number is right-justified with leading
      *> zeros or spaces; our account ids are up to four digits.
           MOVE SPACES TO ACCOUNT-ID.
           MOVE 0 TO ACCOUNT-NUM.
           IF FUNCTION TRIM(ENTRY-DFI-ACCOUNT) IS NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(ENTRY-DFI-ACCOUNT) TO ACCOUNT-NUM
           END-IF.
           IF ACCOUNT-NUM = 0 OR ACCOUNT-NUM > 9999 THEN
               MOVE "R03" TO RETURN-REASON
               MOVE "NO ACCOUNT/UNABLE TO LOCATE ACCOUNT" TO RETURN-TEXT
               PERFORM WRITE-RETURN-ENTRY
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCOUNT-NUM TO ACCOUNT-EDIT.
           MOVE FUNCTION TRIM(ACCOUNT-EDIT) TO ACCOUNT-ID.

           CALL "DB_BEGIN" USING BY VALUE DBH RETURNING RC.
           PERFORM CHECK-DUPLICATE-TRACE.
           IF DUP-REF-COUNT > 0 AND RECORD-FAILED-FLAG NOT = 'Y' THEN
               CALL "DB_ROLLBACK" USING BY VALUE DBH RETURNING RC
               ADD 1 TO DUPLICATE-COUNT
               DISPLAY "Trace " ENTRY-TRACE " already posted or parked - skipped"
               EXIT PARAGRAPH
           END-IF.
           IF RECORD-FAILED-FLAG NOT = 'Y' THEN
               PERFORM CHECK-ENTRY-ACCOUNT
           END-IF.
      *> An entry for a later effective date is still returned now if
      *> the account can't take it, but otherwise waits for that date
      *> in pending_transactions like a value-dated feed record.
           IF RECORD-FAILED-FLAG NOT = 'Y' AND RETURN-REASON = SPACES
                   AND ENTRY-KIND NOT = "PRENOTE"
                   AND BATCH-EFFECTIVE-DATE > BUSINESS-DATE THEN
               PERFORM PARK-CLEARING-ENTRY
               IF RECORD-FAILED-FLAG NOT = 'Y' THEN
                   CALL "DB_COMMIT" USING BY VALUE DBH RETURNING RC
                   ADD 1 TO PARKED-COUNT
                   DISPLAY "Parked " FUNCTION TRIM(ENTRY-KIND) " of "
                           FUNCTION TRIM(AMOUNT-TEXT) " to account "
                           FUNCTION TRIM(ACCOUNT-ID) " trace " ENTRY-TRACE
                           " until " BATCH-EFFECTIVE-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF RECORD-FAILED-FLAG NOT = 'Y' AND RETURN-REASON = SPACES THEN
               EVALUATE ENTRY-KIND
                   WHEN "CREDIT"
                       PERFORM POST-CREDIT-ENTRY
                   WHEN "DEBIT"
                       PERFORM POST-DEBIT-ENTRY
                   WHEN OTHER
                       ADD 1 TO PRENOTE-COUNT
                       DISPLAY "Prenote trace " ENTRY-TRACE " for account "
                               FUNCTION TRIM(ACCOUNT-ID) " accepted"
               END-EVALUATE
           END-IF.

           IF RECORD-FAILED-FLAG = 'Y' THEN
               CALL "DB_ROLLBACK" USING BY VALUE DBH RETURNING RC
               ADD 1 TO FAILED-COUNT
               DISPLAY "ENTRY FAILED: trace " ENTRY-TRACE " for account "
                       FUNCTION TRIM(ACCOUNT-ID) " - rolled back"
               EXIT PARAGRAPH
           END-IF.
           IF RETURN-REASON NOT = SPACES THEN
               CALL "DB_ROLLBACK" USING BY VALUE DBH RETURNING RC
               IF RECORD-REFUSED-FLAG = 'Y' THEN
                   MOVE "LOG" TO STATUS-ACTION
                   CALL "account-status" USING DBH, STATUS-ACTION,
                       STATUS-ACCOUNT-ID, STATUS-MOVEMENT, STATUS-AMOUNT,
                       STATUS-REFUSED, STATUS-REASON, BUSINESS-DATE
               END-IF
               PERFORM WRITE-RETURN-ENTRY
               EXIT PARAGRAPH
           END-IF.
           CALL "DB_COMMIT" USING BY VALUE DBH RETURNING RC.
           IF ENTRY-KIND NOT = "PRENOTE" THEN
               ADD 1 TO POSTED-COUNT
               DISPLAY "Posted " FUNCTION TRIM(ENTRY-KIND) " of "
                       FUNCTION TRIM(AMOUNT-TEXT) " to account "
                       FUNCTION TRIM(ACCOUNT-ID) " trace " ENTRY-TRACE
           END-IF.

      *> An entry of this file already posted (transaction_log) or
      *> parked for a later date (pending_transactions) has been dealt
      *> with. The reference carries the file's identity, so the same
      *> trace in another file is not held against it.
       CHECK-DUPLICATE-TRACE.
           MOVE 0 TO DUP-REF-COUNT.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT (SELECT COUNT(*) FROM transaction_log"
               " WHERE tx_ref = '" FUNCTION TRIM(LOG-REF) "')"
               " + (SELECT COUNT(*) FROM pending_transactions"
               " WHERE tx_ref = '" FUNCTION TRIM(LOG-REF) "')"
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
               DISPLAY "DUPLICATE CHECK FAILED: could not look up trace "
                       ENTRY-TRACE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) TO DUP-REF-COUNT.

      *> Sets RETURN-REASON when the account is missing, closed or
      *> (for a debit) frozen; leaves it blank when the entry may post.
       CHECK-ENTRY-ACCOUNT.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT COUNT(*) FROM accounts WHERE account_id = "
               FUNCTION TRIM(ACCOUNT-ID)
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
               DISPLAY "ACCOUNT LOOKUP FAILED for account " FUNCTION TRIM(ACCOUNT-ID)
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(SINGLE-RESULT-BUFFER) = 0 THEN
               MOVE "R03" TO RETURN-REASON
               MOVE "NO ACCOUNT/UNABLE TO LOCATE ACCOUNT" TO RETURN-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE ACCOUNT-ID TO STATUS-ACCOUNT-ID.
           MOVE AMOUNT-TEXT TO STATUS-AMOUNT.
           IF ENTRY-KIND = "DEBIT" THEN
               MOVE "DEBIT" TO STATUS-MOVEMENT
           ELSE
               MOVE "CREDIT" TO STATUS-MOVEMENT
           END-IF.
           MOVE "CHECK" TO STATUS-ACTION.
           CALL "account-status" USING DBH, STATUS-ACTION,
               STATUS-ACCOUNT-ID, STATUS-MOVEMENT, STATUS-AMOUNT,
               STATUS-REFUSED, STATUS-REASON, BUSINESS-DATE.
           IF STATUS-REFUSED = 'Y' THEN
               MOVE 'Y' TO RECORD-REFUSED-FLAG
               EVALUATE TRUE
                   WHEN STATUS-REASON(1:14) = "ACCOUNT FROZEN"
                       MOVE "R16" TO RETURN-REASON
                       MOVE "ACCOUNT FROZEN" TO RETURN-TEXT
                   WHEN STATUS-REASON(1:12) = "TERM DEPOSIT"
                       MOVE "R20" TO RETURN-REASON
                       MOVE "NON-TRANSACTION ACCOUNT" TO RETURN-TEXT
                   WHEN OTHER
                       MOVE "R02" TO RETURN-REASON
                       MOVE "ACCOUNT CLOSED" TO RETURN-TEXT
               END-EVALUATE
           END-IF.

      *> Parked in the feed's own terms - an UPDATE of the account,
      *> DEPOSIT for a credit and WITHDRAW for a debit, the entry's
      *> file-and-trace reference as its own - so the morning release
      *> batch posts it through HANDLE-UPDATE and logs it under the
      *> same reference.
       PARK-CLEARING-ENTRY.
           IF ENTRY-KIND = "DEBIT" THEN
               MOVE "WITHDRAW" TO PARK-TYPE
           ELSE
               MOVE "DEPOSIT" TO PARK-TYPE
           END-IF.
           MOVE SPACES TO SQL-COMMAND.
           STRING "INSERT INTO pending_transactions"
               " (tx_action, tx_id, tx_name_or_type, tx_account, tx_amount,"
               " effective_date, tx_ref, branch_code, parked_at) VALUES ("
               "'UPDATE', '" FUNCTION TRIM(ACCOUNT-ID) "', '"
               FUNCTION TRIM(PARK-TYPE) "', '', '"
               FUNCTION TRIM(AMOUNT-TEXT) "', DATE '"
               BATCH-EFFECTIVE-DATE "', '"
               FUNCTION TRIM(LOG-REF) "', NULL, CURRENT_TIMESTAMP);"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "PARK FAILED: could not warehouse trace " ENTRY-TRACE
                       " in pending_transactions"
           END-IF.

       POST-CREDIT-ENTRY.
           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE accounts SET balance = balance + "
               FUNCTION TRIM(AMOUNT-TEXT) " WHERE account_id = "
               FUNCTION TRIM(ACCOUNT-ID) ";"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "CREDIT FAILED: could not credit account " FUNCTION TRIM(ACCOUNT-ID)
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCOUNT-ID TO LOG-ACCOUNT-ID.
           MOVE AMOUNT-TEXT TO LOG-AMOUNT.
           MOVE "DEPOSIT" TO LOG-TYPE.
           PERFORM LOG-TRANSACTION.

      *> The available-balance rule batch-validation applies to a
      *> withdrawal: ledger less active holds, against the 25.00 floor
      *> or minus the overdraft limit when one is on file.
       POST-DEBIT-ENTRY.
           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           STRING "SELECT balance || ',' || COALESCE(overdraft_limit, 0)"
               " || ',' || (SELECT COALESCE(SUM(amount), 0) FROM account_holds"
               " WHERE account_id = " FUNCTION TRIM(ACCOUNT-ID)
               " AND release_date > DATE '" FUNCTION TRIM(BUSINESS-DATE) "')"
               " FROM accounts WHERE account_id = " FUNCTION TRIM(ACCOUNT-ID)
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
               DISPLAY "DEBIT FAILED: balance lookup failed for account "
                       FUNCTION TRIM(ACCOUNT-ID)
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FUNDS-BALANCE-TEXT.
           MOVE SPACES TO FUNDS-LIMIT-TEXT.
           MOVE SPACES TO FUNDS-HOLDS-TEXT.
           UNSTRING SINGLE-RESULT-BUFFER DELIMITED BY ","
               INTO FUNDS-BALANCE-TEXT, FUNDS-LIMIT-TEXT, FUNDS-HOLDS-TEXT.
           MOVE FUNCTION NUMVAL(FUNDS-BALANCE-TEXT) TO CURRENT-BALANCE.
           MOVE FUNCTION NUMVAL(FUNDS-LIMIT-TEXT) TO OVERDRAFT-LIMIT.
           MOVE FUNCTION NUMVAL(FUNDS-HOLDS-TEXT) TO HOLD-TOTAL.
           MOVE ENTRY-AMOUNT TO DEBIT-AMOUNT.
           IF OVERDRAFT-LIMIT > 0 THEN
               COMPUTE BALANCE-FLOOR = 0 - OVERDRAFT-LIMIT
           ELSE
               MOVE MINIMUM-BALANCE TO BALANCE-FLOOR
           END-IF.
           COMPUTE AVAILABLE-BALANCE = CURRENT-BALANCE - HOLD-TOTAL.
           IF AVAILABLE-BALANCE - DEBIT-AMOUNT < BALANCE-FLOOR THEN
               MOVE "R01" TO RETURN-REASON
               MOVE "INSUFFICIENT FUNDS" TO RETURN-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-COMMAND.
           STRING "UPDATE accounts SET balance = balance - "
               FUNCTION TRIM(AMOUNT-TEXT) " WHERE account_id = "
               FUNCTION TRIM(ACCOUNT-ID) ";"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "DEBIT FAILED: could not debit account " FUNCTION TRIM(ACCOUNT-ID)
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCOUNT-ID TO LOG-ACCOUNT-ID.
           MOVE AMOUNT-TEXT TO LOG-AMOUNT.
           MOVE "WITHDRAW" TO LOG-TYPE.
           PERFORM LOG-TRANSACTION.
           IF RECORD-FAILED-FLAG = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
      *> Same OVERDRAWN marker batch-validation leaves when a debit
      *> takes the ledger into an overdraft facility.
           IF CURRENT-BALANCE - DEBIT-AMOUNT < 0 THEN
               MOVE SPACES TO SQL-COMMAND
               STRING "CALL LOG_TRANSACTION(" FUNCTION TRIM(ACCOUNT-ID)
                   ", 0.00, 'OVERDRAWN')"
                   DELIMITED BY SIZE INTO SQL-COMMAND
               CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC
               IF RC NOT = 0 THEN
                   MOVE 'Y' TO RECORD-FAILED-FLAG
                   DISPLAY "DEBIT FAILED: could not write OVERDRAWN marker for account "
                           FUNCTION TRIM(ACCOUNT-ID)
               END-IF
           END-IF.

       LOG-TRANSACTION.
           MOVE SPACES TO SQL-COMMAND.
           STRING "CALL LOG_TRANSACTION(" FUNCTION TRIM(LOG-ACCOUNT-ID)
               ", " FUNCTION TRIM(LOG-AMOUNT) ", '" FUNCTION TRIM(LOG-TYPE)
               "', '" FUNCTION TRIM(LOG-REF) "')"
               DELIMITED BY SIZE INTO SQL-COMMAND.
           CALL STATIC "DB_EXEC" USING BY VALUE DBH, BY REFERENCE SQL-COMMAND RETURNING RC.
           IF RC NOT = 0 THEN
               MOVE 'Y' TO RECORD-FAILED-FLAG
               DISPLAY "LOG FAILED for account " FUNCTION TRIM(LOG-ACCOUNT-ID)
           END-IF.

      *> Return file header: the incoming header with the two ends
      *> swapped - it goes back from us to the network's origin - and
      *> the incoming file's creation date and modifier behind an R as
      *> the reference code, which is how a rerun knows the .ret is
      *> its own.
       WRITE-RETURN-FILE-HEADER.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-STAMP.
           MOVE SAVED-FILE-HEADER TO NETWORK-RECORD.
           MOVE SAVED-FILE-HEADER(14:10) TO FH-DESTINATION.
           MOVE SAVED-FILE-HEADER(4:10) TO FH-ORIGIN.
           MOVE SAVED-FILE-HEADER(64:23) TO FH-DESTINATION-NAME.
           MOVE SAVED-FILE-HEADER(41:23) TO FH-ORIGIN-NAME.
           MOVE CURRENT-STAMP(3:6) TO FH-CREATION-DATE.
           MOVE CURRENT-STAMP(9:4) TO FH-CREATION-TIME.
           MOVE SPACES TO FH-REFERENCE-CODE.
           STRING "R" FILE-IDENTITY DELIMITED BY SIZE
               INTO FH-REFERENCE-CODE.
           WRITE RETURNS-RECORD FROM NETWORK-RECORD.
           ADD 1 TO RETURN-FILE-RECORDS.

      *> A return batch mirrors the originator's batch it answers -
      *> same company name, id and class - and is opened by the first
      *> return out of that batch.
       WRITE-RETURN-BATCH-HEADER.
           ADD 1 TO RETURN-BATCH-NUMBER.
           MOVE 0 TO RETURN-BATCH-ENTRIES.
           MOVE 0 TO RETURN-BATCH-HASH.
           MOVE 0 TO RETURN-BATCH-DEBIT.
           MOVE 0 TO RETURN-BATCH-CREDIT.
           MOVE SAVED-BATCH-HEADER TO NETWORK-RECORD.
           MOVE "RETURN" TO BH-ENTRY-DESC.
           MOVE BUSINESS-DATE(3:2) TO BH-EFFECTIVE-DATE(1:2).
           MOVE BUSINESS-DATE(6:2) TO BH-EFFECTIVE-DATE(3:2).
           MOVE BUSINESS-DATE(9:2) TO BH-EFFECTIVE-DATE(5:2).
           MOVE SPACES TO BH-SETTLEMENT-DATE.
           MOVE OUR-RDFI-ID TO BH-ODFI-ID.
           MOVE RETURN-BATCH-NUMBER TO BH-BATCH-NUMBER.
           WRITE RETURNS-RECORD FROM NETWORK-RECORD.
           ADD 1 TO RETURN-FILE-RECORDS.
           ADD 1 TO RETURN-FILE-BATCHES.
           MOVE 'Y' TO RETURN-BATCH-OPEN.

      *> The return entry goes back to the originating bank (the
      *> batch's ODFI) with the return transaction code - one below
      *> the original (22 -> 21, 27 -> 26) - the original amount and
      *> a new trace; the 99 addenda carries the reason code and the
      *> original trace so the originator can match it.
       WRITE-RETURN-ENTRY.
           IF RETURN-BATCH-OPEN NOT = 'Y' THEN
               PERFORM WRITE-RETURN-BATCH-HEADER
           END-IF.
           ADD 1 TO RETURNED-COUNT.
           ADD 1 TO RETURN-SEQUENCE.
           MOVE SPACES TO RETURN-TRACE.
           STRING OUR-RDFI-ID RETURN-SEQUENCE
               DELIMITED BY SIZE INTO RETURN-TRACE.

           MOVE SPACES TO NETWORK-RECORD.
           MOVE "6" TO ED-RECORD-TYPE.
           EVALUATE ENTRY-TRAN-CODE
               WHEN "22"
                   MOVE "21" TO ED-TRAN-CODE
               WHEN "23"
                   MOVE "21" TO ED-TRAN-CODE
               WHEN "27"
                   MOVE "26" TO ED-TRAN-CODE
               WHEN "28"
                   MOVE "26" TO ED-TRAN-CODE
               WHEN "32"
                   MOVE "31" TO ED-TRAN-CODE
               WHEN "33"
                   MOVE "31" TO ED-TRAN-CODE
               WHEN "37"
                   MOVE "36" TO ED-TRAN-CODE
               WHEN OTHER
                   MOVE "36" TO ED-TRAN-CODE
           END-EVALUATE.
           MOVE SAVED-BATCH-HEADER(80:8) TO ED-RDFI-ID.
           IF ED-RDFI-ID IS NUMERIC THEN
               MOVE ED-RDFI-NUM TO CHECK-DIGIT-SOURCE
               PERFORM COMPUTE-CHECK-DIGIT
               MOVE CHECK-DIGIT TO ED-CHECK-DIGIT
               ADD ED-RDFI-NUM TO RETURN-BATCH-HASH
               ADD ED-RDFI-NUM TO RETURN-FILE-HASH
           END-IF.
           MOVE ENTRY-DFI-ACCOUNT TO ED-DFI-ACCOUNT.
           MOVE ENTRY-AMOUNT TO ED-AMOUNT.
           MOVE ENTRY-INDIVIDUAL-ID TO ED-INDIVIDUAL-ID.
           MOVE ENTRY-NAME TO ED-INDIVIDUAL-NAME.
           MOVE "1" TO ED-ADDENDA-IND.
           MOVE RETURN-TRACE TO ED-TRACE-NUMBER.
           WRITE RETURNS-RECORD FROM NETWORK-RECORD.
           IF ED-TRAN-CODE = "21" OR ED-TRAN-CODE = "31" THEN
               ADD ENTRY-AMOUNT TO RETURN-BATCH-CREDIT
               ADD ENTRY-AMOUNT TO RETURN-FILE-CREDIT
           ELSE
               ADD ENTRY-AMOUNT TO RETURN-BATCH-DEBIT
               ADD ENTRY-AMOUNT TO RETURN-FILE-DEBIT
           END-IF.

           MOVE SPACES TO NETWORK-RECORD.
           MOVE "7" TO AD-RECORD-TYPE.
           MOVE "99" TO AD-TYPE-CODE.
           MOVE RETURN-REASON TO AD-RETURN-REASON.
           MOVE ENTRY-TRACE TO AD-ORIGINAL-TRACE.
           MOVE ENTRY-RDFI-ID TO AD-ORIGINAL-RDFI.
           MOVE RETURN-TEXT TO AD-INFORMATION.
           MOVE RETURN-TRACE TO AD-TRACE-NUMBER.
           WRITE RETURNS-RECORD FROM NETWORK-RECORD.

           ADD 2 TO RETURN-BATCH-ENTRIES.
           ADD 2 TO RETURN-FILE-ENTRIES.
           ADD 2 TO RETURN-FILE-RECORDS.
           DISPLAY "RETURNED: trace " ENTRY-TRACE " "
                   FUNCTION TRIM(ENTRY-KIND) " of " FUNCTION TRIM(AMOUNT-TEXT)
                   " for account " FUNCTION TRIM(ENTRY-DFI-ACCOUNT)
                   " - " RETURN-REASON " " FUNCTION TRIM(RETURN-TEXT).

       COMPUTE-CHECK-DIGIT.
           MOVE 0 TO CHECK-DIGIT-SUM.
           PERFORM ADD-CHECK-DIGIT-WEIGHT
               VARYING CHECK-DIGIT-IDX FROM 1 BY 1 UNTIL CHECK-DIGIT-IDX > 8.
           COMPUTE CHECK-DIGIT = FUNCTION MOD(10 - FUNCTION MOD(CHECK-DIGIT-SUM, 10), 10).

       ADD-CHECK-DIGIT-WEIGHT.
           COMPUTE CHECK-DIGIT-SUM = CHECK-DIGIT-SUM
               + CHECK-DIGIT-DIGIT(CHECK-DIGIT-IDX) * CHECK-WEIGHT(CHECK-DIGIT-IDX).

       WRITE-RETURN-BATCH-CONTROL.
           MOVE SPACES TO NETWORK-RECORD.
           MOVE "8" TO BC-RECORD-TYPE.
           MOVE SAVED-BATCH-HEADER(2:3) TO BC-SERVICE-CLASS.
           MOVE RETURN-BATCH-ENTRIES TO BC-ENTRY-COUNT.
           MOVE FUNCTION MOD(RETURN-BATCH-HASH, 10000000000) TO BC-ENTRY-HASH.
           MOVE RETURN-BATCH-DEBIT TO BC-TOTAL-DEBIT.
           MOVE RETURN-BATCH-CREDIT TO BC-TOTAL-CREDIT.
           MOVE SAVED-BATCH-HEADER(41:10) TO BC-COMPANY-ID.
           MOVE OUR-RDFI-ID TO BC-ODFI-ID.
           MOVE RETURN-BATCH-NUMBER TO BC-BATCH-NUMBER.
           WRITE RETURNS-RECORD FROM NETWORK-RECORD.
           ADD 1 TO RETURN-FILE-RECORDS.
           MOVE 'N' TO RETURN-BATCH-OPEN.

      *> Written even when nothing was returned, so the network gets
      *> a file on every import night and an empty one says so.
       WRITE-RETURN-FILE-CONTROL.
           ADD 1 TO RETURN-FILE-RECORDS.
           MOVE SPACES TO NETWORK-RECORD.
           MOVE "9" TO FC-RECORD-TYPE.
           MOVE RETURN-FILE-BATCHES TO FC-BATCH-COUNT.
           COMPUTE FC-BLOCK-COUNT = (RETURN-FILE-RECORDS + 9) / 10.
           MOVE RETURN-FILE-ENTRIES TO FC-ENTRY-COUNT.
           MOVE FUNCTION MOD(RETURN-FILE-HASH, 10000000000) TO FC-ENTRY-HASH.
           MOVE RETURN-FILE-DEBIT TO FC-TOTAL-DEBIT.
           MOVE RETURN-FILE-CREDIT TO FC-TOTAL-CREDIT.
           WRITE RETURNS-RECORD FROM NETWORK-RECORD.
