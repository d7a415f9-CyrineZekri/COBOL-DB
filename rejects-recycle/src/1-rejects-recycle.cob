      *> marked recycled = 'Y' so it is never resubmitted twice; the
      *> rejects.dat file is single-shot by nature (batch-validation
      *> overwrites it each run) so it needs no marker.
      *> Refusals by account status (ACCOUNT FROZEN / ACCOUNT CLOSED,
      *> written by account-status.cob) are not funds problems and are
      *> never recycled - they may not even be withdrawals. A legal
      *> hold clears only by UNFREEZE, after which the item has to be
      *> presented again. Any other item whose account has been frozen
      *> or closed since it failed stays failing for the same reason.
      *> A refusal against a TERM deposit that has not matured is not
      *> recycled either - it can't clear until the maturity date, and
      *> the early withdrawal is a separate, penalised feed action.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  RECYCLE-RECORD       PIC X(200).
       WORKING-STORAGE SECTION.
       COPY "dbapi.cpy".
       COPY "acctstat.cpy".
       01  L                     PIC 9(4) VALUE 0.
       01  SQL-LIT               PIC X(400).
       01  CMD-LINE-ARG          PIC X(256).
       01  PASSED-COUNT          PIC 9(9) VALUE 0.
       01  COUNT-EDIT            PIC Z(8)9.
       01  FAILED-COUNT          PIC 9(9) VALUE 0.
       01  EXIT-STATUS           PIC 9 VALUE 0.
       01  RECYCLE-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
       01  TOTAL-EDIT            PIC -(11)9.99.

                   FAILED-COUNT " still failing.".

           CALL STATIC "DB_DISCONNECT" USING BY VALUE DBH RETURNING RC.
      *> Set last: the account-status CALLs reset RETURN-CODE.
           MOVE EXIT-STATUS TO RETURN-CODE.
           GOBACK.

       FIND-DATE-ARGUMENT.
           MOVE SPACES TO SQL-LIT.
           STRING
               "SELECT account_id, amount, reason FROM withdrawal_exceptions"
               " WHERE COALESCE(recycled, 'N') <> 'Y'"
               " AND reason NOT LIKE 'ACCOUNT FROZEN%'"
               " AND reason NOT LIKE 'ACCOUNT CLOSED%'"
               " AND reason NOT LIKE 'TERM DEPOSIT%' ORDER BY occurred_at"
               INTO SQL-LIT
           END-STRING.
           COMPUTE L = FUNCTION LENGTH(FUNCTION TRIM(SQL-LIT)).
               WHEN OTHER
                   DISPLAY "RECYCLE FAILED: error reading withdrawal_exceptions"
                   MOVE 'Y' TO FETCH-DONE
                   MOVE 1 TO EXIT-STATUS
           END-EVALUATE.

       STORE-EXCEPTION-ITEM.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(ITEM-AMOUNT-TEXT(ITEM-IDX)))
               TO WITHDRAWAL-AMOUNT.

           MOVE ITEM-ACCOUNT-ID(ITEM-IDX) TO STATUS-ACCOUNT-ID.
           MOVE ITEM-AMOUNT-TEXT(ITEM-IDX) TO STATUS-AMOUNT.
           MOVE "DEBIT" TO STATUS-MOVEMENT.
           MOVE "CHECK" TO STATUS-ACTION.
           CALL "account-status" USING DBH, STATUS-ACTION,
               STATUS-ACCOUNT-ID, STATUS-MOVEMENT, STATUS-AMOUNT,
               STATUS-REFUSED, STATUS-REASON, BUSINESS-DATE.
           IF STATUS-REFUSED = 'Y' THEN
               MOVE STATUS-REASON TO ITEM-REASON
               PERFORM REPORT-STILL-FAILING
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SINGLE-RESULT-BUFFER.
           MOVE SPACES TO SQL-COMMAND.
           MOVE SPACES TO SQL-LIT.
