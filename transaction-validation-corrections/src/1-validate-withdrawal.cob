       COPY "dbapi.cpy".
       COPY "splitfld.cpy".
       COPY "postlock.cpy".
       COPY "acctstat.cpy".
       01  L                    PIC 9(4) VALUE 0.
       01  TX-FILENAME          PIC X(256) VALUE "transactions.dat".
       01  CMD-LINE-ARG         PIC X(256).
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(TX-AMOUNT)) TO AMOUNT-NUM
           MOVE AMOUNT-NUM TO AMOUNT-DSP

      *> A FROZEN or CLOSED account takes no withdrawal at all, whatever
      *> its balance - see account-status.cob. The refusal goes to
      *> withdrawal_exceptions with the freeze reason through the same
      *> routine, which binds the reason rather than splicing it.
           MOVE TX-ACCOUNT-ID TO STATUS-ACCOUNT-ID
           MOVE TX-AMOUNT TO STATUS-AMOUNT
           MOVE "DEBIT" TO STATUS-MOVEMENT
           MOVE "CHECK" TO STATUS-ACTION
           CALL "account-status" USING DBH, STATUS-ACTION,
                STATUS-ACCOUNT-ID, STATUS-MOVEMENT, STATUS-AMOUNT,
                STATUS-REFUSED, STATUS-REASON, BUSINESS-DATE
           IF STATUS-REFUSED = 'Y'
              DISPLAY "Validation FAILED: " FUNCTION TRIM(STATUS-REASON)
                      " for account " FUNCTION TRIM(TX-ACCOUNT-ID)
              MOVE "LOG" TO STATUS-ACTION
              CALL "account-status" USING DBH, STATUS-ACTION,
                   STATUS-ACCOUNT-ID, STATUS-MOVEMENT, STATUS-AMOUNT,
                   STATUS-REFUSED, STATUS-REASON, BUSINESS-DATE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SINGLE-RESULT-BUFFER
           MOVE SPACES TO SQL-COMMAND
           MOVE SPACES TO SQL-LIT
