      *> Caller-side storage for the shared account-status routine.
      *> Before posting a movement against an account:
      *>     MOVE "CHECK" TO STATUS-ACTION
      *>     MOVE <account> TO STATUS-ACCOUNT-ID
      *>     MOVE "DEBIT" (or "CREDIT", or "EARLY" for a term
      *>         deposit's early withdrawal) TO STATUS-MOVEMENT
      *>     CALL "account-status" USING DBH, STATUS-ACTION,
      *>         STATUS-ACCOUNT-ID, STATUS-MOVEMENT, STATUS-AMOUNT,
      *>         STATUS-REFUSED, STATUS-REASON, BUSINESS-DATE
      *> (BUSINESS-DATE is the caller's own YYYY-MM-DD business date -
      *> a term deposit's lock is judged against it.)
      *> STATUS-REFUSED comes back 'Y' with STATUS-REASON filled in
      *> when the account's status forbids the movement. The caller
      *> then fails the item and, once its own transaction is rolled
      *> back, records the refusal with the same call and STATUS-ACTION
      *> "LOG" (STATUS-AMOUNT carries the refused amount as text).
       01  STATUS-ACTION            PIC X(8).
       01  STATUS-ACCOUNT-ID        PIC X(4).
       01  STATUS-MOVEMENT          PIC X(6).
       01  STATUS-AMOUNT            PIC X(20).
       01  STATUS-REFUSED           PIC X.
       01  STATUS-REASON            PIC X(60).
