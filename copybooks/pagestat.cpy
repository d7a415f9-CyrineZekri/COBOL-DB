      *> Caller-side storage for keyset-paged processing and the shared
      *> page-stats routine. A paged job reads its book one bounded
      *> page at a time, ordered by its key, each page starting after
      *> PAGE-LAST-KEY (spaces before the first page), and stops at the
      *> first page that comes back short. After every page it adds 1
      *> to PAGE-COUNT and the page's rows to PAGE-ROW-TOTAL; at the
      *> end it reports them with
      *>     CALL "batch-page-stats" USING DBH, PAGE-JOB-NAME,
      *>         PAGE-COUNT, PAGE-ROW-TOTAL, BUSINESS-DATE
      *> which records them on the job's open batch_run_log row for
      *> that business date.
       01  PAGE-JOB-NAME            PIC X(30).
       01  PAGE-LAST-KEY            PIC X(20) VALUE SPACES.
       01  PAGE-KEY-CLAUSE          PIC X(80) VALUE SPACES.
       01  PAGE-COUNT               PIC 9(9) VALUE 0.
       01  PAGE-ROW-TOTAL           PIC 9(9) VALUE 0.
       01  PAGE-BOOK-DONE           PIC X VALUE 'N'.
