      *> the record into PARSE-LINE (or pass any X(512) line directly)
      *> and CALL "split-feed-line" USING PARSE-LINE,
      *> SPLIT-FIELD-TABLE, SPLIT-FIELD-COUNT; the fields come back in
      *> SPLIT-FIELD(1..12), quotes stripped, blank when absent.
       01  PARSE-LINE               PIC X(512).
       01  SPLIT-FIELD-TABLE.
           05 SPLIT-FIELD OCCURS 12 TIMES PIC X(64).
       01  SPLIT-FIELD-COUNT        PIC 9(2).
