      *> Called everywhere the feed programs used to UNSTRING a record:
      *> CALL "split-feed-line" USING <line>, SPLIT-FIELD-TABLE,
      *> SPLIT-FIELD-COUNT - fields come back left-justified in
      *> SPLIT-FIELD(1..12), blank when absent.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LINKAGE SECTION.
       01  LK-LINE               PIC X(512).
       01  LK-FIELD-TABLE.
           05 LK-FIELD OCCURS 12 TIMES PIC X(64).
       01  LK-FIELD-COUNT        PIC 9(2).

       PROCEDURE DIVISION USING LK-LINE, LK-FIELD-TABLE, LK-FIELD-COUNT.
           ELSE
               EVALUATE SCAN-CHAR
                   WHEN ','
                       IF FIELD-NUM < 12 THEN
                           ADD 1 TO FIELD-NUM
                       END-IF
                       MOVE 1 TO FIELD-POS
