           MOVE "OK" TO NR-STATUS
           MOVE BUSINESS-DATE TO NR-RUN-DATE
           MOVE SPACES TO NR-REQUEST-ID
           MOVE 0 TO NR-INPUT-R
           MOVE "S" TO NR-REQUEST-TYPE
           WRITE NUMERIC-RESULT-RECORD
           CLOSE RESULT-FILE.

