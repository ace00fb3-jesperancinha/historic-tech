           END-IF
           MOVE business-date TO NR-RUN-DATE
           MOVE SPACES TO NR-REQUEST-ID
           MOVE 0 TO NR-INPUT-R
           MOVE SPACE TO NR-REQUEST-TYPE
           WRITE NUMERIC-RESULT-RECORD.

       2100-WRITE-EXCEPTION.
