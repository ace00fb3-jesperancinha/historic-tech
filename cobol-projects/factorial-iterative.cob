           END-IF
           MOVE business-date TO NR-RUN-DATE
           MOVE PARM-ID TO NR-REQUEST-ID
           MOVE 0 TO NR-INPUT-R
           MOVE SPACE TO NR-REQUEST-TYPE
           WRITE NUMERIC-RESULT-RECORD
           CLOSE RESULT-FILE.

