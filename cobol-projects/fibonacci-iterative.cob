           END-IF
           MOVE BUSINESS-DATE TO NR-RUN-DATE
           MOVE REQ-ID-SAVE TO NR-REQUEST-ID
           MOVE 0 TO NR-INPUT-R
           MOVE PATTERN-LABEL (1:1) TO NR-REQUEST-TYPE
           WRITE NUMERIC-RESULT-RECORD.

       3100-WRITE-SECTION-HEADER.
