       FILE-CONTROL.
           SELECT FIBONACCI-OUT-FILE ASSIGN TO "FIBOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GROWTH-REPORT ASSIGN TO "FIBGRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROC-FILE-STATUS.
           SELECT REQUEST-FILE ASSIGN TO "FIBREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  PROCESS-DATE-CARD.
           05  PD-DATE             PIC X(08).

      * THE SAME REQUEST CARDS THE FIBONACCI STEP RAN FROM - ONLY THE
      * REQUEST ID IS USED HERE.
       FD  REQUEST-FILE
           RECORDING MODE IS F.
       01  REQUEST-CARD.
           05  REQ-N                PIC X(05).
           05  REQ-ID               PIC X(08).
           05  FILLER               PIC X(20).

       WORKING-STORAGE SECTION.

         77 source-eof-sw PIC X(01) VALUE "N".
           88 source-eof                VALUE "Y".
         77 req-eof-sw PIC X(01) VALUE "N".
           88 req-eof                   VALUE "Y".
         77 req-cards-read PIC 9(05) VALUE 0.

         01 RUN-DATE-TIME.
           05 CD-DATE                  PIC X(08).

         77 business-date PIC X(08).
         01 PROC-FILE-STATUS          PIC X(02).
         01 REQ-FILE-STATUS           PIC X(02).

         01 heading-line-1.
           05  FILLER                  PIC X(35)
           05  FILLER                  PIC X(10)
               VALUE "  PATTERN:".
           05  SH-PATTERN              PIC X(08).
      * COLUMNS 71-78 - RPTDIST BURSTS THE REPORT BY THIS ID.
           05  FILLER                  PIC X(14)
               VALUE "  REQUEST ID: ".
           05  SH-REQUEST-ID           PIC X(08).

         01 heading-line-2.
           05  FILLER                  PIC X(10) VALUE "TERM".
      * TO BE REPRINTED. NO CARD FALLS BACK TO THE CLOCK DATE.
           OPEN INPUT FIBONACCI-OUT-FILE
           OPEN OUTPUT GROWTH-REPORT
           OPEN INPUT REQUEST-FILE
           IF REQ-FILE-STATUS NOT = "00"
               SET req-eof TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           MOVE CD-DATE TO business-date
           OPEN INPUT PROCESS-DATE-FILE
           ELSE
               MOVE FIBOUT-PATTERN TO SH-PATTERN
           END-IF
           PERFORM 2160-FIND-REQUEST-ID
           MOVE section-heading TO GROWTH-LINE
           WRITE GROWTH-LINE
           MOVE heading-line-2 TO GROWTH-LINE
           WRITE GROWTH-LINE.

       2160-FIND-REQUEST-ID.
      * THE SECTION NUMBER IS THE ORDINAL OF THE FIBREQ CARD THAT
      * ASKED FOR IT, SO THE CARDS ARE READ FORWARD IN STEP WITH THE
      * SECTIONS. WITH NO FIBREQ (OR FEWER CARDS THAN SECTIONS) THE
      * ID IS LEFT BLANK.
           MOVE SPACES TO SH-REQUEST-ID
           PERFORM 2170-READ-REQUEST-CARD
               UNTIL req-eof OR req-cards-read >= FIBOUT-SEQ
           IF req-cards-read = FIBOUT-SEQ
               AND REQ-FILE-STATUS = "00"
               MOVE REQ-ID TO SH-REQUEST-ID
           END-IF.

       2170-READ-REQUEST-CARD.
           READ REQUEST-FILE
               AT END SET req-eof TO TRUE
               NOT AT END ADD 1 TO req-cards-read
           END-READ.

       2100-READ-SOURCE.
           READ FIBONACCI-OUT-FILE
               AT END SET source-eof TO TRUE

       9000-TERMINATE.
           CLOSE FIBONACCI-OUT-FILE
           CLOSE GROWTH-REPORT
           IF REQ-FILE-STATUS NOT = "35"
               CLOSE REQUEST-FILE
           END-IF.
