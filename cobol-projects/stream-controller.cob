           88 step-complete             VALUE "Y".
         77 prereqs-clean-sw PIC X(01).
           88 prereqs-clean             VALUE "Y".
         77 preflight-go-sw PIC X(01) VALUE "N".
           88 preflight-go              VALUE "Y".

         77 prog-x PIC 9(03).
         77 prog-count PIC 9(03) VALUE 0.
         77 released-count PIC 9(03) VALUE 0.
         77 complete-count PIC 9(03) VALUE 0.
         77 hold-reason PIC X(44).
         77 preflight-reason PIC X(44).

      * THE RECORD WITH THE NEWEST DATE AND TIME CARRIES A PROGRAM'S
      * CURRENT STATE - POSITION NO LONGER DECIDES, BECAUSE THE
      * STEPS THAT ALREADY WROTE A CLEAN ENDED RECORD COME BACK
      * COMPLETE, SO THE STREAM PICKS UP FROM THE FIRST STEP THAT
      * NEVER FINISHED INSTEAD OF THE OPERATOR RECONSTRUCTING THAT
      * LIST BY HAND. NOTHING IS RELEASED AT ALL UNTIL THE CYCLE'S
      * PRE-FLIGHT READINESS CHECK (PREFLITE) HAS ENDED BELOW RC 8 -
      * A NO-GO HOLDS EVERY STEP NOT ALREADY COMPLETE AND ENDS RC 8.
           PERFORM 0800-GET-PROCESS-DATE
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-RUN-CONTROL
           PERFORM 2500-CHECK-PREFLIGHT
           PERFORM 3000-DECIDE-ONE-STEP
               UNTIL deps-eof
           PERFORM 9000-TERMINATE
               SET prog-found TO TRUE
           END-IF.

       2500-CHECK-PREFLIGHT.
      * THE READINESS CHECK REGISTERS ON RUN-CONTROL LIKE ANY STEP,
      * SO ITS LATEST STATE FOR THE CYCLE IS ALREADY IN THE TABLE.
      * ONLY A CLEAN ENDED RECORD BELOW RC 8 IS A GO - AN OPERATOR
      * OVERRIDE (RC 999) OF A DEAD PRE-FLIGHT IS NOT, THE CHECK
      * HAS TO BE RERUN.
           MOVE "N" TO preflight-go-sw
           MOVE SPACES TO preflight-reason
           MOVE "PREFLITE" TO match-program
           PERFORM 3110-LOOK-UP-PROGRAM
           IF NOT prog-found
               MOVE "PRE-FLIGHT CHECK NOT RUN FOR CYCLE"
                   TO preflight-reason
           ELSE
               IF RS-STATUS (prog-x) NOT = "ENDED"
                   MOVE "PRE-FLIGHT CHECK STILL OPEN"
                       TO preflight-reason
               ELSE
                   IF RS-RETURN-CODE (prog-x) >= 8
                       MOVE "PRE-FLIGHT CHECK NO-GO - SEE PREFRPT"
                           TO preflight-reason
                   ELSE
                       SET preflight-go TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT preflight-go
               DISPLAY "STREAMCT - " preflight-reason
           END-IF.

       3000-DECIDE-ONE-STEP.
           PERFORM 3100-CHECK-STEP-COMPLETE
           IF step-complete
                   TO RD-REASON
               MOVE "COMPLETE" TO REL-ACTION
           ELSE
               IF preflight-go
                   PERFORM 3200-CHECK-PREREQUISITES
               ELSE
                   MOVE "N" TO prereqs-clean-sw
                   MOVE preflight-reason TO hold-reason
               END-IF
               IF prereqs-clean
                   ADD 1 TO released-count
                   MOVE "RELEASE" TO RD-ACTION
       9000-TERMINATE.
      * RC 4 WHEN ANY STEP WAS HELD, SO THE SCHEDULER KNOWS THE
      * STREAM IS NOT FULLY RELEASED; 8 WAS SET EARLIER IF THE
      * DEPENDENCY TABLE ITSELF WAS MISSING, AND IS SET HERE WHEN
      * THE PRE-FLIGHT CHECK DID NOT GIVE A GO.
           MOVE SPACES TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           CLOSE CONTROL-REPORT
           IF RETURN-CODE = 0 AND any-held
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NOT preflight-go
               MOVE 8 TO RETURN-CODE
           END-IF.
