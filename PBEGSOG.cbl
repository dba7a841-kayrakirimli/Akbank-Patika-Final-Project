      *    CONTROLS. AN ORDER LEFT BEHIND BY SKIPPED RUNS CATCHES
      *    UP ONE OCCURRENCE PER MISSED DUE DATE.
      *
      *    AN OCCURRENCE DUE ON A WEEKEND OR A BANK HOLIDAY IS
      *    ROLLED FORWARD TO THE NEXT BUSINESS DAY (PBEGCAL): IT
      *    IS GENERATED ON THAT DAY'S RUN AND CARRIES THAT DATE.
      *    THE ORDER'S OWN SCHEDULE IS NOT MOVED - THE NEXT DUE
      *    DATE STILL STEPS FROM THE NOMINAL ONE, SO A MONTHLY
      *    ORDER DUE ON THE 1ST COMES BACK TO THE 1ST. A BUSINESS
      *    DATE THAT IS NOT ITSELF A BUSINESS DAY IS REFUSED
      *    BEFORE ANY ORDER IS TOUCHED.
      *
      *    DOUBLE-GENERATION GUARDS: SOGDATE HOLDS THE LAST
      *    BUSINESS DATE FULLY GENERATED - A RERUN OF THAT DATE
      *    (POST ABENDED AND THE JOB WAS RESUBMITTED) LEAVES THE
           05 WS-LEAP-QUOT       PIC 9(4).
           05 WS-LEAP-REM        PIC 9(4).
           05 WS-DAY-STEPS       PIC 9(1).
      *    STO-NEXT-DUE ROLLED FORWARD TO A BUSINESS DAY.
           05 WS-ROLLED-DUE      PIC 9(8).
           05 WS-PBEGCAL         PIC X(7) VALUE 'PBEGCAL'.
       COPY CALSUB.

      *------------------
       PROCEDURE DIVISION.
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE INP-HDR-BUS-DATE TO WS-BUS-DATE.
           MOVE 'B' TO WS-CAL-FUNC.
           MOVE WS-BUS-DATE TO WS-CAL-DATE.
           PERFORM H290-CALL-CALENDAR.
           IF (NOT WS-CAL-BUSINESS-DAY)
              DISPLAY "BATCH HEADER BUSINESS DATE " WS-BUS-DATE
                      " IS NOT A BUSINESS DAY - NOTHING GENERATED"
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           DISPLAY "GENERATING STANDING ORDERS FOR BUSINESS DATE "
                   WS-BUS-DATE.
        H110-END. EXIT.
      *    PROGRAM HEADER.
        H210-PROCESS-ORDER.
           MOVE 0 TO WS-GEN-COUNT.
           PERFORM H285-ROLL-NEXT-DUE.
           PERFORM UNTIL (WS-ROLLED-DUE > WS-BUS-DATE)
                      OR (WS-GEN-COUNT >= 50)
              ADD 1 TO WS-GEN-COUNT
              MOVE WS-ROLLED-DUE TO WS-GEN-DUE(WS-GEN-COUNT)
              PERFORM H250-ADVANCE-NEXT-DUE
              PERFORM H285-ROLL-NEXT-DUE
           END-PERFORM.
           MOVE WS-BUS-DATE TO STO-LAST-GEN.
           REWRITE STO-REC
           END-EVALUATE.
        H280-END. EXIT.

        H285-ROLL-NEXT-DUE.
           MOVE 'F' TO WS-CAL-FUNC.
           MOVE STO-NEXT-DUE TO WS-CAL-DATE.
           PERFORM H290-CALL-CALENDAR.
           MOVE WS-CAL-RESULT-DATE TO WS-ROLLED-DUE.
        H285-END. EXIT.

      *    A DUE DATE THAT IS NOT A REAL DATE CAN ONLY BE A CORRUPT
      *    ORDER, AND A CALENDAR THAT CANNOT BE READ LEAVES NOTHING
      *    SAFE TO GENERATE - EITHER WAY THE RUN STOPS HERE, BEFORE
      *    THE ORDER IN HAND IS STAMPED AND BEFORE SOGDATE IS, SO
      *    THE RERUN PICKS UP AT THAT ORDER.
        H290-CALL-CALENDAR.
           CALL WS-PBEGCAL USING WS-CAL-AREA.
           IF (NOT WS-CAL-RC-OK)
              DISPLAY "PBEGCAL RC " WS-CAL-RC " " WS-CAL-DESC
                      " FOR DATE " WS-CAL-DATE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
        H290-END. EXIT.

        H500-RECORD-GEN-DATE.
           MOVE WS-BUS-DATE TO SGD-LAST-DATE.
           OPEN OUTPUT SGD-FILE.
