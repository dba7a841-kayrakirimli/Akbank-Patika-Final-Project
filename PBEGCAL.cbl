       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEGCAL.
       AUTHOR.        Kayra KIRIMLI.
      *----------------------------------------------------------
      *    BUSINESS-DAY CALENDAR ROUTINE.
      *
      *    CALLED BY EVERY DATE-DRIVEN BATCH PROGRAM THAT HAS TO
      *    TELL A BUSINESS DAY FROM A WEEKEND OR A BANK HOLIDAY -
      *    PBEG006 (THE BATCH BUSINESS DATE), PBEGSOG (DUE DATES
      *    ROLLED FORWARD), PBEGREC, PBEGODR AND PBEGDOR (DAY
      *    COUNTS) - SO THEY ALL ANSWER THE QUESTION THE SAME WAY.
      *    THE TERM-DEPOSIT PROGRAMS ALSO TAKE THEIR CALENDAR-DAY
      *    INTEREST PERIODS FROM HERE ('E').
      *    THE INTERFACE IS THE CALSUB COPYBOOK.
      *
      *    MONDAY TO FRIDAY ARE BUSINESS DAYS, SATURDAY AND SUNDAY
      *    ARE NOT, EXCEPT WHERE CALTAB (MAINTAINED ONLY BY
      *    PBEGCLM) NAMES A WEEKDAY HOLIDAY OR A WORKED WEEKEND
      *    DAY. CALTAB IS READ INTO A TABLE ON THE FIRST CALL THAT
      *    NEEDS IT AND CLOSED AGAIN AT ONCE, SO THE CALLER NEVER
      *    HAS TO OPEN OR CLOSE ANYTHING AND A DAY COUNT OVER A
      *    LONG SPAN COSTS NO I/O. THE DAY OF THE WEEK IS WORKED
      *    OUT FROM THE GREGORIAN SERIAL DAY NUMBER - SERIAL 1,
      *    1 JANUARY OF YEAR 1, WAS A MONDAY.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE   ASSIGN TO CALTAB
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS SEQUENTIAL
                             RECORD KEY IS CAL-KEY
                             STATUS CAL-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE.
       COPY CALREC.

      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 CAL-ST             PIC 9(2).
              88 CAL-OK                   VALUE 00 97.
              88 CAL-EOF                  VALUE 10.
           05 WS-LOADED-SW       PIC X(1) VALUE 'N'.
              88 WS-TABLE-LOADED          VALUE 'Y'.
           05 WS-CAL-OPEN-SW     PIC X(1) VALUE 'N'.
              88 WS-CAL-OPEN              VALUE 'Y'.
           05 WS-TAB-USED        PIC 9(4) COMP VALUE 0.
           05 WS-TAB-SUB         PIC 9(4) COMP.
           05 WS-DATE-OK-SW      PIC X(1).
              88 WS-DATE-OK               VALUE 'Y'.
      *    GREGORIAN SERIAL-DAY CONVERSION WORK FIELDS.
           05 WS-SER-DATE.
              07 WS-SER-YYYY     PIC 9(4).
              07 WS-SER-MM       PIC 9(2).
              07 WS-SER-DD       PIC 9(2).
           05 WS-SER-DATE-NUM REDEFINES WS-SER-DATE
                                 PIC 9(8).
           05 WS-SER-RESULT      PIC S9(8) COMP-3.
           05 WS-SER-PRIOR-YY    PIC 9(4).
           05 WS-SER-WORK        PIC S9(8) COMP-3.
           05 WS-SER-DOW         PIC 9(1).
           05 WS-LEAP-QUOT       PIC 9(4).
           05 WS-LEAP-REM        PIC 9(4).
           05 WS-MONTH-DAYS      PIC 9(2).
      *    THE DAY UNDER TEST, AND THE DAY BEING WALKED FORWARD
      *    ONE AT A TIME BY 'N' AND 'F'.
           05 WS-TEST-DATE       PIC 9(8).
           05 WS-TEST-DOW        PIC 9(1).
           05 WS-TEST-BUS-SW     PIC X(1).
              88 WS-TEST-BUSINESS         VALUE 'Y'.
           05 WS-WALK-DATE.
              07 WS-WALK-YYYY    PIC 9(4).
              07 WS-WALK-MM      PIC 9(2).
              07 WS-WALK-DD      PIC 9(2).
           05 WS-WALK-DATE-NUM REDEFINES WS-WALK-DATE
                                 PIC 9(8).
           05 WS-WALK-DOW        PIC 9(1).
      *    DAY-COUNT WORK FIELDS.
           05 WS-FROM-SERIAL     PIC S9(8) COMP-3.
           05 WS-FROM-DOW        PIC 9(1).
           05 WS-SPAN-DAYS       PIC S9(8) COMP-3.
           05 WS-SPAN-WEEKS      PIC S9(8) COMP-3.
           05 WS-SPAN-REM        PIC 9(1).
           05 WS-COUNT-DAYS      PIC S9(8) COMP-3.
      *    THE CALTAB EXCEPTIONS IN DATE ORDER. AN ENTRY THAT
      *    CHANGES NOTHING (A HOLIDAY ON A WEEKEND, A WORKED DAY
      *    ON A WEEKDAY) IS LEFT OUT AT LOAD TIME, SO EVERY ENTRY
      *    HELD MOVES A DAY COUNT BY EXACTLY ONE.
       01  WS-TAB-TABLE-AREA.
           05 WS-TAB-ENTRY OCCURS 2000 TIMES.
              07 WS-TAB-DATE     PIC 9(8).
              07 WS-TAB-TYPE     PIC X(1).
                 88 WS-TAB-HOLIDAY        VALUE 'H'.
                 88 WS-TAB-WORKING        VALUE 'W'.

       LINKAGE SECTION.
       COPY CALSUB.

      *------------------
       PROCEDURE DIVISION USING WS-CAL-AREA.
      *------------------
        00000-MAIN.
           MOVE 0 TO WS-CAL-RC.
           MOVE SPACES TO WS-CAL-DESC.
           MOVE WS-CAL-DATE TO WS-SER-DATE-NUM.
           PERFORM H150-VALIDATE-DATE.
           IF (NOT WS-DATE-OK)
              MOVE 01 TO WS-CAL-RC
              MOVE 'INVALID DATE' TO WS-CAL-DESC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H300-DATE-TO-SERIAL.
           MOVE WS-SER-DOW TO WS-CAL-DOW.
           IF (NOT WS-CAL-FUNC-WEEKDAY)
              AND (NOT WS-CAL-FUNC-ELAPSED)
              AND (NOT WS-TABLE-LOADED)
              PERFORM H200-LOAD-CALENDAR
           END-IF.
           EVALUATE TRUE
             WHEN WS-CAL-FUNC-WEEKDAY
                  CONTINUE
             WHEN WS-CAL-FUNC-TEST
                  MOVE WS-CAL-DATE TO WS-TEST-DATE
                  MOVE WS-CAL-DOW  TO WS-TEST-DOW
                  PERFORM H400-TEST-DAY
                  MOVE WS-TEST-BUS-SW TO WS-CAL-BUS-DAY-SW
             WHEN WS-CAL-FUNC-NEXT
                  PERFORM H500-NEXT-BUSINESS-DAY
             WHEN WS-CAL-FUNC-ROLL
                  MOVE WS-CAL-DATE TO WS-TEST-DATE
                  MOVE WS-CAL-DOW  TO WS-TEST-DOW
                  PERFORM H400-TEST-DAY
                  IF (WS-TEST-BUSINESS)
                     MOVE WS-CAL-DATE TO WS-CAL-RESULT-DATE
                  ELSE
                     PERFORM H500-NEXT-BUSINESS-DAY
                  END-IF
             WHEN WS-CAL-FUNC-COUNT
                  PERFORM H600-COUNT-BUSINESS-DAYS
             WHEN WS-CAL-FUNC-ELAPSED
                  PERFORM H700-COUNT-CALENDAR-DAYS
             WHEN OTHER
                  MOVE 02 TO WS-CAL-RC
                  MOVE 'INVALID FUNCTION' TO WS-CAL-DESC
           END-EVALUATE.
           PERFORM H999-PROGRAM-EXIT.
         00000-END. EXIT.

      *    A REAL CALENDAR DATE IN WS-SER-DATE - NUMERIC, MONTH
      *    1-12, DAY WITHIN THE MONTH.
        H150-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-OK-SW.
           IF (WS-SER-DATE-NUM NUMERIC)
              IF (WS-SER-YYYY > 0)
                 AND (WS-SER-MM >= 1) AND (WS-SER-MM <= 12)
                 MOVE WS-SER-MM TO WS-WALK-MM
                 MOVE WS-SER-YYYY TO WS-WALK-YYYY
                 PERFORM H280-SET-MONTH-DAYS
                 IF (WS-SER-DD >= 1)
                    AND (WS-SER-DD <= WS-MONTH-DAYS)
                    SET WS-DATE-OK TO TRUE
                 END-IF
              END-IF
           END-IF.
        H150-END. EXIT.

        H200-LOAD-CALENDAR.
           OPEN INPUT CAL-FILE.
           IF (NOT CAL-OK)
              DISPLAY "CAL-FILE OPEN ERROR" CAL-ST
              MOVE CAL-ST TO WS-CAL-RC
              MOVE 'CALTAB OPEN ERROR' TO WS-CAL-DESC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-CAL-OPEN TO TRUE.
           MOVE 0 TO WS-TAB-USED.
           PERFORM H210-LOAD-ENTRY UNTIL CAL-EOF.
           CLOSE CAL-FILE.
           MOVE 'N' TO WS-CAL-OPEN-SW.
           SET WS-TABLE-LOADED TO TRUE.
      *    THE CALLER'S OWN DATE WAS CONVERTED BEFORE THE LOAD -
      *    PUT IT BACK IN THE SERIAL WORK FIELDS.
           MOVE WS-CAL-DATE TO WS-SER-DATE-NUM.
           PERFORM H300-DATE-TO-SERIAL.
        H200-END. EXIT.

        H210-LOAD-ENTRY.
           READ CAL-FILE NEXT RECORD
              AT END
                 SET CAL-EOF TO TRUE
           END-READ.
           IF (NOT CAL-EOF)
              IF (NOT CAL-OK)
                 DISPLAY "CAL-FILE READ ERROR" CAL-ST
                 MOVE CAL-ST TO WS-CAL-RC
                 MOVE 'CALTAB READ ERROR' TO WS-CAL-DESC
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE CAL-DATE TO WS-SER-DATE-NUM
              PERFORM H150-VALIDATE-DATE
              IF (WS-DATE-OK)
                 PERFORM H300-DATE-TO-SERIAL
                 IF ((CAL-TYPE-HOLIDAY) AND (WS-SER-DOW < 6))
                    OR ((CAL-TYPE-WORKING) AND (WS-SER-DOW > 5))
                    PERFORM H220-STORE-ENTRY
                 END-IF
              END-IF
           END-IF.
        H210-END. EXIT.

        H220-STORE-ENTRY.
           IF (WS-TAB-USED >= 2000)
              DISPLAY "CALTAB HOLDS MORE THAN 2000 ENTRIES"
              MOVE 99 TO WS-CAL-RC
              MOVE 'CALENDAR TABLE FULL' TO WS-CAL-DESC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-TAB-USED.
           MOVE CAL-DATE TO WS-TAB-DATE(WS-TAB-USED).
           MOVE CAL-TYPE TO WS-TAB-TYPE(WS-TAB-USED).
        H220-END. EXIT.

        H260-ADD-ONE-DAY.
           PERFORM H280-SET-MONTH-DAYS.
           IF (WS-WALK-DD < WS-MONTH-DAYS)
              ADD 1 TO WS-WALK-DD
           ELSE
              MOVE 1 TO WS-WALK-DD
              IF (WS-WALK-MM < 12)
                 ADD 1 TO WS-WALK-MM
              ELSE
                 MOVE 1 TO WS-WALK-MM
                 ADD 1 TO WS-WALK-YYYY
              END-IF
           END-IF.
           IF (WS-WALK-DOW < 7)
              ADD 1 TO WS-WALK-DOW
           ELSE
              MOVE 1 TO WS-WALK-DOW
           END-IF.
        H260-END. EXIT.

        H280-SET-MONTH-DAYS.
           EVALUATE WS-WALK-MM
             WHEN 01
             WHEN 03
             WHEN 05
             WHEN 07
             WHEN 08
             WHEN 10
             WHEN 12
                  MOVE 31 TO WS-MONTH-DAYS
             WHEN 04
             WHEN 06
             WHEN 09
             WHEN 11
                  MOVE 30 TO WS-MONTH-DAYS
             WHEN 02
                  MOVE 28 TO WS-MONTH-DAYS
                  DIVIDE WS-WALK-YYYY BY 4
                     GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                  IF (WS-LEAP-REM = 0)
                     MOVE 29 TO WS-MONTH-DAYS
                     DIVIDE WS-WALK-YYYY BY 100
                        GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                     IF (WS-LEAP-REM = 0)
                        MOVE 28 TO WS-MONTH-DAYS
                        DIVIDE WS-WALK-YYYY BY 400
                           GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                        IF (WS-LEAP-REM = 0)
                           MOVE 29 TO WS-MONTH-DAYS
                        END-IF
                     END-IF
                  END-IF
           END-EVALUATE.
        H280-END. EXIT.

      *    SERIAL DAY NUMBER OF THE YYYYMMDD DATE IN WS-SER-DATE:
      *    WHOLE YEARS BEFORE THE DATE, PLUS THE LEAP DAYS AMONG
      *    THEM, PLUS THE DAYS ELAPSED INSIDE THE YEAR - AND FROM
      *    IT THE DAY OF THE WEEK.
        H300-DATE-TO-SERIAL.
           COMPUTE WS-SER-PRIOR-YY = WS-SER-YYYY - 1.
           COMPUTE WS-SER-RESULT = WS-SER-PRIOR-YY * 365.
           DIVIDE WS-SER-PRIOR-YY BY 4
              GIVING WS-SER-WORK.
           ADD WS-SER-WORK TO WS-SER-RESULT.
           DIVIDE WS-SER-PRIOR-YY BY 100
              GIVING WS-SER-WORK.
           SUBTRACT WS-SER-WORK FROM WS-SER-RESULT.
           DIVIDE WS-SER-PRIOR-YY BY 400
              GIVING WS-SER-WORK.
           ADD WS-SER-WORK TO WS-SER-RESULT.
           EVALUATE WS-SER-MM
             WHEN 01 ADD 0   TO WS-SER-RESULT
             WHEN 02 ADD 31  TO WS-SER-RESULT
             WHEN 03 ADD 59  TO WS-SER-RESULT
             WHEN 04 ADD 90  TO WS-SER-RESULT
             WHEN 05 ADD 120 TO WS-SER-RESULT
             WHEN 06 ADD 151 TO WS-SER-RESULT
             WHEN 07 ADD 181 TO WS-SER-RESULT
             WHEN 08 ADD 212 TO WS-SER-RESULT
             WHEN 09 ADD 243 TO WS-SER-RESULT
             WHEN 10 ADD 273 TO WS-SER-RESULT
             WHEN 11 ADD 304 TO WS-SER-RESULT
             WHEN 12 ADD 334 TO WS-SER-RESULT
           END-EVALUATE.
           IF (WS-SER-MM > 2)
              DIVIDE WS-SER-YYYY BY 4
                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
              IF (WS-LEAP-REM = 0)
                 ADD 1 TO WS-SER-RESULT
                 DIVIDE WS-SER-YYYY BY 100
                    GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                 IF (WS-LEAP-REM = 0)
                    SUBTRACT 1 FROM WS-SER-RESULT
                    DIVIDE WS-SER-YYYY BY 400
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                    IF (WS-LEAP-REM = 0)
                       ADD 1 TO WS-SER-RESULT
                    END-IF
                 END-IF
              END-IF
           END-IF.
           ADD WS-SER-DD TO WS-SER-RESULT.
           DIVIDE WS-SER-RESULT BY 7
              GIVING WS-SER-WORK REMAINDER WS-SER-DOW.
           IF (WS-SER-DOW = 0)
              MOVE 7 TO WS-SER-DOW
           END-IF.
        H300-END. EXIT.

      *    WS-TEST-DATE/WS-TEST-DOW: A WEEKDAY IS A BUSINESS DAY
      *    AND A WEEKEND DAY IS NOT, UNLESS CALTAB SAYS OTHERWISE.
        H400-TEST-DAY.
           IF (WS-TEST-DOW < 6)
              MOVE 'Y' TO WS-TEST-BUS-SW
           ELSE
              MOVE 'N' TO WS-TEST-BUS-SW
           END-IF.
           MOVE 1 TO WS-TAB-SUB.
           PERFORM UNTIL (WS-TAB-SUB > WS-TAB-USED)
                      OR (WS-TAB-DATE(WS-TAB-SUB) >= WS-TEST-DATE)
              ADD 1 TO WS-TAB-SUB
           END-PERFORM.
           IF (WS-TAB-SUB <= WS-TAB-USED)
              IF (WS-TAB-DATE(WS-TAB-SUB) = WS-TEST-DATE)
                 IF (WS-TAB-HOLIDAY(WS-TAB-SUB))
                    MOVE 'N' TO WS-TEST-BUS-SW
                 ELSE
                    MOVE 'Y' TO WS-TEST-BUS-SW
                 END-IF
              END-IF
           END-IF.
        H400-END. EXIT.

        H500-NEXT-BUSINESS-DAY.
           MOVE WS-CAL-DATE TO WS-WALK-DATE-NUM.
           MOVE WS-CAL-DOW  TO WS-WALK-DOW.
           MOVE 'N' TO WS-TEST-BUS-SW.
           PERFORM H510-STEP-ONE-DAY UNTIL WS-TEST-BUSINESS.
           MOVE WS-WALK-DATE-NUM TO WS-CAL-RESULT-DATE.
        H500-END. EXIT.

        H510-STEP-ONE-DAY.
           PERFORM H260-ADD-ONE-DAY.
           MOVE WS-WALK-DATE-NUM TO WS-TEST-DATE.
           MOVE WS-WALK-DOW      TO WS-TEST-DOW.
           PERFORM H400-TEST-DAY.
        H510-END. EXIT.

      *    WHOLE WEEKS CONTRIBUTE FIVE BUSINESS DAYS EACH, THE ODD
      *    DAYS LEFT OVER ARE LOOKED AT ONE BY ONE, AND EVERY
      *    CALTAB EXCEPTION INSIDE THE SPAN THEN TAKES A DAY OFF
      *    (HOLIDAY) OR PUTS ONE BACK (WORKED WEEKEND DAY).
        H600-COUNT-BUSINESS-DAYS.
           MOVE 0 TO WS-CAL-DAYS.
           MOVE WS-SER-RESULT TO WS-FROM-SERIAL.
           MOVE WS-SER-DOW    TO WS-FROM-DOW.
           MOVE WS-CAL-DATE-2 TO WS-SER-DATE-NUM.
           PERFORM H150-VALIDATE-DATE.
           IF (NOT WS-DATE-OK)
              MOVE 01 TO WS-CAL-RC
              MOVE 'INVALID DATE' TO WS-CAL-DESC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (WS-CAL-DATE-2 > WS-CAL-DATE)
              PERFORM H300-DATE-TO-SERIAL
              COMPUTE WS-SPAN-DAYS = WS-SER-RESULT - WS-FROM-SERIAL
              DIVIDE WS-SPAN-DAYS BY 7
                 GIVING WS-SPAN-WEEKS REMAINDER WS-SPAN-REM
              COMPUTE WS-COUNT-DAYS = WS-SPAN-WEEKS * 5
              MOVE WS-FROM-DOW TO WS-WALK-DOW
              PERFORM H610-COUNT-ODD-DAY WS-SPAN-REM TIMES
              MOVE 1 TO WS-TAB-SUB
              PERFORM UNTIL (WS-TAB-SUB > WS-TAB-USED)
                         OR (WS-TAB-DATE(WS-TAB-SUB) > WS-CAL-DATE-2)
                 IF (WS-TAB-DATE(WS-TAB-SUB) > WS-CAL-DATE)
                    IF (WS-TAB-HOLIDAY(WS-TAB-SUB))
                       SUBTRACT 1 FROM WS-COUNT-DAYS
                    ELSE
                       ADD 1 TO WS-COUNT-DAYS
                    END-IF
                 END-IF
                 ADD 1 TO WS-TAB-SUB
              END-PERFORM
              MOVE WS-COUNT-DAYS TO WS-CAL-DAYS
           END-IF.
        H600-END. EXIT.

        H610-COUNT-ODD-DAY.
           IF (WS-WALK-DOW < 7)
              ADD 1 TO WS-WALK-DOW
           ELSE
              MOVE 1 TO WS-WALK-DOW
           END-IF.
           IF (WS-WALK-DOW < 6)
              ADD 1 TO WS-COUNT-DAYS
           END-IF.
        H610-END. EXIT.

        H700-COUNT-CALENDAR-DAYS.
           MOVE 0 TO WS-CAL-DAYS.
           MOVE WS-SER-RESULT TO WS-FROM-SERIAL.
           MOVE WS-CAL-DATE-2 TO WS-SER-DATE-NUM.
           PERFORM H150-VALIDATE-DATE.
           IF (NOT WS-DATE-OK)
              MOVE 01 TO WS-CAL-RC
              MOVE 'INVALID DATE' TO WS-CAL-DESC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (WS-CAL-DATE-2 > WS-CAL-DATE)
              PERFORM H300-DATE-TO-SERIAL
              COMPUTE WS-CAL-DAYS = WS-SER-RESULT - WS-FROM-SERIAL
           END-IF.
        H700-END. EXIT.

         H999-PROGRAM-EXIT.
             IF (WS-CAL-OPEN)
                CLOSE CAL-FILE
                MOVE 'N' TO WS-CAL-OPEN-SW
             END-IF.
             EXIT PROGRAM.
         H999-END. EXIT.
      *
