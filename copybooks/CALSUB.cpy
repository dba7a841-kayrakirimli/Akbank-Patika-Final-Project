      *----------------------------------------------------------
      *    CALSUB - PBEGCAL CALL INTERFACE LAYOUT
      *    SHARED BY EVERY PROGRAM THAT ASKS THE BUSINESS-DAY
      *    CALENDAR A QUESTION (WORKING-STORAGE) AND PBEGCAL
      *    (LINKAGE SECTION). DATES ARE YYYYMMDD THROUGHOUT.
      *----------------------------------------------------------
       01  WS-CAL-AREA.
           05 WS-CAL-FUNC           PIC X(01).
      *       'D' DAY OF THE WEEK OF WS-CAL-DATE INTO WS-CAL-DOW -
      *       PLAIN ARITHMETIC, CALTAB IS NOT READ.
              88 WS-CAL-FUNC-WEEKDAY       VALUE 'D'.
      *       'B' IS WS-CAL-DATE A BUSINESS DAY - ANSWER IN
      *       WS-CAL-BUS-DAY-SW (WS-CAL-DOW SET AS WELL).
              88 WS-CAL-FUNC-TEST          VALUE 'B'.
      *       'N' THE FIRST BUSINESS DAY AFTER WS-CAL-DATE INTO
      *       WS-CAL-RESULT-DATE.
              88 WS-CAL-FUNC-NEXT          VALUE 'N'.
      *       'F' WS-CAL-DATE ITSELF IF IT IS A BUSINESS DAY, ELSE
      *       THE FIRST BUSINESS DAY AFTER IT, INTO
      *       WS-CAL-RESULT-DATE - A DUE DATE ROLLED FORWARD.
              88 WS-CAL-FUNC-ROLL          VALUE 'F'.
      *       'C' THE NUMBER OF BUSINESS DAYS AFTER WS-CAL-DATE UP TO
      *       AND INCLUDING WS-CAL-DATE-2 INTO WS-CAL-DAYS (ZERO
      *       WHEN WS-CAL-DATE-2 IS NOT LATER) - THE BUSINESS-DAY
      *       EQUIVALENT OF SUBTRACTING ONE DATE FROM THE OTHER.
              88 WS-CAL-FUNC-COUNT         VALUE 'C'.
      *       'E' THE NUMBER OF CALENDAR DAYS FROM WS-CAL-DATE TO
      *       WS-CAL-DATE-2 INTO WS-CAL-DAYS (ZERO WHEN WS-CAL-DATE-2
      *       IS NOT LATER) - PLAIN ARITHMETIC LIKE 'D', FOR DAY-
      *       COUNT INTEREST. CALTAB IS NOT READ.
              88 WS-CAL-FUNC-ELAPSED       VALUE 'E'.
           05 WS-CAL-DATE           PIC 9(08).
           05 WS-CAL-DATE-2         PIC 9(08).
           05 WS-CAL-RC             PIC 9(02).
              88 WS-CAL-RC-OK               VALUE 00.
      *       01 A DATE PASSED IS NOT A REAL CALENDAR DATE, 02
      *       FUNCTION CODE NOT RECOGNIZED. ANY OTHER VALUE IS THE
      *       CALTAB FILE STATUS OF A FATAL I/O ERROR, OR 99 WHEN
      *       CALTAB HOLDS MORE ENTRIES THAN PBEGCAL CAN CARRY.
              88 WS-CAL-RC-BAD-DATE         VALUE 01.
           05 WS-CAL-DESC           PIC X(30).
      *    1 = MONDAY ... 7 = SUNDAY.
           05 WS-CAL-DOW            PIC 9(01).
              88 WS-CAL-WEEKEND             VALUE 6 7.
           05 WS-CAL-BUS-DAY-SW     PIC X(01).
              88 WS-CAL-BUSINESS-DAY        VALUE 'Y'.
           05 WS-CAL-RESULT-DATE    PIC 9(08).
           05 WS-CAL-DAYS           PIC 9(07).
