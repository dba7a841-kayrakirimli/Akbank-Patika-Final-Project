      *    TO RCYFILE, WHICH THE NEXT PBEG006 RUN POSTS AHEAD OF
      *    THE DAY'S FRESH INPFILE. EVERYTHING ELSE CARRIES
      *    FORWARD ON SUSPOUT WITH ITS DAYS-IN-SUSPENSE COUNTER
      *    BROUGHT UP TO DATE, AND AGERPT LISTS THE CARRIED ITEMS
      *    BY REASON CODE, OLDEST FIRST, FLAGGING ANYTHING PAST THE
      *    5-BUSINESS-DAY STANDARD. THE COUNTER IS IN BUSINESS
      *    DAYS (PBEGCAL) FROM THE DATE THE ITEM FIRST REJECTED,
      *    THAT DAY BEING DAY 1 - A WEEKEND OR A BANK HOLIDAY IN
      *    BETWEEN DOES NOT AGE AN ITEM.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              07 WS-EDIT-FUNC    PIC X(1).
                 88 WS-EDIT-VALID-FUNC   VALUE 'W' 'R' 'U' 'D'
                                               'C' 'B' 'T' 'F'
                                               'N' 'X' 'L' 'H'
                                               'K' 'V'.
              07 WS-EDIT-ID      PIC X(5).
              07 WS-EDIT-DVZ     PIC X(3).
              07 WS-EDIT-FNAME   PIC X(15).
                 09 WS-EDIT-TARGET-ID  PIC X(5).
                 09 WS-EDIT-TARGET-DVZ PIC X(3).
                 09 FILLER             PIC X(7).
              07 WS-EDIT-RVS REDEFINES WS-EDIT-FNAME.
                 09 WS-EDIT-RVS-SEQ    PIC X(4).
                 09 FILLER             PIC X(11).
              07 WS-EDIT-LNAME   PIC X(15).
              07 WS-EDIT-DATE    PIC X(8).
              07 WS-EDIT-BALANCE PIC X(15).
           05 WS-AGE-DAYS-OUT    PIC ZZ9.
           05 WS-AGE-CNT-OUT     PIC ZZZ9.
           05 WS-AGE-RC-OUT      PIC 99.
           05 WS-PBEGCAL         PIC X(7) VALUE 'PBEGCAL'.
       COPY CALSUB.
       01  WS-COR-TABLE-AREA.
           05 WS-COR-ENTRY OCCURS 500 TIMES.
              07 WS-COR-ID       PIC X(5).
                       MOVE 04 TO WS-EDIT-RC
                       MOVE 'NON-NUMERIC BALANCE' TO WS-EDIT-DESC
                    ELSE
                       IF ((WS-EDIT-FUNC = 'W') OR (WS-EDIT-FUNC = 'H')
                                                OR (WS-EDIT-FUNC = 'V'))
                          AND (WS-EDIT-DATE IS NOT NUMERIC)
                          MOVE 05 TO WS-EDIT-RC
                          MOVE 'NON-NUMERIC DATE' TO WS-EDIT-DESC
                                MOVE 03 TO WS-EDIT-RC
                                MOVE 'NON-NUMERIC TARGET DIVISION'
                                             TO WS-EDIT-DESC
                             ELSE
                                IF (WS-EDIT-FUNC = 'V')
                                   AND (WS-EDIT-RVS-SEQ NOT NUMERIC)
                                   MOVE 06 TO WS-EDIT-RC
                                   MOVE 'NON-NUMERIC HISTORY SEQUENCE'
                                             TO WS-EDIT-DESC
                                END-IF
                             END-IF
                          END-IF
                       END-IF
                 END-IF
              END-IF
           END-IF.
      *    PBEG006 TAKES A 'SERVICE CHARGE' OR 'TERM DEPOSIT' NAME
      *    ONLY FROM FEEFILE OR TDIFILE. A REPAIRED ITEM ALWAYS GOES
      *    BACK IN THROUGH RCYFILE, SO EITHER NAME IS REFUSED HERE
      *    AND THE ITEM STAYS IN SUSPENSE.
           IF (WS-EDIT-RC = 0)
              IF (WS-EDIT-FNAME = 'SERVICE CHARGE')
                 OR (WS-EDIT-FNAME = 'TERM DEPOSIT')
                 MOVE 07 TO WS-EDIT-RC
                 MOVE 'RESERVED NAME FROM WRONG FILE' TO WS-EDIT-DESC
              END-IF
           END-IF.
        H320-END. EXIT.

        H330-CARRY-FORWARD.
           PERFORM H335-AGE-ITEM.
           MOVE WS-ITEM-REASON     TO SUO-REASON-CD.
           MOVE WS-ITEM-DESC       TO SUO-REASON-DESC.
           MOVE WS-ITEM-ORIG       TO SUO-ORIG-REC.
           END-IF.
        H330-END. EXIT.

      *    AN ITEM WHOSE FIRST-REJECTED DATE IS NOT A REAL DATE
      *    (HAND-EDITED SUSPENSE) CANNOT BE COUNTED - IT KEEPS ITS
      *    OLD ONE-PER-RUN STEP SO IT STILL AGES, AND IS NAMED.
        H335-AGE-ITEM.
           MOVE 'C' TO WS-CAL-FUNC.
           MOVE WS-ITEM-FIRST-DATE TO WS-CAL-DATE.
           MOVE WS-TODAY TO WS-CAL-DATE-2.
           CALL WS-PBEGCAL USING WS-CAL-AREA.
           IF (WS-CAL-RC-OK)
              IF (WS-CAL-DAYS > 998)
                 MOVE 999 TO WS-ITEM-DAYS
              ELSE
                 COMPUTE WS-ITEM-DAYS = WS-CAL-DAYS + 1
              END-IF
           ELSE
              IF (WS-CAL-RC-BAD-DATE)
                 DISPLAY "SUSPENSE ITEM " WS-ITEM-ORIG(1:9)
                         " FIRST DATE " WS-ITEM-FIRST-DATE
                         " INVALID - AGED BY ONE"
                 IF (WS-ITEM-DAYS < 999)
                    ADD 1 TO WS-ITEM-DAYS
                 END-IF
              ELSE
                 DISPLAY "PBEGCAL RC " WS-CAL-RC " " WS-CAL-DESC
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
        H335-END. EXIT.

      *    ORDER THE AGING TABLE BY REASON CODE, AND WITHIN A
      *    REASON OLDEST FIRST, BEFORE THE REPORT IS PRINTED.
        H400-SORT-AGING.

        H450-WRITE-AGING-REPORT.
           MOVE SPACES TO AGE-REC.
           STRING "SUSPENSE AGING REPORT - OLDEST FIRST BY REASON"
                  " - DAYS ARE BUSINESS DAYS"
                  DELIMITED BY SIZE INTO AGE-REC.
           PERFORM H460-WRITE-AGE-LINE.
           MOVE SPACES TO AGE-REC.
           PERFORM H460-WRITE-AGE-LINE.
           PERFORM H460-WRITE-AGE-LINE.
           MOVE WS-OVERDUE-COUNT TO WS-AGE-CNT-OUT.
           MOVE SPACES TO AGE-REC.
           STRING "ITEMS OVER 5 BUSINESS DAYS : " WS-AGE-CNT-OUT
                  DELIMITED BY SIZE INTO AGE-REC.
           PERFORM H460-WRITE-AGE-LINE.
           PERFORM H480-REPORT-UNUSED-CORS.
