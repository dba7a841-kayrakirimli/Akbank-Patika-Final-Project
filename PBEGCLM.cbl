       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEGCLM.
       AUTHOR.        Kayra KIRIMLI.
      *----------------------------------------------------------
      *    BUSINESS-DAY CALENDAR MAINTENANCE.
      *
      *    THE SANCTIONED WAY TO CHANGE CALTAB - THE HOLIDAYS AND
      *    WORKED WEEKEND DAYS PBEGCAL JUDGES EVERY BUSINESS DATE
      *    AND EVERY BUSINESS-DAY COUNT BY. DRIVEN BY CLMCTL CARDS:
      *       A  ADD A DAY - TYPE AND DESCRIPTION BOTH REQUIRED
      *       U  CHANGE THE TYPE AND/OR DESCRIPTION OF A DAY
      *          ALREADY ON THE FILE (A BLANK FIELD IS LEFT AS IT
      *          IS)
      *       R  REMOVE A DAY - IT GOES BACK TO BEING AN ORDINARY
      *          WEEKDAY OR WEEKEND DAY
      *    A HOLIDAY (TYPE H) MUST FALL MONDAY TO FRIDAY AND A
      *    WORKED DAY (TYPE W) ON A SATURDAY OR SUNDAY - ANYTHING
      *    ELSE WOULD CHANGE NOTHING AND IS ALMOST CERTAINLY A
      *    MISKEYED DATE, SO THE CARD IS REFUSED. EVERY APPLIED
      *    CHANGE IS APPENDED TO THE CLMAUD LOG WITH WHO KEYED IT,
      *    WHEN, AND THE BEFORE/AFTER TYPE AND DESCRIPTION. EVERY
      *    CARD, APPLIED OR REFUSED, GETS A CLMRPT LINE; A CHANGE
      *    TO A DATE ALREADY PAST IS APPLIED BUT FLAGGED, SINCE IT
      *    MOVES DAY COUNTS ALREADY REPORTED.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE   ASSIGN TO CALTAB
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS CAL-KEY
                             STATUS CAL-ST.
           SELECT CTL-FILE   ASSIGN TO CLMCTL
                             STATUS CTL-ST.
           SELECT MAUD-FILE  ASSIGN TO CLMAUD
                             STATUS MAUD-ST.
           SELECT RPT-FILE   ASSIGN TO CLMRPT
                             STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE.
       COPY CALREC.
      *
       FD  CTL-FILE RECORDING MODE F.
       01  CTL-REC.
           05 CTL-ACTION         PIC X(1).
              88 CTL-ACTION-ADD          VALUE 'A'.
              88 CTL-ACTION-CHANGE       VALUE 'U'.
              88 CTL-ACTION-REMOVE       VALUE 'R'.
           05 CTL-TYPE           PIC X(1).
              88 CTL-TYPE-VALID          VALUE 'H' 'W'.
           05 CTL-DATE           PIC X(8).
           05 CTL-DESC           PIC X(30).
           05 FILLER             PIC X(16).
           05 CTL-USER           PIC X(8).
           05 FILLER             PIC X(16).
      *
      *    APPEND-ONLY CHANGE LOG - WHO CHANGED WHAT AND WHEN, WITH
      *    THE TYPE AND DESCRIPTION BEFORE AND AFTER (SPACES
      *    BEFORE AN ADD, SPACES AFTER A REMOVE).
       FD  MAUD-FILE RECORDING MODE F.
       01  MAUD-REC.
           05 MAUD-TS-DATE       PIC 9(8).
           05 MAUD-TS-TIME       PIC 9(8).
           05 MAUD-USER          PIC X(8).
           05 MAUD-ACTION        PIC X(1).
           05 MAUD-CAL-DATE      PIC 9(8).
           05 MAUD-OLD-TYPE      PIC X(1).
           05 MAUD-OLD-DESC      PIC X(30).
           05 MAUD-NEW-TYPE      PIC X(1).
           05 MAUD-NEW-DESC      PIC X(30).
           05 FILLER             PIC X(25).
      *
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC               PIC X(90).

      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 WS-PBEGCAL         PIC X(7) VALUE 'PBEGCAL'.
           05 CAL-ST             PIC 9(2).
              88 CAL-OK                   VALUE 00 97.
              88 CAL-NOT-FOUND            VALUE 23.
              88 CAL-DUPLICATE            VALUE 22.
           05 CTL-ST             PIC 9(2).
              88 CTL-OK                   VALUE 00 97.
              88 CTL-EOF                  VALUE 10.
           05 MAUD-ST            PIC 9(2).
              88 MAUD-OK                  VALUE 00 97.
              88 MAUD-NOT-FOUND           VALUE 35.
           05 RPT-ST             PIC 9(2).
              88 RPT-OK                   VALUE 00 97.
           05 WS-TODAY           PIC 9(8).
           05 WS-REQ-DATE        PIC 9(8).
      *    TYPE THE DAY WILL CARRY AFTER THE CARD - CHECKED
      *    AGAINST THE DAY OF THE WEEK.
           05 WS-NEW-TYPE        PIC X(1).
      *    TYPE AND DESCRIPTION AS THEY WERE BEFORE THE CARD.
           05 WS-OLD-TYPE        PIC X(1).
           05 WS-OLD-DESC        PIC X(30).
           05 WS-REJECT-SW       PIC X(1).
              88 WS-REJECTED             VALUE 'Y'.
           05 WS-REJECT-TEXT     PIC X(40).
           05 WS-PAST-TEXT       PIC X(20).
           05 WS-APPLIED-COUNT   PIC 9(4) COMP VALUE 0.
           05 WS-REFUSED-COUNT   PIC 9(4) COMP VALUE 0.
           05 WS-PAST-COUNT      PIC 9(4) COMP VALUE 0.
           05 WS-RPT-CNT-OUT     PIC ZZZ9.
      *    DAY NAMES FOR THE REPORT, 1 = MONDAY ... 7 = SUNDAY.
       01  WS-DAY-NAME-AREA.
           05 FILLER             PIC X(3) VALUE 'MON'.
           05 FILLER             PIC X(3) VALUE 'TUE'.
           05 FILLER             PIC X(3) VALUE 'WED'.
           05 FILLER             PIC X(3) VALUE 'THU'.
           05 FILLER             PIC X(3) VALUE 'FRI'.
           05 FILLER             PIC X(3) VALUE 'SAT'.
           05 FILLER             PIC X(3) VALUE 'SUN'.
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-AREA.
           05 WS-DAY-NAME        PIC X(3) OCCURS 7 TIMES.
       COPY CALSUB.

      *------------------
       PROCEDURE DIVISION.
      *------------------
        00000-MAIN.
           PERFORM H100-OPEN-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM H200-PROCESS-CARDS UNTIL CTL-EOF.
           PERFORM H500-WRITE-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
         00000-END. EXIT.

        H100-OPEN-FILES.
           OPEN I-O CAL-FILE.
           IF (NOT CAL-OK)
              DISPLAY "CAL-FILE OPEN ERROR" CAL-ST
              MOVE CAL-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CTL-FILE.
           IF (NOT CTL-OK)
              DISPLAY "CTL-FILE OPEN ERROR" CTL-ST
              MOVE CTL-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
      *    THE CHANGE LOG IS APPEND-ONLY ACROSS RUNS; FIRST RUN
      *    EVER CREATES IT.
           OPEN EXTEND MAUD-FILE.
           IF (MAUD-NOT-FOUND)
              OPEN OUTPUT MAUD-FILE
           END-IF.
           IF (NOT MAUD-OK)
              DISPLAY "MAUD-FILE OPEN ERROR" MAUD-ST
              MOVE MAUD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (NOT RPT-OK)
              DISPLAY "RPT-FILE OPEN ERROR" RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO RPT-REC.
           MOVE "BUSINESS-DAY CALENDAR MAINTENANCE LOG" TO RPT-REC.
           PERFORM H450-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           PERFORM H450-WRITE-RPT-LINE.
        H100-END. EXIT.

        H200-PROCESS-CARDS.
           READ CTL-FILE AT END SET CTL-EOF TO TRUE.
           IF (NOT CTL-EOF)
              IF (NOT CTL-OK)
                 DISPLAY "CTL-FILE READ ERROR" CTL-ST
                 MOVE CTL-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM H210-EDIT-CARD
              IF (WS-REJECTED)
                 ADD 1 TO WS-REFUSED-COUNT
                 PERFORM H400-WRITE-REFUSED-LINE
              ELSE
                 EVALUATE TRUE
                   WHEN CTL-ACTION-ADD
                        PERFORM H230-APPLY-ADD
                   WHEN CTL-ACTION-CHANGE
                        PERFORM H240-APPLY-CHANGE
                   WHEN CTL-ACTION-REMOVE
                        PERFORM H250-APPLY-REMOVE
                 END-EVALUATE
                 IF (WS-REJECTED)
                    ADD 1 TO WS-REFUSED-COUNT
                    PERFORM H400-WRITE-REFUSED-LINE
                 ELSE
                    ADD 1 TO WS-APPLIED-COUNT
                    PERFORM H300-WRITE-AUDIT
                    PERFORM H410-WRITE-APPLIED-LINE
                 END-IF
              END-IF
           END-IF.
        H200-END. EXIT.

        H210-EDIT-CARD.
           MOVE 'N' TO WS-REJECT-SW.
           MOVE SPACES TO WS-REJECT-TEXT.
           IF (NOT CTL-ACTION-ADD) AND (NOT CTL-ACTION-CHANGE)
              AND (NOT CTL-ACTION-REMOVE)
              SET WS-REJECTED TO TRUE
              MOVE 'ACTION MUST BE A, U OR R' TO WS-REJECT-TEXT
           ELSE
              PERFORM H212-EDIT-DATE
              IF (NOT WS-REJECTED)
                 EVALUATE TRUE
                   WHEN CTL-ACTION-ADD
                        PERFORM H215-EDIT-ADD
                   WHEN CTL-ACTION-CHANGE
                        PERFORM H216-EDIT-CHANGE
                 END-EVALUATE
              END-IF
           END-IF.
        H210-END. EXIT.

      *    THE DATE MUST BE A REAL CALENDAR DATE - PBEGCAL'S
      *    DAY-OF-WEEK FUNCTION VALIDATES IT AND GIVES THE DAY THE
      *    TYPE IS CHECKED AGAINST.
        H212-EDIT-DATE.
           IF (CTL-DATE NOT NUMERIC)
              SET WS-REJECTED TO TRUE
              MOVE 'DATE NOT NUMERIC' TO WS-REJECT-TEXT
           ELSE
              MOVE CTL-DATE TO WS-REQ-DATE
              MOVE 'D' TO WS-CAL-FUNC
              MOVE WS-REQ-DATE TO WS-CAL-DATE
              CALL WS-PBEGCAL USING WS-CAL-AREA
              IF (WS-CAL-RC-BAD-DATE)
                 SET WS-REJECTED TO TRUE
                 MOVE 'NOT A CALENDAR DATE' TO WS-REJECT-TEXT
              ELSE
                 IF (NOT WS-CAL-RC-OK)
                    DISPLAY "PBEGCAL FAILED RC " WS-CAL-RC
                            " " WS-CAL-DESC
                    MOVE WS-CAL-RC TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              END-IF
           END-IF.
        H212-END. EXIT.

      *    AN ADD MUST SAY WHAT KIND OF DAY IT IS AND WHY.
        H215-EDIT-ADD.
           IF (NOT CTL-TYPE-VALID)
              SET WS-REJECTED TO TRUE
              MOVE 'TYPE MUST BE H OR W' TO WS-REJECT-TEXT
           ELSE
              IF (CTL-DESC = SPACES)
                 SET WS-REJECTED TO TRUE
                 MOVE 'DESCRIPTION REQUIRED' TO WS-REJECT-TEXT
              ELSE
                 MOVE CTL-TYPE TO WS-NEW-TYPE
                 PERFORM H218-EDIT-TYPE-DAY
              END-IF
           END-IF.
        H215-END. EXIT.

        H216-EDIT-CHANGE.
           IF (CTL-TYPE = SPACES) AND (CTL-DESC = SPACES)
              SET WS-REJECTED TO TRUE
              MOVE 'NOTHING TO CHANGE' TO WS-REJECT-TEXT
           ELSE
              IF (CTL-TYPE NOT = SPACES) AND (NOT CTL-TYPE-VALID)
                 SET WS-REJECTED TO TRUE
                 MOVE 'TYPE MUST BE H OR W' TO WS-REJECT-TEXT
              ELSE
                 IF (CTL-TYPE NOT = SPACES)
                    MOVE CTL-TYPE TO WS-NEW-TYPE
                    PERFORM H218-EDIT-TYPE-DAY
                 END-IF
              END-IF
           END-IF.
        H216-END. EXIT.

        H218-EDIT-TYPE-DAY.
           IF (WS-NEW-TYPE = 'H') AND (WS-CAL-WEEKEND)
              SET WS-REJECTED TO TRUE
              STRING "HOLIDAY FALLS ON A " WS-DAY-NAME(WS-CAL-DOW)
                     DELIMITED BY SIZE INTO WS-REJECT-TEXT
           END-IF.
           IF (WS-NEW-TYPE = 'W') AND (NOT WS-CAL-WEEKEND)
              SET WS-REJECTED TO TRUE
              STRING "WORKED DAY FALLS ON A " WS-DAY-NAME(WS-CAL-DOW)
                     DELIMITED BY SIZE INTO WS-REJECT-TEXT
           END-IF.
        H218-END. EXIT.

        H230-APPLY-ADD.
           MOVE SPACES        TO WS-OLD-TYPE.
           MOVE SPACES        TO WS-OLD-DESC.
           MOVE WS-REQ-DATE   TO CAL-DATE.
           MOVE CTL-TYPE      TO CAL-TYPE.
           MOVE CTL-DESC      TO CAL-DESC.
           MOVE WS-TODAY      TO CAL-ADD-DATE.
           MOVE WS-TODAY      TO CAL-CHG-DATE.
           WRITE CAL-REC
              INVALID KEY
                 IF (CAL-DUPLICATE)
                    SET WS-REJECTED TO TRUE
                    MOVE 'DATE ALREADY ON CALENDAR'
                                          TO WS-REJECT-TEXT
                 ELSE
                    DISPLAY "CAL-FILE WRITE ERROR" CAL-ST
                    MOVE CAL-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
           END-WRITE.
        H230-END. EXIT.

        H240-APPLY-CHANGE.
           PERFORM H260-READ-ENTRY.
           IF (NOT WS-REJECTED)
              IF ((CTL-TYPE = SPACES) OR (CTL-TYPE = CAL-TYPE))
                 AND ((CTL-DESC = SPACES) OR (CTL-DESC = CAL-DESC))
                 SET WS-REJECTED TO TRUE
                 MOVE 'VALUE ALREADY ON FILE' TO WS-REJECT-TEXT
              END-IF
           END-IF.
           IF (NOT WS-REJECTED)
              IF (CTL-TYPE NOT = SPACES)
                 MOVE CTL-TYPE TO CAL-TYPE
              END-IF
              IF (CTL-DESC NOT = SPACES)
                 MOVE CTL-DESC TO CAL-DESC
              END-IF
              MOVE WS-TODAY TO CAL-CHG-DATE
              REWRITE CAL-REC
                 INVALID KEY
                    DISPLAY "CAL-FILE REWRITE ERROR" CAL-ST
                    MOVE CAL-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
              END-REWRITE
           END-IF.
        H240-END. EXIT.

        H250-APPLY-REMOVE.
           PERFORM H260-READ-ENTRY.
           IF (NOT WS-REJECTED)
              DELETE CAL-FILE
                 INVALID KEY
                    DISPLAY "CAL-FILE DELETE ERROR" CAL-ST
                    MOVE CAL-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
              END-DELETE
           END-IF.
        H250-END. EXIT.

        H260-READ-ENTRY.
           MOVE WS-REQ-DATE TO CAL-DATE.
           READ CAL-FILE
              INVALID KEY
                 IF (CAL-NOT-FOUND)
                    SET WS-REJECTED TO TRUE
                    MOVE 'DATE NOT ON CALENDAR' TO WS-REJECT-TEXT
                 ELSE
                    DISPLAY "CAL-FILE READ ERROR" CAL-ST
                    MOVE CAL-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
           END-READ.
           IF (NOT WS-REJECTED)
              MOVE CAL-TYPE TO WS-OLD-TYPE
              MOVE CAL-DESC TO WS-OLD-DESC
           END-IF.
        H260-END. EXIT.

        H300-WRITE-AUDIT.
           ACCEPT MAUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT MAUD-TS-TIME FROM TIME.
           MOVE CTL-USER      TO MAUD-USER.
           MOVE CTL-ACTION    TO MAUD-ACTION.
           MOVE WS-REQ-DATE   TO MAUD-CAL-DATE.
           MOVE WS-OLD-TYPE   TO MAUD-OLD-TYPE.
           MOVE WS-OLD-DESC   TO MAUD-OLD-DESC.
           IF (CTL-ACTION-REMOVE)
              MOVE SPACES     TO MAUD-NEW-TYPE
              MOVE SPACES     TO MAUD-NEW-DESC
           ELSE
              MOVE CAL-TYPE   TO MAUD-NEW-TYPE
              MOVE CAL-DESC   TO MAUD-NEW-DESC
           END-IF.
           WRITE MAUD-REC.
           IF (NOT MAUD-OK)
              DISPLAY "MAUD-FILE WRITE ERROR" MAUD-ST
              MOVE MAUD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
        H300-END. EXIT.

        H400-WRITE-REFUSED-LINE.
           MOVE SPACES TO RPT-REC.
           STRING "REFUSED " CTL-ACTION " " CTL-TYPE " " CTL-DATE
                  " " CTL-DESC
                  " - " WS-REJECT-TEXT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H450-WRITE-RPT-LINE.
        H400-END. EXIT.

      *    A DAY ALREADY BEHIND US CHANGES BUSINESS-DAY COUNTS THE
      *    REPORTS HAVE ALREADY PRINTED - FLAGGED SO IT IS NOTICED.
        H410-WRITE-APPLIED-LINE.
           MOVE SPACES TO WS-PAST-TEXT.
           IF (WS-REQ-DATE < WS-TODAY)
              ADD 1 TO WS-PAST-COUNT
              MOVE " ** PAST DATE **" TO WS-PAST-TEXT
           END-IF.
           MOVE SPACES TO RPT-REC.
           IF (CTL-ACTION-REMOVE)
              STRING "APPLIED " CTL-ACTION " " WS-REQ-DATE
                     " " WS-DAY-NAME(WS-CAL-DOW)
                     " WAS " WS-OLD-TYPE " " WS-OLD-DESC
                     " BY " CTL-USER WS-PAST-TEXT
                     DELIMITED BY SIZE INTO RPT-REC
           ELSE
              STRING "APPLIED " CTL-ACTION " " WS-REQ-DATE
                     " " WS-DAY-NAME(WS-CAL-DOW)
                     " " CAL-TYPE " " CAL-DESC
                     " BY " CTL-USER WS-PAST-TEXT
                     DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           PERFORM H450-WRITE-RPT-LINE.
        H410-END. EXIT.

        H450-WRITE-RPT-LINE.
           WRITE RPT-REC.
           IF (NOT RPT-OK)
              DISPLAY "RPT-FILE WRITE ERROR" RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
        H450-END. EXIT.

        H500-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
           PERFORM H450-WRITE-RPT-LINE.
           MOVE WS-APPLIED-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "CHANGES APPLIED: " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H450-WRITE-RPT-LINE.
           MOVE WS-PAST-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "  TO PAST DATES: " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H450-WRITE-RPT-LINE.
           MOVE WS-REFUSED-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "CHANGES REFUSED: " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H450-WRITE-RPT-LINE.
           IF (WS-REFUSED-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
        H500-END. EXIT.

         H999-PROGRAM-EXIT.
             CLOSE CAL-FILE.
             CLOSE CTL-FILE.
             CLOSE MAUD-FILE.
             CLOSE RPT-FILE.
             STOP RUN.
         H999-END. EXIT.
      *
