      *    AUTHORIZED LIMIT - WHICH THE EDITS SHOULD MAKE
      *    IMPOSSIBLE - IS FLAGGED AND THE RUN ENDS WITH RETURN
      *    CODE 8 SO SOMEBODY LOOKS THE SAME NIGHT. DAYS ARE
      *    BUSINESS DAYS PER THE PBEGCAL CALENDAR, COUNTED AGAINST
      *    THE BUSINESS DATE THE POST STEP RECORDED ON BDTFILE, NOT
      *    THE CALENDAR DATE OF THE RUN - A WEEKEND OR HOLIDAY SPENT
      *    OVERDRAWN DOES NOT ADD TO THE COUNT.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-OVER-LIMIT-CNT  PIC 9(8) VALUE 0.
           05 WS-OD-TOTAL        PIC S9(15) COMP-3 VALUE 0.
           05 WS-DAYS-OVER       PIC S9(8) COMP-3.
           05 WS-RPT-ID-OUT      PIC ZZZZ9.
           05 WS-RPT-DVZ-OUT     PIC ZZ9.
           05 WS-RPT-BAL-OUT     PIC -(14)9.
           05 WS-RPT-DAYS-OUT    PIC ZZZ9.
           05 WS-RPT-CNT-OUT     PIC ZZZ,ZZZ,ZZ9.
           05 WS-RPT-TOT-OUT     PIC -(14)9.
           05 WS-PBEGCAL         PIC X(7) VALUE 'PBEGCAL'.
       COPY CALSUB.

      *------------------
       PROCEDURE DIVISION.
           END-READ.
           MOVE BDT-LAST-DATE TO WS-BUSINESS-DATE.
           CLOSE BDT-FILE.
        H150-END. EXIT.

        H200-SCAN-MASTER.
           IF (IDX-OD-DATE = 0)
              MOVE 0 TO WS-DAYS-OVER
           ELSE
              PERFORM H220-COUNT-DAYS-OVER
           END-IF.
           MOVE IDX-ID       TO WS-RPT-ID-OUT.
           MOVE IDX-DVZ      TO WS-RPT-DVZ-OUT.
           PERFORM H510-WRITE-RPT-LINE.
        H210-END. EXIT.

      *    BUSINESS DAYS AFTER THE DAY THE ACCOUNT WENT OVERDRAWN
      *    UP TO AND INCLUDING THE BUSINESS DATE - SAME DAY IS ZERO.
      *    A DAMAGED OD-DATE STAMP SHOWS AS ZERO DAYS AND IS NAMED
      *    ON SYSOUT; A CALENDAR THAT CANNOT BE READ ENDS THE RUN.
        H220-COUNT-DAYS-OVER.
           INITIALIZE WS-CAL-AREA.
           SET WS-CAL-FUNC-COUNT TO TRUE.
           MOVE IDX-OD-DATE      TO WS-CAL-DATE.
           MOVE WS-BUSINESS-DATE TO WS-CAL-DATE-2.
           CALL WS-PBEGCAL USING WS-CAL-AREA.
           EVALUATE TRUE
             WHEN WS-CAL-RC-OK
                MOVE WS-CAL-DAYS TO WS-DAYS-OVER
             WHEN WS-CAL-RC-BAD-DATE
                DISPLAY "ID " IDX-ID " DVZ " IDX-DVZ
                        " BAD OD-DATE " IDX-OD-DATE
                MOVE 0 TO WS-DAYS-OVER
             WHEN OTHER
                DISPLAY "PBEGCAL CALL FAILED RC " WS-CAL-RC
                MOVE 16 TO RETURN-CODE
                PERFORM H999-PROGRAM-EXIT
           END-EVALUATE.
        H220-END. EXIT.

        H500-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
