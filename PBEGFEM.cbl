       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEGFEM.
       AUTHOR.        Kayra KIRIMLI.
      *----------------------------------------------------------
      *    FEE SCHEDULE TABLE MAINTENANCE.
      *
      *    THE SANCTIONED WAY TO CHANGE FEETAB - THE PER-DIVISION
      *    SERVICE-CHARGE TARIFF THE FEE GENERATOR (PBEGFEE)
      *    CHARGES FROM. DRIVEN BY FEMCTL CARDS:
      *       A  ADD A SCHEDULE FOR A DIVISION ALREADY ON DVZTAB
      *       U  CHANGE - EVERY AMOUNT ON THE CARD REPLACES THE
      *          AMOUNT ON THE TABLE
      *       R  REMOVE - THE DIVISION IS NO LONGER CHARGED; ITS
      *          LAST TARIFF STAYS ON THE CHANGE LOG
      *    EVERY APPLIED CHANGE IS APPENDED TO THE FEMAUD LOG
      *    WITH WHO KEYED IT, WHEN, AND THE BEFORE/AFTER VALUES.
      *    EVERY CARD, APPLIED OR REFUSED, GETS A FEMRPT LINE.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-FILE   ASSIGN TO FEETAB
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS FEE-DVZ
                             STATUS FEE-ST.
           SELECT DVZ-FILE   ASSIGN TO DVZTAB
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS DVZ-CODE
                             STATUS DVZ-ST.
           SELECT CTL-FILE   ASSIGN TO FEMCTL
                             STATUS CTL-ST.
           SELECT MAUD-FILE  ASSIGN TO FEMAUD
                             STATUS MAUD-ST.
           SELECT RPT-FILE   ASSIGN TO FEMRPT
                             STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  FEE-FILE.
       COPY FEEREC.
      *
       FD  DVZ-FILE.
       COPY DVZREC.
      *
       FD  CTL-FILE RECORDING MODE F.
       01  CTL-REC.
           05 CTL-ACTION         PIC X(1).
              88 CTL-ACTION-ADD          VALUE 'A'.
              88 CTL-ACTION-CHANGE       VALUE 'U'.
              88 CTL-ACTION-REMOVE       VALUE 'R'.
           05 CTL-CODE           PIC X(3).
           05 CTL-MAINT-AMT      PIC X(9).
           05 CTL-DEBIT-AMT      PIC X(9).
           05 CTL-XFER-AMT       PIC X(9).
           05 CTL-OD-DAY-AMT     PIC X(9).
           05 CTL-WAIVE-BAL      PIC X(9).
           05 CTL-USER           PIC X(8).
           05 FILLER             PIC X(23).
      *
      *    APPEND-ONLY CHANGE LOG - WHO CHANGED WHAT AND WHEN,
      *    WITH THE WHOLE TARIFF BEFORE AND AFTER (ZERO BEFORE
      *    AN ADD, ZERO AFTER A REMOVE).
       FD  MAUD-FILE RECORDING MODE F.
       01  MAUD-REC.
           05 MAUD-TS-DATE       PIC 9(8).
           05 MAUD-TS-TIME       PIC 9(8).
           05 MAUD-USER          PIC X(8).
           05 MAUD-ACTION        PIC X(1).
           05 MAUD-CODE          PIC 9(3).
           05 MAUD-OLD-VALUES.
              07 MAUD-OLD-MAINT  PIC 9(9).
              07 MAUD-OLD-DEBIT  PIC 9(9).
              07 MAUD-OLD-XFER   PIC 9(9).
              07 MAUD-OLD-OD-DAY PIC 9(9).
              07 MAUD-OLD-WAIVE  PIC 9(9).
           05 MAUD-NEW-VALUES.
              07 MAUD-NEW-MAINT  PIC 9(9).
              07 MAUD-NEW-DEBIT  PIC 9(9).
              07 MAUD-NEW-XFER   PIC 9(9).
              07 MAUD-NEW-OD-DAY PIC 9(9).
              07 MAUD-NEW-WAIVE  PIC 9(9).
           05 FILLER             PIC X(2).
      *
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC               PIC X(90).

      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 FEE-ST             PIC 9(2).
              88 FEE-OK                   VALUE 00 97.
              88 FEE-NOT-FOUND            VALUE 23.
              88 FEE-DUPLICATE            VALUE 22.
           05 DVZ-ST             PIC 9(2).
              88 DVZ-OK                   VALUE 00 97.
              88 DVZ-NOT-FOUND            VALUE 23.
           05 CTL-ST             PIC 9(2).
              88 CTL-OK                   VALUE 00 97.
              88 CTL-EOF                  VALUE 10.
           05 MAUD-ST            PIC 9(2).
              88 MAUD-OK                  VALUE 00 97.
              88 MAUD-NOT-FOUND           VALUE 35.
           05 RPT-ST             PIC 9(2).
              88 RPT-OK                   VALUE 00 97.
           05 WS-REQ-CODE        PIC 9(3).
           05 WS-REQ-MAINT       PIC 9(9).
           05 WS-REQ-DEBIT       PIC 9(9).
           05 WS-REQ-XFER        PIC 9(9).
           05 WS-REQ-OD-DAY      PIC 9(9).
           05 WS-REQ-WAIVE       PIC 9(9).
           05 WS-REJECT-SW       PIC X(1).
              88 WS-REJECTED             VALUE 'Y'.
           05 WS-REJECT-TEXT     PIC X(40).
           05 WS-APPLIED-COUNT   PIC 9(4) COMP VALUE 0.
           05 WS-REFUSED-COUNT   PIC 9(4) COMP VALUE 0.
           05 WS-RPT-CNT-OUT     PIC ZZZ9.
           05 WS-RPT-MAINT-OUT   PIC ZZZZZZZZ9.
           05 WS-RPT-DEBIT-OUT   PIC ZZZZZZZZ9.
           05 WS-RPT-XFER-OUT    PIC ZZZZZZZZ9.
           05 WS-RPT-OD-DAY-OUT  PIC ZZZZZZZZ9.
           05 WS-RPT-WAIVE-OUT   PIC ZZZZZZZZ9.

      *------------------
       PROCEDURE DIVISION.
      *------------------
        00000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS-CARDS UNTIL CTL-EOF.
           PERFORM H500-WRITE-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
         00000-END. EXIT.

        H100-OPEN-FILES.
           OPEN I-O FEE-FILE.
           IF (NOT FEE-OK)
              DISPLAY "FEE-FILE OPEN ERROR" FEE-ST
              MOVE FEE-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT DVZ-FILE.
           IF (NOT DVZ-OK)
              DISPLAY "DVZ-FILE OPEN ERROR" DVZ-ST
              MOVE DVZ-ST TO RETURN-CODE
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
           MOVE "FEE SCHEDULE MAINTENANCE LOG" TO RPT-REC.
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
                        PERFORM H220-APPLY-ADD
                   WHEN CTL-ACTION-CHANGE
                        PERFORM H230-APPLY-CHANGE
                   WHEN CTL-ACTION-REMOVE
                        PERFORM H240-APPLY-REMOVE
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
              IF (CTL-CODE NOT NUMERIC)
                 SET WS-REJECTED TO TRUE
                 MOVE 'DIVISION CODE NOT NUMERIC' TO WS-REJECT-TEXT
              ELSE
                 MOVE CTL-CODE TO WS-REQ-CODE
      *          CODE 000 IS THE GL SETTLEMENT IDENTIFIER - NO
      *          ACCOUNT CAN LIVE UNDER IT, SO NEITHER CAN A TARIFF.
                 IF (WS-REQ-CODE = 0)
                    SET WS-REJECTED TO TRUE
                    MOVE 'CODE 000 RESERVED FOR GL SETTLEMENT'
                                          TO WS-REJECT-TEXT
                 ELSE
                    IF (NOT CTL-ACTION-REMOVE)
                       PERFORM H215-EDIT-AMOUNTS
                    END-IF
                 END-IF
              END-IF
           END-IF.
        H210-END. EXIT.

      *    EVERY AMOUNT IS REQUIRED, ZERO-FILLED, ON AN ADD OR A
      *    CHANGE - A BLANK FIELD IS REFUSED RATHER THAN GUESSED
      *    AT, SO A SHORT CARD CAN NEVER ZERO A CHARGE BY ACCIDENT.
        H215-EDIT-AMOUNTS.
           IF (CTL-MAINT-AMT NOT NUMERIC)
              OR (CTL-DEBIT-AMT NOT NUMERIC)
              OR (CTL-XFER-AMT NOT NUMERIC)
              OR (CTL-OD-DAY-AMT NOT NUMERIC)
              OR (CTL-WAIVE-BAL NOT NUMERIC)
              SET WS-REJECTED TO TRUE
              MOVE 'EVERY AMOUNT REQUIRED, NUMERIC' TO WS-REJECT-TEXT
           ELSE
              MOVE CTL-MAINT-AMT  TO WS-REQ-MAINT
              MOVE CTL-DEBIT-AMT  TO WS-REQ-DEBIT
              MOVE CTL-XFER-AMT   TO WS-REQ-XFER
              MOVE CTL-OD-DAY-AMT TO WS-REQ-OD-DAY
              MOVE CTL-WAIVE-BAL  TO WS-REQ-WAIVE
           END-IF.
        H215-END. EXIT.

      *    A TARIFF MAY ONLY BE SET UP FOR A DIVISION THAT IS ON
      *    DVZTAB - ITS EFFECTIVE WINDOW IS THE GENERATOR'S
      *    CONCERN, NOT THIS TABLE'S.
        H220-APPLY-ADD.
           MOVE WS-REQ-CODE TO DVZ-CODE.
           READ DVZ-FILE
              INVALID KEY
                 IF (DVZ-NOT-FOUND)
                    SET WS-REJECTED TO TRUE
                    MOVE 'DIVISION NOT ON DVZTAB' TO WS-REJECT-TEXT
                 ELSE
                    DISPLAY "DVZ-FILE READ ERROR" DVZ-ST
                    MOVE DVZ-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
           END-READ.
           IF (NOT WS-REJECTED)
              MOVE ZEROS TO MAUD-OLD-VALUES
              MOVE WS-REQ-CODE   TO FEE-DVZ
              PERFORM H250-SET-NEW-VALUES
              WRITE FEE-REC
                 INVALID KEY
                    IF (FEE-DUPLICATE)
                       SET WS-REJECTED TO TRUE
                       MOVE 'DIVISION ALREADY HAS A SCHEDULE'
                                          TO WS-REJECT-TEXT
                    ELSE
                       DISPLAY "FEE-FILE WRITE ERROR" FEE-ST
                       MOVE FEE-ST TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                    END-IF
              END-WRITE
           END-IF.
        H220-END. EXIT.

        H230-APPLY-CHANGE.
           PERFORM H260-READ-SCHEDULE.
           IF (NOT WS-REJECTED)
              PERFORM H250-SET-NEW-VALUES
              REWRITE FEE-REC
                 INVALID KEY
                    DISPLAY "FEE-FILE REWRITE ERROR" FEE-ST
                    MOVE FEE-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
              END-REWRITE
           END-IF.
        H230-END. EXIT.

        H240-APPLY-REMOVE.
           PERFORM H260-READ-SCHEDULE.
           IF (NOT WS-REJECTED)
              MOVE 0 TO WS-REQ-MAINT
              MOVE 0 TO WS-REQ-DEBIT
              MOVE 0 TO WS-REQ-XFER
              MOVE 0 TO WS-REQ-OD-DAY
              MOVE 0 TO WS-REQ-WAIVE
              DELETE FEE-FILE
                 INVALID KEY
                    DISPLAY "FEE-FILE DELETE ERROR" FEE-ST
                    MOVE FEE-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
              END-DELETE
           END-IF.
        H240-END. EXIT.

        H250-SET-NEW-VALUES.
           MOVE WS-REQ-MAINT  TO FEE-MAINT-AMT.
           MOVE WS-REQ-DEBIT  TO FEE-DEBIT-AMT.
           MOVE WS-REQ-XFER   TO FEE-XFER-AMT.
           MOVE WS-REQ-OD-DAY TO FEE-OD-DAY-AMT.
           MOVE WS-REQ-WAIVE  TO FEE-WAIVE-BAL.
        H250-END. EXIT.

      *    READS THE SCHEDULE UNDER CHANGE AND CAPTURES ITS
      *    BEFORE-IMAGE FOR THE CHANGE LOG.
        H260-READ-SCHEDULE.
           MOVE WS-REQ-CODE TO FEE-DVZ.
           READ FEE-FILE
              INVALID KEY
                 IF (FEE-NOT-FOUND)
                    SET WS-REJECTED TO TRUE
                    MOVE 'NO SCHEDULE FOR DIVISION' TO WS-REJECT-TEXT
                 ELSE
                    DISPLAY "FEE-FILE READ ERROR" FEE-ST
                    MOVE FEE-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
           END-READ.
           IF (NOT WS-REJECTED)
              MOVE FEE-MAINT-AMT  TO MAUD-OLD-MAINT
              MOVE FEE-DEBIT-AMT  TO MAUD-OLD-DEBIT
              MOVE FEE-XFER-AMT   TO MAUD-OLD-XFER
              MOVE FEE-OD-DAY-AMT TO MAUD-OLD-OD-DAY
              MOVE FEE-WAIVE-BAL  TO MAUD-OLD-WAIVE
           END-IF.
        H260-END. EXIT.

        H300-WRITE-AUDIT.
           ACCEPT MAUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT MAUD-TS-TIME FROM TIME.
           MOVE CTL-USER      TO MAUD-USER.
           MOVE CTL-ACTION    TO MAUD-ACTION.
           MOVE WS-REQ-CODE   TO MAUD-CODE.
           MOVE WS-REQ-MAINT  TO MAUD-NEW-MAINT.
           MOVE WS-REQ-DEBIT  TO MAUD-NEW-DEBIT.
           MOVE WS-REQ-XFER   TO MAUD-NEW-XFER.
           MOVE WS-REQ-OD-DAY TO MAUD-NEW-OD-DAY.
           MOVE WS-REQ-WAIVE  TO MAUD-NEW-WAIVE.
           WRITE MAUD-REC.
           IF (NOT MAUD-OK)
              DISPLAY "MAUD-FILE WRITE ERROR" MAUD-ST
              MOVE MAUD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
        H300-END. EXIT.

        H400-WRITE-REFUSED-LINE.
           MOVE SPACES TO RPT-REC.
           STRING "REFUSED " CTL-ACTION " " CTL-CODE
                  " - " WS-REJECT-TEXT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H450-WRITE-RPT-LINE.
        H400-END. EXIT.

        H410-WRITE-APPLIED-LINE.
           MOVE WS-REQ-MAINT  TO WS-RPT-MAINT-OUT.
           MOVE WS-REQ-DEBIT  TO WS-RPT-DEBIT-OUT.
           MOVE WS-REQ-XFER   TO WS-RPT-XFER-OUT.
           MOVE WS-REQ-OD-DAY TO WS-RPT-OD-DAY-OUT.
           MOVE WS-REQ-WAIVE  TO WS-RPT-WAIVE-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "APPLIED " CTL-ACTION " " CTL-CODE
                  " MNT " WS-RPT-MAINT-OUT
                  " B " WS-RPT-DEBIT-OUT
                  " T " WS-RPT-XFER-OUT
                  " OD " WS-RPT-OD-DAY-OUT
                  " MIN " WS-RPT-WAIVE-OUT
                  " BY " CTL-USER
                  DELIMITED BY SIZE INTO RPT-REC.
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
             CLOSE FEE-FILE.
             CLOSE DVZ-FILE.
             CLOSE CTL-FILE.
             CLOSE MAUD-FILE.
             CLOSE RPT-FILE.
             STOP RUN.
         H999-END. EXIT.
      *
