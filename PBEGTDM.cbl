       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEGTDM.
       AUTHOR.        Kayra KIRIMLI.
      *----------------------------------------------------------
      *    TERM-DEPOSIT FILE MAINTENANCE.
      *
      *    THE SANCTIONED WAY TO CHANGE TDPFILE. NOTHING HERE MOVES
      *    MONEY - THE PLACEMENT DEBIT, THE MATURITY PAYMENT AND THE
      *    BREAK PAYMENT ARE ALL GENERATED INTO THE POSTING STREAM
      *    BY PBEGTDG. DRIVEN BY TDMCTL CARDS:
      *       A  ADD A DEPOSIT UNDER THE NUMBER DATA CONTROL
      *          ASSIGNS, PENDING PLACEMENT ON ITS VALUE DATE. THE
      *          LINKED ACCOUNT MUST BE ON IDX-FILE AND NEITHER
      *          FROZEN NOR CLOSED; THE DEPOSIT TAKES ITS CURRENCY.
      *          THE TERM MUST BE ON THE TDRATE SHEET FOR THAT
      *          CURRENCY, WHICH GIVES THE RATE (UNLESS THE CARD
      *          CARRIES A NEGOTIATED ONE) AND THE BREAK PENALTY.
      *       I  CHANGE THE MATURITY INSTRUCTION OF A PENDING OR
      *          LIVE DEPOSIT
      *       K  BREAK A LIVE DEPOSIT BEFORE MATURITY - IT IS PAID
      *          OUT ON THE NEXT BUSINESS DATE AT THE PENALTY RATE
      *       C  CANCEL A DEPOSIT STILL PENDING PLACEMENT
      *    EVERY APPLIED CHANGE IS APPENDED TO THE TDMAUD LOG WITH
      *    WHO KEYED IT AND WHEN. EVERY CARD, APPLIED OR REFUSED,
      *    GETS A TDMRPT LINE.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDP-FILE   ASSIGN TO TDPFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS TDP-KEY
                             STATUS TDP-ST.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS IDX-KEY
                             STATUS IDX-ST.
           SELECT TDR-FILE   ASSIGN TO TDRATE
                             STATUS TDR-ST.
           SELECT CTL-FILE   ASSIGN TO TDMCTL
                             STATUS CTL-ST.
           SELECT MAUD-FILE  ASSIGN TO TDMAUD
                             STATUS MAUD-ST.
           SELECT RPT-FILE   ASSIGN TO TDMRPT
                             STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  TDP-FILE.
       COPY TDPREC.
      *
       FD  IDX-FILE.
       COPY IDXREC.
      *
       FD  TDR-FILE RECORDING MODE F.
       COPY TDRREC.
      *
       FD  CTL-FILE RECORDING MODE F.
       01  CTL-REC.
           05 CTL-ACTION         PIC X(1).
              88 CTL-ACTION-ADD          VALUE 'A'.
              88 CTL-ACTION-INSTR        VALUE 'I'.
              88 CTL-ACTION-BREAK        VALUE 'K'.
              88 CTL-ACTION-CANCEL       VALUE 'C'.
           05 CTL-NO             PIC X(7).
           05 CTL-ID             PIC X(5).
           05 CTL-DVZ            PIC X(3).
           05 CTL-PRINCIPAL      PIC X(15).
           05 CTL-TERM           PIC X(3).
           05 CTL-INSTR          PIC X(1).
              88 CTL-INSTR-VALID         VALUE 'P' 'R' 'A'.
           05 CTL-VALUE-DATE     PIC X(8).
           05 CTL-RATE           PIC X(7).
           05 CTL-RATE-N REDEFINES CTL-RATE PIC 9(3)V9(4).
           05 CTL-USER           PIC X(8).
           05 FILLER             PIC X(22).
      *
      *    APPEND-ONLY CHANGE LOG - WHO CHANGED WHAT AND WHEN.
       FD  MAUD-FILE RECORDING MODE F.
       01  MAUD-REC.
           05 MAUD-TS-DATE       PIC 9(8).
           05 MAUD-TS-TIME       PIC 9(8).
           05 MAUD-USER          PIC X(8).
           05 MAUD-ACTION        PIC X(1).
           05 MAUD-NO            PIC 9(7).
           05 MAUD-ID            PIC 9(5).
           05 MAUD-DVZ           PIC 9(3).
           05 MAUD-CURR          PIC X(3).
           05 MAUD-PRINCIPAL     PIC S9(15) SIGN LEADING SEPARATE.
           05 MAUD-TERM          PIC 9(3).
           05 MAUD-INSTR         PIC X(1).
           05 MAUD-RATE          PIC 9(3)V9(4).
           05 MAUD-START-DATE    PIC 9(8).
           05 MAUD-STATUS        PIC X(1).
           05 FILLER             PIC X(21).
      *
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC               PIC X(90).

      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 TDP-ST             PIC 9(2).
              88 TDP-OK                   VALUE 00 97.
              88 TDP-NOT-FOUND            VALUE 23.
              88 TDP-DUPLICATE            VALUE 22.
           05 IDX-ST             PIC 9(2).
              88 IDX-OK                   VALUE 00 97.
              88 IDX-NOT-FOUND            VALUE 23.
           05 TDR-ST             PIC 9(2).
              88 TDR-OK                   VALUE 00 97.
              88 TDR-EOF                  VALUE 10.
           05 CTL-ST             PIC 9(2).
              88 CTL-OK                   VALUE 00 97.
              88 CTL-EOF                  VALUE 10.
           05 MAUD-ST            PIC 9(2).
              88 MAUD-OK                  VALUE 00 97.
              88 MAUD-NOT-FOUND           VALUE 35.
           05 RPT-ST             PIC 9(2).
              88 RPT-OK                   VALUE 00 97.
           05 WS-TODAY           PIC 9(8).
           05 WS-REQ-NO          PIC 9(7).
           05 WS-REQ-PRINCIPAL   PIC S9(15) COMP-3.
           05 WS-REQ-TERM        PIC 9(3).
           05 WS-REQ-VALUE-DATE  PIC 9(8).
           05 WS-REQ-RATE        PIC 9(3)V9(4).
           05 WS-REQ-CURR        PIC X(3).
           05 WS-ACCT-FOUND-SW   PIC X(1).
              88 WS-ACCT-FOUND           VALUE 'Y'.
           05 WS-REJECT-SW       PIC X(1).
              88 WS-REJECTED             VALUE 'Y'.
           05 WS-REJECT-TEXT     PIC X(40).
           05 WS-APPLIED-COUNT   PIC 9(4) COMP VALUE 0.
           05 WS-REFUSED-COUNT   PIC 9(4) COMP VALUE 0.
           05 WS-RPT-CNT-OUT     PIC ZZZ9.
           05 WS-RPT-RATE-OUT    PIC ZZ9.9999.
           05 WS-PBEGCAL         PIC X(7) VALUE 'PBEGCAL'.
      *    THE RATE SHEET, LOADED ONCE. 500 CURRENCY/TERM LINES IS
      *    FAR MORE THAN TREASURY HAS EVER QUOTED.
           05 WS-RT-COUNT        PIC 9(4) COMP VALUE 0.
           05 WS-RT-SUB          PIC 9(4) COMP.
           05 WS-RT-FOUND-SW     PIC X(1).
              88 WS-RT-FOUND             VALUE 'Y'.
       01  WS-RT-TABLE-AREA.
           05 WS-RT-ENTRY OCCURS 500 TIMES.
              07 WS-RT-CURR         PIC X(3).
              07 WS-RT-TERM         PIC 9(3).
              07 WS-RT-RATE         PIC 9(3)V9(4).
              07 WS-RT-PENALTY      PIC 9(3)V9(4).
       COPY CALSUB.

      *------------------
       PROCEDURE DIVISION.
      *------------------
        00000-MAIN.
           PERFORM H100-OPEN-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM H150-LOAD-RATE-SHEET UNTIL TDR-EOF.
           PERFORM H200-PROCESS-CARDS UNTIL CTL-EOF.
           PERFORM H500-WRITE-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
         00000-END. EXIT.

        H100-OPEN-FILES.
           OPEN I-O TDP-FILE.
           IF (NOT TDP-OK)
              DISPLAY "TDP-FILE OPEN ERROR" TDP-ST
              MOVE TDP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT IDX-FILE.
           IF (NOT IDX-OK)
              DISPLAY "IDX-FILE OPEN ERROR" IDX-ST
              MOVE IDX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT TDR-FILE.
           IF (NOT TDR-OK)
              DISPLAY "TDR-FILE OPEN ERROR" TDR-ST
              MOVE TDR-ST TO RETURN-CODE
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
           MOVE "TERM-DEPOSIT MAINTENANCE LOG" TO RPT-REC.
           PERFORM H450-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           PERFORM H450-WRITE-RPT-LINE.
        H100-END. EXIT.

      *    A SHEET LINE THAT IS NOT NUMERIC WHERE IT MUST BE IS
      *    LEFT OUT AND NAMED ON THE OPERATOR LOG - THE TERM IT
      *    WOULD HAVE QUOTED IS THEN SIMPLY NOT OFFERED.
        H150-LOAD-RATE-SHEET.
           READ TDR-FILE
              AT END
                 SET TDR-EOF TO TRUE
           END-READ.
           IF (NOT TDR-EOF)
              IF (NOT TDR-OK)
                 DISPLAY "TDR-FILE READ ERROR" TDR-ST
                 MOVE TDR-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF (TDR-TERM-MONTHS NOT NUMERIC)
                 OR (TDR-RATE NOT NUMERIC)
                 OR (TDR-PENALTY-RATE NOT NUMERIC)
                 DISPLAY "TDRATE LINE IGNORED - NOT NUMERIC: "
                         TDR-CURR " " TDR-TERM-MONTHS
              ELSE
                 IF (WS-RT-COUNT >= 500)
                    DISPLAY "TDRATE HOLDS MORE THAN 500 LINES"
                    MOVE 16 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 ADD 1 TO WS-RT-COUNT
                 MOVE TDR-CURR         TO WS-RT-CURR(WS-RT-COUNT)
                 MOVE TDR-TERM-MONTHS  TO WS-RT-TERM(WS-RT-COUNT)
                 MOVE TDR-RATE         TO WS-RT-RATE(WS-RT-COUNT)
                 MOVE TDR-PENALTY-RATE TO WS-RT-PENALTY(WS-RT-COUNT)
              END-IF
           END-IF.
        H150-END. EXIT.

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
                   WHEN OTHER
                        PERFORM H230-APPLY-CHANGE
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
           IF (NOT CTL-ACTION-ADD) AND (NOT CTL-ACTION-INSTR)
              AND (NOT CTL-ACTION-BREAK) AND (NOT CTL-ACTION-CANCEL)
              SET WS-REJECTED TO TRUE
              MOVE 'ACTION MUST BE A, I, K OR C' TO WS-REJECT-TEXT
           ELSE
              IF (CTL-NO NOT NUMERIC)
                 SET WS-REJECTED TO TRUE
                 MOVE 'DEPOSIT NUMBER NOT NUMERIC' TO WS-REJECT-TEXT
              ELSE
                 MOVE CTL-NO TO WS-REQ-NO
                 IF (CTL-ACTION-ADD)
                    PERFORM H215-EDIT-ADD-FIELDS
                 END-IF
                 IF (CTL-ACTION-INSTR) AND (NOT CTL-INSTR-VALID)
                    SET WS-REJECTED TO TRUE
                    MOVE 'INSTRUCTION MUST BE P, R OR A'
                                          TO WS-REJECT-TEXT
                 END-IF
              END-IF
           END-IF.
        H210-END. EXIT.

        H215-EDIT-ADD-FIELDS.
           IF (CTL-ID NOT NUMERIC)
              SET WS-REJECTED TO TRUE
              MOVE 'NON-NUMERIC CUSTOMER ID' TO WS-REJECT-TEXT
           ELSE
              IF (CTL-DVZ NOT NUMERIC)
                 SET WS-REJECTED TO TRUE
                 MOVE 'NON-NUMERIC DIVISION CODE' TO WS-REJECT-TEXT
              ELSE
                 IF (CTL-PRINCIPAL NOT NUMERIC)
                    SET WS-REJECTED TO TRUE
                    MOVE 'NON-NUMERIC PRINCIPAL' TO WS-REJECT-TEXT
                 ELSE
                    MOVE CTL-PRINCIPAL TO WS-REQ-PRINCIPAL
                    IF (WS-REQ-PRINCIPAL = 0)
                       SET WS-REJECTED TO TRUE
                       MOVE 'ZERO PRINCIPAL' TO WS-REJECT-TEXT
                    ELSE
                       PERFORM H216-EDIT-TERMS
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF (NOT WS-REJECTED)
              PERFORM H217-EDIT-ACCOUNT
           END-IF.
           IF (NOT WS-REJECTED)
              PERFORM H219-LOOK-UP-RATE
           END-IF.
        H215-END. EXIT.

        H216-EDIT-TERMS.
           IF (CTL-TERM NOT NUMERIC)
              SET WS-REJECTED TO TRUE
              MOVE 'TERM NOT NUMERIC' TO WS-REJECT-TEXT
           ELSE
              MOVE CTL-TERM TO WS-REQ-TERM
              IF (WS-REQ-TERM = 0)
                 SET WS-REJECTED TO TRUE
                 MOVE 'ZERO TERM' TO WS-REJECT-TEXT
              END-IF
           END-IF.
           IF (NOT WS-REJECTED)
              IF (NOT CTL-INSTR-VALID)
                 SET WS-REJECTED TO TRUE
                 MOVE 'INSTRUCTION MUST BE P, R OR A'
                                          TO WS-REJECT-TEXT
              END-IF
           END-IF.
           IF (NOT WS-REJECTED)
              IF (CTL-VALUE-DATE = SPACES)
                 MOVE WS-TODAY TO WS-REQ-VALUE-DATE
              ELSE
                 IF (CTL-VALUE-DATE NOT NUMERIC)
                    SET WS-REJECTED TO TRUE
                    MOVE 'VALUE DATE NOT NUMERIC' TO WS-REJECT-TEXT
                 ELSE
                    MOVE CTL-VALUE-DATE TO WS-REQ-VALUE-DATE
                    PERFORM H218-EDIT-VALUE-DATE
                 END-IF
              END-IF
           END-IF.
           IF (NOT WS-REJECTED)
              IF (CTL-RATE NOT = SPACES)
                 AND (CTL-RATE NOT NUMERIC)
                 SET WS-REJECTED TO TRUE
                 MOVE 'AGREED RATE NOT NUMERIC' TO WS-REJECT-TEXT
              END-IF
           END-IF.
        H216-END. EXIT.

      *    A PLACEMENT IS NEVER BACK-VALUED - THE GENERATOR WOULD
      *    ONLY PLACE IT ON ITS NEXT BUSINESS DATE ANYWAY.
        H217-EDIT-ACCOUNT.
           MOVE CTL-ID  TO IDX-ID.
           MOVE CTL-DVZ TO IDX-DVZ.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           READ IDX-FILE
              INVALID KEY
                 IF (NOT IDX-NOT-FOUND)
                    DISPLAY "IDX-FILE READ ERROR" IDX-ST
                    MOVE IDX-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              NOT INVALID KEY
                 SET WS-ACCT-FOUND TO TRUE
           END-READ.
           IF (NOT WS-ACCT-FOUND)
              SET WS-REJECTED TO TRUE
              MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-TEXT
           ELSE
              IF (IDX-ST-FROZEN)
                 SET WS-REJECTED TO TRUE
                 MOVE 'ACCOUNT FROZEN' TO WS-REJECT-TEXT
              END-IF
              IF (IDX-ST-CLOSED)
                 SET WS-REJECTED TO TRUE
                 MOVE 'ACCOUNT CLOSED' TO WS-REJECT-TEXT
              END-IF
              IF (IDX-CURR-LIRA)
                 MOVE 'TRY' TO WS-REQ-CURR
              ELSE
                 MOVE IDX-CURR TO WS-REQ-CURR
              END-IF
           END-IF.
        H217-END. EXIT.

        H218-EDIT-VALUE-DATE.
           MOVE 'D' TO WS-CAL-FUNC.
           MOVE WS-REQ-VALUE-DATE TO WS-CAL-DATE.
           CALL WS-PBEGCAL USING WS-CAL-AREA.
           IF (WS-CAL-RC-BAD-DATE)
              SET WS-REJECTED TO TRUE
              MOVE 'VALUE DATE NOT A REAL DATE' TO WS-REJECT-TEXT
           ELSE
              IF (NOT WS-CAL-RC-OK)
                 DISPLAY "PBEGCAL RC " WS-CAL-RC " " WS-CAL-DESC
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF (WS-REQ-VALUE-DATE < WS-TODAY)
                 SET WS-REJECTED TO TRUE
                 MOVE 'VALUE DATE IN THE PAST' TO WS-REJECT-TEXT
              END-IF
           END-IF.
        H218-END. EXIT.

        H219-LOOK-UP-RATE.
           MOVE 'N' TO WS-RT-FOUND-SW.
           MOVE 1 TO WS-RT-SUB.
           PERFORM UNTIL WS-RT-FOUND OR WS-RT-SUB > WS-RT-COUNT
              IF (WS-RT-CURR(WS-RT-SUB) = WS-REQ-CURR)
                 AND (WS-RT-TERM(WS-RT-SUB) = WS-REQ-TERM)
                 SET WS-RT-FOUND TO TRUE
              ELSE
                 ADD 1 TO WS-RT-SUB
              END-IF
           END-PERFORM.
           IF (NOT WS-RT-FOUND)
              SET WS-REJECTED TO TRUE
              MOVE SPACES TO WS-REJECT-TEXT
              STRING 'TERM NOT ON RATE SHEET FOR ' WS-REQ-CURR
                     DELIMITED BY SIZE INTO WS-REJECT-TEXT
           ELSE
              IF (CTL-RATE = SPACES)
                 MOVE WS-RT-RATE(WS-RT-SUB) TO WS-REQ-RATE
              ELSE
                 MOVE CTL-RATE-N TO WS-REQ-RATE
              END-IF
           END-IF.
        H219-END. EXIT.

        H220-APPLY-ADD.
           MOVE WS-REQ-NO         TO TDP-NO.
           MOVE CTL-ID            TO TDP-ID.
           MOVE CTL-DVZ           TO TDP-DVZ.
           MOVE WS-REQ-CURR       TO TDP-CURR.
           MOVE WS-REQ-PRINCIPAL  TO TDP-PRINCIPAL.
           MOVE WS-REQ-TERM       TO TDP-TERM-MONTHS.
           MOVE WS-REQ-RATE       TO TDP-RATE.
           MOVE WS-RT-PENALTY(WS-RT-SUB) TO TDP-PENALTY-RATE.
           MOVE WS-REQ-VALUE-DATE TO TDP-START-DATE.
           MOVE 0                 TO TDP-MATURITY-DATE.
           MOVE CTL-INSTR         TO TDP-INSTR.
           MOVE 'P'               TO TDP-STATUS.
           MOVE 0                 TO TDP-LAST-GEN.
           MOVE SPACE             TO TDP-PEND-ACTION.
           MOVE 0                 TO TDP-PEND-DATE.
           MOVE 0                 TO TDP-PEND-AMOUNT.
           MOVE 0                 TO TDP-OWED-AMT.
           MOVE 0                 TO TDP-ROLL-COUNT.
           MOVE 0                 TO TDP-INT-EARNED.
           MOVE 0                 TO TDP-CLOSE-DATE.
           WRITE TDP-REC
              INVALID KEY
                 IF (TDP-DUPLICATE)
                    SET WS-REJECTED TO TRUE
                    MOVE 'DEPOSIT NUMBER ALREADY ON FILE'
                                          TO WS-REJECT-TEXT
                 ELSE
                    DISPLAY "TDP-FILE WRITE ERROR" TDP-ST
                    MOVE TDP-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
           END-WRITE.
        H220-END. EXIT.

      *    A BREAK IS REFUSED UNTIL LAST NIGHT'S PLACEMENT DEBIT
      *    HAS BEEN FOUND ON THE HISTORY - THERE IS NOTHING TO PAY
      *    BACK UNTIL THE MONEY IS KNOWN TO HAVE ARRIVED.
        H230-APPLY-CHANGE.
           MOVE WS-REQ-NO TO TDP-NO.
           READ TDP-FILE
              INVALID KEY
                 IF (TDP-NOT-FOUND)
                    SET WS-REJECTED TO TRUE
                    MOVE 'DEPOSIT NOT ON FILE' TO WS-REJECT-TEXT
                 ELSE
                    DISPLAY "TDP-FILE READ ERROR" TDP-ST
                    MOVE TDP-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
           END-READ.
           IF (NOT WS-REJECTED)
              EVALUATE TRUE
                WHEN CTL-ACTION-INSTR
                     IF (TDP-ST-PENDING) OR (TDP-ST-ACTIVE)
                        MOVE CTL-INSTR TO TDP-INSTR
                     ELSE
                        SET WS-REJECTED TO TRUE
                        MOVE 'DEPOSIT NOT PENDING OR ACTIVE'
                                          TO WS-REJECT-TEXT
                     END-IF
                WHEN CTL-ACTION-BREAK
                     IF (NOT TDP-ST-ACTIVE)
                        SET WS-REJECTED TO TRUE
                        MOVE 'DEPOSIT NOT ACTIVE' TO WS-REJECT-TEXT
                     ELSE
                        IF (TDP-PEND-PLACEMENT)
                           SET WS-REJECTED TO TRUE
                           MOVE 'PLACEMENT NOT YET CONFIRMED'
                                          TO WS-REJECT-TEXT
                        ELSE
                           MOVE 'K' TO TDP-STATUS
                        END-IF
                     END-IF
                WHEN CTL-ACTION-CANCEL
                     IF (NOT TDP-ST-PENDING)
                        SET WS-REJECTED TO TRUE
                        MOVE 'DEPOSIT ALREADY PLACED OR CLOSED'
                                          TO WS-REJECT-TEXT
                     ELSE
                        MOVE 'X'      TO TDP-STATUS
                        MOVE WS-TODAY TO TDP-CLOSE-DATE
                     END-IF
              END-EVALUATE
           END-IF.
           IF (NOT WS-REJECTED)
              REWRITE TDP-REC
                 INVALID KEY
                    DISPLAY "TDP-FILE REWRITE ERROR" TDP-ST
                    MOVE TDP-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
              END-REWRITE
           END-IF.
        H230-END. EXIT.

        H300-WRITE-AUDIT.
           ACCEPT MAUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT MAUD-TS-TIME FROM TIME.
           MOVE CTL-USER          TO MAUD-USER.
           MOVE CTL-ACTION        TO MAUD-ACTION.
           MOVE TDP-NO            TO MAUD-NO.
           MOVE TDP-ID            TO MAUD-ID.
           MOVE TDP-DVZ           TO MAUD-DVZ.
           MOVE TDP-CURR          TO MAUD-CURR.
           MOVE TDP-PRINCIPAL     TO MAUD-PRINCIPAL.
           MOVE TDP-TERM-MONTHS   TO MAUD-TERM.
           MOVE TDP-INSTR         TO MAUD-INSTR.
           MOVE TDP-RATE          TO MAUD-RATE.
           MOVE TDP-START-DATE    TO MAUD-START-DATE.
           MOVE TDP-STATUS        TO MAUD-STATUS.
           WRITE MAUD-REC.
           IF (NOT MAUD-OK)
              DISPLAY "MAUD-FILE WRITE ERROR" MAUD-ST
              MOVE MAUD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
        H300-END. EXIT.

        H400-WRITE-REFUSED-LINE.
           MOVE SPACES TO RPT-REC.
           STRING "REFUSED " CTL-ACTION " " CTL-NO
                  " - " WS-REJECT-TEXT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H450-WRITE-RPT-LINE.
        H400-END. EXIT.

        H410-WRITE-APPLIED-LINE.
           MOVE TDP-RATE TO WS-RPT-RATE-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "APPLIED " CTL-ACTION " " CTL-NO
                  " ID " TDP-ID " DVZ " TDP-DVZ
                  " " TDP-CURR " RATE " WS-RPT-RATE-OUT
                  " INSTR " TDP-INSTR " STATUS " TDP-STATUS
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
             CLOSE TDP-FILE.
             CLOSE IDX-FILE.
             CLOSE TDR-FILE.
             CLOSE CTL-FILE.
             CLOSE MAUD-FILE.
             CLOSE RPT-FILE.
             STOP RUN.
         H999-END. EXIT.
      *
