       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEGTDG.
       AUTHOR.        Kayra KIRIMLI.
      *----------------------------------------------------------
      *    TERM-DEPOSIT PLACEMENT, MATURITY AND BREAK GENERATION
      *    INTO THE POSTING STREAM.
      *
      *    RUNS AHEAD OF THE POST STEP, LIKE PBEGSOG. READS THE
      *    BATCH HEADER OFF THE DAY'S INPFILE FOR THE BUSINESS
      *    DATE, WALKS TDPFILE, AND WRITES TO TDIFILE IN INPFILE
      *    DETAIL LAYOUT:
      *       - A 'B' DEBIT OF THE PRINCIPAL TO THE FUNDING
      *         ACCOUNT FOR EVERY DEPOSIT PENDING PLACEMENT WHOSE
      *         VALUE DATE HAS COME. THE TERM RUNS FROM THE
      *         BUSINESS DATE; MATURITY IS THAT DATE PLUS THE TERM
      *         IN MONTHS, CLAMPED TO THE END OF A SHORTER MONTH.
      *       - AT MATURITY, SIMPLE INTEREST AT THE AGREED RATE ON
      *         THE CALENDAR DAYS FROM START TO MATURITY OVER 365.
      *         INSTRUCTION 'P' PAYS PRINCIPAL AND INTEREST BACK AS
      *         A 'C' CREDIT; 'R' PAYS THE INTEREST AND ROLLS THE
      *         PRINCIPAL; 'A' ROLLS BOTH. A ROLLOVER STARTS ON THE
      *         OLD MATURITY DATE FOR THE SAME TERM AT THE RATE AND
      *         PENALTY THE TDRATE SHEET QUOTES TODAY; A TERM NO
      *         LONGER ON THE SHEET IS PAID OUT INSTEAD AND LISTED.
      *         A MATURITY FALLING ON A WEEKEND OR HOLIDAY IS PAID
      *         ON THE NEXT RUN, WITH INTEREST TO THE MATURITY DATE.
      *       - A BREAK REQUESTED THROUGH PBEGTDM BEFORE MATURITY
      *         PAYS PRINCIPAL AND INTEREST FOR THE DAYS HELD AT
      *         THE AGREED RATE LESS THE PENALTY POINTS (NEVER
      *         BELOW ZERO).
      *       - A PAYMENT THAT DID NOT POST LAST TIME (TDP-OWED-AMT,
      *         SET BY PBEGTDC) IS OFFERED AGAIN.
      *    THE POST STEP CONSUMES TDIFILE AFTER RCYFILE AND AHEAD
      *    OF THE STANDING ORDERS, SO MATURING MONEY IS ON THE
      *    ACCOUNT BEFORE THE DAY'S ORDERS DRAW ON IT. EVERY
      *    INSTRUCTION CARRIES 'TERM DEPOSIT' IN THE NAME AREA AND
      *    THE EVENT AND DEPOSIT NUMBER BEHIND IT, WHICH PBEGIDX
      *    TURNS INTO THE HISTORY DESCRIPTION PBEGTDC LOOKS FOR.
      *
      *    A DEPOSIT WHOSE LAST INSTRUCTION PBEGTDC HAS NOT YET
      *    FOUND ON HSTFILE IS NOT TOUCHED - LISTED ON TDGRPT, RC 4.
      *
      *    DOUBLE-GENERATION GUARDS AS IN PBEGSOG: TDGDATE HOLDS
      *    THE LAST BUSINESS DATE FULLY GENERATED, TDP-LAST-GEN
      *    MARKS EACH DEPOSIT ALREADY PROCESSED FOR THE DATE, A
      *    PARTIAL RERUN EXTENDS TDIFILE, AND THE DEPOSIT RECORD
      *    IS REWRITTEN BEFORE ITS INSTRUCTION IS WRITTEN.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDP-FILE   ASSIGN TO TDPFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS TDP-KEY
                             STATUS TDP-ST.
           SELECT INP-FILE   ASSIGN TO INPFILE
                             STATUS INP-ST.
           SELECT TDR-FILE   ASSIGN TO TDRATE
                             STATUS TDR-ST.
           SELECT TDI-FILE   ASSIGN TO TDIFILE
                             STATUS TDI-ST.
           SELECT TGD-FILE   ASSIGN TO TDGDATE
                             STATUS TGD-ST.
           SELECT RPT-FILE   ASSIGN TO TDGRPT
                             STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  TDP-FILE.
       COPY TDPREC.
      *
      *    ONLY THE BATCH HEADER IS READ - THE DETAIL AND TRAILER
      *    BELONG TO THE POST STEP.
       FD  INP-FILE RECORDING MODE F.
       01  INP-HDR-REC.
           05 INP-HDR-TYPE       PIC X(1).
           05 INP-HDR-BUS-DATE   PIC X(8).
           05 INP-HDR-SOURCE     PIC X(8).
           05 FILLER             PIC X(45).
      *
       FD  TDR-FILE RECORDING MODE F.
       COPY TDRREC.
      *
      *    GENERATED INSTRUCTIONS - SAME 62-BYTE LAYOUT AS AN
      *    INPFILE DETAIL RECORD, SO THE POST STEP NEEDS NO NEW
      *    VIEW TO CONSUME THEM.
       FD  TDI-FILE RECORDING MODE F.
       01  TDI-REC.
           05 TDI-FUNC-TYPE      PIC X(1).
           05 TDI-ID             PIC 9(5).
           05 TDI-DVZ            PIC 9(3).
           05 TDI-FNAME          PIC X(15).
           05 TDI-LNAME.
              07 TDI-EVENT       PIC X(7).
              07 FILLER          PIC X(1).
              07 TDI-NO          PIC 9(7).
           05 TDI-DATE           PIC 9(8).
           05 TDI-BALANCE        PIC 9(15).
      *
      *    LAST BUSINESS DATE FULLY GENERATED - THE DUPLICATE-RUN
      *    GUARD, WRITTEN ONLY AFTER EVERY DEPOSIT IS PROCESSED.
       FD  TGD-FILE RECORDING MODE F.
       01  TGD-REC.
           05 TGD-LAST-DATE      PIC 9(8).
      *
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC               PIC X(120).

      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 TDP-ST             PIC 9(2).
              88 TDP-OK                   VALUE 00 97.
              88 TDP-EOF                  VALUE 10.
           05 INP-ST             PIC 9(2).
              88 INP-OK                   VALUE 00 97.
           05 TDR-ST             PIC 9(2).
              88 TDR-OK                   VALUE 00 97.
              88 TDR-EOF                  VALUE 10.
           05 TDI-ST             PIC 9(2).
              88 TDI-OK                   VALUE 00 97.
           05 TGD-ST             PIC 9(2).
              88 TGD-OK                   VALUE 00 97.
              88 TGD-NOT-FOUND            VALUE 35.
           05 RPT-ST             PIC 9(2).
              88 RPT-OK                   VALUE 00 97.
           05 WS-BUS-DATE        PIC 9(8).
           05 WS-LAST-GEN-DATE   PIC 9(8) VALUE 0.
           05 WS-RESTART-SW      PIC X(1) VALUE 'N'.
              88 WS-RESTART               VALUE 'Y'.
           05 WS-DEPOSIT-COUNT   PIC 9(6) COMP VALUE 0.
           05 WS-SKIPPED-COUNT   PIC 9(6) COMP VALUE 0.
           05 WS-PLACED-COUNT    PIC 9(6) COMP VALUE 0.
           05 WS-MATURED-COUNT   PIC 9(6) COMP VALUE 0.
           05 WS-ROLLED-COUNT    PIC 9(6) COMP VALUE 0.
           05 WS-BROKEN-COUNT    PIC 9(6) COMP VALUE 0.
           05 WS-REPAID-COUNT    PIC 9(6) COMP VALUE 0.
           05 WS-UNCONF-COUNT    PIC 9(6) COMP VALUE 0.
           05 WS-NO-RATE-COUNT   PIC 9(6) COMP VALUE 0.
           05 WS-GENERATED-COUNT PIC 9(8) VALUE 0.
      *    THE EVENT IN HAND FOR ONE DEPOSIT - HELD SO THE DEPOSIT
      *    RECORD CAN BE REWRITTEN BEFORE THE INSTRUCTION GOES OUT.
           05 WS-CHANGED-SW      PIC X(1).
              88 WS-CHANGED               VALUE 'Y'.
           05 WS-GEN-FUNC        PIC X(1).
              88 WS-GEN-NONE              VALUE SPACE.
              88 WS-GEN-DEBIT             VALUE 'B'.
              88 WS-GEN-CREDIT            VALUE 'C'.
           05 WS-GEN-EVENT       PIC X(7).
           05 WS-GEN-AMOUNT      PIC S9(15) COMP-3.
           05 WS-CREDIT-AMT      PIC S9(15) COMP-3.
           05 WS-INTEREST        PIC S9(15) COMP-3.
           05 WS-EFF-RATE        PIC S9(3)V9(4) COMP-3.
           05 WS-INT-DAYS        PIC 9(7).
           05 WS-RPT-NOTE        PIC X(40).
      *    DATE ARITHMETIC WORK FIELDS - A MATURITY DATE IS BUILT
      *    HERE FROM THE START DATE AND THE TERM.
           05 WS-ADV-DATE.
              07 WS-ADV-YYYY     PIC 9(4).
              07 WS-ADV-MM       PIC 9(2).
              07 WS-ADV-DD       PIC 9(2).
           05 WS-ADV-DATE-NUM REDEFINES WS-ADV-DATE
                                 PIC 9(8).
           05 WS-MONTH-DAYS      PIC 9(2).
           05 WS-MONTH-TOTAL     PIC 9(5).
           05 WS-ADD-YEARS       PIC 9(4).
           05 WS-ADD-MONTHS      PIC 9(2).
           05 WS-LEAP-QUOT       PIC 9(4).
           05 WS-LEAP-REM        PIC 9(4).
           05 WS-PBEGCAL         PIC X(7) VALUE 'PBEGCAL'.
      *    THE RATE SHEET, LOADED ONCE, AS PBEGTDM LOADS IT.
           05 WS-RT-COUNT        PIC 9(4) COMP VALUE 0.
           05 WS-RT-SUB          PIC 9(4) COMP.
           05 WS-RT-FOUND-SW     PIC X(1).
              88 WS-RT-FOUND             VALUE 'Y'.
           05 WS-RPT-ID-OUT      PIC ZZZZ9.
           05 WS-RPT-DVZ-OUT     PIC ZZ9.
           05 WS-RPT-AMT-OUT     PIC -(14)9.
           05 WS-RPT-INT-OUT     PIC -(14)9.
           05 WS-RPT-CNT-OUT     PIC ZZZ,ZZ9.
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
           PERFORM H110-READ-BATCH-HEADER.
           PERFORM H120-READ-LAST-GEN-DATE.
           IF (WS-LAST-GEN-DATE = WS-BUS-DATE)
              DISPLAY "TERM DEPOSITS ALREADY GENERATED FOR "
                      WS-BUS-DATE " - TDIFILE LEFT AS BUILT"
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H130-LOAD-RATE-SHEET UNTIL TDR-EOF.
           PERFORM H180-POSITION-BROWSE.
           PERFORM H150-SCAN-FOR-RESTART UNTIL TDP-EOF.
           PERFORM H160-OPEN-OUTPUTS.
           PERFORM H180-POSITION-BROWSE.
           PERFORM H200-GENERATE-DEPOSITS UNTIL TDP-EOF.
           PERFORM H500-RECORD-GEN-DATE.
           PERFORM H520-WRITE-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
         00000-END. EXIT.

        H100-OPEN-FILES.
           OPEN I-O TDP-FILE.
           IF (NOT TDP-OK)
              DISPLAY "TDP-FILE OPEN ERROR" TDP-ST
              MOVE TDP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT INP-FILE.
           IF (NOT INP-OK)
              DISPLAY "INP-FILE OPEN ERROR" INP-ST
              MOVE INP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT TDR-FILE.
           IF (NOT TDR-OK)
              DISPLAY "TDR-FILE OPEN ERROR" TDR-ST
              MOVE TDR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
        H100-END. EXIT.

      *    THE GENERATION DATE IS THE BATCH BUSINESS DATE OFF THE
      *    INPFILE HEADER, AS IN PBEGSOG - NEVER THE MACHINE DATE.
        H110-READ-BATCH-HEADER.
           READ INP-FILE
              AT END
                 DISPLAY "INPFILE EMPTY - NO BATCH HEADER"
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-READ.
           IF (INP-HDR-TYPE NOT = 'H')
              DISPLAY "INPFILE HAS NO BATCH HEADER - RECORD 1 IS "
                      INP-HDR-TYPE
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (INP-HDR-BUS-DATE NOT NUMERIC)
              DISPLAY "BATCH HEADER BUSINESS DATE NOT NUMERIC: "
                      INP-HDR-BUS-DATE
              MOVE 12 TO RETURN-CODE
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
           DISPLAY "GENERATING TERM DEPOSITS FOR BUSINESS DATE "
                   WS-BUS-DATE.
        H110-END. EXIT.

        H120-READ-LAST-GEN-DATE.
           OPEN INPUT TGD-FILE.
           IF (TGD-NOT-FOUND)
              MOVE 0 TO WS-LAST-GEN-DATE
           ELSE
              IF (NOT TGD-OK)
                 DISPLAY "TGD-FILE OPEN ERROR" TGD-ST
                 MOVE TGD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ TGD-FILE
                 AT END
                    MOVE 0 TO WS-LAST-GEN-DATE
                 NOT AT END
                    MOVE TGD-LAST-DATE TO WS-LAST-GEN-DATE
              END-READ
              CLOSE TGD-FILE
           END-IF.
        H120-END. EXIT.

        H130-LOAD-RATE-SHEET.
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
        H130-END. EXIT.

      *    A DEPOSIT ALREADY STAMPED WITH TODAY'S BUSINESS DATE
      *    MEANS A PRIOR RUN OF THIS DATE DIED PART-WAY - THE
      *    RERUN MUST EXTEND TDIFILE, NOT REWRITE IT.
        H150-SCAN-FOR-RESTART.
           READ TDP-FILE NEXT RECORD
              AT END
                 SET TDP-EOF TO TRUE
           END-READ.
           IF (NOT TDP-EOF)
              IF (NOT TDP-OK)
                 DISPLAY "TDP-FILE READ ERROR" TDP-ST
                 MOVE TDP-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF (TDP-LAST-GEN = WS-BUS-DATE)
                 SET WS-RESTART TO TRUE
              END-IF
           END-IF.
        H150-END. EXIT.

        H160-OPEN-OUTPUTS.
           IF (WS-RESTART)
              DISPLAY "PARTIAL GENERATION FOUND FOR " WS-BUS-DATE
                      " - EXTENDING TDIFILE"
              OPEN EXTEND TDI-FILE
           ELSE
              OPEN OUTPUT TDI-FILE
           END-IF.
           IF (NOT TDI-OK)
              DISPLAY "TDI-FILE OPEN ERROR" TDI-ST
              MOVE TDI-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (NOT RPT-OK)
              DISPLAY "RPT-FILE OPEN ERROR" RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO RPT-REC.
           STRING "TERM-DEPOSIT REGISTER FOR BUSINESS DATE "
                  WS-BUS-DATE
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           IF (WS-RESTART)
              MOVE SPACES TO RPT-REC
              STRING "RERUN AFTER A PARTIAL GENERATION - DEPOSITS "
                     "DONE BY THE FAILED RUN ARE NOT LISTED AGAIN"
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           STRING "DEPOSIT    ID DVZ CUR EVENT  "
                  "         AMOUNT        INTEREST MATURITY NOTE"
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
        H160-END. EXIT.

        H180-POSITION-BROWSE.
           MOVE 0 TO TDP-NO.
           MOVE 0 TO TDP-ST.
           START TDP-FILE KEY IS >= TDP-KEY
              INVALID KEY
                 SET TDP-EOF TO TRUE
           END-START.
        H180-END. EXIT.

      *    A CLOSED DEPOSIT IS PASSED OVER UNLESS A PAYMENT TO ITS
      *    ACCOUNT IS STILL OWED.
        H200-GENERATE-DEPOSITS.
           READ TDP-FILE NEXT RECORD
              AT END
                 SET TDP-EOF TO TRUE
           END-READ.
           IF (NOT TDP-EOF)
              IF (NOT TDP-OK)
                 DISPLAY "TDP-FILE READ ERROR" TDP-ST
                 MOVE TDP-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF (NOT TDP-ST-PENDING) AND (NOT TDP-ST-LIVE)
                 AND (TDP-OWED-AMT = 0)
                 ADD 1 TO WS-SKIPPED-COUNT
              ELSE
                 IF (TDP-LAST-GEN = WS-BUS-DATE)
                    ADD 1 TO WS-SKIPPED-COUNT
                 ELSE
                    IF (NOT TDP-PEND-NONE)
                       ADD 1 TO WS-UNCONF-COUNT
                       PERFORM H205-LIST-UNCONFIRMED
                    ELSE
                       ADD 1 TO WS-DEPOSIT-COUNT
                       PERFORM H210-PROCESS-DEPOSIT
                    END-IF
                 END-IF
              END-IF
           END-IF.
        H200-END. EXIT.

        H205-LIST-UNCONFIRMED.
           MOVE 0 TO WS-INTEREST.
           MOVE TDP-PEND-AMOUNT TO WS-GEN-AMOUNT.
           IF (TDP-PEND-PLACEMENT)
              MOVE 'PLACE' TO WS-GEN-EVENT
           ELSE
              MOVE 'PAYMENT' TO WS-GEN-EVENT
           END-IF.
           MOVE SPACES TO WS-RPT-NOTE.
           STRING "NOT CONFIRMED SINCE " TDP-PEND-DATE
                  " - SKIPPED"
                  DELIMITED BY SIZE INTO WS-RPT-NOTE.
           PERFORM H265-WRITE-REGISTER-LINE.
        H205-END. EXIT.

      *    THE EVENT IS WORKED OUT AND THE DEPOSIT RECORD STAMPED
      *    AND REWRITTEN FIRST; ONLY THEN IS THE INSTRUCTION WRITTEN
      *    - SEE THE GUARD NOTE IN THE PROGRAM HEADER.
        H210-PROCESS-DEPOSIT.
           MOVE 'N'    TO WS-CHANGED-SW.
           MOVE SPACE  TO WS-GEN-FUNC.
           MOVE SPACES TO WS-GEN-EVENT.
           MOVE SPACES TO WS-RPT-NOTE.
           MOVE 0      TO WS-GEN-AMOUNT.
           MOVE 0      TO WS-INTEREST.
           MOVE TDP-OWED-AMT TO WS-CREDIT-AMT.
           IF (TDP-OWED-AMT > 0)
              MOVE 'REPAY' TO WS-GEN-EVENT
              MOVE 0 TO TDP-OWED-AMT
              ADD 1 TO WS-REPAID-COUNT
              SET WS-CHANGED TO TRUE
           END-IF.
           EVALUATE TRUE
             WHEN TDP-ST-PENDING
                  IF (TDP-START-DATE <= WS-BUS-DATE)
                     PERFORM H220-PLACE-DEPOSIT
                  END-IF
             WHEN TDP-ST-LIVE
                  IF (TDP-MATURITY-DATE <= WS-BUS-DATE)
                     PERFORM H230-MATURE-DEPOSIT
                  ELSE
                     IF (TDP-ST-BREAK-REQ)
                        PERFORM H240-BREAK-DEPOSIT
                     END-IF
                  END-IF
           END-EVALUATE.
           IF (WS-CREDIT-AMT > 0)
              SET WS-GEN-CREDIT TO TRUE
              MOVE WS-CREDIT-AMT TO WS-GEN-AMOUNT
           END-IF.
           IF (WS-CHANGED)
              MOVE WS-BUS-DATE TO TDP-LAST-GEN
              IF (NOT WS-GEN-NONE)
                 IF (WS-GEN-DEBIT)
                    SET TDP-PEND-PLACEMENT TO TRUE
                 ELSE
                    SET TDP-PEND-PAYMENT TO TRUE
                 END-IF
                 MOVE WS-BUS-DATE   TO TDP-PEND-DATE
                 MOVE WS-GEN-AMOUNT TO TDP-PEND-AMOUNT
              END-IF
              REWRITE TDP-REC
                 INVALID KEY
                    DISPLAY "TDP-FILE REWRITE ERROR" TDP-ST
                    MOVE TDP-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
              END-REWRITE
              IF (NOT WS-GEN-NONE)
                 PERFORM H260-WRITE-INSTRUCTION
              END-IF
              PERFORM H265-WRITE-REGISTER-LINE
           END-IF.
        H210-END. EXIT.

      *    THE TERM RUNS FROM THE DAY THE MONEY ACTUALLY LEAVES THE
      *    FUNDING ACCOUNT, WHATEVER VALUE DATE THE CARD ASKED FOR.
        H220-PLACE-DEPOSIT.
           MOVE WS-BUS-DATE TO TDP-START-DATE.
           PERFORM H270-SET-MATURITY.
           MOVE 'A' TO TDP-STATUS.
           SET WS-GEN-DEBIT TO TRUE.
           MOVE 'PLACE' TO WS-GEN-EVENT.
           MOVE TDP-PRINCIPAL TO WS-GEN-AMOUNT.
           ADD 1 TO WS-PLACED-COUNT.
           SET WS-CHANGED TO TRUE.
        H220-END. EXIT.

      *    A BREAK ASKED FOR ON OR AFTER THE MATURITY DATE IS SIMPLY
      *    A PAYOUT AT THE FULL RATE - THE TERM WAS SERVED.
        H230-MATURE-DEPOSIT.
           MOVE TDP-RATE TO WS-EFF-RATE.
           MOVE TDP-MATURITY-DATE TO WS-CAL-DATE-2.
           PERFORM H250-COMPUTE-INTEREST.
           ADD WS-INTEREST TO TDP-INT-EARNED.
           SET WS-CHANGED TO TRUE.
           MOVE 'N' TO WS-RT-FOUND-SW.
           IF (NOT TDP-ST-BREAK-REQ) AND (NOT TDP-INSTR-PAYOUT)
              PERFORM H255-LOOK-UP-RATE
              IF (NOT WS-RT-FOUND)
                 ADD 1 TO WS-NO-RATE-COUNT
                 MOVE "TERM NO LONGER QUOTED - PAID OUT"
                                          TO WS-RPT-NOTE
              END-IF
           END-IF.
           IF (WS-RT-FOUND)
              PERFORM H235-ROLL-DEPOSIT
           ELSE
              ADD TDP-PRINCIPAL TO WS-CREDIT-AMT
              ADD WS-INTEREST   TO WS-CREDIT-AMT
              MOVE 'MATURE' TO WS-GEN-EVENT
              MOVE 'M' TO TDP-STATUS
              MOVE WS-BUS-DATE TO TDP-CLOSE-DATE
              ADD 1 TO WS-MATURED-COUNT
           END-IF.
        H230-END. EXIT.

      *    ONE TERM PER RUN - A DEPOSIT LEFT BEHIND BY A LONG GAP
      *    IN THE RUNS ROLLS AGAIN ON THE FOLLOWING BUSINESS DATE.
        H235-ROLL-DEPOSIT.
           IF (TDP-INSTR-ROLL-PRINCIPAL)
              ADD WS-INTEREST TO WS-CREDIT-AMT
              MOVE 'ROLLINT' TO WS-GEN-EVENT
           ELSE
              ADD WS-INTEREST TO TDP-PRINCIPAL
              IF (WS-GEN-EVENT = SPACES)
                 MOVE 'ROLLALL' TO WS-GEN-EVENT
              END-IF
           END-IF.
           MOVE TDP-MATURITY-DATE TO TDP-START-DATE.
           PERFORM H270-SET-MATURITY.
           MOVE WS-RT-RATE(WS-RT-SUB)    TO TDP-RATE.
           MOVE WS-RT-PENALTY(WS-RT-SUB) TO TDP-PENALTY-RATE.
           ADD 1 TO TDP-ROLL-COUNT.
           ADD 1 TO WS-ROLLED-COUNT.
        H235-END. EXIT.

        H240-BREAK-DEPOSIT.
           IF (TDP-RATE > TDP-PENALTY-RATE)
              COMPUTE WS-EFF-RATE = TDP-RATE - TDP-PENALTY-RATE
           ELSE
              MOVE 0 TO WS-EFF-RATE
           END-IF.
           MOVE WS-BUS-DATE TO WS-CAL-DATE-2.
           PERFORM H250-COMPUTE-INTEREST.
           ADD WS-INTEREST TO TDP-INT-EARNED.
           ADD TDP-PRINCIPAL TO WS-CREDIT-AMT.
           ADD WS-INTEREST   TO WS-CREDIT-AMT.
           MOVE 'BREAK' TO WS-GEN-EVENT.
           MOVE 'B' TO TDP-STATUS.
           MOVE WS-BUS-DATE TO TDP-CLOSE-DATE.
           ADD 1 TO WS-BROKEN-COUNT.
           SET WS-CHANGED TO TRUE.
        H240-END. EXIT.

      *    SIMPLE INTEREST ON CALENDAR DAYS FROM TDP-START-DATE TO
      *    WS-CAL-DATE-2 OVER A 365-DAY YEAR, RATE IN PERCENT.
        H250-COMPUTE-INTEREST.
           MOVE 'E' TO WS-CAL-FUNC.
           MOVE TDP-START-DATE TO WS-CAL-DATE.
           PERFORM H290-CALL-CALENDAR.
           MOVE WS-CAL-DAYS TO WS-INT-DAYS.
           COMPUTE WS-INTEREST ROUNDED =
                   TDP-PRINCIPAL * WS-EFF-RATE * WS-INT-DAYS / 36500.
        H250-END. EXIT.

        H255-LOOK-UP-RATE.
           MOVE 'N' TO WS-RT-FOUND-SW.
           MOVE 1 TO WS-RT-SUB.
           PERFORM UNTIL WS-RT-FOUND OR WS-RT-SUB > WS-RT-COUNT
              IF (WS-RT-CURR(WS-RT-SUB) = TDP-CURR)
                 AND (WS-RT-TERM(WS-RT-SUB) = TDP-TERM-MONTHS)
                 SET WS-RT-FOUND TO TRUE
              ELSE
                 ADD 1 TO WS-RT-SUB
              END-IF
           END-PERFORM.
        H255-END. EXIT.

        H260-WRITE-INSTRUCTION.
           MOVE SPACES         TO TDI-REC.
           MOVE WS-GEN-FUNC    TO TDI-FUNC-TYPE.
           MOVE TDP-ID         TO TDI-ID.
           MOVE TDP-DVZ        TO TDI-DVZ.
           MOVE 'TERM DEPOSIT' TO TDI-FNAME.
           MOVE WS-GEN-EVENT   TO TDI-EVENT.
           MOVE TDP-NO         TO TDI-NO.
           MOVE WS-BUS-DATE    TO TDI-DATE.
           MOVE WS-GEN-AMOUNT  TO TDI-BALANCE.
           WRITE TDI-REC.
           IF (NOT TDI-OK)
              DISPLAY "TDI-FILE WRITE ERROR" TDI-ST
              MOVE TDI-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-GENERATED-COUNT.
        H260-END. EXIT.

        H265-WRITE-REGISTER-LINE.
           MOVE TDP-ID        TO WS-RPT-ID-OUT.
           MOVE TDP-DVZ       TO WS-RPT-DVZ-OUT.
           MOVE WS-GEN-AMOUNT TO WS-RPT-AMT-OUT.
           MOVE WS-INTEREST   TO WS-RPT-INT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING TDP-NO " " WS-RPT-ID-OUT " " WS-RPT-DVZ-OUT
                  " " TDP-CURR " " WS-GEN-EVENT
                  " " WS-RPT-AMT-OUT " " WS-RPT-INT-OUT
                  " " TDP-MATURITY-DATE " " WS-RPT-NOTE
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
        H265-END. EXIT.

      *    MATURITY = TDP-START-DATE PLUS THE TERM IN MONTHS, IN
      *    ONE STEP SO A DEPOSIT STARTED ON THE 31ST IS CLAMPED
      *    ONLY ONCE - THE SAME CONVENTION AS PBEGSOG'S MONTHLY
      *    ORDERS.
        H270-SET-MATURITY.
           MOVE TDP-START-DATE TO WS-ADV-DATE-NUM.
           COMPUTE WS-MONTH-TOTAL = WS-ADV-MM - 1 + TDP-TERM-MONTHS.
           DIVIDE WS-MONTH-TOTAL BY 12
              GIVING WS-ADD-YEARS REMAINDER WS-ADD-MONTHS.
           ADD WS-ADD-YEARS TO WS-ADV-YYYY.
           COMPUTE WS-ADV-MM = WS-ADD-MONTHS + 1.
           PERFORM H280-SET-MONTH-DAYS.
           IF (WS-ADV-DD > WS-MONTH-DAYS)
              MOVE WS-MONTH-DAYS TO WS-ADV-DD
           END-IF.
           MOVE WS-ADV-DATE-NUM TO TDP-MATURITY-DATE.
        H270-END. EXIT.

        H280-SET-MONTH-DAYS.
           EVALUATE WS-ADV-MM
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
                  DIVIDE WS-ADV-YYYY BY 4
                     GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                  IF (WS-LEAP-REM = 0)
                     MOVE 29 TO WS-MONTH-DAYS
                     DIVIDE WS-ADV-YYYY BY 100
                        GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                     IF (WS-LEAP-REM = 0)
                        MOVE 28 TO WS-MONTH-DAYS
                        DIVIDE WS-ADV-YYYY BY 400
                           GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                        IF (WS-LEAP-REM = 0)
                           MOVE 29 TO WS-MONTH-DAYS
                        END-IF
                     END-IF
                  END-IF
           END-EVALUATE.
        H280-END. EXIT.

      *    A START OR MATURITY DATE THAT IS NOT A REAL DATE CAN ONLY
      *    BE A CORRUPT DEPOSIT - THE RUN STOPS BEFORE THE DEPOSIT
      *    IN HAND IS STAMPED AND BEFORE TDGDATE IS, SO THE RERUN
      *    PICKS UP AT THAT DEPOSIT ONCE IT IS REPAIRED.
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
           MOVE WS-BUS-DATE TO TGD-LAST-DATE.
           OPEN OUTPUT TGD-FILE.
           IF (NOT TGD-OK)
              DISPLAY "TGD-FILE OPEN ERROR" TGD-ST
              MOVE TGD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           WRITE TGD-REC.
           IF (NOT TGD-OK)
              DISPLAY "TGD-FILE WRITE ERROR" TGD-ST
              MOVE TGD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           CLOSE TGD-FILE.
        H500-END. EXIT.

        H510-WRITE-RPT-LINE.
           WRITE RPT-REC.
           IF (NOT RPT-OK)
              DISPLAY "RPT-FILE WRITE ERROR" RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
        H510-END. EXIT.

        H520-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-PLACED-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "DEPOSITS PLACED         : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-MATURED-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "DEPOSITS PAID OUT       : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-ROLLED-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "DEPOSITS ROLLED OVER    : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-BROKEN-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "DEPOSITS BROKEN         : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-REPAID-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "OWED PAYMENTS RETRIED   : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-NO-RATE-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "PAID OUT - NO RATE      : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-UNCONF-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "SKIPPED - NOT CONFIRMED : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           DISPLAY "DEPOSITS PROCESSED     : " WS-DEPOSIT-COUNT.
           DISPLAY "DEPOSITS SKIPPED       : " WS-SKIPPED-COUNT.
           DISPLAY "INSTRUCTIONS GENERATED : " WS-GENERATED-COUNT.
           IF (WS-UNCONF-COUNT > 0)
              DISPLAY "PBEGTDG " WS-UNCONF-COUNT
                      " DEPOSIT(S) SKIPPED - LAST POSTING NOT"
                      " CONFIRMED ON HSTFILE, SEE TDGRPT"
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF (WS-NO-RATE-COUNT > 0)
              DISPLAY "PBEGTDG " WS-NO-RATE-COUNT
                      " DEPOSIT(S) PAID OUT INSTEAD OF ROLLED -"
                      " TERM NOT ON TDRATE"
              MOVE 4 TO RETURN-CODE
           END-IF.
        H520-END. EXIT.

         H999-PROGRAM-EXIT.
             CLOSE TDP-FILE.
             CLOSE INP-FILE.
             CLOSE TDR-FILE.
             CLOSE TDI-FILE.
             CLOSE RPT-FILE.
             STOP RUN.
         H999-END. EXIT.
      *
