       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEGTDL.
       AUTHOR.        Kayra KIRIMLI.
      *----------------------------------------------------------
      *    TERM-DEPOSIT MATURITY LADDER FOR TREASURY.
      *
      *    READ-ONLY. WALKS TDPFILE AND SPREADS EVERY LIVE DEPOSIT
      *    BY DIVISION AND CURRENCY INTO MATURITY BUCKETS MEASURED
      *    FROM THE BUSINESS DATE ON BDTFILE: UP TO ONE MONTH, ONE
      *    TO THREE, THREE TO SIX, SIX TO TWELVE AND OVER TWELVE
      *    MONTHS, WITH A TOTAL. EACH DIVISION/CURRENCY PAIR GETS A
      *    PRINCIPAL LINE AND AN INTEREST LINE - THE INTEREST DUE
      *    AT MATURITY AT THE AGREED RATE (FOR A DEPOSIT WHOSE
      *    BREAK IS ALREADY REQUESTED, THE BREAK INTEREST TO THE
      *    BUSINESS DATE, IN THE FIRST BUCKET). A DEPOSIT PAST ITS
      *    MATURITY DATE BUT NOT YET PAID ALSO FALLS IN THE FIRST
      *    BUCKET. AMOUNTS ARE IN THE DEPOSIT CURRENCY, SO PAIRS
      *    ARE NEVER ADDED ACROSS CURRENCIES; THE CLOSING SECTION
      *    REPEATS THE LADDER PER CURRENCY FOR ALL DIVISIONS.
      *
      *    UNDER EACH PAIR: DEPOSITS BOOKED BUT NOT YET PLACED, AND
      *    PAYMENTS OWED TO ACCOUNTS WHERE A MATURITY OR BREAK
      *    PAYMENT DID NOT POST.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDP-FILE   ASSIGN TO TDPFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS TDP-KEY
                             STATUS TDP-ST.
           SELECT DVZ-FILE   ASSIGN TO DVZTAB
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS DVZ-CODE
                             STATUS DVZ-ST.
           SELECT BDT-FILE   ASSIGN TO BDTFILE
                             STATUS BDT-ST.
           SELECT RPT-FILE   ASSIGN TO TDLRPT
                             STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  TDP-FILE.
       COPY TDPREC.
      *
       FD  DVZ-FILE.
       COPY DVZREC.
      *
       FD  BDT-FILE RECORDING MODE F.
       01  BDT-REC.
           05 BDT-LAST-DATE      PIC 9(8).
      *
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC               PIC X(120).

      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 TDP-ST             PIC 9(2).
              88 TDP-OK                   VALUE 00 97.
              88 TDP-EOF                  VALUE 10.
           05 DVZ-ST             PIC 9(2).
              88 DVZ-OK                   VALUE 00 97.
              88 DVZ-NOT-FOUND            VALUE 23.
           05 BDT-ST             PIC 9(2).
              88 BDT-OK                   VALUE 00 97.
           05 RPT-ST             PIC 9(2).
              88 RPT-OK                   VALUE 00 97.
           05 WS-BUSINESS-DATE   PIC 9(8).
           05 WS-DEPOSIT-COUNT   PIC 9(8) COMP VALUE 0.
           05 WS-LIVE-COUNT      PIC 9(8) COMP VALUE 0.
           05 WS-BKT-SUB         PIC 9(4) COMP.
           05 WS-BKT-MATCH       PIC 9(4) COMP.
           05 WS-INTEREST        PIC S9(15) COMP-3.
           05 WS-EFF-RATE        PIC S9(3)V9(4) COMP-3.
           05 WS-DVZ-SUB         PIC 9(4) COMP.
           05 WS-THIS-DVZ        PIC 9(3).
           05 WS-PAIR-SUB        PIC 9(4) COMP.
           05 WS-PAIR-COUNT      PIC 9(4) COMP VALUE 0.
           05 WS-PAIR-FOUND-SW   PIC X(1).
              88 WS-PAIR-FOUND            VALUE 'Y'.
           05 WS-CUR-SUB         PIC 9(4) COMP.
           05 WS-CUR-COUNT       PIC 9(4) COMP VALUE 0.
           05 WS-CUR-FOUND-SW    PIC X(1).
              88 WS-CUR-FOUND             VALUE 'Y'.
      *    UPPER MATURITY DATE OF EACH OF THE FIRST FOUR BUCKETS -
      *    THE BUSINESS DATE PLUS 1, 3, 6 AND 12 MONTHS.
           05 WS-BKT-LIMITS.
              07 WS-BKT-LIMIT    PIC 9(8) OCCURS 4 TIMES.
           05 WS-BKT-MONTHS      PIC 9(3).
      *    DATE ARITHMETIC WORK FIELDS, AS IN PBEGTDG.
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
           05 WS-RPT-DVZ-OUT     PIC ZZ9.
           05 WS-RPT-CNT-OUT     PIC ZZZ,ZZ9.
           05 WS-RPT-AMT-OUT     PIC -(14)9.
           05 WS-RPT-OWE-OUT     PIC -(14)9.
           05 WS-RPT-OWE-CNT-OUT PIC ZZZ,ZZ9.
      *    ONE DIVISION/CURRENCY LADDER, LOADED FROM A PAIR OR A
      *    CURRENCY ENTRY FOR PRINTING.
       01  WS-WK-LADDER.
           05 WS-WK-COUNT        PIC 9(8) COMP.
           05 WS-WK-PRIN         PIC S9(15) COMP-3 OCCURS 6 TIMES.
           05 WS-WK-INT          PIC S9(15) COMP-3 OCCURS 6 TIMES.
           05 WS-WK-PEND-COUNT   PIC 9(8) COMP.
           05 WS-WK-PEND-AMT     PIC S9(15) COMP-3.
           05 WS-WK-OWED-COUNT   PIC 9(8) COMP.
           05 WS-WK-OWED-AMT     PIC S9(15) COMP-3.
       01  WS-LAD-LINE.
           05 WS-LAD-DVZ         PIC X(3).
           05 FILLER             PIC X(1).
           05 WS-LAD-CURR        PIC X(3).
           05 FILLER             PIC X(1).
           05 WS-LAD-ITEM        PIC X(9).
           05 WS-LAD-COUNT       PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05 WS-LAD-BKT OCCURS 6 TIMES.
              07 FILLER          PIC X(1).
              07 WS-LAD-AMT      PIC -(14)9.
      *    ONE ENTRY PER DIVISION AND CURRENCY MET ON TDPFILE, IN
      *    THE ORDER FIRST MET; BUCKET 6 IS THE PAIR TOTAL.
       01  WS-PAIR-TABLE-AREA.
           05 WS-PAIR-ENTRY OCCURS 2000 TIMES.
              07 WS-PR-DVZ          PIC 9(3).
              07 WS-PR-CURR         PIC X(3).
              07 WS-PR-COUNT        PIC 9(8)   COMP.
              07 WS-PR-PRIN         PIC S9(15) COMP-3 OCCURS 6 TIMES.
              07 WS-PR-INT          PIC S9(15) COMP-3 OCCURS 6 TIMES.
              07 WS-PR-PEND-COUNT   PIC 9(8)   COMP.
              07 WS-PR-PEND-AMT     PIC S9(15) COMP-3.
              07 WS-PR-OWED-COUNT   PIC 9(8)   COMP.
              07 WS-PR-OWED-AMT     PIC S9(15) COMP-3.
      *    THE SAME FIGURES PER CURRENCY ACROSS ALL DIVISIONS.
       01  WS-CUR-TABLE-AREA.
           05 WS-CUR-ENTRY OCCURS 200 TIMES.
              07 WS-CU-CURR         PIC X(3).
              07 WS-CU-COUNT        PIC 9(8)   COMP.
              07 WS-CU-PRIN         PIC S9(15) COMP-3 OCCURS 6 TIMES.
              07 WS-CU-INT          PIC S9(15) COMP-3 OCCURS 6 TIMES.
              07 WS-CU-PEND-COUNT   PIC 9(8)   COMP.
              07 WS-CU-PEND-AMT     PIC S9(15) COMP-3.
              07 WS-CU-OWED-COUNT   PIC 9(8)   COMP.
              07 WS-CU-OWED-AMT     PIC S9(15) COMP-3.
      *    DIVISIONS WITH AT LEAST ONE PAIR - SUBSCRIPT = CODE + 1.
       01  WS-DVZ-TABLE-AREA.
           05 WS-DVZ-USED-SW     PIC X(1) OCCURS 1000 TIMES.
       COPY CALSUB.

      *------------------
       PROCEDURE DIVISION.
      *------------------
        00000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-READ-BUS-DATE.
           PERFORM H160-SET-BUCKETS.
           PERFORM H170-WRITE-HEADINGS.
           PERFORM H180-POSITION-BROWSE.
           PERFORM H200-SCAN-DEPOSITS UNTIL TDP-EOF.
           PERFORM H400-WRITE-LADDER.
           PERFORM H500-WRITE-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
         00000-END. EXIT.

        H100-OPEN-FILES.
           OPEN INPUT TDP-FILE.
           IF (NOT TDP-OK)
              DISPLAY "TDP-FILE OPEN ERROR" TDP-ST
              MOVE TDP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT DVZ-FILE.
           IF (NOT DVZ-OK)
              DISPLAY "DVZ-FILE OPEN ERROR" DVZ-ST
              MOVE DVZ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (NOT RPT-OK)
              DISPLAY "RPT-FILE OPEN ERROR" RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE ALL 'N' TO WS-DVZ-TABLE-AREA.
           MOVE SPACES TO WS-LAD-LINE.
        H100-END. EXIT.

        H150-READ-BUS-DATE.
           OPEN INPUT BDT-FILE.
           IF (NOT BDT-OK)
              DISPLAY "BDTFILE MISSING OR UNREADABLE (" BDT-ST
                      ") - POST STEP DID NOT END CLEAN"
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ BDT-FILE
              AT END
                 DISPLAY "BDTFILE EMPTY - NO POSTED BUSINESS DATE"
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-READ.
           MOVE BDT-LAST-DATE TO WS-BUSINESS-DATE.
           CLOSE BDT-FILE.
        H150-END. EXIT.

        H160-SET-BUCKETS.
           MOVE 1 TO WS-BKT-MONTHS.
           MOVE 1 TO WS-BKT-SUB.
           PERFORM H270-ADD-MONTHS.
           MOVE 3 TO WS-BKT-MONTHS.
           MOVE 2 TO WS-BKT-SUB.
           PERFORM H270-ADD-MONTHS.
           MOVE 6 TO WS-BKT-MONTHS.
           MOVE 3 TO WS-BKT-SUB.
           PERFORM H270-ADD-MONTHS.
           MOVE 12 TO WS-BKT-MONTHS.
           MOVE 4 TO WS-BKT-SUB.
           PERFORM H270-ADD-MONTHS.
        H160-END. EXIT.

        H170-WRITE-HEADINGS.
           MOVE SPACES TO RPT-REC.
           STRING "TERM-DEPOSIT MATURITY LADDER AS AT BUSINESS DATE "
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           STRING "BUCKETS BY MATURITY DATE - TO " WS-BKT-LIMIT(1)
                  " / TO " WS-BKT-LIMIT(2)
                  " / TO " WS-BKT-LIMIT(3)
                  " / TO " WS-BKT-LIMIT(4) " / LATER"
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           STRING "AMOUNTS IN THE DEPOSIT CURRENCY - INTEREST IS DUE "
                  "AT MATURITY (BREAKS: TO THE BUSINESS DATE)"
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           STRING "DVZ CUR ITEM    DEPOSITS"
                  "        UP TO 1M         1M - 3M"
                  "         3M - 6M        6M - 12M"
                  "        OVER 12M           TOTAL"
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
        H170-END. EXIT.

        H180-POSITION-BROWSE.
           MOVE 0 TO TDP-NO.
           START TDP-FILE KEY IS >= TDP-KEY
              INVALID KEY
                 SET TDP-EOF TO TRUE
           END-START.
        H180-END. EXIT.

        H200-SCAN-DEPOSITS.
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
              ADD 1 TO WS-DEPOSIT-COUNT
              IF (TDP-ST-LIVE) OR (TDP-ST-PENDING)
                 OR (TDP-OWED-AMT > 0)
                 PERFORM H220-FIND-PAIR
                 PERFORM H230-FIND-CURRENCY
                 PERFORM H210-SPREAD-DEPOSIT
              END-IF
           END-IF.
        H200-END. EXIT.

        H210-SPREAD-DEPOSIT.
           IF (TDP-ST-LIVE)
              ADD 1 TO WS-LIVE-COUNT
              PERFORM H240-PICK-BUCKET
              PERFORM H250-COMPUTE-INTEREST
              ADD 1 TO WS-PR-COUNT(WS-PAIR-SUB)
              ADD 1 TO WS-CU-COUNT(WS-CUR-SUB)
              ADD TDP-PRINCIPAL
                  TO WS-PR-PRIN(WS-PAIR-SUB, WS-BKT-MATCH)
                     WS-PR-PRIN(WS-PAIR-SUB, 6)
                     WS-CU-PRIN(WS-CUR-SUB, WS-BKT-MATCH)
                     WS-CU-PRIN(WS-CUR-SUB, 6)
              ADD WS-INTEREST
                  TO WS-PR-INT(WS-PAIR-SUB, WS-BKT-MATCH)
                     WS-PR-INT(WS-PAIR-SUB, 6)
                     WS-CU-INT(WS-CUR-SUB, WS-BKT-MATCH)
                     WS-CU-INT(WS-CUR-SUB, 6)
           END-IF.
           IF (TDP-ST-PENDING)
              ADD 1 TO WS-PR-PEND-COUNT(WS-PAIR-SUB)
                       WS-CU-PEND-COUNT(WS-CUR-SUB)
              ADD TDP-PRINCIPAL TO WS-PR-PEND-AMT(WS-PAIR-SUB)
                                   WS-CU-PEND-AMT(WS-CUR-SUB)
           END-IF.
           IF (TDP-OWED-AMT > 0)
              ADD 1 TO WS-PR-OWED-COUNT(WS-PAIR-SUB)
                       WS-CU-OWED-COUNT(WS-CUR-SUB)
              ADD TDP-OWED-AMT TO WS-PR-OWED-AMT(WS-PAIR-SUB)
                                  WS-CU-OWED-AMT(WS-CUR-SUB)
           END-IF.
        H210-END. EXIT.

        H220-FIND-PAIR.
           MOVE 'N' TO WS-PAIR-FOUND-SW.
           MOVE 1 TO WS-PAIR-SUB.
           PERFORM UNTIL WS-PAIR-FOUND
                      OR WS-PAIR-SUB > WS-PAIR-COUNT
              IF (WS-PR-DVZ(WS-PAIR-SUB) = TDP-DVZ)
                 AND (WS-PR-CURR(WS-PAIR-SUB) = TDP-CURR)
                 SET WS-PAIR-FOUND TO TRUE
              ELSE
                 ADD 1 TO WS-PAIR-SUB
              END-IF
           END-PERFORM.
           IF (NOT WS-PAIR-FOUND)
              IF (WS-PAIR-COUNT >= 2000)
                 DISPLAY "PAIR TABLE FULL - DIVISION/CURRENCY "
                         "PAIRS EXCEED 2000"
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-PAIR-COUNT
              MOVE WS-PAIR-COUNT TO WS-PAIR-SUB
              INITIALIZE WS-PAIR-ENTRY(WS-PAIR-SUB)
              MOVE TDP-DVZ  TO WS-PR-DVZ(WS-PAIR-SUB)
              MOVE TDP-CURR TO WS-PR-CURR(WS-PAIR-SUB)
              COMPUTE WS-DVZ-SUB = TDP-DVZ + 1
              MOVE 'Y' TO WS-DVZ-USED-SW(WS-DVZ-SUB)
           END-IF.
        H220-END. EXIT.

        H230-FIND-CURRENCY.
           MOVE 'N' TO WS-CUR-FOUND-SW.
           MOVE 1 TO WS-CUR-SUB.
           PERFORM UNTIL WS-CUR-FOUND
                      OR WS-CUR-SUB > WS-CUR-COUNT
              IF (WS-CU-CURR(WS-CUR-SUB) = TDP-CURR)
                 SET WS-CUR-FOUND TO TRUE
              ELSE
                 ADD 1 TO WS-CUR-SUB
              END-IF
           END-PERFORM.
           IF (NOT WS-CUR-FOUND)
              IF (WS-CUR-COUNT >= 200)
                 DISPLAY "CURRENCY TABLE FULL - MORE THAN 200 "
                         "DEPOSIT CURRENCIES"
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-CUR-COUNT
              MOVE WS-CUR-COUNT TO WS-CUR-SUB
              INITIALIZE WS-CUR-ENTRY(WS-CUR-SUB)
              MOVE TDP-CURR TO WS-CU-CURR(WS-CUR-SUB)
           END-IF.
        H230-END. EXIT.

      *    A DEPOSIT ALREADY MATURED BUT NOT YET PAID, OR WITH A
      *    BREAK REQUESTED, IS MONEY DUE OUT ON THE NEXT RUN.
        H240-PICK-BUCKET.
           IF (TDP-ST-BREAK-REQ)
              MOVE 1 TO WS-BKT-MATCH
           ELSE
              MOVE 5 TO WS-BKT-MATCH
              MOVE 4 TO WS-BKT-SUB
              PERFORM UNTIL WS-BKT-SUB = 0
                 IF (TDP-MATURITY-DATE <= WS-BKT-LIMIT(WS-BKT-SUB))
                    MOVE WS-BKT-SUB TO WS-BKT-MATCH
                 END-IF
                 SUBTRACT 1 FROM WS-BKT-SUB
              END-PERFORM
           END-IF.
        H240-END. EXIT.

      *    THE SAME ARITHMETIC AS PBEGTDG, SO THE LADDER SHOWS WHAT
      *    WILL ACTUALLY BE PAID.
        H250-COMPUTE-INTEREST.
           MOVE TDP-RATE TO WS-EFF-RATE.
           MOVE TDP-MATURITY-DATE TO WS-CAL-DATE-2.
           IF (TDP-ST-BREAK-REQ)
              AND (TDP-MATURITY-DATE > WS-BUSINESS-DATE)
              IF (TDP-RATE > TDP-PENALTY-RATE)
                 COMPUTE WS-EFF-RATE = TDP-RATE - TDP-PENALTY-RATE
              ELSE
                 MOVE 0 TO WS-EFF-RATE
              END-IF
              MOVE WS-BUSINESS-DATE TO WS-CAL-DATE-2
           END-IF.
           MOVE 'E' TO WS-CAL-FUNC.
           MOVE TDP-START-DATE TO WS-CAL-DATE.
           CALL WS-PBEGCAL USING WS-CAL-AREA.
           IF (NOT WS-CAL-RC-OK)
              DISPLAY "PBEGCAL RC " WS-CAL-RC " " WS-CAL-DESC
                      " FOR DEPOSIT " TDP-NO
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           COMPUTE WS-INTEREST ROUNDED =
                   TDP-PRINCIPAL * WS-EFF-RATE * WS-CAL-DAYS / 36500.
        H250-END. EXIT.

      *    WS-BKT-LIMIT(WS-BKT-SUB) = BUSINESS DATE PLUS
      *    WS-BKT-MONTHS, CLAMPED TO THE END OF A SHORTER MONTH.
        H270-ADD-MONTHS.
           MOVE WS-BUSINESS-DATE TO WS-ADV-DATE-NUM.
           COMPUTE WS-MONTH-TOTAL = WS-ADV-MM - 1 + WS-BKT-MONTHS.
           DIVIDE WS-MONTH-TOTAL BY 12
              GIVING WS-ADD-YEARS REMAINDER WS-ADD-MONTHS.
           ADD WS-ADD-YEARS TO WS-ADV-YYYY.
           COMPUTE WS-ADV-MM = WS-ADD-MONTHS + 1.
           PERFORM H280-SET-MONTH-DAYS.
           IF (WS-ADV-DD > WS-MONTH-DAYS)
              MOVE WS-MONTH-DAYS TO WS-ADV-DD
           END-IF.
           MOVE WS-ADV-DATE-NUM TO WS-BKT-LIMIT(WS-BKT-SUB).
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

        H400-WRITE-LADDER.
           MOVE 1 TO WS-DVZ-SUB.
           PERFORM UNTIL WS-DVZ-SUB > 1000
              IF (WS-DVZ-USED-SW(WS-DVZ-SUB) = 'Y')
                 PERFORM H410-WRITE-DIVISION
              END-IF
              ADD 1 TO WS-DVZ-SUB
           END-PERFORM.
           MOVE SPACES TO RPT-REC.
           MOVE "ALL DIVISIONS BY CURRENCY" TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE 1 TO WS-CUR-SUB.
           PERFORM UNTIL WS-CUR-SUB > WS-CUR-COUNT
              MOVE WS-CU-COUNT(WS-CUR-SUB)      TO WS-WK-COUNT
              MOVE 1 TO WS-BKT-SUB
              PERFORM UNTIL WS-BKT-SUB > 6
                 MOVE WS-CU-PRIN(WS-CUR-SUB, WS-BKT-SUB)
                                   TO WS-WK-PRIN(WS-BKT-SUB)
                 MOVE WS-CU-INT(WS-CUR-SUB, WS-BKT-SUB)
                                   TO WS-WK-INT(WS-BKT-SUB)
                 ADD 1 TO WS-BKT-SUB
              END-PERFORM
              MOVE WS-CU-PEND-COUNT(WS-CUR-SUB) TO WS-WK-PEND-COUNT
              MOVE WS-CU-PEND-AMT(WS-CUR-SUB)   TO WS-WK-PEND-AMT
              MOVE WS-CU-OWED-COUNT(WS-CUR-SUB) TO WS-WK-OWED-COUNT
              MOVE WS-CU-OWED-AMT(WS-CUR-SUB)   TO WS-WK-OWED-AMT
              MOVE 'ALL' TO WS-LAD-DVZ
              MOVE WS-CU-CURR(WS-CUR-SUB) TO WS-LAD-CURR
              PERFORM H430-WRITE-LADDER-LINES
              ADD 1 TO WS-CUR-SUB
           END-PERFORM.
        H400-END. EXIT.

        H410-WRITE-DIVISION.
           COMPUTE DVZ-CODE = WS-DVZ-SUB - 1.
           READ DVZ-FILE
              INVALID KEY
                 IF (DVZ-NOT-FOUND)
                    MOVE '** NOT IN DVZTAB **' TO DVZ-DESC
                 ELSE
                    DISPLAY "DVZ-FILE READ ERROR" DVZ-ST
                    MOVE DVZ-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
           END-READ.
           COMPUTE WS-THIS-DVZ = WS-DVZ-SUB - 1.
           MOVE WS-THIS-DVZ TO WS-RPT-DVZ-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "DVZ " WS-RPT-DVZ-OUT " " DVZ-DESC
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE 1 TO WS-PAIR-SUB.
           PERFORM UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
              IF (WS-PR-DVZ(WS-PAIR-SUB) = WS-THIS-DVZ)
                 PERFORM H420-LOAD-PAIR
                 MOVE WS-RPT-DVZ-OUT TO WS-LAD-DVZ
                 MOVE WS-PR-CURR(WS-PAIR-SUB) TO WS-LAD-CURR
                 PERFORM H430-WRITE-LADDER-LINES
              END-IF
              ADD 1 TO WS-PAIR-SUB
           END-PERFORM.
        H410-END. EXIT.

        H420-LOAD-PAIR.
           MOVE WS-PR-COUNT(WS-PAIR-SUB) TO WS-WK-COUNT.
           MOVE 1 TO WS-BKT-SUB.
           PERFORM UNTIL WS-BKT-SUB > 6
              MOVE WS-PR-PRIN(WS-PAIR-SUB, WS-BKT-SUB)
                                TO WS-WK-PRIN(WS-BKT-SUB)
              MOVE WS-PR-INT(WS-PAIR-SUB, WS-BKT-SUB)
                                TO WS-WK-INT(WS-BKT-SUB)
              ADD 1 TO WS-BKT-SUB
           END-PERFORM.
           MOVE WS-PR-PEND-COUNT(WS-PAIR-SUB) TO WS-WK-PEND-COUNT.
           MOVE WS-PR-PEND-AMT(WS-PAIR-SUB)   TO WS-WK-PEND-AMT.
           MOVE WS-PR-OWED-COUNT(WS-PAIR-SUB) TO WS-WK-OWED-COUNT.
           MOVE WS-PR-OWED-AMT(WS-PAIR-SUB)   TO WS-WK-OWED-AMT.
        H420-END. EXIT.

      *    WS-LAD-DVZ AND WS-LAD-CURR ARE SET BY THE CALLER AND
      *    CARRIED ONTO BOTH LINES OF THE LADDER.
        H430-WRITE-LADDER-LINES.
           IF (WS-WK-COUNT > 0)
              MOVE "PRINCIPAL"  TO WS-LAD-ITEM
              MOVE WS-WK-COUNT  TO WS-LAD-COUNT
              MOVE 1 TO WS-BKT-SUB
              PERFORM UNTIL WS-BKT-SUB > 6
                 MOVE WS-WK-PRIN(WS-BKT-SUB)
                                TO WS-LAD-AMT(WS-BKT-SUB)
                 ADD 1 TO WS-BKT-SUB
              END-PERFORM
              MOVE WS-LAD-LINE TO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
              MOVE "INTEREST"   TO WS-LAD-ITEM
              MOVE 0            TO WS-LAD-COUNT
              MOVE 1 TO WS-BKT-SUB
              PERFORM UNTIL WS-BKT-SUB > 6
                 MOVE WS-WK-INT(WS-BKT-SUB)
                                TO WS-LAD-AMT(WS-BKT-SUB)
                 ADD 1 TO WS-BKT-SUB
              END-PERFORM
              MOVE WS-LAD-LINE TO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
           END-IF.
           IF (WS-WK-PEND-COUNT > 0) OR (WS-WK-OWED-COUNT > 0)
              MOVE WS-WK-PEND-COUNT TO WS-RPT-CNT-OUT
              MOVE WS-WK-PEND-AMT   TO WS-RPT-AMT-OUT
              MOVE WS-WK-OWED-COUNT TO WS-RPT-OWE-CNT-OUT
              MOVE WS-WK-OWED-AMT   TO WS-RPT-OWE-OUT
              MOVE SPACES TO RPT-REC
              STRING WS-LAD-DVZ " " WS-LAD-CURR
                     " AWAITING PLACEMENT " WS-RPT-CNT-OUT
                     " " WS-RPT-AMT-OUT
                     "   PAYMENTS OWED " WS-RPT-OWE-CNT-OUT
                     " " WS-RPT-OWE-OUT
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
           END-IF.
           MOVE SPACES TO WS-LAD-LINE.
        H430-END. EXIT.

        H500-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-DEPOSIT-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "DEPOSITS ON FILE        : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-LIVE-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "LIVE DEPOSITS LADDERED  : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           DISPLAY "DEPOSITS ON FILE       : " WS-DEPOSIT-COUNT.
           DISPLAY "LIVE DEPOSITS LADDERED : " WS-LIVE-COUNT.
        H500-END. EXIT.

        H510-WRITE-RPT-LINE.
           WRITE RPT-REC.
           IF (NOT RPT-OK)
              DISPLAY "RPT-FILE WRITE ERROR" RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
        H510-END. EXIT.

         H999-PROGRAM-EXIT.
             CLOSE TDP-FILE.
             CLOSE DVZ-FILE.
             CLOSE RPT-FILE.
             STOP RUN.
         H999-END. EXIT.
      *
