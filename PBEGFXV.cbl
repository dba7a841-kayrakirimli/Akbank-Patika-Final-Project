       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEGFXV.
       AUTHOR.        Kayra KIRIMLI.
      *----------------------------------------------------------
      *    MONTH-END FOREIGN-CURRENCY REVALUATION.
      *
      *    RUN AFTER THE DAILY CYCLE OF THE LAST BUSINESS DAY OF
      *    THE MONTH (THE BUSINESS DATE ON BDTFILE, CHECKED AGAINST
      *    THE PBEGCAL CALENDAR). READS THE WHOLE IDX-FILE AND ROLLS
      *    EVERY NON-LIRA BALANCE UP BY DIVISION AND CURRENCY, THEN
      *    CONVERTS EACH PAIR AT THE FXRTAB RATE IN FORCE ON THE
      *    MONTH-END DATE. THE UNREALIZED REVALUATION FOR THE MONTH
      *    IS THE BALANCE NOW HELD TIMES THE MOVE IN THE RATE SINCE
      *    THE PAIR'S PREVIOUS REVALUATION ON REVHST - THE MONTH'S
      *    OWN POSTINGS ARE TAKEN AS BOOKED AT THAT PREVIOUS RATE.
      *    A PAIR WITH NO PREVIOUS REVALUATION ONLY ESTABLISHES ITS
      *    BASELINE. EACH NONZERO FIGURE GOES TO THE GL BATCH
      *    INTERFACE FILE AS A DIVISION-SIDE 'R' ENTRY PLUS ITS
      *    OFFSET UNDER DIVISION 000, IN THE SAME HEADER/DETAIL/
      *    TRAILER LAYOUT AND HASH CONTROLS AS THE DAILY PBEGGLX
      *    EXTRACT, AND THE MONTH IS WRITTEN TO REVHST FOR NEXT
      *    MONTH TO COMPARE WITH.
      *
      *    EACH DIVISION'S ACCOUNT COUNT AND FACE TOTAL ARE ROLLED
      *    UP EXACTLY AS PBEGTRB DOES, SO FINANCE CAN TICK EVERY
      *    DIVISION LINE TO THE TRIAL BALANCE TAKEN OVER THE SAME
      *    MASTER IN THE TRIALBAL STEP. THAT FOOT IS A MANUAL TICK -
      *    THE PROGRAM DOES NOT READ TRBRPT. A CURRENCY WITH NO
      *    USABLE RATE OR AN EXTRACT THAT DOES NOT PROVE ENDS WITH
      *    RETURN CODE 8 AND NOTHING IS WRITTEN TO REVHST, SO THE
      *    MONTH CAN BE RERUN ONCE IT IS PUT RIGHT. A MONTH ALREADY
      *    ON REVHST IS REFUSED WITH RETURN CODE 12.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS IDX-KEY
                             STATUS IDX-ST.
           SELECT FXR-FILE   ASSIGN TO FXRTAB
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS FXR-KEY
                             STATUS FXR-ST.
           SELECT DVZ-FILE   ASSIGN TO DVZTAB
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS DVZ-CODE
                             STATUS DVZ-ST.
           SELECT REV-FILE   ASSIGN TO REVHST
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS REV-KEY
                             STATUS REV-ST.
           SELECT BDT-FILE   ASSIGN TO BDTFILE
                             STATUS BDT-ST.
           SELECT GLX-FILE   ASSIGN TO GLFILE
                             STATUS GLX-ST.
           SELECT RPT-FILE   ASSIGN TO REVRPT
                             STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
       COPY IDXREC.
      *
       FD  FXR-FILE.
       COPY FXRREC.
      *
       FD  DVZ-FILE.
       COPY DVZREC.
      *
       FD  REV-FILE.
       COPY REVREC.
      *
       FD  BDT-FILE RECORDING MODE F.
       01  BDT-REC.
           05 BDT-LAST-DATE      PIC 9(8).
      *
       FD  GLX-FILE RECORDING MODE F.
       01  GLX-REC               PIC X(40).
      *
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC               PIC X(120).

      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 WS-PBEGCAL         PIC X(7) VALUE 'PBEGCAL'.
           05 IDX-ST             PIC 9(2).
              88 IDX-OK                   VALUE 00 97.
              88 IDX-EOF                  VALUE 10.
           05 FXR-ST             PIC 9(2).
              88 FXR-OK                   VALUE 00 97.
           05 DVZ-ST             PIC 9(2).
              88 DVZ-OK                   VALUE 00 97.
              88 DVZ-NOT-FOUND            VALUE 23.
           05 REV-ST             PIC 9(2).
              88 REV-OK                   VALUE 00 97.
           05 BDT-ST             PIC 9(2).
              88 BDT-OK                   VALUE 00 97.
           05 GLX-ST             PIC 9(2).
              88 GLX-OK                   VALUE 00 97.
           05 RPT-ST             PIC 9(2).
              88 RPT-OK                   VALUE 00 97.
           05 WS-BUSINESS-DATE   PIC 9(8).
           05 WS-BUS-DATE-X REDEFINES WS-BUSINESS-DATE.
              07 WS-BUS-PERIOD   PIC 9(6).
              07 FILLER          PIC 9(2).
           05 WS-NEXT-BUS-DATE   PIC 9(8).
           05 WS-NEXT-DATE-X REDEFINES WS-NEXT-BUS-DATE.
              07 WS-NEXT-PERIOD  PIC 9(6).
              07 FILLER          PIC 9(2).
           05 WS-RUN-DATE        PIC 9(8).
           05 WS-DVZ-SUB         PIC 9(4) COMP.
           05 WS-PAIR-SUB        PIC 9(4) COMP.
           05 WS-PAIR-COUNT      PIC 9(4) COMP VALUE 0.
           05 WS-THIS-DVZ        PIC 9(3).
           05 WS-RATE-DONE-SW    PIC X(1).
              88 WS-RATE-DONE             VALUE 'Y'.
           05 WS-PRIOR-DONE-SW   PIC X(1).
              88 WS-PRIOR-DONE            VALUE 'Y'.
           05 WS-PAIR-FOUND-SW   PIC X(1).
              88 WS-PAIR-FOUND            VALUE 'Y'.
           05 WS-REVAL-HELD-SW   PIC X(1) VALUE 'N'.
              88 WS-REVAL-HELD            VALUE 'Y'.
           05 WS-GRAND-COUNT     PIC 9(8) VALUE 0.
           05 WS-GRAND-TOTAL     PIC S9(15) COMP-3 VALUE 0.
           05 WS-GRAND-LIRA-VAL  PIC S9(15) COMP-3 VALUE 0.
           05 WS-NO-RATE-CNT     PIC 9(4) COMP VALUE 0.
           05 WS-DVZ-LIRA-VAL    PIC S9(15) COMP-3.
           05 WS-DVZ-REVAL       PIC S9(15) COMP-3.
      *    TWO INDEPENDENTLY BUILT FIGURES THAT MUST COME OUT
      *    EQUAL, AS ON THE DAILY EXTRACT: THE NET OF THE
      *    REVALUATION WORKED OUT PER PAIR, AND THE NET OF THE
      *    DIVISION-SIDE ENTRIES ACTUALLY WRITTEN (CR POSITIVE,
      *    DR NEGATIVE).
           05 WS-REVAL-NET       PIC S9(15) COMP-3 VALUE 0.
           05 WS-DIVISION-NET    PIC S9(15) COMP-3 VALUE 0.
           05 WS-DETAIL-COUNT    PIC 9(8) VALUE 0.
           05 WS-HIST-COUNT      PIC 9(8) VALUE 0.
           05 WS-DR-TOTAL        PIC S9(15) COMP-3 VALUE 0.
           05 WS-CR-TOTAL        PIC S9(15) COMP-3 VALUE 0.
           05 WS-HASH-TOTAL      PIC S9(15) COMP-3 VALUE 0.
           05 WS-NET-AMT         PIC S9(15) COMP-3.
           05 WS-ABS-AMT         PIC S9(15) COMP-3.
           05 WS-RPT-DVZ-OUT     PIC ZZ9.
           05 WS-RPT-CNT-OUT     PIC ZZZ,ZZZ,ZZ9.
           05 WS-RPT-TOT-OUT     PIC -(14)9.
           05 WS-RPT-AMT-OUT     PIC -(14)9.
           05 WS-RPT-DIF-OUT     PIC -(14)9.
           05 WS-RPT-RATE-OUT    PIC Z(6)9.9(6).
       COPY CALSUB.
      *    GL INTERFACE RECORD LAYOUTS - THE FIXED 40-BYTE LAYOUT OF
      *    THE DAILY PBEGGLX EXTRACT. THE HEADER NAMES THIS RUN AS
      *    ITS SOURCE SO THE GL SIDE NEVER TAKES IT FOR A SECOND
      *    DAILY FILE, AND THE CURRENCY THE REVALUATION AROSE ON
      *    RIDES IN WHAT IS FILLER ON THE DAILY FILE - THE AMOUNT
      *    ITSELF IS ALWAYS LIRA.
       01  WS-GLX-HEADER.
           05 FILLER             PIC X(1)  VALUE 'H'.
           05 WS-HDR-BUS-DATE    PIC 9(8).
           05 WS-HDR-SOURCE      PIC X(8)  VALUE 'PBEGFXV '.
           05 FILLER             PIC X(23) VALUE SPACES.
       01  WS-GLX-DETAIL.
           05 FILLER             PIC X(1)  VALUE 'D'.
           05 WS-DTL-DVZ         PIC 9(3).
           05 WS-DTL-FUNC        PIC X(1)  VALUE 'R'.
           05 WS-DTL-SIDE        PIC X(2).
           05 WS-DTL-AMOUNT      PIC 9(15).
           05 WS-DTL-CURR        PIC X(3).
           05 FILLER             PIC X(15) VALUE SPACES.
       01  WS-GLX-TRAILER.
           05 FILLER             PIC X(1)  VALUE 'T'.
           05 WS-TRL-COUNT       PIC 9(8).
           05 WS-TRL-HASH        PIC 9(15).
           05 FILLER             PIC X(16) VALUE SPACES.
      *    ACCOUNT COUNT AND FACE TOTAL PER DIVISION, ROLLED UP AS
      *    PBEGTRB DOES (SUBSCRIPT = CODE + 1), WITH THE LIRA
      *    ACCOUNTS' SHARE KEPT APART.
       01  WS-DVZ-TABLE-AREA.
           05 WS-DVZ-ENTRY OCCURS 1000 TIMES.
              07 WS-DVZ-COUNT       PIC 9(8)   COMP.
              07 WS-DVZ-TOTAL       PIC S9(15) COMP-3.
              07 WS-DVZ-LIRA-COUNT  PIC 9(8)   COMP.
              07 WS-DVZ-LIRA-TOTAL  PIC S9(15) COMP-3.
      *    ONE ENTRY PER DIVISION AND FOREIGN CURRENCY MET ON THE
      *    MASTER, IN THE ORDER FIRST MET.
       01  WS-PAIR-TABLE-AREA.
           05 WS-PAIR-ENTRY OCCURS 2000 TIMES.
              07 WS-PR-DVZ          PIC 9(3).
              07 WS-PR-CURR         PIC X(3).
              07 WS-PR-COUNT        PIC 9(8)   COMP.
              07 WS-PR-FACE         PIC S9(15) COMP-3.
              07 WS-PR-RATE         PIC 9(7)V9(6) COMP-3.
              07 WS-PR-RATE-SW      PIC X(1).
                 88 WS-PR-RATE-FOUND         VALUE 'Y'.
              07 WS-PR-LIRA         PIC S9(15) COMP-3.
              07 WS-PR-PRIOR-RATE   PIC 9(7)V9(6) COMP-3.
              07 WS-PR-PRIOR-PERIOD PIC 9(6).
              07 WS-PR-REVAL        PIC S9(15) COMP-3.

      *------------------
       PROCEDURE DIVISION.
      *------------------
        00000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-INIT.
           PERFORM H200-SCAN-MASTER UNTIL IDX-EOF.
           PERFORM H300-PRICE-PAIRS.
           PERFORM H400-WRITE-EXTRACT.
           PERFORM H500-WRITE-TOTALS.
           PERFORM H600-WRITE-HISTORY.
           PERFORM H999-PROGRAM-EXIT.
         00000-END. EXIT.

        H100-OPEN-FILES.
           OPEN INPUT IDX-FILE.
           IF (NOT IDX-OK)
              DISPLAY "IDX-FILE OPEN ERROR" IDX-ST
              MOVE IDX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT FXR-FILE.
           IF (NOT FXR-OK)
              DISPLAY "FXR-FILE OPEN ERROR" FXR-ST
              MOVE FXR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT DVZ-FILE.
           IF (NOT DVZ-OK)
              DISPLAY "DVZ-FILE OPEN ERROR" DVZ-ST
              MOVE DVZ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O REV-FILE.
           IF (NOT REV-OK)
              DISPLAY "REV-FILE OPEN ERROR" REV-ST
              MOVE REV-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT GLX-FILE.
           IF (NOT GLX-OK)
              DISPLAY "GLX-FILE OPEN ERROR" GLX-ST
              MOVE GLX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (NOT RPT-OK)
              DISPLAY "RPT-FILE OPEN ERROR" RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
        H100-END. EXIT.

        H150-INIT.
           PERFORM H160-READ-BUS-DATE.
           PERFORM H170-CHECK-MONTH-END.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 1 TO WS-DVZ-SUB.
           PERFORM UNTIL WS-DVZ-SUB > 1000
              MOVE 0 TO WS-DVZ-COUNT(WS-DVZ-SUB)
              MOVE 0 TO WS-DVZ-TOTAL(WS-DVZ-SUB)
              MOVE 0 TO WS-DVZ-LIRA-COUNT(WS-DVZ-SUB)
              MOVE 0 TO WS-DVZ-LIRA-TOTAL(WS-DVZ-SUB)
              ADD 1 TO WS-DVZ-SUB
           END-PERFORM.
           MOVE SPACES TO RPT-REC.
           STRING "MONTH-END FOREIGN-CURRENCY REVALUATION AS OF "
                  WS-BUSINESS-DATE
                  " - AMOUNTS IN SMALLEST UNITS, VALUES IN LIRA"
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
        H150-END. EXIT.

        H160-READ-BUS-DATE.
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
        H160-END. EXIT.

      *    THE BALANCES ON THE MASTER ARE ONLY THE MONTH-END
      *    BALANCES WHILE THE LAST POSTED DATE IS THE MONTH'S LAST
      *    BUSINESS DAY - ANY OTHER DAY WOULD REVALUE THE WRONG BOOK.
        H170-CHECK-MONTH-END.
           INITIALIZE WS-CAL-AREA.
           SET WS-CAL-FUNC-NEXT TO TRUE.
           MOVE WS-BUSINESS-DATE TO WS-CAL-DATE.
           CALL WS-PBEGCAL USING WS-CAL-AREA.
           IF (NOT WS-CAL-RC-OK)
              DISPLAY "PBEGCAL RC " WS-CAL-RC " " WS-CAL-DESC
                      " FOR DATE " WS-CAL-DATE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-CAL-RESULT-DATE TO WS-NEXT-BUS-DATE.
           IF (WS-NEXT-PERIOD = WS-BUS-PERIOD)
              DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
                      " IS NOT THE LAST BUSINESS DAY OF THE MONTH"
                      " (NEXT IS " WS-NEXT-BUS-DATE
                      ") - NOTHING REVALUED"
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
        H170-END. EXIT.

        H200-SCAN-MASTER.
           READ IDX-FILE NEXT RECORD
              AT END
                 SET IDX-EOF TO TRUE
           END-READ.
           IF (NOT IDX-EOF)
              IF (NOT IDX-OK)
                 DISPLAY "IDX-FILE READ ERROR" IDX-ST
                 MOVE IDX-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM H210-BUMP-DIVISION
           END-IF.
        H200-END. EXIT.

      *    EVERY RECORD COUNTS TOWARDS THE DIVISION FIGURES, AS ON
      *    THE TRIAL BALANCE; ONLY A FOREIGN-CURRENCY ONE GOES ON
      *    TO A PAIR.
        H210-BUMP-DIVISION.
           COMPUTE WS-DVZ-SUB = IDX-DVZ + 1.
           ADD 1 TO WS-DVZ-COUNT(WS-DVZ-SUB).
           ADD IDX-BALANCE TO WS-DVZ-TOTAL(WS-DVZ-SUB).
           ADD 1 TO WS-GRAND-COUNT.
           ADD IDX-BALANCE TO WS-GRAND-TOTAL.
           IF (IDX-CURR-LIRA)
              ADD 1 TO WS-DVZ-LIRA-COUNT(WS-DVZ-SUB)
              ADD IDX-BALANCE TO WS-DVZ-LIRA-TOTAL(WS-DVZ-SUB)
           ELSE
              PERFORM H220-FIND-PAIR
              ADD 1 TO WS-PR-COUNT(WS-PAIR-SUB)
              ADD IDX-BALANCE TO WS-PR-FACE(WS-PAIR-SUB)
           END-IF.
        H210-END. EXIT.

        H220-FIND-PAIR.
           MOVE IDX-DVZ TO WS-THIS-DVZ.
           MOVE 'N' TO WS-PAIR-FOUND-SW.
           MOVE 1 TO WS-PAIR-SUB.
           PERFORM UNTIL WS-PAIR-FOUND
                      OR WS-PAIR-SUB > WS-PAIR-COUNT
              IF (WS-PR-DVZ(WS-PAIR-SUB) = WS-THIS-DVZ)
                 AND (WS-PR-CURR(WS-PAIR-SUB) = IDX-CURR)
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
              MOVE WS-THIS-DVZ TO WS-PR-DVZ(WS-PAIR-SUB)
              MOVE IDX-CURR    TO WS-PR-CURR(WS-PAIR-SUB)
              MOVE 0   TO WS-PR-COUNT(WS-PAIR-SUB)
              MOVE 0   TO WS-PR-FACE(WS-PAIR-SUB)
              MOVE 0   TO WS-PR-RATE(WS-PAIR-SUB)
              MOVE 'N' TO WS-PR-RATE-SW(WS-PAIR-SUB)
              MOVE 0   TO WS-PR-LIRA(WS-PAIR-SUB)
              MOVE 0   TO WS-PR-PRIOR-RATE(WS-PAIR-SUB)
              MOVE 0   TO WS-PR-PRIOR-PERIOD(WS-PAIR-SUB)
              MOVE 0   TO WS-PR-REVAL(WS-PAIR-SUB)
           END-IF.
        H220-END. EXIT.

      *    EVERY PAIR IS PRICED AND CHECKED AGAINST REVHST BEFORE A
      *    SINGLE GL RECORD IS WRITTEN, SO A MONTH ALREADY REVALUED
      *    IS REFUSED WITH NOTHING PRODUCED.
        H300-PRICE-PAIRS.
           MOVE 1 TO WS-PAIR-SUB.
           PERFORM UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
              PERFORM H310-PRICE-ONE-PAIR
              ADD 1 TO WS-PAIR-SUB
           END-PERFORM.
        H300-END. EXIT.

        H310-PRICE-ONE-PAIR.
           PERFORM H320-FIND-RATE.
           PERFORM H340-FIND-PRIOR.
           IF (WS-PR-RATE-FOUND(WS-PAIR-SUB))
              COMPUTE WS-PR-LIRA(WS-PAIR-SUB) ROUNDED =
                      WS-PR-FACE(WS-PAIR-SUB)
                    * WS-PR-RATE(WS-PAIR-SUB)
              IF (WS-PR-PRIOR-RATE(WS-PAIR-SUB) > 0)
                 COMPUTE WS-PR-REVAL(WS-PAIR-SUB) ROUNDED =
                         WS-PR-FACE(WS-PAIR-SUB)
                       * (WS-PR-RATE(WS-PAIR-SUB)
                        - WS-PR-PRIOR-RATE(WS-PAIR-SUB))
              END-IF
              ADD WS-PR-REVAL(WS-PAIR-SUB) TO WS-REVAL-NET
           ELSE
              ADD 1 TO WS-NO-RATE-CNT
           END-IF.
        H310-END. EXIT.

      *    THE RATE IN FORCE IS THE LATEST FXRTAB RECORD FOR THE
      *    CURRENCY DATED ON OR BEFORE THE MONTH-END DATE, FOUND BY
      *    THE SAME FORWARD BROWSE PBEGIDX USES. A ZERO RATE ON THE
      *    TABLE IS A KEYING ACCIDENT AND NEVER USABLE.
        H320-FIND-RATE.
           MOVE 'N' TO WS-RATE-DONE-SW.
           MOVE WS-PR-CURR(WS-PAIR-SUB) TO FXR-CURR.
           MOVE 0                       TO FXR-EFF-DATE.
           START FXR-FILE KEY IS >= FXR-KEY
              INVALID KEY
                 SET WS-RATE-DONE TO TRUE
           END-START.
           PERFORM H330-RATE-BROWSE UNTIL WS-RATE-DONE.
        H320-END. EXIT.

        H330-RATE-BROWSE.
           READ FXR-FILE NEXT RECORD
              AT END
                 SET WS-RATE-DONE TO TRUE
           END-READ.
           IF (NOT WS-RATE-DONE)
              IF (NOT FXR-OK)
                 DISPLAY "FXR-FILE READ ERROR" FXR-ST
                 MOVE FXR-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF (FXR-CURR NOT = WS-PR-CURR(WS-PAIR-SUB))
                 OR (FXR-EFF-DATE > WS-BUSINESS-DATE)
                 SET WS-RATE-DONE TO TRUE
              ELSE
                 IF (FXR-RATE > 0)
                    MOVE FXR-RATE TO WS-PR-RATE(WS-PAIR-SUB)
                    SET WS-PR-RATE-FOUND(WS-PAIR-SUB) TO TRUE
                 END-IF
              END-IF
           END-IF.
        H330-END. EXIT.

      *    THE PRIOR REVALUATION IS THE PAIR'S LATEST REVHST RECORD
      *    BEFORE THIS MONTH. ONE FOR THIS MONTH OR LATER MEANS THE
      *    MONTH HAS ALREADY GONE TO THE LEDGER, OR A LATER ONE HAS
      *    AND THIS ONE WOULD UNDO IT - EITHER WAY THE RUN STOPS.
        H340-FIND-PRIOR.
           MOVE 'N' TO WS-PRIOR-DONE-SW.
           MOVE WS-PR-DVZ(WS-PAIR-SUB)  TO REV-DVZ.
           MOVE WS-PR-CURR(WS-PAIR-SUB) TO REV-CURR.
           MOVE 0                       TO REV-PERIOD.
           START REV-FILE KEY IS >= REV-KEY
              INVALID KEY
                 SET WS-PRIOR-DONE TO TRUE
           END-START.
           PERFORM H350-PRIOR-BROWSE UNTIL WS-PRIOR-DONE.
        H340-END. EXIT.

        H350-PRIOR-BROWSE.
           READ REV-FILE NEXT RECORD
              AT END
                 SET WS-PRIOR-DONE TO TRUE
           END-READ.
           IF (NOT WS-PRIOR-DONE)
              IF (NOT REV-OK)
                 DISPLAY "REV-FILE READ ERROR" REV-ST
                 MOVE REV-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF (REV-DVZ  NOT = WS-PR-DVZ(WS-PAIR-SUB))
                 OR (REV-CURR NOT = WS-PR-CURR(WS-PAIR-SUB))
                 SET WS-PRIOR-DONE TO TRUE
              ELSE
                 IF (REV-PERIOD >= WS-BUS-PERIOD)
                    DISPLAY "REVHST ALREADY HOLDS PERIOD "
                            REV-PERIOD " FOR DVZ " REV-DVZ
                            " CURRENCY " REV-CURR
                            " - MONTH " WS-BUS-PERIOD
                            " NOT REVALUED AGAIN"
                    MOVE 12 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 MOVE REV-RATE   TO WS-PR-PRIOR-RATE(WS-PAIR-SUB)
                 MOVE REV-PERIOD TO WS-PR-PRIOR-PERIOD(WS-PAIR-SUB)
              END-IF
           END-IF.
        H350-END. EXIT.

        H400-WRITE-EXTRACT.
           MOVE WS-BUSINESS-DATE TO WS-HDR-BUS-DATE.
           WRITE GLX-REC FROM WS-GLX-HEADER.
           PERFORM H460-CHECK-GLX-WRITE.
           MOVE 1 TO WS-DVZ-SUB.
           PERFORM UNTIL WS-DVZ-SUB > 1000
              IF (WS-DVZ-COUNT(WS-DVZ-SUB) > 0)
                 PERFORM H410-REVALUE-DIVISION
              END-IF
              ADD 1 TO WS-DVZ-SUB
           END-PERFORM.
           MOVE WS-DETAIL-COUNT TO WS-TRL-COUNT.
           MOVE WS-HASH-TOTAL   TO WS-TRL-HASH.
           WRITE GLX-REC FROM WS-GLX-TRAILER.
           PERFORM H460-CHECK-GLX-WRITE.
        H400-END. EXIT.

      *    THE DIVISION LINE CARRIES THE SAME COUNT AND FACE TOTAL
      *    AS ITS PBEGTRB LINE, FOR FINANCE TO TICK BY HAND; THE
      *    LIRA LINE AND THE CURRENCY LINES UNDER IT BREAK THAT
      *    TOTAL DOWN.
        H410-REVALUE-DIVISION.
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
           COMPUTE WS-RPT-DVZ-OUT = WS-DVZ-SUB - 1.
           MOVE WS-DVZ-COUNT(WS-DVZ-SUB) TO WS-RPT-CNT-OUT.
           MOVE WS-DVZ-TOTAL(WS-DVZ-SUB) TO WS-RPT-TOT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "DVZ " WS-RPT-DVZ-OUT
                  " " DVZ-DESC
                  " ACCTS " WS-RPT-CNT-OUT
                  " TOTAL " WS-RPT-TOT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-DVZ-LIRA-TOTAL(WS-DVZ-SUB) TO WS-DVZ-LIRA-VAL.
           MOVE 0 TO WS-DVZ-REVAL.
           IF (WS-DVZ-LIRA-COUNT(WS-DVZ-SUB) > 0)
              MOVE WS-DVZ-LIRA-COUNT(WS-DVZ-SUB) TO WS-RPT-CNT-OUT
              MOVE WS-DVZ-LIRA-TOTAL(WS-DVZ-SUB) TO WS-RPT-AMT-OUT
              MOVE SPACES TO RPT-REC
              STRING "    TRY ACCTS " WS-RPT-CNT-OUT
                     " FACE " WS-RPT-AMT-OUT
                     " - NOT REVALUED"
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
           END-IF.
           COMPUTE WS-THIS-DVZ = WS-DVZ-SUB - 1.
           MOVE 1 TO WS-PAIR-SUB.
           PERFORM UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
              IF (WS-PR-DVZ(WS-PAIR-SUB) = WS-THIS-DVZ)
                 PERFORM H420-REVALUE-PAIR
              END-IF
              ADD 1 TO WS-PAIR-SUB
           END-PERFORM.
           ADD WS-DVZ-LIRA-VAL TO WS-GRAND-LIRA-VAL.
           MOVE WS-DVZ-LIRA-VAL TO WS-RPT-AMT-OUT.
           MOVE WS-DVZ-REVAL    TO WS-RPT-DIF-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "    DIVISION LIRA VALUE " WS-RPT-AMT-OUT
                  " REVALUATION " WS-RPT-DIF-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
        H410-END. EXIT.

        H420-REVALUE-PAIR.
           MOVE WS-PR-COUNT(WS-PAIR-SUB) TO WS-RPT-CNT-OUT.
           MOVE WS-PR-FACE(WS-PAIR-SUB)  TO WS-RPT-TOT-OUT.
           MOVE SPACES TO RPT-REC.
           IF (NOT WS-PR-RATE-FOUND(WS-PAIR-SUB))
              STRING "    " WS-PR-CURR(WS-PAIR-SUB)
                     " ACCTS " WS-RPT-CNT-OUT
                     " FACE " WS-RPT-TOT-OUT
                     " ** NO FXRTAB RATE ON OR BEFORE "
                     WS-BUSINESS-DATE " - NOT REVALUED **"
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
           ELSE
              ADD WS-PR-LIRA(WS-PAIR-SUB)  TO WS-DVZ-LIRA-VAL
              ADD WS-PR-REVAL(WS-PAIR-SUB) TO WS-DVZ-REVAL
              MOVE WS-PR-RATE(WS-PAIR-SUB)  TO WS-RPT-RATE-OUT
              MOVE WS-PR-LIRA(WS-PAIR-SUB)  TO WS-RPT-AMT-OUT
              MOVE WS-PR-REVAL(WS-PAIR-SUB) TO WS-RPT-DIF-OUT
              STRING "    " WS-PR-CURR(WS-PAIR-SUB)
                     " ACCTS " WS-RPT-CNT-OUT
                     " FACE " WS-RPT-TOT-OUT
                     " RATE " WS-RPT-RATE-OUT
                     " LIRA " WS-RPT-AMT-OUT
                     " REVAL " WS-RPT-DIF-OUT
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
              MOVE SPACES TO RPT-REC
              IF (WS-PR-PRIOR-RATE(WS-PAIR-SUB) > 0)
                 MOVE WS-PR-PRIOR-RATE(WS-PAIR-SUB)
                                  TO WS-RPT-RATE-OUT
                 STRING "        PRIOR RATE " WS-RPT-RATE-OUT
                        " (PERIOD "
                        WS-PR-PRIOR-PERIOD(WS-PAIR-SUB) ")"
                        DELIMITED BY SIZE INTO RPT-REC
              ELSE
                 MOVE "        FIRST REVALUATION - BASELINE ONLY"
                                  TO RPT-REC
              END-IF
              PERFORM H510-WRITE-RPT-LINE
              IF (WS-PR-REVAL(WS-PAIR-SUB) NOT = 0)
                 PERFORM H430-WRITE-PAIR
              END-IF
           END-IF.
        H420-END. EXIT.

      *    A POSITIVE REVALUATION (THE BALANCES ARE WORTH MORE LIRA)
      *    CREDITS THE DIVISION AND DEBITS THE OFFSET UNDER DIVISION
      *    000, WHICH THE GL SIDE MAPS TO UNREALIZED FX GAIN/LOSS
      *    FOR AN 'R' ENTRY; A NEGATIVE ONE IS THE REVERSE.
        H430-WRITE-PAIR.
           MOVE WS-PR-REVAL(WS-PAIR-SUB) TO WS-NET-AMT.
           ADD WS-NET-AMT TO WS-DIVISION-NET.
           IF (WS-NET-AMT > 0)
              MOVE WS-NET-AMT TO WS-ABS-AMT
           ELSE
              COMPUTE WS-ABS-AMT = 0 - WS-NET-AMT
           END-IF.
           MOVE WS-PR-DVZ(WS-PAIR-SUB)  TO WS-DTL-DVZ.
           MOVE WS-PR-CURR(WS-PAIR-SUB) TO WS-DTL-CURR.
           MOVE WS-ABS-AMT TO WS-DTL-AMOUNT.
           IF (WS-NET-AMT > 0)
              MOVE 'CR' TO WS-DTL-SIDE
              ADD WS-ABS-AMT TO WS-CR-TOTAL
           ELSE
              MOVE 'DR' TO WS-DTL-SIDE
              ADD WS-ABS-AMT TO WS-DR-TOTAL
           END-IF.
           WRITE GLX-REC FROM WS-GLX-DETAIL.
           PERFORM H460-CHECK-GLX-WRITE.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-ABS-AMT TO WS-HASH-TOTAL.
      *    OFFSET - DIVISION 000, OPPOSITE SIDE.
           MOVE 0 TO WS-DTL-DVZ.
           IF (WS-NET-AMT > 0)
              MOVE 'DR' TO WS-DTL-SIDE
              ADD WS-ABS-AMT TO WS-DR-TOTAL
           ELSE
              MOVE 'CR' TO WS-DTL-SIDE
              ADD WS-ABS-AMT TO WS-CR-TOTAL
           END-IF.
           WRITE GLX-REC FROM WS-GLX-DETAIL.
           PERFORM H460-CHECK-GLX-WRITE.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-ABS-AMT TO WS-HASH-TOTAL.
        H430-END. EXIT.

        H460-CHECK-GLX-WRITE.
           IF (NOT GLX-OK)
              DISPLAY "GLX-FILE WRITE ERROR" GLX-ST
              MOVE GLX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
        H460-END. EXIT.

        H500-WRITE-TOTALS.
           MOVE WS-GRAND-COUNT TO WS-RPT-CNT-OUT.
           MOVE WS-GRAND-TOTAL TO WS-RPT-TOT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "GRAND TOTAL  ACCTS " WS-RPT-CNT-OUT
                  "  BALANCE " WS-RPT-TOT-OUT
                  "  (TICK AGAINST TRBRPT GRAND TOTAL)"
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-GRAND-LIRA-VAL TO WS-RPT-AMT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "LIRA VALUE OF THE BOOK      : " WS-RPT-AMT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-REVAL-NET TO WS-RPT-AMT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "NET REVALUATION FOR MONTH   : " WS-RPT-AMT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-DIVISION-NET TO WS-RPT-AMT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "NET EXTRACTED TO GL         : " WS-RPT-AMT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-DETAIL-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "GL DETAIL RECORDS WRITTEN   : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-DR-TOTAL TO WS-RPT-AMT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "TOTAL DEBITS                : " WS-RPT-AMT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-CR-TOTAL TO WS-RPT-AMT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "TOTAL CREDITS               : " WS-RPT-AMT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-NO-RATE-CNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "CURRENCIES WITHOUT A RATE   : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           STRING "DIVISION ACCTS AND TOTALS   : TICK TO TRIALBAL "
                  "TRBRPT BY HAND - NOT FOOTED BY THIS RUN"
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           IF (WS-NO-RATE-CNT > 0)
              OR (WS-REVAL-NET NOT = WS-DIVISION-NET)
              SET WS-REVAL-HELD TO TRUE
              MOVE SPACES TO RPT-REC
              STRING "*** REVALUATION INCOMPLETE OR OUT OF BALANCE"
                     " - GL FILE HELD, REVHST NOT UPDATED ***"
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
              DISPLAY "PBEGFXV REVALUATION NOT RELEASED - "
                      "SEE REVRPT"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE SPACES TO RPT-REC
              MOVE "REVALUATION IN BALANCE - RELEASED" TO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
           END-IF.
        H500-END. EXIT.

        H510-WRITE-RPT-LINE.
           WRITE RPT-REC.
           IF (NOT RPT-OK)
              DISPLAY "RPT-FILE WRITE ERROR" RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
        H510-END. EXIT.

      *    ONLY A RELEASED MONTH GOES ON REVHST - A HELD ONE LEAVES
      *    THE HISTORY AS IT WAS SO THE RERUN COMPARES WITH THE
      *    SAME PRIOR MONTH. A PAIR WITH NO RATE NEVER GETS HERE.
        H600-WRITE-HISTORY.
           IF (NOT WS-REVAL-HELD)
              MOVE 1 TO WS-PAIR-SUB
              PERFORM UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
                 PERFORM H610-WRITE-HISTORY-REC
                 ADD 1 TO WS-PAIR-SUB
              END-PERFORM
              MOVE WS-HIST-COUNT TO WS-RPT-CNT-OUT
              MOVE SPACES TO RPT-REC
              STRING "REVHST RECORDS WRITTEN      : " WS-RPT-CNT-OUT
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
           END-IF.
        H600-END. EXIT.

        H610-WRITE-HISTORY-REC.
           MOVE WS-PR-DVZ(WS-PAIR-SUB)        TO REV-DVZ.
           MOVE WS-PR-CURR(WS-PAIR-SUB)       TO REV-CURR.
           MOVE WS-BUS-PERIOD                 TO REV-PERIOD.
           MOVE WS-BUSINESS-DATE              TO REV-DATE.
           MOVE WS-PR-COUNT(WS-PAIR-SUB)      TO REV-ACCT-COUNT.
           MOVE WS-PR-FACE(WS-PAIR-SUB)       TO REV-FACE-BAL.
           MOVE WS-PR-RATE(WS-PAIR-SUB)       TO REV-RATE.
           MOVE WS-PR-LIRA(WS-PAIR-SUB)       TO REV-LIRA-VALUE.
           MOVE WS-PR-PRIOR-RATE(WS-PAIR-SUB) TO REV-PRIOR-RATE.
           MOVE WS-PR-REVAL(WS-PAIR-SUB)      TO REV-REVAL-DIFF.
           MOVE WS-RUN-DATE                   TO REV-RUN-DATE.
           WRITE REV-REC.
           IF (NOT REV-OK)
              DISPLAY "REV-FILE WRITE ERROR" REV-ST
                      " DVZ " REV-DVZ " CURRENCY " REV-CURR
              MOVE REV-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-HIST-COUNT.
        H610-END. EXIT.

         H999-PROGRAM-EXIT.
             CLOSE IDX-FILE.
             CLOSE FXR-FILE.
             CLOSE DVZ-FILE.
             CLOSE REV-FILE.
             CLOSE GLX-FILE.
             CLOSE RPT-FILE.
             STOP RUN.
         H999-END. EXIT.
      *
