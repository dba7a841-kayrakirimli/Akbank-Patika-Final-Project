       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEGFEE.
       AUTHOR.        Kayra KIRIMLI.
      *----------------------------------------------------------
      *    SERVICE-CHARGE GENERATION INTO THE POSTING STREAM.
      *
      *    RUNS AHEAD OF THE POST STEP, AFTER THE STANDING-ORDER
      *    GENERATION. READS THE BATCH HEADER OFF THE DAY'S
      *    INPFILE FOR THE BUSINESS DATE, WALKS THE MASTER, AND
      *    WORKS OUT WHAT EVERY OPEN ACCOUNT OWES UNDER ITS
      *    DIVISION'S FEETAB TARIFF. EACH CHARGE GOES TO FEEFILE
      *    AS AN ORDINARY 'B' DEBIT IN INPFILE DETAIL LAYOUT -
      *    THE POST STEP CONSUMES FEEFILE AFTER SOGFILE AND AHEAD
      *    OF INPFILE, SO A FEE REACHES OUTFILE, HSTFILE, THE GL
      *    EXTRACT AND THE RECONCILIATION LIKE ANY OTHER POSTING.
      *    THE NAME AREA OF EVERY GENERATED DEBIT CARRIES
      *    'SERVICE CHARGE' AND THE KIND OF CHARGE, WHICH PBEGIDX
      *    TURNS INTO THE POSTING DESCRIPTION - THAT IS HOW A FEE
      *    IS TOLD APART FROM A CUSTOMER DEBIT ON THE HISTORY, SO
      *    FEES ARE NEVER THEMSELVES CHARGED AS ITEMS.
      *
      *    WHAT IS CHARGED:
      *      OVERDRAWN  EVERY RUN - ONE DAY'S CHARGE FOR EACH
      *                 CALENDAR DAY THE ACCOUNT HAS BEEN
      *                 OVERDRAWN SINCE THE LATER OF ITS
      *                 IDX-OD-DATE AND THE LAST FEE RUN
      *      MAINTENANCE FIRST RUN OF A NEW CALENDAR MONTH - THE
      *                 FLAT FEE FOR THE MONTH JUST ENDED
      *      ITEMS      SAME RUN - PER 'B' DEBIT AND PER 'T'
      *                 TRANSFER SENT IN THE MONTH JUST ENDED,
      *                 COUNTED OFF HSTFILE
      *    THE MONTHLY CHARGES ARE WAIVED WHEN THE ACCOUNT NEVER
      *    DROPPED BELOW THE TARIFF'S MINIMUM BALANCE IN THE MONTH
      *    (LOWEST BALANCE TRACED THROUGH HSTFILE). FROZEN AND
      *    CLOSED ACCOUNTS ARE NOT CHARGED - THE POST STEP WOULD
      *    ONLY REJECT THE DEBIT. TARIFFS ARE IN LIRA; A FOREIGN-
      *    CURRENCY ACCOUNT IS CHARGED THE EQUIVALENT AT THE
      *    FXRTAB RATE IN FORCE ON THE BUSINESS DATE, AND IS
      *    REPORTED AND LEFT UNCHARGED WHEN THERE IS NO RATE.
      *
      *    THE FEE REGISTER (FEERPT) LISTS EVERY CHARGE AND
      *    WAIVER AND ENDS WITH THE TOTALS PER DIVISION IN LIRA.
      *
      *    DOUBLE-CHARGE GUARD: FEEDATE HOLDS THE LAST BUSINESS
      *    DATE FULLY GENERATED - A RERUN OF THAT DATE (POST
      *    ABENDED AND THE JOB WAS RESUBMITTED) LEAVES THE
      *    ALREADY-BUILT FEEFILE UNTOUCHED SO THE RESTART SKIP IN
      *    THE POST STEP SEES THE SAME RECORD SEQUENCE. A RUN
      *    THAT DIES PART-WAY NEVER REACHES FEEDATE; INSTEAD EVERY
      *    ACCOUNT IS STAMPED ON FEESTP WITH THE BUSINESS DATE
      *    BEFORE ITS FIRST CHARGE IS WRITTEN, AND THE RERUN
      *    EXTENDS FEEFILE AND PASSES OVER THE STAMPED ACCOUNTS,
      *    SO NO CHARGE IS EVER WRITTEN TWICE (THE REGISTER THEN
      *    LISTS ONLY WHAT THE RERUN ITSELF CHARGED). THE VERY
      *    FIRST RUN ONLY ESTABLISHES THE CHARGING DATE - NOTHING
      *    BEFORE IT IS EVER BACK-CHARGED.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS IDX-KEY
                             STATUS IDX-ST.
           SELECT FEE-FILE   ASSIGN TO FEETAB
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS FEE-DVZ
                             STATUS FEE-ST.
           SELECT HST-FILE   ASSIGN TO HSTFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS HST-KEY
                             STATUS HST-ST.
           SELECT FXR-FILE   ASSIGN TO FXRTAB
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS FXR-KEY
                             STATUS FXR-ST.
           SELECT FST-FILE   ASSIGN TO FEESTP
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS FST-KEY
                             STATUS FST-ST.
           SELECT INP-FILE   ASSIGN TO INPFILE
                             STATUS INP-ST.
           SELECT CHG-FILE   ASSIGN TO FEEFILE
                             STATUS CHG-ST.
           SELECT FGD-FILE   ASSIGN TO FEEDATE
                             STATUS FGD-ST.
           SELECT RPT-FILE   ASSIGN TO FEERPT
                             STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
       COPY IDXREC.
      *
       FD  FEE-FILE.
       COPY FEEREC.
      *
       FD  HST-FILE.
       COPY HSTREC.
      *
       FD  FXR-FILE.
       COPY FXRREC.
      *
      *    ONE STAMP PER ACCOUNT EVER CHARGED, KEYED LIKE IDX-KEY -
      *    THE BUSINESS DATE OF THE LAST RUN THAT WROTE A CHARGE
      *    FOR IT. ONLY PBEGFEE READS OR WRITES IT.
       FD  FST-FILE.
       01  FST-REC.
           03  FST-KEY.
               05 FST-ID             PIC S9(05) COMP-3.
               05 FST-DVZ            PIC S9(03) COMP.
           03  FST-LAST-DATE         PIC 9(08).
           03  FILLER                PIC X(07).
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
      *    GENERATED CHARGES - SAME 62-BYTE LAYOUT AS AN INPFILE
      *    DETAIL RECORD, SO THE POST STEP NEEDS NO NEW VIEW TO
      *    CONSUME THEM.
       FD  CHG-FILE RECORDING MODE F.
       01  CHG-REC.
           05 CHG-FUNC-TYPE      PIC X(1).
           05 CHG-ID             PIC 9(5).
           05 CHG-DVZ            PIC 9(3).
           05 CHG-FNAME          PIC X(15).
           05 CHG-LNAME          PIC X(15).
           05 CHG-DATE           PIC 9(8).
           05 CHG-BALANCE        PIC 9(15).
      *
      *    LAST BUSINESS DATE FULLY GENERATED - THE DUPLICATE-RUN
      *    GUARD, WRITTEN ONLY AFTER EVERY ACCOUNT IS PROCESSED.
       FD  FGD-FILE RECORDING MODE F.
       01  FGD-REC.
           05 FGD-LAST-DATE      PIC 9(8).
      *
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC               PIC X(120).

      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 IDX-ST             PIC 9(2).
              88 IDX-OK                   VALUE 00 97.
              88 IDX-EOF                  VALUE 10.
           05 FEE-ST             PIC 9(2).
              88 FEE-OK                   VALUE 00 97.
              88 FEE-NOT-FOUND            VALUE 23.
           05 HST-ST             PIC 9(2).
              88 HST-OK                   VALUE 00 97.
              88 HST-EOF                  VALUE 10.
           05 FXR-ST             PIC 9(2).
              88 FXR-OK                   VALUE 00 97.
              88 FXR-EOF                  VALUE 10.
           05 FST-ST             PIC 9(2).
              88 FST-OK                   VALUE 00 97.
              88 FST-EOF                  VALUE 10.
              88 FST-NOT-FOUND            VALUE 23.
           05 INP-ST             PIC 9(2).
              88 INP-OK                   VALUE 00 97.
           05 CHG-ST             PIC 9(2).
              88 CHG-OK                   VALUE 00 97.
           05 FGD-ST             PIC 9(2).
              88 FGD-OK                   VALUE 00 97.
              88 FGD-NOT-FOUND            VALUE 35.
           05 RPT-ST             PIC 9(2).
              88 RPT-OK                   VALUE 00 97.
           05 WS-BUS-DATE        PIC 9(8).
           05 WS-BUS-DATE-X REDEFINES WS-BUS-DATE.
              07 WS-BUS-YYYYMM   PIC 9(6).
              07 FILLER          PIC 9(2).
           05 WS-LAST-FEE-DATE   PIC 9(8) VALUE 0.
           05 WS-LAST-FEE-DATE-X REDEFINES WS-LAST-FEE-DATE.
              07 WS-LAST-YYYYMM  PIC 9(6).
              07 FILLER          PIC 9(2).
           05 WS-RESTART-SW      PIC X(1) VALUE 'N'.
              88 WS-RESTART               VALUE 'Y'.
           05 WS-STAMPED-SW      PIC X(1).
              88 WS-STAMPED               VALUE 'Y'.
           05 WS-MONTH-RUN-SW    PIC X(1) VALUE 'N'.
              88 WS-MONTH-RUN             VALUE 'Y'.
      *    THE MONTH JUST ENDED - FIRST AND LAST CALENDAR DAY.
           05 WS-CYCLE-FROM      PIC 9(8) VALUE 0.
           05 WS-CYCLE-TO        PIC 9(8) VALUE 0.
           05 WS-CYC-DATE.
              07 WS-CYC-YYYY     PIC 9(4).
              07 WS-CYC-MM       PIC 9(2).
              07 WS-CYC-DD       PIC 9(2).
           05 WS-CYC-DATE-NUM REDEFINES WS-CYC-DATE
                                 PIC 9(8).
           05 WS-MONTH-DAYS      PIC 9(2).
      *    RATE OF THE ACCOUNT'S CURRENCY IN LIRA - ONE ON A LIRA
      *    ACCOUNT.
           05 WS-ACCT-CURR       PIC X(3).
           05 WS-ACCT-RATE       PIC 9(7)V9(6) COMP-3.
           05 WS-RATE-CURR       PIC X(3).
           05 WS-RATE-VALUE      PIC 9(7)V9(6) COMP-3.
           05 WS-RATE-FOUND-SW   PIC X(1).
              88 WS-RATE-FOUND            VALUE 'Y'.
           05 WS-RATE-DONE-SW    PIC X(1).
              88 WS-RATE-DONE             VALUE 'Y'.
      *    MONTH'S ACTIVITY TRACED OFF HSTFILE FOR ONE ACCOUNT.
           05 WS-HST-DONE-SW     PIC X(1).
              88 WS-HST-DONE              VALUE 'Y'.
           05 WS-LOW-SET-SW      PIC X(1).
              88 WS-LOW-SET               VALUE 'Y'.
           05 WS-LOW-BAL         PIC S9(15) COMP-3.
           05 WS-LOW-LIRA        PIC S9(15) COMP-3.
           05 WS-PRE-BAL         PIC S9(15) COMP-3.
           05 WS-DEBIT-ITEMS     PIC 9(5) COMP.
           05 WS-XFER-ITEMS      PIC 9(5) COMP.
      *    ONE CHARGE IN HAND - LIRA TARIFF AMOUNT, THE AMOUNT IN
      *    THE ACCOUNT'S CURRENCY, ITS KIND AND A REGISTER NOTE.
           05 WS-CHG-LIRA        PIC S9(15) COMP-3.
           05 WS-CHG-AMT         PIC S9(15) COMP-3.
           05 WS-CHG-KIND        PIC X(15).
           05 WS-CHG-NOTE        PIC X(20).
           05 WS-OD-FROM         PIC 9(8).
           05 WS-DAYS-OVER       PIC S9(8) COMP-3.
           05 WS-DVZ-SUB         PIC 9(4) COMP.
           05 WS-ACCT-COUNT      PIC 9(8) VALUE 0.
           05 WS-SKIPPED-COUNT   PIC 9(8) VALUE 0.
           05 WS-DONE-COUNT      PIC 9(8) VALUE 0.
           05 WS-NO-TARIFF-COUNT PIC 9(8) VALUE 0.
           05 WS-NO-RATE-COUNT   PIC 9(8) VALUE 0.
           05 WS-WAIVED-COUNT    PIC 9(8) VALUE 0.
           05 WS-GENERATED-COUNT PIC 9(8) VALUE 0.
           05 WS-GRAND-LIRA      PIC S9(15) COMP-3 VALUE 0.
      *    GREGORIAN SERIAL-DAY CONVERSION WORK FIELDS - THE DAY
      *    COUNT IS THE DIFFERENCE OF TWO SERIALS, SO THE EPOCH
      *    ITSELF DOES NOT MATTER.
           05 WS-SER-DATE.
              07 WS-SER-YYYY     PIC 9(4).
              07 WS-SER-MM       PIC 9(2).
              07 WS-SER-DD       PIC 9(2).
           05 WS-SER-DATE-NUM REDEFINES WS-SER-DATE
                                 PIC 9(8).
           05 WS-SER-RESULT      PIC S9(8) COMP-3.
           05 WS-SER-PRIOR-YY    PIC 9(4).
           05 WS-SER-WORK        PIC S9(8) COMP-3.
           05 WS-LEAP-QUOT       PIC 9(4).
           05 WS-LEAP-REM        PIC 9(4).
           05 WS-SER-BUS-DATE    PIC S9(8) COMP-3.
           05 WS-RPT-ID-OUT      PIC ZZZZ9.
           05 WS-RPT-DVZ-OUT     PIC ZZ9.
           05 WS-RPT-AMT-OUT     PIC -(14)9.
           05 WS-RPT-LIRA-OUT    PIC -(14)9.
           05 WS-RPT-MAINT-OUT   PIC -(14)9.
           05 WS-RPT-ITEMS-OUT   PIC -(14)9.
           05 WS-RPT-OD-OUT      PIC -(14)9.
           05 WS-RPT-CNT-OUT     PIC ZZZ,ZZZ,ZZ9.
           05 WS-RPT-WAIVE-OUT   PIC ZZZ,ZZ9.
           05 WS-RPT-ACCT-OUT    PIC ZZZ,ZZ9.
           05 WS-RPT-DAYS-OUT    PIC ZZZ9.
           05 WS-RPT-ITEM-OUT    PIC ZZZZ9.
           05 WS-RPT-XFER-OUT    PIC ZZZZ9.
      *    REGISTER TOTALS PER DIVISION, IN LIRA (SUBSCRIPT =
      *    CODE + 1).
       01  WS-DVZ-TABLE-AREA.
           05 WS-DVZ-ENTRY OCCURS 1000 TIMES.
              07 WS-DT-ACCTS     PIC 9(8) COMP.
              07 WS-DT-WAIVED    PIC 9(8) COMP.
              07 WS-DT-MAINT     PIC S9(15) COMP-3.
              07 WS-DT-ITEMS     PIC S9(15) COMP-3.
              07 WS-DT-OD        PIC S9(15) COMP-3.

      *------------------
       PROCEDURE DIVISION.
      *------------------
        00000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H110-READ-BATCH-HEADER.
           PERFORM H120-READ-LAST-FEE-DATE.
           IF (WS-LAST-FEE-DATE = WS-BUS-DATE)
              DISPLAY "SERVICE CHARGES ALREADY GENERATED FOR "
                      WS-BUS-DATE " - FEEFILE LEFT AS BUILT"
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (WS-LAST-FEE-DATE > WS-BUS-DATE)
              DISPLAY "BATCH BUSINESS DATE " WS-BUS-DATE
                      " OLDER THAN LAST FEE RUN " WS-LAST-FEE-DATE
                      " - WRONG FILE"
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H130-SET-CYCLE.
           PERFORM H150-SCAN-FOR-RESTART UNTIL FST-EOF.
           PERFORM H160-OPEN-OUTPUT-FILES.
           IF (WS-LAST-FEE-DATE = 0)
              DISPLAY "FIRST FEE RUN - CHARGING STARTS FROM "
                      WS-BUS-DATE
           ELSE
              PERFORM H200-SCAN-MASTER UNTIL IDX-EOF
           END-IF.
           PERFORM H520-WRITE-REGISTER.
           PERFORM H500-RECORD-FEE-DATE.
           PERFORM H540-WRITE-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
         00000-END. EXIT.

        H100-OPEN-FILES.
           OPEN INPUT IDX-FILE.
           IF (NOT IDX-OK)
              DISPLAY "IDX-FILE OPEN ERROR" IDX-ST
              MOVE IDX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT FEE-FILE.
           IF (NOT FEE-OK)
              DISPLAY "FEE-FILE OPEN ERROR" FEE-ST
              MOVE FEE-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT HST-FILE.
           IF (NOT HST-OK)
              DISPLAY "HST-FILE OPEN ERROR" HST-ST
              MOVE HST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT FXR-FILE.
           IF (NOT FXR-OK)
              DISPLAY "FXR-FILE OPEN ERROR" FXR-ST
              MOVE FXR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O FST-FILE.
           IF (NOT FST-OK)
              DISPLAY "FST-FILE OPEN ERROR" FST-ST
              MOVE FST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT INP-FILE.
           IF (NOT INP-OK)
              DISPLAY "INP-FILE OPEN ERROR" INP-ST
              MOVE INP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 1 TO WS-DVZ-SUB.
           PERFORM UNTIL WS-DVZ-SUB > 1000
              MOVE 0 TO WS-DT-ACCTS(WS-DVZ-SUB)
              MOVE 0 TO WS-DT-WAIVED(WS-DVZ-SUB)
              MOVE 0 TO WS-DT-MAINT(WS-DVZ-SUB)
              MOVE 0 TO WS-DT-ITEMS(WS-DVZ-SUB)
              MOVE 0 TO WS-DT-OD(WS-DVZ-SUB)
              ADD 1 TO WS-DVZ-SUB
           END-PERFORM.
        H100-END. EXIT.

      *    THE CHARGING DATE IS THE BATCH BUSINESS DATE OFF THE
      *    INPFILE HEADER - THE SAME DATE THE POST STEP WILL
      *    VALIDATE AND POST UNDER - NEVER THE MACHINE CALENDAR
      *    DATE.
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
           DISPLAY "GENERATING SERVICE CHARGES FOR BUSINESS DATE "
                   WS-BUS-DATE.
           MOVE WS-BUS-DATE TO WS-SER-DATE-NUM.
           PERFORM H300-DATE-TO-SERIAL.
           MOVE WS-SER-RESULT TO WS-SER-BUS-DATE.
        H110-END. EXIT.

        H120-READ-LAST-FEE-DATE.
           OPEN INPUT FGD-FILE.
           IF (FGD-NOT-FOUND)
              MOVE 0 TO WS-LAST-FEE-DATE
           ELSE
              IF (NOT FGD-OK)
                 DISPLAY "FGD-FILE OPEN ERROR" FGD-ST
                 MOVE FGD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ FGD-FILE
                 AT END
                    MOVE 0 TO WS-LAST-FEE-DATE
                 NOT AT END
                    MOVE FGD-LAST-DATE TO WS-LAST-FEE-DATE
              END-READ
              CLOSE FGD-FILE
           END-IF.
        H120-END. EXIT.

      *    THE FIRST RUN IN A NEW CALENDAR MONTH CHARGES THE MONTH
      *    JUST ENDED. A MONTH WITH NO RUN AT ALL IN IT IS NOT
      *    CHARGED RETROSPECTIVELY - ONLY THE MONTH IMMEDIATELY
      *    BEFORE THE BUSINESS DATE.
        H130-SET-CYCLE.
           IF (WS-LAST-FEE-DATE > 0)
              AND (WS-LAST-YYYYMM < WS-BUS-YYYYMM)
              SET WS-MONTH-RUN TO TRUE
              MOVE WS-BUS-DATE TO WS-CYC-DATE-NUM
              IF (WS-CYC-MM > 1)
                 SUBTRACT 1 FROM WS-CYC-MM
              ELSE
                 MOVE 12 TO WS-CYC-MM
                 SUBTRACT 1 FROM WS-CYC-YYYY
              END-IF
              MOVE 1 TO WS-CYC-DD
              MOVE WS-CYC-DATE-NUM TO WS-CYCLE-FROM
              PERFORM H280-SET-MONTH-DAYS
              MOVE WS-MONTH-DAYS TO WS-CYC-DD
              MOVE WS-CYC-DATE-NUM TO WS-CYCLE-TO
              DISPLAY "MONTHLY CHARGES FOR " WS-CYCLE-FROM
                      " THROUGH " WS-CYCLE-TO
           END-IF.
        H130-END. EXIT.

      *    A STAMP FOR THIS BUSINESS DATE WITHOUT A FEEDATE RECORD
      *    FOR IT MEANS AN EARLIER RUN OF THE DATE DIED PART-WAY -
      *    ITS CHARGES ARE ALREADY ON FEEFILE, SO THE RERUN MUST
      *    EXTEND FEEFILE, NOT REWRITE IT.
        H150-SCAN-FOR-RESTART.
           READ FST-FILE NEXT RECORD
              AT END
                 SET FST-EOF TO TRUE
           END-READ.
           IF (NOT FST-EOF)
              IF (NOT FST-OK)
                 DISPLAY "FST-FILE READ ERROR" FST-ST
                 MOVE FST-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF (FST-LAST-DATE = WS-BUS-DATE)
                 SET WS-RESTART TO TRUE
                 SET FST-EOF TO TRUE
              END-IF
           END-IF.
        H150-END. EXIT.

        H160-OPEN-OUTPUT-FILES.
           IF (WS-RESTART)
              DISPLAY "PARTIAL FEE RUN FOUND FOR " WS-BUS-DATE
                      " - EXTENDING FEEFILE"
              OPEN EXTEND CHG-FILE
           ELSE
              OPEN OUTPUT CHG-FILE
           END-IF.
           IF (NOT CHG-OK)
              DISPLAY "CHG-FILE OPEN ERROR" CHG-ST
              MOVE CHG-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (NOT RPT-OK)
              DISPLAY "RPT-FILE OPEN ERROR" RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO RPT-REC.
           STRING "FEE REGISTER - SERVICE CHARGES FOR BUSINESS DATE "
                  WS-BUS-DATE
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
        H160-END. EXIT.

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
              MOVE 'N' TO WS-STAMPED-SW
              IF (WS-RESTART)
                 PERFORM H205-CHECK-STAMP
              END-IF
              EVALUATE TRUE
                WHEN IDX-ST-FROZEN
                WHEN IDX-ST-CLOSED
                     ADD 1 TO WS-SKIPPED-COUNT
                WHEN WS-STAMPED
                     ADD 1 TO WS-DONE-COUNT
                WHEN OTHER
                     MOVE IDX-DVZ TO FEE-DVZ
                     READ FEE-FILE
                        INVALID KEY
                           IF (FEE-NOT-FOUND)
                              ADD 1 TO WS-NO-TARIFF-COUNT
                           ELSE
                              DISPLAY "FEE-FILE READ ERROR" FEE-ST
                              MOVE FEE-ST TO RETURN-CODE
                              PERFORM H999-PROGRAM-EXIT
                           END-IF
                        NOT INVALID KEY
                           PERFORM H210-CHARGE-ACCOUNT
                     END-READ
              END-EVALUATE
           END-IF.
        H200-END. EXIT.

      *    ON A RERUN, AN ACCOUNT ALREADY STAMPED FOR THE DATE HAD
      *    ITS CHARGES WRITTEN BY THE RUN THAT DIED.
        H205-CHECK-STAMP.
           MOVE IDX-KEY TO FST-KEY.
           READ FST-FILE
              INVALID KEY
                 IF (NOT FST-NOT-FOUND)
                    DISPLAY "FST-FILE READ ERROR" FST-ST
                    MOVE FST-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              NOT INVALID KEY
                 IF (FST-LAST-DATE = WS-BUS-DATE)
                    SET WS-STAMPED TO TRUE
                 END-IF
           END-READ.
        H205-END. EXIT.

        H210-CHARGE-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT.
           COMPUTE WS-DVZ-SUB = IDX-DVZ + 1.
           IF (IDX-CURR-LIRA)
              MOVE 'TRY' TO WS-ACCT-CURR
              MOVE 1 TO WS-ACCT-RATE
           ELSE
              MOVE IDX-CURR TO WS-ACCT-CURR
              MOVE IDX-CURR TO WS-RATE-CURR
              PERFORM H250-FIND-RATE
              IF (WS-RATE-FOUND)
                 MOVE WS-RATE-VALUE TO WS-ACCT-RATE
              ELSE
                 MOVE 0 TO WS-ACCT-RATE
              END-IF
           END-IF.
           IF (WS-ACCT-RATE = 0)
              ADD 1 TO WS-NO-RATE-COUNT
              MOVE 0 TO WS-CHG-LIRA
              MOVE 0 TO WS-CHG-AMT
              MOVE 'NOT CHARGED' TO WS-CHG-KIND
              MOVE 'NO FXRTAB RATE' TO WS-CHG-NOTE
              PERFORM H270-WRITE-DETAIL-LINE
           ELSE
              PERFORM H220-OVERDRAWN-CHARGE
              IF (WS-MONTH-RUN)
                 AND (IDX-DATE NOT > WS-CYCLE-TO)
                 PERFORM H230-MONTHLY-CHARGES
              END-IF
           END-IF.
        H210-END. EXIT.

      *    DAYS ARE COUNTED FROM THE LATER OF THE DATE THE ACCOUNT
      *    WENT OVERDRAWN AND THE LAST FEE RUN, UP TO (NOT
      *    INCLUDING) TODAY'S BUSINESS DATE - THE MASTER STILL
      *    SHOWS LAST NIGHT'S CLOSING BALANCE, SO EVERY DAY IN
      *    THAT SPAN ENDED OVERDRAWN AND NONE IS CHARGED TWICE.
        H220-OVERDRAWN-CHARGE.
           IF (FEE-OD-DAY-AMT > 0)
              AND (IDX-BALANCE < 0)
              AND (IDX-OD-DATE > 0)
              IF (IDX-OD-DATE > WS-LAST-FEE-DATE)
                 MOVE IDX-OD-DATE TO WS-OD-FROM
              ELSE
                 MOVE WS-LAST-FEE-DATE TO WS-OD-FROM
              END-IF
              MOVE WS-OD-FROM TO WS-SER-DATE-NUM
              PERFORM H300-DATE-TO-SERIAL
              COMPUTE WS-DAYS-OVER =
                      WS-SER-BUS-DATE - WS-SER-RESULT
              IF (WS-DAYS-OVER > 0)
                 COMPUTE WS-CHG-LIRA =
                         FEE-OD-DAY-AMT * WS-DAYS-OVER
                 MOVE 'OVERDRAWN DAYS' TO WS-CHG-KIND
                 MOVE WS-DAYS-OVER TO WS-RPT-DAYS-OUT
                 MOVE SPACES TO WS-CHG-NOTE
                 STRING "DAYS " WS-RPT-DAYS-OUT
                        DELIMITED BY SIZE INTO WS-CHG-NOTE
                 PERFORM H260-WRITE-CHARGE
                 ADD WS-CHG-LIRA TO WS-DT-OD(WS-DVZ-SUB)
              END-IF
           END-IF.
        H220-END. EXIT.

        H230-MONTHLY-CHARGES.
           PERFORM H240-SCAN-HISTORY.
           COMPUTE WS-LOW-LIRA ROUNDED = WS-LOW-BAL * WS-ACCT-RATE.
           IF (FEE-WAIVE-BAL > 0)
              AND (WS-LOW-LIRA NOT < FEE-WAIVE-BAL)
              ADD 1 TO WS-WAIVED-COUNT
              ADD 1 TO WS-DT-WAIVED(WS-DVZ-SUB)
              MOVE 0 TO WS-CHG-LIRA
              MOVE 0 TO WS-CHG-AMT
              MOVE 'WAIVED' TO WS-CHG-KIND
              MOVE 'MINIMUM BALANCE KEPT' TO WS-CHG-NOTE
              PERFORM H270-WRITE-DETAIL-LINE
           ELSE
              IF (FEE-MAINT-AMT > 0)
                 MOVE FEE-MAINT-AMT TO WS-CHG-LIRA
                 MOVE 'MAINTENANCE' TO WS-CHG-KIND
                 MOVE SPACES TO WS-CHG-NOTE
                 PERFORM H260-WRITE-CHARGE
                 ADD WS-CHG-LIRA TO WS-DT-MAINT(WS-DVZ-SUB)
              END-IF
              COMPUTE WS-CHG-LIRA =
                      (FEE-DEBIT-AMT * WS-DEBIT-ITEMS)
                    + (FEE-XFER-AMT  * WS-XFER-ITEMS)
              IF (WS-CHG-LIRA > 0)
                 MOVE 'ITEM CHARGES' TO WS-CHG-KIND
                 MOVE SPACES TO WS-CHG-NOTE
                 MOVE WS-DEBIT-ITEMS TO WS-RPT-ITEM-OUT
                 MOVE WS-XFER-ITEMS  TO WS-RPT-XFER-OUT
                 STRING "B " WS-RPT-ITEM-OUT " T " WS-RPT-XFER-OUT
                        DELIMITED BY SIZE INTO WS-CHG-NOTE
                 PERFORM H260-WRITE-CHARGE
                 ADD WS-CHG-LIRA TO WS-DT-ITEMS(WS-DVZ-SUB)
              END-IF
           END-IF.
        H230-END. EXIT.

      *    ONE KEYED BROWSE OF THE ACCOUNT'S HISTORY FROM THE
      *    FIRST OF THE MONTH: COUNTS THE CUSTOMER'S OWN 'B'
      *    DEBITS (NOT EARLIER SERVICE CHARGES OR TERM-DEPOSIT
      *    PLACEMENTS) AND THE SOURCE LEGS OF ITS 'T' TRANSFERS,
      *    AND TRACES THE LOWEST
      *    BALANCE - BEFORE AND AFTER EVERY POSTING IN THE MONTH.
      *    WITH NO POSTING IN THE MONTH THE BALANCE NEVER MOVED:
      *    IT IS THE OPENING BALANCE OF THE NEXT POSTING, OR THE
      *    MASTER BALANCE WHEN NOTHING HAS POSTED SINCE.
        H240-SCAN-HISTORY.
           MOVE 0   TO WS-DEBIT-ITEMS.
           MOVE 0   TO WS-XFER-ITEMS.
           MOVE 'N' TO WS-LOW-SET-SW.
           MOVE 'N' TO WS-HST-DONE-SW.
           MOVE IDX-BALANCE TO WS-LOW-BAL.
           MOVE IDX-ID       TO HST-ID.
           MOVE IDX-DVZ      TO HST-DVZ.
           MOVE WS-CYCLE-FROM TO HST-POST-DATE.
           MOVE 0            TO HST-POST-SEQ.
           START HST-FILE KEY IS >= HST-KEY
              INVALID KEY
                 SET WS-HST-DONE TO TRUE
           END-START.
           PERFORM H245-HISTORY-BROWSE UNTIL WS-HST-DONE.
        H240-END. EXIT.

        H245-HISTORY-BROWSE.
           READ HST-FILE NEXT RECORD
              AT END
                 SET WS-HST-DONE TO TRUE
           END-READ.
           IF (NOT WS-HST-DONE)
              IF (NOT HST-OK)
                 DISPLAY "HST-FILE READ ERROR" HST-ST
                 MOVE HST-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF (HST-ID NOT = IDX-ID) OR (HST-DVZ NOT = IDX-DVZ)
                 SET WS-HST-DONE TO TRUE
              ELSE
                 COMPUTE WS-PRE-BAL = HST-BALANCE - HST-AMOUNT
                 IF (HST-POST-DATE > WS-CYCLE-TO)
                    IF (NOT WS-LOW-SET)
                       MOVE WS-PRE-BAL TO WS-LOW-BAL
                       SET WS-LOW-SET TO TRUE
                    END-IF
                    SET WS-HST-DONE TO TRUE
                 ELSE
                    IF (NOT WS-LOW-SET)
                       MOVE WS-PRE-BAL TO WS-LOW-BAL
                       SET WS-LOW-SET TO TRUE
                    END-IF
                    IF (WS-PRE-BAL < WS-LOW-BAL)
                       MOVE WS-PRE-BAL TO WS-LOW-BAL
                    END-IF
                    IF (HST-BALANCE < WS-LOW-BAL)
                       MOVE HST-BALANCE TO WS-LOW-BAL
                    END-IF
      *             A POSTING SINCE REVERSED WAS AN ERROR, NOT AN
      *             ITEM THE CUSTOMER ORDERED - IT IS NOT CHARGED.
                    IF (HST-FUNC = 'B')
                       AND (HST-DESC(1:15) NOT = 'SERVICE CHARGE ')
                       AND (HST-DESC(1:13) NOT = 'TERM DEPOSIT ')
                       AND (NOT HST-LINK-REVERSED)
                       ADD 1 TO WS-DEBIT-ITEMS
                    END-IF
                    IF (HST-FUNC = 'T') AND (HST-AMOUNT < 0)
                       AND (NOT HST-LINK-REVERSED)
                       ADD 1 TO WS-XFER-ITEMS
                    END-IF
                 END-IF
              END-IF
           END-IF.
        H245-END. EXIT.

      *    THE RATE IN FORCE IS THE LATEST FXRTAB RECORD FOR THE
      *    CURRENCY DATED ON OR BEFORE THE BUSINESS DATE - THE
      *    SAME RULE PBEGIDX PRICES TRANSFERS BY. A ZERO RATE ON
      *    THE TABLE IS A KEYING ACCIDENT AND NEVER USABLE.
        H250-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           MOVE 'N' TO WS-RATE-DONE-SW.
           MOVE 0   TO WS-RATE-VALUE.
           MOVE WS-RATE-CURR TO FXR-CURR.
           MOVE 0            TO FXR-EFF-DATE.
           START FXR-FILE KEY IS >= FXR-KEY
              INVALID KEY
                 SET WS-RATE-DONE TO TRUE
           END-START.
           PERFORM H255-RATE-BROWSE UNTIL WS-RATE-DONE.
        H250-END. EXIT.

        H255-RATE-BROWSE.
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
              IF (FXR-CURR NOT = WS-RATE-CURR)
                 OR (FXR-EFF-DATE > WS-BUS-DATE)
                 SET WS-RATE-DONE TO TRUE
              ELSE
                 IF (FXR-RATE > 0)
                    MOVE FXR-RATE TO WS-RATE-VALUE
                    SET WS-RATE-FOUND TO TRUE
                 END-IF
              END-IF
           END-IF.
        H255-END. EXIT.

      *    THE LIRA CHARGE IN WS-CHG-LIRA IS CONVERTED TO THE
      *    ACCOUNT'S CURRENCY AND WRITTEN AS ONE 'B' DEBIT. A
      *    CHARGE THAT ROUNDS AWAY TO NOTHING IS NOT WRITTEN.
        H260-WRITE-CHARGE.
           COMPUTE WS-CHG-AMT ROUNDED = WS-CHG-LIRA / WS-ACCT-RATE.
           IF (WS-CHG-AMT > 0)
              IF (NOT WS-STAMPED)
                 PERFORM H265-STAMP-ACCOUNT
              END-IF
              MOVE SPACES           TO CHG-REC
              MOVE 'B'              TO CHG-FUNC-TYPE
              MOVE IDX-ID           TO CHG-ID
              MOVE IDX-DVZ          TO CHG-DVZ
              MOVE 'SERVICE CHARGE' TO CHG-FNAME
              MOVE WS-CHG-KIND      TO CHG-LNAME
              MOVE WS-BUS-DATE      TO CHG-DATE
              MOVE WS-CHG-AMT       TO CHG-BALANCE
              WRITE CHG-REC
              IF (NOT CHG-OK)
                 DISPLAY "CHG-FILE WRITE ERROR" CHG-ST
                 MOVE CHG-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-GENERATED-COUNT
              ADD 1 TO WS-DT-ACCTS(WS-DVZ-SUB)
              ADD WS-CHG-LIRA TO WS-GRAND-LIRA
              PERFORM H270-WRITE-DETAIL-LINE
           END-IF.
        H260-END. EXIT.

      *    THE STAMP GOES ON BEFORE THE ACCOUNT'S FIRST CHARGE IS
      *    WRITTEN - A RUN DYING BETWEEN THE TWO COSTS THE ACCOUNT
      *    AT MOST ONE DAY'S CHARGES, NEVER CHARGES IT TWICE.
        H265-STAMP-ACCOUNT.
           MOVE IDX-KEY TO FST-KEY.
           READ FST-FILE
              INVALID KEY
                 IF (NOT FST-NOT-FOUND)
                    DISPLAY "FST-FILE READ ERROR" FST-ST
                    MOVE FST-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 MOVE SPACES      TO FST-REC
                 MOVE IDX-KEY     TO FST-KEY
                 MOVE WS-BUS-DATE TO FST-LAST-DATE
                 WRITE FST-REC
              NOT INVALID KEY
                 MOVE WS-BUS-DATE TO FST-LAST-DATE
                 REWRITE FST-REC
           END-READ.
           IF (NOT FST-OK)
              DISPLAY "FST-FILE WRITE ERROR" FST-ST
              MOVE FST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-STAMPED TO TRUE.
        H265-END. EXIT.

        H270-WRITE-DETAIL-LINE.
           MOVE IDX-ID      TO WS-RPT-ID-OUT.
           MOVE IDX-DVZ     TO WS-RPT-DVZ-OUT.
           MOVE WS-CHG-AMT  TO WS-RPT-AMT-OUT.
           MOVE WS-CHG-LIRA TO WS-RPT-LIRA-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "ID " WS-RPT-ID-OUT " DVZ " WS-RPT-DVZ-OUT
                  " " WS-CHG-KIND
                  " " WS-ACCT-CURR " " WS-RPT-AMT-OUT
                  " TRY " WS-RPT-LIRA-OUT
                  " " WS-CHG-NOTE
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
        H270-END. EXIT.

        H280-SET-MONTH-DAYS.
           EVALUATE WS-CYC-MM
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
                  DIVIDE WS-CYC-YYYY BY 4
                     GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                  IF (WS-LEAP-REM = 0)
                     MOVE 29 TO WS-MONTH-DAYS
                     DIVIDE WS-CYC-YYYY BY 100
                        GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                     IF (WS-LEAP-REM = 0)
                        MOVE 28 TO WS-MONTH-DAYS
                        DIVIDE WS-CYC-YYYY BY 400
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
      *    THEM, PLUS THE DAYS ELAPSED INSIDE THE YEAR. ONLY EVER
      *    USED AS A DIFFERENCE, SO NO EPOCH ADJUSTMENT.
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
        H300-END. EXIT.

        H500-RECORD-FEE-DATE.
           MOVE WS-BUS-DATE TO FGD-LAST-DATE.
           OPEN OUTPUT FGD-FILE.
           IF (NOT FGD-OK)
              DISPLAY "FGD-FILE OPEN ERROR" FGD-ST
              MOVE FGD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           WRITE FGD-REC.
           IF (NOT FGD-OK)
              DISPLAY "FGD-FILE WRITE ERROR" FGD-ST
              MOVE FGD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           CLOSE FGD-FILE.
        H500-END. EXIT.

        H510-WRITE-RPT-LINE.
           WRITE RPT-REC.
           IF (NOT RPT-OK)
              DISPLAY "RPT-FILE WRITE ERROR" RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
        H510-END. EXIT.

      *    THE REGISTER BY DIVISION - ONE LINE PER DIVISION THAT
      *    WAS CHARGED OR WAIVED ANYTHING, IN LIRA.
        H520-WRITE-REGISTER.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           MOVE "FEE REGISTER BY DIVISION (LIRA)" TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           STRING "DVZ CHARGES  WAIVED     "
                  "    MAINTENANCE           ITEMS"
                  "       OVERDRAWN"
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE 1 TO WS-DVZ-SUB.
           PERFORM UNTIL WS-DVZ-SUB > 1000
              IF (WS-DT-ACCTS(WS-DVZ-SUB) > 0)
                 OR (WS-DT-WAIVED(WS-DVZ-SUB) > 0)
                 PERFORM H530-WRITE-DVZ-LINE
              END-IF
              ADD 1 TO WS-DVZ-SUB
           END-PERFORM.
        H520-END. EXIT.

        H530-WRITE-DVZ-LINE.
           COMPUTE WS-RPT-DVZ-OUT = WS-DVZ-SUB - 1.
           MOVE WS-DT-ACCTS(WS-DVZ-SUB)  TO WS-RPT-ACCT-OUT.
           MOVE WS-DT-WAIVED(WS-DVZ-SUB) TO WS-RPT-WAIVE-OUT.
           MOVE WS-DT-MAINT(WS-DVZ-SUB)  TO WS-RPT-MAINT-OUT.
           MOVE WS-DT-ITEMS(WS-DVZ-SUB)  TO WS-RPT-ITEMS-OUT.
           MOVE WS-DT-OD(WS-DVZ-SUB)     TO WS-RPT-OD-OUT.
           MOVE SPACES TO RPT-REC.
           STRING WS-RPT-DVZ-OUT " " WS-RPT-ACCT-OUT
                  " " WS-RPT-WAIVE-OUT
                  " " WS-RPT-MAINT-OUT
                  " " WS-RPT-ITEMS-OUT
                  " " WS-RPT-OD-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
        H530-END. EXIT.

        H540-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-GENERATED-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "CHARGES GENERATED       : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-GRAND-LIRA TO WS-RPT-LIRA-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "TOTAL CHARGED (LIRA)    : " WS-RPT-LIRA-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-WAIVED-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "ACCOUNTS WAIVED         : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-NO-RATE-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "NOT CHARGED - NO RATE   : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           DISPLAY "ACCOUNTS UNDER A TARIFF : " WS-ACCT-COUNT.
           DISPLAY "ACCOUNTS WITH NO TARIFF : " WS-NO-TARIFF-COUNT.
           DISPLAY "FROZEN/CLOSED SKIPPED   : " WS-SKIPPED-COUNT.
           IF (WS-RESTART)
              DISPLAY "CHARGED BY EARLIER RUN  : " WS-DONE-COUNT
           END-IF.
           DISPLAY "CHARGES GENERATED       : " WS-GENERATED-COUNT.
           IF (WS-NO-RATE-COUNT > 0)
              DISPLAY "PBEGFEE " WS-NO-RATE-COUNT
                      " FOREIGN-CURRENCY ACCOUNT(S) NOT CHARGED -"
                      " NO FXRTAB RATE"
              MOVE 4 TO RETURN-CODE
           END-IF.
        H540-END. EXIT.

         H999-PROGRAM-EXIT.
             CLOSE IDX-FILE.
             CLOSE FEE-FILE.
             CLOSE HST-FILE.
             CLOSE FXR-FILE.
             CLOSE FST-FILE.
             CLOSE INP-FILE.
             CLOSE CHG-FILE.
             CLOSE RPT-FILE.
             STOP RUN.
         H999-END. EXIT.
      *
