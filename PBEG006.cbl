                             STATUS REJ-ST.
           SELECT RCY-FILE   ASSIGN TO RCYFILE
                             STATUS RCY-ST.
           SELECT TDI-FILE   ASSIGN TO TDIFILE
                             STATUS TDI-ST.
           SELECT SOG-FILE   ASSIGN TO SOGFILE
                             STATUS SOG-ST.
           SELECT FEI-FILE   ASSIGN TO FEEFILE
                             STATUS FEI-ST.
           SELECT WLR-FILE   ASSIGN TO WLRFILE
                             STATUS WLR-ST.
           SELECT BDT-FILE   ASSIGN TO BDTFILE
                             STATUS BDT-ST.
           SELECT RCT-FILE   ASSIGN TO RUNCTL
                             STATUS RCT-ST.
           SELECT CTL-FILE   ASSIGN TO POSTCTL
                             STATUS CTL-ST.
           SELECT PRJ-FILE   ASSIGN TO PRJRPT
                             STATUS PRJ-ST.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS IDX-KEY
                             STATUS IDX-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  OUT-FILE RECORDING MODE F.
           05 RST-CHECKPOINT     PIC 9(8).
           05 RST-BUS-DATE       PIC 9(8).
      *
      *    THE REJECT IS BUILT IN REJ-REC IN WORKING-STORAGE - A
      *    PROJECTION RUN NEVER OPENS REJFILE BUT STILL NEEDS THE
      *    REASON H150 SETS.
       FD  REJ-FILE RECORDING MODE F.
       01  REJ-FILE-REC          PIC X(94).
      *
      *    RECYCLED TRANSACTIONS REPAIRED OUT OF SUSPENSE BY
      *    PBEGREC - SAME LAYOUT AS INP-REC, POSTED AHEAD OF THE
       FD  RCY-FILE RECORDING MODE F.
       01  RCY-REC               PIC X(62).
      *
      *    TERM-DEPOSIT PLACEMENTS, MATURITY AND BREAK PAYMENTS
      *    GENERATED BY PBEGTDG FOR THIS BUSINESS DATE - ORDINARY
      *    'B' AND 'C' RECORDS IN INP-REC LAYOUT, POSTED AFTER THE
      *    RECYCLED REPAIRS AND AHEAD OF THE STANDING ORDERS SO
      *    MATURING MONEY IS ON THE ACCOUNT BEFORE THE DAY'S ORDERS
      *    DRAW ON IT. LOCAL RECORDS, OUTSIDE THE BATCH CONTROLS.
       FD  TDI-FILE RECORDING MODE F.
       01  TDI-REC               PIC X(62).
      *
      *    STANDING-ORDER INSTRUCTIONS GENERATED BY PBEGSOG FOR
      *    THIS BUSINESS DATE - SAME LAYOUT AS INP-REC, POSTED
      *    AFTER THE TERM DEPOSITS AND AHEAD OF THE DAY'S
      *    FRESH INPFILE. LIKE RCYFILE THEY ARE LOCAL RECORDS,
      *    OUTSIDE THE TRANSMITTED BATCH CONTROLS.
       FD  SOG-FILE RECORDING MODE F.
       01  SOG-REC               PIC X(62).
      *
      *    SERVICE CHARGES GENERATED BY PBEGFEE FOR THIS BUSINESS
      *    DATE - ORDINARY 'B' DEBITS IN INP-REC LAYOUT, POSTED
      *    AFTER THE STANDING ORDERS AND AHEAD OF THE DAY'S FRESH
      *    INPFILE. LOCAL RECORDS, OUTSIDE THE BATCH CONTROLS.
       FD  FEI-FILE RECORDING MODE F.
       01  FEI-REC               PIC X(62).
      *
      *    TRANSACTIONS HELD ON A WATCH-LIST HIT AND SINCE RELEASED
      *    BY THE COMPLIANCE OFFICER THROUGH PBEGWLR - EACH EXACTLY
      *    AS IT FIRST ARRIVED, IN INP-REC LAYOUT. POSTED AFTER THE
      *    SERVICE CHARGES AND AHEAD OF THE DAY'S FRESH INPFILE;
      *    PBEGIDX KNOWS EACH ONE BY ITS RELEASED RVWFILE RECORD AND
      *    LETS IT PAST THE SCREEN. LOCAL RECORDS, OUTSIDE THE
      *    BATCH CONTROLS.
       FD  WLR-FILE RECORDING MODE F.
       01  WLR-REC               PIC X(62).
      *
      *    LAST BUSINESS DATE SUCCESSFULLY POSTED - THE
      *    DUPLICATE-RUN GUARD. REWRITTEN ONLY AFTER A RUN ENDS
      *    CLEAN WITH A VALIDATED TRAILER.
       FD  RCT-FILE RECORDING MODE F.
       COPY RCTREC.
      *
      *    OPTIONAL RUN-MODE CARD. NO POSTCTL DATASET, NO CARD, A
      *    BLANK MODE OR 'POST' IS THE ORDINARY POSTING RUN;
      *    'SIMULATE' IS A PROJECTION RUN - THE DAY'S INPUT GOES
      *    THROUGH EVERY EDIT HERE AND EVERY PBEGIDX RULE AGAINST
      *    THE MASTER OPENED READ-ONLY, AND NOTHING IS POSTED,
      *    LOGGED, CHECKPOINTED OR RECORDED AS RUN. WHAT WOULD
      *    HAVE BEEN REJECTED AND WHERE EACH DIVISION WOULD HAVE
      *    CLOSED GOES TO PRJRPT INSTEAD.
       FD  CTL-FILE RECORDING MODE F.
       01  CTL-REC.
           05 CTL-RUN-MODE       PIC X(8).
              88 CTL-MODE-POST            VALUE 'POST' SPACES.
              88 CTL-MODE-SIMULATE        VALUE 'SIMULATE'.
           05 FILLER             PIC X(72).
      *
       FD  PRJ-FILE RECORDING MODE F.
       01  PRJ-REC               PIC X(120).
      *
      *    THE MASTER AS IT STANDS BEFORE THE RUN - BROWSED ONLY
      *    ON A PROJECTION RUN, FOR THE OPENING DIVISION TOTALS.
       FD  IDX-FILE.
       COPY IDXREC.
      *
      *    INPFILE NOW TRAVELS BETWEEN BATCH CONTROLS: RECORD 1
      *    MUST BE AN 'H' HEADER NAMING THE BUSINESS DATE AND
      *    ORIGINATING SOURCE, AND THE LAST RECORD A 'Z' TRAILER
      *    CARRYING THE DETAIL COUNT AND THE HASH TOTAL OF THE
      *    AMOUNT FIELDS, SO A TRUNCATED OR RE-RUN TRANSMISSION
      *    STOPS BEFORE IT CAN POST. 'Z' IS NOT A VALID FUNCTION
      *    CODE AND THE HEADER IS ONLY EVER LOOKED FOR IN RECORD 1,
      *    SO AN 'H' HOLD RECORD IN THE BODY CANNOT BE MISTAKEN FOR
      *    IT - THE VIEWS CANNOT COLLIDE WITH DATA.
       FD  INP-FILE RECORDING MODE F.
       01  INP-REC.
           05 INP-FUNC-TYPE      PIC X(1).
              07 INP-TARGET-ID   PIC X(5).
              07 INP-TARGET-DVZ  PIC X(3).
              07 FILLER          PIC X(7).
      *    ON A 'V' REVERSAL INP-ID/DVZ AND INP-DATE NAME THE
      *    ACCOUNT AND POSTING DATE OF THE HISTORY ENTRY TO BE
      *    REVERSED AND THE NAME AREA CARRIES ITS DAY SEQUENCE.
           05 INP-RVS-ENTRY REDEFINES INP-FNAME.
              07 INP-RVS-SEQ     PIC X(4).
              07 FILLER          PIC X(11).
           05 INP-LNAME          PIC X(15).
           05 INP-DATE           PIC X(8).
           05 INP-BALANCE        PIC X(15).
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 WS-PBEGIDX            PIC X(7) VALUE 'PBEGIDX'.
           05 WS-PBEGCAL            PIC X(7) VALUE 'PBEGCAL'.
           05 OUT-ST             PIC 9(2).
              88 OUT-OK                   VALUE 00 97.
           05 INP-ST             PIC 9(2).
           05 RCY-ST             PIC 9(2).
              88 RCY-OK                   VALUE 00 97.
              88 RCY-EOF                  VALUE 10 35.
      *    TDIFILE LIKEWISE - NO TERM DEPOSITS, OR NOTHING DUE.
           05 TDI-ST             PIC 9(2).
              88 TDI-OK                   VALUE 00 97.
              88 TDI-EOF                  VALUE 10 35.
      *    SOGFILE MAY ALSO BE MISSING - A SHOP THAT HAS NOT CUT
      *    OVER TO STANDING ORDERS, OR A DATE WITH NONE DUE - SO
      *    STATUS 35 ON OPEN COUNTS AS ALREADY-AT-END TOO.
           05 SOG-ST             PIC 9(2).
              88 SOG-OK                   VALUE 00 97.
              88 SOG-EOF                  VALUE 10 35.
      *    FEEFILE LIKEWISE - NO TARIFFS SET UP, OR NOTHING DUE.
           05 FEI-ST             PIC 9(2).
              88 FEI-OK                   VALUE 00 97.
              88 FEI-EOF                  VALUE 10 35.
      *    WLRFILE LIKEWISE - NOTHING RELEASED SINCE THE LAST RUN.
           05 WLR-ST             PIC 9(2).
              88 WLR-OK                   VALUE 00 97.
              88 WLR-EOF                  VALUE 10 35.
           05 BDT-ST             PIC 9(2).
              88 BDT-OK                   VALUE 00 97.
              88 BDT-NOT-FOUND            VALUE 35.
           05 RCT-ST             PIC 9(2).
              88 RCT-OK                   VALUE 00 97.
              88 RCT-NOT-FOUND            VALUE 35.
           05 CTL-ST             PIC 9(2).
              88 CTL-OK                   VALUE 00 97.
              88 CTL-NOT-FOUND            VALUE 35.
           05 PRJ-ST             PIC 9(2).
              88 PRJ-OK                   VALUE 00 97.
           05 IDX-ST             PIC 9(2).
              88 IDX-OK                   VALUE 00 97.
              88 IDX-EOF                  VALUE 10.
           05 WS-SIM-SW          PIC X(1) VALUE 'N'.
              88 WS-SIM-RUN               VALUE 'Y'.
           05 WS-BUS-DATE        PIC 9(8).
           05 WS-LAST-BUS-DATE   PIC 9(8) VALUE 0.
           05 WS-CKPT-BUS-DATE   PIC 9(8) VALUE 0.
           05 WS-FUNC-TYPE       PIC X(1).
              88 WS-VALID-FUNC            VALUE 'W' 'R' 'U' 'D'
                                                 'C' 'B' 'T' 'F'
                                                 'N' 'X' 'L' 'H'
                                                 'K' 'V'.
           05 WS-ABEND-SW        PIC X(1) VALUE 'N'.
              88 WS-ABEND                 VALUE 'Y'.
           05 WS-IDX-INIT-SW     PIC X(1) VALUE 'N'.
           05 WS-SAVE-RETCODE    PIC S9(4) COMP.
           05 WS-REJECT-SW       PIC X(1) VALUE 'N'.
              88 WS-REJECTED              VALUE 'Y'.
      *    WHICH FILE OF THE LOGICAL INPUT STREAM THE CURRENT RECORD
      *    CAME FROM - SET BY H125-READ-NEXT-INPUT.
           05 WS-SRC-STREAM      PIC X(3) VALUE SPACES.
              88 WS-SRC-RCY               VALUE 'RCY'.
              88 WS-SRC-TDI               VALUE 'TDI'.
              88 WS-SRC-SOG               VALUE 'SOG'.
              88 WS-SRC-FEI               VALUE 'FEI'.
              88 WS-SRC-WLR               VALUE 'WLR'.
              88 WS-SRC-INP               VALUE 'INP'.
           05 WS-REC-COUNT       PIC 9(8) VALUE 0.
           05 WS-REJ-COUNT       PIC 9(8) VALUE 0.
           05 WS-LAST-CKPT       PIC 9(8) VALUE 0.
           05 WS-CKPT-INTERVAL   PIC 9(4) VALUE 1.
           05 WS-CKPT-QUOT       PIC 9(8).
           05 WS-CKPT-REM        PIC 9(4).
      *    AMOUNT OF THE CALL JUST MADE, SIGNED BY ITS EFFECT ON
      *    THE ACCOUNT IN WS-SUB-ID - SEE H305.
           05 WS-SIGNED-AMT      PIC S9(15) COMP-3.
      *    PROJECTION RUN WORK FIELDS AND REPORT EDIT FIELDS.
           05 WS-PRJ-SUB         PIC 9(4) COMP.
           05 WS-PRJ-RC          PIC 9(2).
           05 WS-PRJ-SOURCE      PIC X(4).
           05 WS-PRJ-AMT         PIC S9(15) COMP-3.
           05 WS-PRJ-TEXT        PIC X(30).
           05 WS-PRJ-REJ-COUNT   PIC 9(8) VALUE 0.
           05 WS-PRJ-REJ-AMT     PIC S9(15) COMP-3 VALUE 0.
           05 WS-PRJ-OPEN-TOTAL  PIC S9(15) COMP-3 VALUE 0.
           05 WS-PRJ-MOVE-TOTAL  PIC S9(15) COMP-3 VALUE 0.
           05 WS-PRJ-OPEN-CNT-T  PIC S9(8) COMP VALUE 0.
           05 WS-PRJ-CLOSE-CNT-T PIC S9(8) COMP VALUE 0.
           05 WS-PRJ-CLOSE-CNT   PIC S9(8) COMP.
           05 WS-RPT-RC-OUT      PIC 9(2).
           05 WS-RPT-CNT-OUT     PIC ZZZ,ZZZ,ZZ9.
           05 WS-RPT-CNT2-OUT    PIC ZZZ,ZZZ,ZZ9.
           05 WS-RPT-AMT-OUT     PIC -(14)9.
           05 WS-RPT-BAL-OUT     PIC -(14)9.
           05 WS-RPT-MOV-OUT     PIC -(14)9.
           05 WS-RPT-CLS-OUT     PIC -(14)9.
           05 WS-RPT-DVZ-OUT     PIC 9(3).
      *    THE DESCRIPTION PBEGIDX HANDS BACK ON A 'V' NAMES THE
      *    FUNCTION OF THE ENTRY REVERSED (SEE OUT-RVS-DESC).
           05 WS-PRJ-DESC        PIC X(30).
           05 WS-PRJ-RVS-DESC REDEFINES WS-PRJ-DESC.
              07 FILLER          PIC X(9).
              07 WS-PRJ-RVS-FUNC PIC X(1).
              07 FILLER          PIC X(20).
      *    TRANSFER RESULT HANDED BACK IN WS-SUB-DATA ON A 'T' AND
      *    ON A REVERSED 'T' - LAID OUT LIKE OUT-XFER-DATA.
           05 WS-PRJ-XFER-DATA.
              07 FILLER          PIC X(6).
              07 WS-PRJ-XFER-TGT-DVZ PIC 9(3).
              07 FILLER          PIC X(49).
              07 WS-PRJ-XFER-TGT-AMT PIC S9(15)
                                     SIGN LEADING SEPARATE.
              07 FILLER          PIC X(6).
       COPY PBEGSUB.
       COPY CALSUB.
       01  REJ-REC.
           05 REJ-REASON-CD      PIC 9(2).
              88 REJ-BAD-FUNC           VALUE 01.
              88 REJ-BAD-ID             VALUE 02.
              88 REJ-BAD-DVZ            VALUE 03.
              88 REJ-BAD-BALANCE        VALUE 04.
              88 REJ-BAD-DATE           VALUE 05.
              88 REJ-BAD-SEQ            VALUE 06.
              88 REJ-RESERVED-NAME      VALUE 07.
           05 REJ-REASON-DESC    PIC X(30).
           05 REJ-ORIG-REC       PIC X(62).
      *    PROJECTED REJECTS BY REASON - THE EDIT REASONS THIS
      *    PROGRAM WRITES TO REJFILE, AND THE BUSINESS RETURN CODES
      *    PBEGIDX GIVES BACK (SEE PBEGSUB).
       01  WS-PRJ-EDIT-AREA.
           05 WS-PRJ-EDIT-LIST.
              07 FILLER PIC X(30) VALUE 'INVALID FUNCTION TYPE'.
              07 FILLER PIC X(30) VALUE 'NON-NUMERIC ID'.
              07 FILLER PIC X(30) VALUE 'NON-NUMERIC DIVISION CODE'.
              07 FILLER PIC X(30) VALUE 'NON-NUMERIC BALANCE'.
              07 FILLER PIC X(30) VALUE 'NON-NUMERIC DATE'.
              07 FILLER PIC X(30) VALUE 'NON-NUMERIC HISTORY SEQUENCE'.
              07 FILLER PIC X(30) VALUE 'RESERVED NAME FROM WRONG FILE'.
           05 WS-PRJ-EDIT-TABLE REDEFINES WS-PRJ-EDIT-LIST.
              07 WS-PRJ-EDIT-LABEL PIC X(30) OCCURS 7 TIMES.
           05 WS-PRJ-EDIT-ENTRY OCCURS 7 TIMES.
              07 WS-PRJ-EDIT-COUNT PIC 9(8)   COMP.
              07 WS-PRJ-EDIT-AMT   PIC S9(15) COMP-3.
       01  WS-PRJ-POST-AREA.
           05 WS-PRJ-POST-LIST.
              07 FILLER PIC X(30) VALUE 'INVALID DIVISION CODE'.
              07 FILLER PIC X(30) VALUE 'INSUFFICIENT FUNDS'.
              07 FILLER PIC X(30) VALUE 'RECORD NOT FOUND'.
              07 FILLER PIC X(30) VALUE 'DUPLICATE KEY'.
              07 FILLER PIC X(30) VALUE 'AUDIT RECORD COLLISION'.
              07 FILLER PIC X(30) VALUE 'SOURCE AND TARGET IDENTICAL'.
              07 FILLER PIC X(30) VALUE 'ACCOUNT FROZEN'.
              07 FILLER PIC X(30) VALUE 'ACCOUNT CLOSED'.
              07 FILLER PIC X(30) VALUE 'CLOSE OR DELETE REFUSED'.
              07 FILLER PIC X(30) VALUE 'NO USABLE EXCHANGE RATE'.
              07 FILLER PIC X(30) VALUE 'NEGATIVE LIMIT REFUSED'.
              07 FILLER PIC X(30) VALUE 'AVAILABLE BALANCE SHORT'.
              07 FILLER PIC X(30) VALUE 'HOLD REFUSED'.
              07 FILLER PIC X(30) VALUE 'REVERSAL REFUSED'.
              07 FILLER PIC X(30) VALUE 'CUSTOMER NOT ON CIF'.
              07 FILLER PIC X(30) VALUE 'HELD FOR WATCH-LIST REVIEW'.
           05 WS-PRJ-POST-TABLE REDEFINES WS-PRJ-POST-LIST.
              07 WS-PRJ-POST-LABEL PIC X(30) OCCURS 16 TIMES.
           05 WS-PRJ-POST-ENTRY OCCURS 16 TIMES.
              07 WS-PRJ-POST-COUNT PIC 9(8)   COMP.
              07 WS-PRJ-POST-AMT   PIC S9(15) COMP-3.
      *    PROJECTED DIVISION TOTALS (SUBSCRIPT = CODE + 1): THE
      *    MASTER BEFORE THE RUN, THE NET OF EVERY PROJECTED
      *    POSTING, AND ACCOUNTS OPENED LESS ACCOUNTS DELETED.
       01  WS-PRJ-DVZ-AREA.
           05 WS-PRJ-DVZ-ENTRY OCCURS 1000 TIMES.
              07 WS-PRJ-OPEN-CNT   PIC 9(8)   COMP.
              07 WS-PRJ-OPEN-BAL   PIC S9(15) COMP-3.
              07 WS-PRJ-MOVE       PIC S9(15) COMP-3.
              07 WS-PRJ-NET-CNT    PIC S9(8)  COMP.

      *------------------
       PROCEDURE DIVISION.
         00000-END. EXIT.

        H100-OPEN-FILES.
           PERFORM H105-READ-RUN-MODE.
           OPEN INPUT  INP-FILE.
           IF (NOT INP-OK)
              SET WS-ABEND TO TRUE
              MOVE RCY-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT TDI-FILE.
           IF (NOT TDI-OK) AND (NOT TDI-EOF)
              SET WS-ABEND TO TRUE
              DISPLAY "TDI-FILE OPEN ERROR" TDI-ST
              MOVE TDI-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT SOG-FILE.
           IF (NOT SOG-OK) AND (NOT SOG-EOF)
              SET WS-ABEND TO TRUE
              MOVE SOG-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT FEI-FILE.
           IF (NOT FEI-OK) AND (NOT FEI-EOF)
              SET WS-ABEND TO TRUE
              DISPLAY "FEI-FILE OPEN ERROR" FEI-ST
              MOVE FEI-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT WLR-FILE.
           IF (NOT WLR-OK) AND (NOT WLR-EOF)
              SET WS-ABEND TO TRUE
              DISPLAY "WLR-FILE OPEN ERROR" WLR-ST
              MOVE WLR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H110-OPEN-RESTART.
      *    A PROJECTION AGAINST A MASTER A FAILED RUN HAS ALREADY
      *    PARTLY POSTED WOULD COUNT THE HEAD OF THE FILE TWICE -
      *    THE RESTART HAS TO FINISH FIRST.
           IF (WS-SIM-RUN) AND (WS-LAST-CKPT > 0)
              SET WS-ABEND TO TRUE
              DISPLAY "RESTART PENDING AT CHECKPOINT " WS-LAST-CKPT
                      " - NO PROJECTION UNTIL THE RUN IS FINISHED"
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
      *    THE BATCH HEADER IS JUDGED BEFORE OUTFILE AND REJFILE
      *    ARE OPENED - ON A FRESH RUN THEY OPEN OUTPUT, WHICH
      *    REWRITES THE DATASET FROM THE TOP, AND A DUPLICATE OR
      *    WRONG-DATE FILE MUST BE STOPPED BEFORE IT CAN TRUNCATE
      *    YESTERDAY'S TRANSACTION LOG AND UNRECYCLED REJECTS.
           PERFORM H115-VALIDATE-HEADER.
           IF (WS-SIM-RUN)
              PERFORM H107-OPEN-PROJECTION
           ELSE
              PERFORM H108-OPEN-LOG-FILES
           END-IF.
           IF (WS-LAST-CKPT > 0)
              DISPLAY "RESTARTING AFTER CHECKPOINT " WS-LAST-CKPT
              PERFORM H120-SKIP-RECORD WS-LAST-CKPT TIMES
              MOVE WS-LAST-CKPT TO WS-REC-COUNT
           END-IF.
      *    ONE OPEN OF PBEGIDX'S FILES FOR THE WHOLE RUN INSTEAD
      *    OF AN OPEN/CLOSE AROUND EVERY TRANSACTION - THE
      *    MATCHING 'E' CLOSE IS ISSUED FROM H999-PROGRAM-EXIT.
      *    A PROJECTION RUN OPENS THEM READ-ONLY THROUGH 'S'.
           IF (WS-SIM-RUN)
              MOVE 'S' TO WS-SUB-FUNC
           ELSE
              MOVE 'I' TO WS-SUB-FUNC
           END-IF.
           MOVE WS-BUS-DATE TO WS-SUB-DATE.
           CALL WS-PBEGIDX USING WS-SUB-AREA.
           IF (NOT WS-SUB-RC-OK)
              SET WS-ABEND TO TRUE
              DISPLAY "PBEGIDX FILE OPEN FAILED RC " WS-SUB-RC
              MOVE WS-SUB-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-IDX-INIT TO TRUE.
        H100-END. EXIT.

        H108-OPEN-LOG-FILES.
      *    A RESTART MUST EXTEND THE PRIOR RUN'S OUTFILE/REJFILE
      *    RATHER THAN OPEN OUTPUT, OR THE CONTROL-TOTAL AND
      *    REJECT RECORDS FROM BEFORE THE ABEND ARE LOST.
              MOVE REJ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
        H108-END. EXIT.

      *    POSTCTL IS OPTIONAL - EVERY EXISTING POSTING JOB RUNS
      *    WITHOUT IT AND POSTS EXACTLY AS BEFORE.
        H105-READ-RUN-MODE.
           MOVE 'N' TO WS-SIM-SW.
           OPEN INPUT CTL-FILE.
           IF (NOT CTL-NOT-FOUND)
              IF (NOT CTL-OK)
                 SET WS-ABEND TO TRUE
                 DISPLAY "CTL-FILE OPEN ERROR" CTL-ST
                 MOVE CTL-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ CTL-FILE
                 AT END
                    MOVE SPACES TO CTL-RUN-MODE
              END-READ
              IF (CTL-MODE-SIMULATE)
                 SET WS-SIM-RUN TO TRUE
              ELSE
                 IF (NOT CTL-MODE-POST)
                    SET WS-ABEND TO TRUE
                    DISPLAY "POSTCTL RUN MODE NOT RECOGNIZED: "
                            CTL-RUN-MODE
                    MOVE 12 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              END-IF
              CLOSE CTL-FILE
           END-IF.
           IF (WS-SIM-RUN)
              DISPLAY "PROJECTION RUN - NOTHING WILL BE POSTED"
           END-IF.
        H105-END. EXIT.

      *    A PROJECTION RUN WRITES NEITHER OUTFILE NOR REJFILE -
      *    ONLY ITS OWN REPORT, HEADED HERE ONCE THE BATCH HEADER
      *    HAS NAMED THE BUSINESS DATE.
        H107-OPEN-PROJECTION.
           OPEN OUTPUT PRJ-FILE.
           IF (NOT PRJ-OK)
              SET WS-ABEND TO TRUE
              DISPLAY "PRJ-FILE OPEN ERROR" PRJ-ST
              MOVE PRJ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 1 TO WS-PRJ-SUB.
           PERFORM UNTIL WS-PRJ-SUB > 7
              MOVE 0 TO WS-PRJ-EDIT-COUNT(WS-PRJ-SUB)
              MOVE 0 TO WS-PRJ-EDIT-AMT(WS-PRJ-SUB)
              ADD 1 TO WS-PRJ-SUB
           END-PERFORM.
           MOVE 1 TO WS-PRJ-SUB.
           PERFORM UNTIL WS-PRJ-SUB > 16
              MOVE 0 TO WS-PRJ-POST-COUNT(WS-PRJ-SUB)
              MOVE 0 TO WS-PRJ-POST-AMT(WS-PRJ-SUB)
              ADD 1 TO WS-PRJ-SUB
           END-PERFORM.
           MOVE 1 TO WS-PRJ-SUB.
           PERFORM UNTIL WS-PRJ-SUB > 1000
              MOVE 0 TO WS-PRJ-OPEN-CNT(WS-PRJ-SUB)
              MOVE 0 TO WS-PRJ-OPEN-BAL(WS-PRJ-SUB)
              MOVE 0 TO WS-PRJ-MOVE(WS-PRJ-SUB)
              MOVE 0 TO WS-PRJ-NET-CNT(WS-PRJ-SUB)
              ADD 1 TO WS-PRJ-SUB
           END-PERFORM.
           MOVE SPACES TO PRJ-REC.
           STRING "POSTING PROJECTION - BUSINESS DATE " WS-BUS-DATE
                  " - SOURCE " INP-HDR-SOURCE
                  " - NOTHING POSTED"
                  DELIMITED BY SIZE INTO PRJ-REC.
           PERFORM H390-WRITE-PRJ-LINE.
           MOVE SPACES TO PRJ-REC.
           PERFORM H390-WRITE-PRJ-LINE.
           MOVE "PROJECTED REJECTS" TO PRJ-REC.
           PERFORM H390-WRITE-PRJ-LINE.
        H107-END. EXIT.

      *    RECORD 1 OF INPFILE MUST BE THE BATCH HEADER, AND ITS
      *    BUSINESS DATE MUST BE NEW: A DATE ALREADY POSTED MEANS
      *    THE SAME FILE IS BEING RUN AGAIN (ALLOWED ONLY MID-
      *    RESTART, WHEN THE DATE WENT ON BDTFILE BUT THE
      *    CHECKPOINT WAS NOT YET CLEARED), AND AN OLDER DATE
      *    MEANS THE WRONG DAY'S FILE WAS HANDED TO THE RUN. A NEW
      *    DATE MUST ALSO BE A BUSINESS DAY ON THE CALENDAR AND THE
      *    VERY NEXT ONE AFTER THE LAST DATE POSTED - A DAY THAT
      *    WAS NEVER RUN IS CAUGHT HERE INSTEAD OF SLIPPING
      *    THROUGH. A DAY THAT GENUINELY HAD NOTHING TO POST IS
      *    STILL RUN, WITH A HEADER AND TRAILER AND NOTHING IN
      *    BETWEEN.
        H115-VALIDATE-HEADER.
           READ INP-FILE
              AT END
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (WS-BUS-DATE > WS-LAST-BUS-DATE)
              PERFORM H118-CHECK-BUSINESS-DAY
           END-IF.
           DISPLAY "POSTING BUSINESS DATE " WS-BUS-DATE
                   " FROM SOURCE " INP-HDR-SOURCE.
        H115-END. EXIT.
           END-IF.
        H117-END. EXIT.

        H118-CHECK-BUSINESS-DAY.
           MOVE 'B' TO WS-CAL-FUNC.
           MOVE WS-BUS-DATE TO WS-CAL-DATE.
           PERFORM H119-CALL-CALENDAR.
           IF (NOT WS-CAL-BUSINESS-DAY)
              SET WS-ABEND TO TRUE
              DISPLAY "BATCH BUSINESS DATE " WS-BUS-DATE
                      " IS NOT A BUSINESS DAY - WRONG FILE OR"
                      " CALTAB NOT MAINTAINED"
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
      *    NO DATE ON BDTFILE YET (FIRST RUN EVER) - NOTHING TO
      *    BE THE NEXT DAY AFTER.
           IF (WS-LAST-BUS-DATE > 0)
              MOVE 'N' TO WS-CAL-FUNC
              MOVE WS-LAST-BUS-DATE TO WS-CAL-DATE
              PERFORM H119-CALL-CALENDAR
              IF (WS-BUS-DATE NOT = WS-CAL-RESULT-DATE)
                 SET WS-ABEND TO TRUE
                 DISPLAY "BATCH BUSINESS DATE " WS-BUS-DATE
                         " IS NOT THE NEXT BUSINESS DAY AFTER "
                         WS-LAST-BUS-DATE " (" WS-CAL-RESULT-DATE
                         ") - BUSINESS DAY SKIPPED"
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
        H118-END. EXIT.

        H119-CALL-CALENDAR.
           CALL WS-PBEGCAL USING WS-CAL-AREA.
           IF (NOT WS-CAL-RC-OK)
              SET WS-ABEND TO TRUE
              DISPLAY "PBEGCAL RC " WS-CAL-RC " " WS-CAL-DESC
                      " FOR DATE " WS-CAL-DATE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
        H119-END. EXIT.

        H110-OPEN-RESTART.
           OPEN INPUT RST-FILE.
           IF (RST-NOT-FOUND)
        H120-END. EXIT.

      *    THE LOGICAL INPUT STREAM IS RCYFILE (REPAIRED SUSPENSE
      *    ITEMS FROM PBEGREC), THEN TDIFILE (TERM-DEPOSIT
      *    POSTINGS FROM PBEGTDG), THEN SOGFILE (STANDING-ORDER
      *    INSTRUCTIONS FROM PBEGSOG), THEN FEEFILE (SERVICE
      *    CHARGES FROM PBEGFEE), THEN WLRFILE (WATCH-LIST ITEMS
      *    RELEASED THROUGH PBEGWLR), THEN THE DAY'S INPFILE - ONE
      *    CALL CONSUMES ONE RECORD, SO THE CHECKPOINT COUNT AND
      *    RESTART SKIP COVER ALL SIX FILES AS A SINGLE
      *    SEQUENCE. WS-SRC-STREAM RECORDS WHICH FILE THE RECORD
      *    CAME FROM FOR THE RESERVED-NAME EDIT IN H150.
        H125-READ-NEXT-INPUT.
           IF (NOT RCY-EOF)
              READ RCY-FILE AT END SET RCY-EOF TO TRUE END-READ
           END-IF.
           IF (RCY-EOF) AND (NOT TDI-EOF)
              READ TDI-FILE AT END SET TDI-EOF TO TRUE END-READ
           END-IF.
           IF (RCY-EOF) AND (TDI-EOF) AND (NOT SOG-EOF)
              READ SOG-FILE AT END SET SOG-EOF TO TRUE END-READ
           END-IF.
           IF (RCY-EOF) AND (TDI-EOF) AND (SOG-EOF)
              AND (NOT FEI-EOF)
              READ FEI-FILE AT END SET FEI-EOF TO TRUE END-READ
           END-IF.
           IF (RCY-EOF) AND (TDI-EOF) AND (SOG-EOF) AND (FEI-EOF)
              AND (NOT WLR-EOF)
              READ WLR-FILE AT END SET WLR-EOF TO TRUE END-READ
           END-IF.
           IF (RCY-EOF) AND (TDI-EOF) AND (SOG-EOF) AND (FEI-EOF)
              AND (WLR-EOF)
              READ INP-FILE AT END SET INP-EOF TO TRUE END-READ
              IF (NOT INP-EOF) AND (NOT INP-OK)
                 SET WS-ABEND TO TRUE
                 MOVE INP-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              SET WS-SRC-INP TO TRUE
              IF (NOT INP-EOF)
                 IF (INP-TRL-TYPE = 'Z')
                    PERFORM H128-VALIDATE-TRAILER
                    MOVE RCY-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 SET WS-SRC-RCY TO TRUE
                 MOVE RCY-REC TO INP-REC
              ELSE
                 IF (NOT TDI-EOF)
                    IF (NOT TDI-OK)
                       SET WS-ABEND TO TRUE
                       DISPLAY "TDI-FILE READ ERROR" TDI-ST
                       MOVE TDI-ST TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                    END-IF
                    SET WS-SRC-TDI TO TRUE
                    MOVE TDI-REC TO INP-REC
                 ELSE
                    IF (NOT SOG-EOF)
                       IF (NOT SOG-OK)
                          SET WS-ABEND TO TRUE
                          DISPLAY "SOG-FILE READ ERROR" SOG-ST
                          MOVE SOG-ST TO RETURN-CODE
                          PERFORM H999-PROGRAM-EXIT
                       END-IF
                       SET WS-SRC-SOG TO TRUE
                       MOVE SOG-REC TO INP-REC
                    ELSE
                       IF (NOT FEI-EOF)
                          IF (NOT FEI-OK)
                             SET WS-ABEND TO TRUE
                             DISPLAY "FEI-FILE READ ERROR" FEI-ST
                             MOVE FEI-ST TO RETURN-CODE
                             PERFORM H999-PROGRAM-EXIT
                          END-IF
                          SET WS-SRC-FEI TO TRUE
                          MOVE FEI-REC TO INP-REC
                       ELSE
                          IF (NOT WLR-OK)
                             SET WS-ABEND TO TRUE
                             DISPLAY "WLR-FILE READ ERROR" WLR-ST
                             MOVE WLR-ST TO RETURN-CODE
                             PERFORM H999-PROGRAM-EXIT
                          END-IF
                          SET WS-SRC-WLR TO TRUE
                          MOVE WLR-REC TO INP-REC
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
        H125-END. EXIT.
        H200-PROCESS.
           PERFORM H125-READ-NEXT-INPUT.
           IF (INP-EOF)
              IF (WS-SIM-RUN) AND (WS-TRAILER-SEEN)
                 PERFORM H700-FINISH-PROJECTION
              END-IF
              PERFORM H999-PROGRAM-EXIT
           END-IF.
            ADD 1 TO WS-REC-COUNT.
            PERFORM H150-VALIDATE-INPUT.
            IF (WS-REJECTED)
               IF (WS-SIM-RUN)
                  PERFORM H165-PROJECT-EDIT-REJECT
               ELSE
                  PERFORM H160-WRITE-REJ-REC
               END-IF
            ELSE
               MOVE SPACES TO WS-SUB-DATA
               MOVE INP-ID       TO WS-SUB-ID
               MOVE INP-FNAME    TO WS-SUB-FNAME
               MOVE INP-LNAME    TO WS-SUB-LNAME
      *        H150-VALIDATE-INPUT HAS ALREADY REJECTED A NON-NUMERIC
      *        BALANCE (ANY FUNCTION) OR A NON-NUMERIC DATE ON 'W', 'H'
      *        OR 'V', SO A NON-NUMERIC DATE CAN ONLY REACH HERE ON
      *        FUNCTIONS WHERE PBEGIDX NEVER LOOKS AT WS-SUB-DATE.
               IF (INP-DATE IS NUMERIC)
                  MOVE INP-DATE TO WS-SUB-DATE
               ELSE
               END-IF
               MOVE INP-BALANCE TO WS-SUB-AMOUNT
               CALL WS-PBEGIDX USING WS-SUB-AREA
               IF (WS-SIM-RUN)
                  PERFORM H310-PROJECT-RESULT
               ELSE
                  PERFORM H300-WRITE-OUT-REC
               END-IF
               IF (NOT WS-SUB-RC-OK) AND (NOT WS-SUB-RC-BUSINESS-REJECT)
                  SET WS-ABEND TO TRUE
                  DISPLAY "PBEGIDX FATAL I/O ERROR RC " WS-SUB-RC
            END-IF.
            DIVIDE WS-REC-COUNT BY WS-CKPT-INTERVAL
               GIVING WS-CKPT-QUOT REMAINDER WS-CKPT-REM.
            IF (WS-CKPT-REM = 0) AND (NOT WS-SIM-RUN)
               PERFORM H130-WRITE-CHECKPOINT
            END-IF.
        H200-END. EXIT.
                       SET REJ-BAD-BALANCE TO TRUE
                       MOVE 'NON-NUMERIC BALANCE' TO REJ-REASON-DESC
                    ELSE
      *                'H' CARRIES THE HOLD EXPIRY DATE (ZEROS FOR
      *                UNTIL RELEASED), SO IT NEEDS A DATE LIKE 'W',
      *                AND 'V' THE POSTING DATE OF THE ENTRY REVERSED.
                       IF ((WS-FUNC-TYPE = 'W') OR (WS-FUNC-TYPE = 'H')
                                                OR (WS-FUNC-TYPE = 'V'))
                          AND (INP-DATE IS NOT NUMERIC)
                          SET WS-REJECTED TO TRUE
                          SET REJ-BAD-DATE TO TRUE
                                MOVE 'NON-NUMERIC TARGET DIVISION'
                                             TO REJ-REASON-DESC
                             ELSE
                                IF (WS-FUNC-TYPE = 'V')
                                   AND (INP-RVS-SEQ NOT NUMERIC)
                                   SET WS-REJECTED TO TRUE
                                   SET REJ-BAD-SEQ TO TRUE
                                   MOVE 'NON-NUMERIC HISTORY SEQUENCE'
                                             TO REJ-REASON-DESC
                                ELSE
                                   MOVE WS-FUNC-TYPE TO WS-SUB-FUNC
                                END-IF
                             END-IF
                          END-IF
                       END-IF
                 END-IF
              END-IF
           END-IF.
      *    PBEGIDX TREATS A 'SERVICE CHARGE' NAME AS A PBEGFEE CHARGE
      *    (NO FUNDS OR HOLDS CHECK) AND A 'TERM DEPOSIT' NAME AS A
      *    PBEGTDG POSTING (ITS OWN HISTORY DESCRIPTION, WHICH
      *    PBEGTDC CONFIRMS AGAINST). ONLY FEEFILE AND TDIFILE
      *    RESPECTIVELY MAY CARRY THEM - THE SAME NAME ON A CARD
      *    FROM ANY OTHER FILE IS REFUSED.
           IF (NOT WS-REJECTED)
              IF ((INP-FNAME = 'SERVICE CHARGE') AND (NOT WS-SRC-FEI))
                 OR ((INP-FNAME = 'TERM DEPOSIT') AND (NOT WS-SRC-TDI))
                 SET WS-REJECTED TO TRUE
                 SET REJ-RESERVED-NAME TO TRUE
                 MOVE 'RESERVED NAME FROM WRONG FILE' TO REJ-REASON-DESC
              END-IF
           END-IF.
        H150-END. EXIT.

        H160-WRITE-REJ-REC.
           ADD 1 TO WS-REJ-COUNT.
           MOVE INP-REC TO REJ-ORIG-REC.
           WRITE REJ-FILE-REC FROM REJ-REC.
           IF (NOT REJ-OK)
              SET WS-ABEND TO TRUE
              DISPLAY "REJ-FILE WRITE ERROR" REJ-ST
           END-IF.
        H160-END. EXIT.

      *    ON A PROJECTION RUN AN EDIT REJECT IS COUNTED UNDER ITS
      *    REJFILE REASON INSTEAD OF BEING WRITTEN THERE.
        H165-PROJECT-EDIT-REJECT.
           MOVE 'EDIT'          TO WS-PRJ-SOURCE.
           MOVE REJ-REASON-CD   TO WS-PRJ-RC.
           MOVE REJ-REASON-DESC TO WS-PRJ-TEXT.
           IF (INP-BALANCE IS NUMERIC)
              MOVE INP-BALANCE TO WS-PRJ-AMT
           ELSE
              MOVE 0 TO WS-PRJ-AMT
           END-IF.
           ADD 1          TO WS-PRJ-EDIT-COUNT(WS-PRJ-RC).
           ADD WS-PRJ-AMT TO WS-PRJ-EDIT-AMT(WS-PRJ-RC).
           PERFORM H380-WRITE-REJECT-LINE.
        H165-END. EXIT.

        H130-WRITE-CHECKPOINT.
           MOVE WS-REC-COUNT TO RST-CHECKPOINT.
           MOVE WS-BUS-DATE  TO RST-BUS-DATE.
      *    NAMED IN OUT-ID - NEGATIVE FOR A DEBIT AND FOR THE
      *    SOURCE LEG OF A TRANSFER, ZERO WHEN NOTHING POSTED -
      *    SO THE RECONCILIATION CAN REPLAY OUTFILE ARITHMETICALLY.
           PERFORM H305-SIGN-AMOUNT.
           MOVE WS-SIGNED-AMT TO OUT-AMOUNT.
           MOVE 0 TO OUT-BALANCE.
           IF (WS-SUB-RC-OK)
              MOVE WS-SUB-NEW-BAL TO OUT-BALANCE
           END-IF.
           MOVE WS-SUB-DATA TO OUT-DATA.
           MOVE 'F TYPE: ' TO OUT-FILLER-F.
           END-IF.
        H300-END. EXIT.

        H305-SIGN-AMOUNT.
           MOVE 0 TO WS-SIGNED-AMT.
           IF (WS-SUB-RC-OK)
              EVALUATE WS-FUNC-TYPE
                WHEN 'W'
                     MOVE WS-SUB-AMOUNT TO WS-SIGNED-AMT
                WHEN 'C'
                     MOVE WS-SUB-AMOUNT TO WS-SIGNED-AMT
                WHEN 'B'
                     COMPUTE WS-SIGNED-AMT = 0 - WS-SUB-AMOUNT
                WHEN 'T'
                     COMPUTE WS-SIGNED-AMT = 0 - WS-SUB-AMOUNT
      *         ON 'D' PBEGIDX HANDS BACK THE WRITTEN-OFF BALANCE
      *         IN WS-SUB-AMOUNT - LOGGED NEGATIVE, MONEY OUT.
                WHEN 'D'
                     COMPUTE WS-SIGNED-AMT = 0 - WS-SUB-AMOUNT
      *         ON 'V' PBEGIDX HANDS BACK THE SIGNED EFFECT OF THE
      *         REVERSAL ON THE ACCOUNT - LOGGED AS IT STANDS.
                WHEN 'V'
                     MOVE WS-SUB-AMOUNT TO WS-SIGNED-AMT
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.
        H305-END. EXIT.

      *    ON A PROJECTION RUN THE ANSWER PBEGIDX GAVE IS KEPT
      *    INSTEAD OF LOGGED: A BUSINESS REJECT IS COUNTED UNDER
      *    ITS RETURN CODE, AND A POSTING THAT WENT THROUGH MOVES
      *    ITS DIVISION'S PROJECTED TOTAL THE WAY THE
      *    RECONCILIATION REPLAYS OUTFILE - THE SIGNED AMOUNT ON
      *    THE ACCOUNT NAMED, AND FOR A TRANSFER OR A REVERSED
      *    TRANSFER THE CONVERTED AMOUNT ON THE TARGET'S DIVISION.
        H310-PROJECT-RESULT.
           IF (WS-SUB-RC-BUSINESS-REJECT)
              MOVE 'POST'        TO WS-PRJ-SOURCE
              MOVE WS-SUB-RC     TO WS-PRJ-RC
              MOVE WS-SUB-DESC   TO WS-PRJ-TEXT
              MOVE WS-SUB-AMOUNT TO WS-PRJ-AMT
              ADD 1          TO WS-PRJ-POST-COUNT(WS-PRJ-RC)
              ADD WS-PRJ-AMT TO WS-PRJ-POST-AMT(WS-PRJ-RC)
              PERFORM H380-WRITE-REJECT-LINE
           END-IF.
           IF (WS-SUB-RC-OK)
              PERFORM H305-SIGN-AMOUNT
              COMPUTE WS-PRJ-SUB = WS-SUB-DVZ + 1
              ADD WS-SIGNED-AMT TO WS-PRJ-MOVE(WS-PRJ-SUB)
              IF (WS-FUNC-TYPE = 'W')
                 ADD 1 TO WS-PRJ-NET-CNT(WS-PRJ-SUB)
              END-IF
              IF (WS-FUNC-TYPE = 'D')
                 SUBTRACT 1 FROM WS-PRJ-NET-CNT(WS-PRJ-SUB)
              END-IF
              MOVE WS-SUB-DESC TO WS-PRJ-DESC
              IF (WS-FUNC-TYPE = 'T')
                 OR ((WS-FUNC-TYPE = 'V') AND (WS-PRJ-RVS-FUNC = 'T'))
                 MOVE WS-SUB-DATA TO WS-PRJ-XFER-DATA
                 COMPUTE WS-PRJ-SUB = WS-PRJ-XFER-TGT-DVZ + 1
                 ADD WS-PRJ-XFER-TGT-AMT TO WS-PRJ-MOVE(WS-PRJ-SUB)
              END-IF
           END-IF.
        H310-END. EXIT.

        H380-WRITE-REJECT-LINE.
           ADD 1          TO WS-PRJ-REJ-COUNT.
           ADD WS-PRJ-AMT TO WS-PRJ-REJ-AMT.
           MOVE WS-PRJ-RC  TO WS-RPT-RC-OUT.
           MOVE WS-PRJ-AMT TO WS-RPT-AMT-OUT.
           MOVE SPACES TO PRJ-REC.
           STRING WS-PRJ-SOURCE " RC " WS-RPT-RC-OUT
                  " FUNC " INP-FUNC-TYPE
                  " ID " INP-ID " DVZ " INP-DVZ
                  " AMT " WS-RPT-AMT-OUT " " WS-PRJ-TEXT
                  DELIMITED BY SIZE INTO PRJ-REC.
           PERFORM H390-WRITE-PRJ-LINE.
        H380-END. EXIT.

        H390-WRITE-PRJ-LINE.
           WRITE PRJ-REC.
           IF (NOT PRJ-OK)
              SET WS-ABEND TO TRUE
              DISPLAY "PRJ-FILE WRITE ERROR" PRJ-ST
              MOVE PRJ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
        H390-END. EXIT.

      *    END OF A PROJECTION RUN WHOSE TRAILER PROVED: THE REJECT
      *    SUMMARY BY REASON, THEN THE MASTER AS IT STANDS BROWSED
      *    FOR THE OPENING DIVISION TOTALS AND EACH DIVISION'S
      *    PROJECTED CLOSE. ANY PROJECTED REJECT ENDS THE STEP RC 4
      *    SO THE SCHEDULE SHOWS IT BEFORE THE LIVE RUN.
        H700-FINISH-PROJECTION.
           MOVE SPACES TO PRJ-REC.
           PERFORM H390-WRITE-PRJ-LINE.
           MOVE "PROJECTED REJECTS BY REASON CODE" TO PRJ-REC.
           PERFORM H390-WRITE-PRJ-LINE.
           MOVE 'EDIT' TO WS-PRJ-SOURCE.
           MOVE 1 TO WS-PRJ-SUB.
           PERFORM UNTIL WS-PRJ-SUB > 7
              IF (WS-PRJ-EDIT-COUNT(WS-PRJ-SUB) > 0)
                 MOVE WS-PRJ-EDIT-LABEL(WS-PRJ-SUB) TO WS-PRJ-TEXT
                 MOVE WS-PRJ-EDIT-COUNT(WS-PRJ-SUB) TO WS-RPT-CNT-OUT
                 MOVE WS-PRJ-EDIT-AMT(WS-PRJ-SUB)   TO WS-RPT-AMT-OUT
                 PERFORM H710-WRITE-REASON-LINE
              END-IF
              ADD 1 TO WS-PRJ-SUB
           END-PERFORM.
           MOVE 'POST' TO WS-PRJ-SOURCE.
           MOVE 1 TO WS-PRJ-SUB.
           PERFORM UNTIL WS-PRJ-SUB > 16
              IF (WS-PRJ-POST-COUNT(WS-PRJ-SUB) > 0)
                 MOVE WS-PRJ-POST-LABEL(WS-PRJ-SUB) TO WS-PRJ-TEXT
                 MOVE WS-PRJ-POST-COUNT(WS-PRJ-SUB) TO WS-RPT-CNT-OUT
                 MOVE WS-PRJ-POST-AMT(WS-PRJ-SUB)   TO WS-RPT-AMT-OUT
                 PERFORM H710-WRITE-REASON-LINE
              END-IF
              ADD 1 TO WS-PRJ-SUB
           END-PERFORM.
           MOVE WS-PRJ-REJ-COUNT TO WS-RPT-CNT-OUT.
           MOVE WS-PRJ-REJ-AMT   TO WS-RPT-AMT-OUT.
           MOVE SPACES TO PRJ-REC.
           STRING "TOTAL PROJECTED REJECTS                  "
                  " COUNT " WS-RPT-CNT-OUT
                  "  AMOUNT " WS-RPT-AMT-OUT
                  DELIMITED BY SIZE INTO PRJ-REC.
           PERFORM H390-WRITE-PRJ-LINE.
           PERFORM H720-READ-OPENING-MASTER.
           MOVE SPACES TO PRJ-REC.
           PERFORM H390-WRITE-PRJ-LINE.
           MOVE "PROJECTED CLOSING TOTALS BY DIVISION" TO PRJ-REC.
           PERFORM H390-WRITE-PRJ-LINE.
           MOVE 1 TO WS-PRJ-SUB.
           PERFORM UNTIL WS-PRJ-SUB > 1000
              IF (WS-PRJ-OPEN-CNT(WS-PRJ-SUB) > 0)
                 OR (WS-PRJ-NET-CNT(WS-PRJ-SUB) NOT = 0)
                 OR (WS-PRJ-MOVE(WS-PRJ-SUB) NOT = 0)
                 PERFORM H740-WRITE-DIVISION-LINE
              END-IF
              ADD 1 TO WS-PRJ-SUB
           END-PERFORM.
           MOVE WS-PRJ-OPEN-CNT-T  TO WS-RPT-CNT-OUT.
           MOVE WS-PRJ-CLOSE-CNT-T TO WS-RPT-CNT2-OUT.
           MOVE WS-PRJ-OPEN-TOTAL  TO WS-RPT-BAL-OUT.
           MOVE WS-PRJ-MOVE-TOTAL  TO WS-RPT-MOV-OUT.
           COMPUTE WS-RPT-CLS-OUT =
                   WS-PRJ-OPEN-TOTAL + WS-PRJ-MOVE-TOTAL.
           MOVE SPACES TO PRJ-REC.
           STRING "TOTAL   ACCTS " WS-RPT-CNT-OUT " TO " WS-RPT-CNT2-OUT
                  " OPEN " WS-RPT-BAL-OUT " MOVE " WS-RPT-MOV-OUT
                  " CLOSE " WS-RPT-CLS-OUT
                  DELIMITED BY SIZE INTO PRJ-REC.
           PERFORM H390-WRITE-PRJ-LINE.
           IF (WS-PRJ-REJ-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "PROJECTION COMPLETE - " WS-REC-COUNT
                   " RECORDS, " WS-PRJ-REJ-COUNT " PROJECTED REJECTS".
        H700-END. EXIT.

        H710-WRITE-REASON-LINE.
           COMPUTE WS-RPT-RC-OUT = WS-PRJ-SUB.
           MOVE SPACES TO PRJ-REC.
           STRING WS-PRJ-SOURCE " RC " WS-RPT-RC-OUT " " WS-PRJ-TEXT
                  " COUNT " WS-RPT-CNT-OUT
                  "  AMOUNT " WS-RPT-AMT-OUT
                  DELIMITED BY SIZE INTO PRJ-REC.
           PERFORM H390-WRITE-PRJ-LINE.
        H710-END. EXIT.

      *    THE MASTER IS ONLY READ - PBEGIDX HAS IT OPEN INPUT
      *    TOO, AND NOTHING IN A PROJECTION RUN HAS CHANGED IT.
        H720-READ-OPENING-MASTER.
           OPEN INPUT IDX-FILE.
           IF (NOT IDX-OK)
              SET WS-ABEND TO TRUE
              DISPLAY "IDX-FILE OPEN ERROR" IDX-ST
              MOVE IDX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H730-ROLL-UP-MASTER UNTIL IDX-EOF.
           CLOSE IDX-FILE.
        H720-END. EXIT.

        H730-ROLL-UP-MASTER.
           READ IDX-FILE NEXT RECORD
              AT END
                 SET IDX-EOF TO TRUE
           END-READ.
           IF (NOT IDX-EOF)
              IF (NOT IDX-OK)
                 SET WS-ABEND TO TRUE
                 DISPLAY "IDX-FILE READ ERROR" IDX-ST
                 MOVE IDX-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              COMPUTE WS-PRJ-SUB = IDX-DVZ + 1
              ADD 1           TO WS-PRJ-OPEN-CNT(WS-PRJ-SUB)
              ADD IDX-BALANCE TO WS-PRJ-OPEN-BAL(WS-PRJ-SUB)
           END-IF.
        H730-END. EXIT.

        H740-WRITE-DIVISION-LINE.
           COMPUTE WS-RPT-DVZ-OUT = WS-PRJ-SUB - 1.
           COMPUTE WS-PRJ-CLOSE-CNT = WS-PRJ-OPEN-CNT(WS-PRJ-SUB)
                                    + WS-PRJ-NET-CNT(WS-PRJ-SUB).
           MOVE WS-PRJ-OPEN-CNT(WS-PRJ-SUB) TO WS-RPT-CNT-OUT.
           MOVE WS-PRJ-CLOSE-CNT            TO WS-RPT-CNT2-OUT.
           MOVE WS-PRJ-OPEN-BAL(WS-PRJ-SUB) TO WS-RPT-BAL-OUT.
           MOVE WS-PRJ-MOVE(WS-PRJ-SUB)     TO WS-RPT-MOV-OUT.
           COMPUTE WS-RPT-CLS-OUT = WS-PRJ-OPEN-BAL(WS-PRJ-SUB)
                                  + WS-PRJ-MOVE(WS-PRJ-SUB).
           ADD WS-PRJ-OPEN-CNT(WS-PRJ-SUB) TO WS-PRJ-OPEN-CNT-T.
           ADD WS-PRJ-CLOSE-CNT            TO WS-PRJ-CLOSE-CNT-T.
           ADD WS-PRJ-OPEN-BAL(WS-PRJ-SUB) TO WS-PRJ-OPEN-TOTAL.
           ADD WS-PRJ-MOVE(WS-PRJ-SUB)     TO WS-PRJ-MOVE-TOTAL.
           MOVE SPACES TO PRJ-REC.
           STRING "DVZ " WS-RPT-DVZ-OUT
                  " ACCTS " WS-RPT-CNT-OUT " TO " WS-RPT-CNT2-OUT
                  " OPEN " WS-RPT-BAL-OUT " MOVE " WS-RPT-MOV-OUT
                  " CLOSE " WS-RPT-CLS-OUT
                  DELIMITED BY SIZE INTO PRJ-REC.
           PERFORM H390-WRITE-PRJ-LINE.
        H740-END. EXIT.

         H999-PROGRAM-EXIT.
             IF (NOT WS-ABEND) AND (NOT WS-TRAILER-SEEN)
                SET WS-ABEND TO TRUE
      *      THE CHECKPOINT MAKES THE OPERATOR'S RERUN A HARMLESS
      *      SKIP-ALL RESTART THAT RETRIES THE DATE WRITE, WHERE
      *      CLEARING IT WOULD LET THE SAME FILE POST TWICE.
      *      A PROJECTION RUN RECORDS NOTHING - THE DATE IS STILL
      *      TO BE POSTED FOR REAL.
             IF (NOT WS-ABEND) AND (NOT WS-SIM-RUN)
                PERFORM H145-RECORD-BUS-DATE
                IF (NOT WS-ABEND)
                   PERFORM H140-RESET-CHECKPOINT
      *      COUNTS COVER THE RESUMED PORTION; THE CROSS-FOOTED
      *      FIGURES ON THE SHEET COME FROM THE DOWNSTREAM STEPS,
      *      WHICH ALWAYS SEE THE WHOLE DAY.
             IF (NOT WS-ABEND) AND (NOT WS-SIM-RUN)
                PERFORM H148-WRITE-RUN-CONTROL
             END-IF.
      *      RETURNING FROM A CALL REPLACES THIS PROGRAM'S
             END-IF.
             CLOSE INP-FILE.
             CLOSE RCY-FILE.
             CLOSE TDI-FILE.
             CLOSE SOG-FILE.
             CLOSE FEI-FILE.
             CLOSE WLR-FILE.
             CLOSE OUT-FILE.
             CLOSE REJ-FILE.
             CLOSE PRJ-FILE.
             STOP RUN.
         H999-END. EXIT.
      *
