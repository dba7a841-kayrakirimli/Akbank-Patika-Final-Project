       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEGTDC.
       AUTHOR.        Kayra KIRIMLI.
      *----------------------------------------------------------
      *    TERM-DEPOSIT POSTING CONFIRMATION.
      *
      *    RUNS AFTER HSTLOAD. FOR EVERY DEPOSIT CARRYING A PENDING
      *    PLACEMENT OR PAYMENT FROM PBEGTDG, LOOKS FOR THE POSTING
      *    ON HSTFILE UNDER THE FUNDING ACCOUNT AND THE DATE IT WAS
      *    GENERATED FOR: A 'TERM DEPOSIT' ENTRY FOR THE SAME EVENT
      *    FAMILY, DEPOSIT NUMBER AND AMOUNT ('B' PLACE FOR MINUS
      *    THE PLACEMENT; 'C' MATURE, BREAK, ROLLINT OR REPAY FOR
      *    PLUS THE PAYMENT).
      *       FOUND      - THE PENDING FIELDS ARE CLEARED.
      *       NOT FOUND  - PBEGIDX REFUSED THE POSTING (INSUFFICIENT
      *                    FUNDS, ACCOUNT FROZEN OR CLOSED):
      *                    A PLACEMENT THAT NEVER TOOK THE MONEY
      *                    LEAVES THE DEPOSIT FAILED ('F') - NOTHING
      *                    IS OWED EITHER WAY; A PAYMENT THAT NEVER
      *                    REACHED THE ACCOUNT IS ADDED TO
      *                    TDP-OWED-AMT AND PBEGTDG OFFERS IT AGAIN
      *                    ON THE NEXT RUN.
      *    A PENDING POSTING DATED AFTER THE LAST DATE ON BDTFILE
      *    HAS NOT BEEN THROUGH THE POST STEP YET AND IS LEFT.
      *    EVERY DECISION IS LISTED ON TDCRPT; RC 4 IF ANY POSTING
      *    WAS NOT FOUND.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDP-FILE   ASSIGN TO TDPFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS TDP-KEY
                             STATUS TDP-ST.
           SELECT HST-FILE   ASSIGN TO HSTFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS HST-KEY
                             STATUS HST-ST.
           SELECT BDT-FILE   ASSIGN TO BDTFILE
                             STATUS BDT-ST.
           SELECT RPT-FILE   ASSIGN TO TDCRPT
                             STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  TDP-FILE.
       COPY TDPREC.
      *
       FD  HST-FILE.
       COPY HSTREC.
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
           05 HST-ST             PIC 9(2).
              88 HST-OK                   VALUE 00 97.
           05 BDT-ST             PIC 9(2).
              88 BDT-OK                   VALUE 00 97.
           05 RPT-ST             PIC 9(2).
              88 RPT-OK                   VALUE 00 97.
           05 WS-BUSINESS-DATE   PIC 9(8).
           05 WS-HST-DONE-SW     PIC X(1).
              88 WS-HST-DONE              VALUE 'Y'.
           05 WS-MATCH-SW        PIC X(1).
              88 WS-MATCHED               VALUE 'Y'.
      *    WHAT THE HISTORY ENTRY MUST LOOK LIKE.
           05 WS-WANT-FUNC       PIC X(1).
           05 WS-WANT-AMOUNT     PIC S9(15) COMP-3.
           05 WS-WANT-NO         PIC 9(7).
           05 WS-WANT-NO-X REDEFINES WS-WANT-NO
                                 PIC X(7).
      *    THE PBEGTDG EVENT CARRIED IN THE HISTORY DESCRIPTION.
           05 WS-HST-EVENT       PIC X(7).
              88 WS-EVENT-PLACEMENT       VALUE 'PLACE'.
              88 WS-EVENT-PAYMENT         VALUE 'MATURE' 'BREAK'
                                                'ROLLINT' 'REPAY'.
           05 WS-PEND-COUNT      PIC 9(6) COMP VALUE 0.
           05 WS-CONFIRMED-COUNT PIC 9(6) COMP VALUE 0.
           05 WS-FAILED-COUNT    PIC 9(6) COMP VALUE 0.
           05 WS-OWED-COUNT      PIC 9(6) COMP VALUE 0.
           05 WS-LATER-COUNT     PIC 9(6) COMP VALUE 0.
           05 WS-RPT-RESULT      PIC X(40).
           05 WS-RPT-ID-OUT      PIC ZZZZ9.
           05 WS-RPT-DVZ-OUT     PIC ZZ9.
           05 WS-RPT-AMT-OUT     PIC -(14)9.
           05 WS-RPT-CNT-OUT     PIC ZZZ,ZZ9.

      *------------------
       PROCEDURE DIVISION.
      *------------------
        00000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-READ-BUS-DATE.
           PERFORM H160-WRITE-HEADINGS.
           PERFORM H180-POSITION-BROWSE.
           PERFORM H200-CONFIRM-DEPOSITS UNTIL TDP-EOF.
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
           OPEN INPUT HST-FILE.
           IF (NOT HST-OK)
              DISPLAY "HST-FILE OPEN ERROR" HST-ST
              MOVE HST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (NOT RPT-OK)
              DISPLAY "RPT-FILE OPEN ERROR" RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
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

        H160-WRITE-HEADINGS.
           MOVE SPACES TO RPT-REC.
           STRING "TERM-DEPOSIT POSTING CONFIRMATION FOR BUSINESS "
                  "DATE " WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           STRING "DEPOSIT    ID DVZ ACTION  DATE    "
                  "         AMOUNT RESULT"
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
        H160-END. EXIT.

        H180-POSITION-BROWSE.
           MOVE 0 TO TDP-NO.
           START TDP-FILE KEY IS >= TDP-KEY
              INVALID KEY
                 SET TDP-EOF TO TRUE
           END-START.
        H180-END. EXIT.

        H200-CONFIRM-DEPOSITS.
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
              IF (NOT TDP-PEND-NONE)
                 ADD 1 TO WS-PEND-COUNT
                 IF (TDP-PEND-DATE > WS-BUSINESS-DATE)
                    ADD 1 TO WS-LATER-COUNT
                 ELSE
                    PERFORM H210-CONFIRM-ONE
                 END-IF
              END-IF
           END-IF.
        H200-END. EXIT.

        H210-CONFIRM-ONE.
           MOVE TDP-NO TO WS-WANT-NO.
           IF (TDP-PEND-PLACEMENT)
              MOVE 'B' TO WS-WANT-FUNC
              COMPUTE WS-WANT-AMOUNT = 0 - TDP-PEND-AMOUNT
           ELSE
              MOVE 'C' TO WS-WANT-FUNC
              MOVE TDP-PEND-AMOUNT TO WS-WANT-AMOUNT
           END-IF.
           PERFORM H220-SEARCH-HISTORY.
           MOVE TDP-PEND-AMOUNT TO WS-RPT-AMT-OUT.
           IF (WS-MATCHED)
              ADD 1 TO WS-CONFIRMED-COUNT
              MOVE "CONFIRMED" TO WS-RPT-RESULT
           ELSE
              IF (TDP-PEND-PLACEMENT)
                 ADD 1 TO WS-FAILED-COUNT
                 MOVE 'F' TO TDP-STATUS
                 MOVE WS-BUSINESS-DATE TO TDP-CLOSE-DATE
                 MOVE "NOT POSTED - DEPOSIT FAILED" TO WS-RPT-RESULT
              ELSE
                 ADD 1 TO WS-OWED-COUNT
                 ADD TDP-PEND-AMOUNT TO TDP-OWED-AMT
                 MOVE "NOT POSTED - OWED, RETRIED NEXT RUN"
                                          TO WS-RPT-RESULT
              END-IF
           END-IF.
           PERFORM H260-WRITE-DETAIL-LINE.
           MOVE SPACE TO TDP-PEND-ACTION.
           MOVE 0     TO TDP-PEND-DATE.
           MOVE 0     TO TDP-PEND-AMOUNT.
           REWRITE TDP-REC
              INVALID KEY
                 DISPLAY "TDP-FILE REWRITE ERROR" TDP-ST
                 MOVE TDP-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-REWRITE.
        H210-END. EXIT.

      *    ONE KEYED BROWSE OF THE ACCOUNT'S ENTRIES FOR THE DAY
      *    THE POSTING WAS GENERATED FOR.
        H220-SEARCH-HISTORY.
           MOVE 'N' TO WS-MATCH-SW.
           MOVE 'N' TO WS-HST-DONE-SW.
           MOVE TDP-ID        TO HST-ID.
           MOVE TDP-DVZ       TO HST-DVZ.
           MOVE TDP-PEND-DATE TO HST-POST-DATE.
           MOVE 0             TO HST-POST-SEQ.
           START HST-FILE KEY IS >= HST-KEY
              INVALID KEY
                 SET WS-HST-DONE TO TRUE
           END-START.
           PERFORM H230-HISTORY-BROWSE
              UNTIL WS-HST-DONE OR WS-MATCHED.
        H220-END. EXIT.

        H230-HISTORY-BROWSE.
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
              IF (HST-ID NOT = TDP-ID) OR (HST-DVZ NOT = TDP-DVZ)
                 OR (HST-POST-DATE NOT = TDP-PEND-DATE)
                 SET WS-HST-DONE TO TRUE
              ELSE
                 MOVE HST-DESC(14:7) TO WS-HST-EVENT
                 IF (HST-FUNC = WS-WANT-FUNC)
                    AND (HST-AMOUNT = WS-WANT-AMOUNT)
                    AND (HST-DESC(1:13) = 'TERM DEPOSIT ')
                    AND (HST-DESC(22:7) = WS-WANT-NO-X)
                    AND ((TDP-PEND-PLACEMENT AND WS-EVENT-PLACEMENT)
                      OR (TDP-PEND-PAYMENT AND WS-EVENT-PAYMENT))
                    SET WS-MATCHED TO TRUE
                 END-IF
              END-IF
           END-IF.
        H230-END. EXIT.

        H260-WRITE-DETAIL-LINE.
           MOVE TDP-ID  TO WS-RPT-ID-OUT.
           MOVE TDP-DVZ TO WS-RPT-DVZ-OUT.
           MOVE SPACES TO RPT-REC.
           IF (TDP-PEND-PLACEMENT)
              STRING TDP-NO " " WS-RPT-ID-OUT " " WS-RPT-DVZ-OUT
                     " PLACE   " TDP-PEND-DATE " " WS-RPT-AMT-OUT
                     " " WS-RPT-RESULT
                     DELIMITED BY SIZE INTO RPT-REC
           ELSE
              STRING TDP-NO " " WS-RPT-ID-OUT " " WS-RPT-DVZ-OUT
                     " PAYMENT " TDP-PEND-DATE " " WS-RPT-AMT-OUT
                     " " WS-RPT-RESULT
                     DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           PERFORM H510-WRITE-RPT-LINE.
        H260-END. EXIT.

        H500-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-CONFIRMED-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "POSTINGS CONFIRMED      : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-FAILED-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "PLACEMENTS FAILED       : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-OWED-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "PAYMENTS NOW OWED       : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-LATER-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "NOT YET POSTED - LEFT   : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           DISPLAY "PENDING POSTINGS FOUND : " WS-PEND-COUNT.
           DISPLAY "POSTINGS CONFIRMED     : " WS-CONFIRMED-COUNT.
           IF (WS-FAILED-COUNT > 0) OR (WS-OWED-COUNT > 0)
              DISPLAY "PBEGTDC " WS-FAILED-COUNT
                      " PLACEMENT(S) FAILED, " WS-OWED-COUNT
                      " PAYMENT(S) OWED - SEE TDCRPT"
              MOVE 4 TO RETURN-CODE
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

         H999-PROGRAM-EXIT.
             CLOSE TDP-FILE.
             CLOSE HST-FILE.
             CLOSE RPT-FILE.
             STOP RUN.
         H999-END. EXIT.
      *
