      *    GENERAL-LEDGER INTERFACE EXTRACT.
      *
      *    TURNS THE DAY'S SUCCESSFUL MONETARY ACTIVITY ON
      *    OUTFILE (W/C/B/D, BOTH LEGS OF T AND THE V REVERSALS
      *    OF EITHER) INTO THE GL BATCH INTERFACE FILE: ONE
      *    SUMMARIZED DEBIT/CREDIT PAIR PER DIVISION PER
      *    TRANSACTION TYPE - THE DIVISION-SIDE
      *    ENTRY PLUS ITS OFFSET TO THE GL SETTLEMENT ACCOUNT -
      *    BETWEEN A HEADER CARRYING THE BUSINESS DATE AND A
      *    TRAILER WITH THE DETAIL COUNT AND AMOUNT HASH THE GL
           05 FILLER             PIC X(1) VALUE 'B'.
           05 FILLER             PIC X(1) VALUE 'T'.
           05 FILLER             PIC X(1) VALUE 'D'.
           05 FILLER             PIC X(1) VALUE 'V'.
       01  WS-FUNC-CODES REDEFINES WS-FUNC-LIST.
           05 WS-FUNC-CODE       PIC X(1) OCCURS 6 TIMES.
      *    NET SIGNED ACTIVITY PER DIVISION PER TYPE, ACCUMULATED
      *    OFF THE LOG AND EMITTED AS BALANCED PAIRS AT END.
       01  WS-NET-TABLE-AREA.
           05 WS-NET-DVZ-ENTRY OCCURS 1000 TIMES.
              07 WS-NET-CELL OCCURS 6 TIMES
                                 PIC S9(15) COMP-3.

      *------------------
           MOVE 1 TO WS-DVZ-SUB.
           PERFORM UNTIL WS-DVZ-SUB > 1000
              MOVE 1 TO WS-FUNC-SUB
              PERFORM UNTIL WS-FUNC-SUB > 6
                 MOVE 0 TO WS-NET-CELL(WS-DVZ-SUB WS-FUNC-SUB)
                 ADD 1 TO WS-FUNC-SUB
              END-PERFORM
                        PERFORM H220-BUCKET-TRANSFER
                   WHEN 'D'
                        PERFORM H210-BUCKET-SIMPLE
                   WHEN 'V'
                        IF (OUT-RVS-ORIG-FUNC = 'T')
                           PERFORM H220-BUCKET-TRANSFER
                        ELSE
                           PERFORM H210-BUCKET-SIMPLE
                        END-IF
                   WHEN OTHER
                        CONTINUE
                 END-EVALUATE
      *    CURRENCY, THE SAME CONVENTION EVERY OTHER AMOUNT ON
      *    THE LOG FOLLOWS - ON A SAME-CURRENCY TRANSFER THE
      *    TARGET AMOUNT IS THE EXACT OPPOSITE OF THE SOURCE LEG,
      *    AS IT ALWAYS WAS. A REVERSED TRANSFER ('V') CARRIES
      *    BOTH LEGS THE SAME WAY, SIGNS TURNED ROUND, AND POSTS
      *    UNDER ITS OWN TYPE SO THE GL SEES THE CORRECTION AS
      *    SUCH RATHER THAN AS A SMALLER DAY'S TRANSFERS.
        H220-BUCKET-TRANSFER.
           ADD 1 TO WS-MONEY-COUNT.
           COMPUTE WS-DVZ-SUB = OUT-DVZ + 1.
                  MOVE 4 TO WS-FUNC-SUB
             WHEN 'D'
                  MOVE 5 TO WS-FUNC-SUB
             WHEN 'V'
                  MOVE 6 TO WS-FUNC-SUB
           END-EVALUATE.
        H230-END. EXIT.

           MOVE 1 TO WS-DVZ-SUB.
           PERFORM UNTIL WS-DVZ-SUB > 1000
              MOVE 1 TO WS-FUNC-SUB
              PERFORM UNTIL WS-FUNC-SUB > 6
                 IF (WS-NET-CELL(WS-DVZ-SUB WS-FUNC-SUB) NOT = 0)
                    PERFORM H320-WRITE-PAIR
                 END-IF
