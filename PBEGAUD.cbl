           05 WS-HOLD-STATUS     PIC X(1).
           05 WS-HOLD-XREF-ID    PIC 9(5).
           05 WS-HOLD-XREF-DVZ   PIC 9(3).
           05 WS-HOLD-HLD-REF    PIC X(15).
           05 WS-HOLD-HLD-REASON PIC X(15).
           05 WS-HOLD-HLD-AMOUNT PIC S9(15) COMP-3.
           05 WS-HOLD-HLD-EXP    PIC 9(8).
      *    MERGE STATE - ONE PENDING RECORD FROM EACH SOURCE,
      *    KEYS HELD IN DISPLAY FORM SO A PLAIN GROUP COMPARE
      *    ORDERS THEM. THE LIVE RECORD IS SAVED ASIDE BECAUSE
              88 WS-ARC-AVAIL            VALUE 'Y'.
           05 WS-ARC-DONE-SW     PIC X(1) VALUE 'N'.
              88 WS-ARC-DONE             VALUE 'Y'.
           05 WS-LIVE-SAVE       PIC X(121).
           05 WS-LIVE-MKEY.
              07 WS-LIVE-MKEY-ID    PIC 9(5).
              07 WS-LIVE-MKEY-DVZ   PIC 9(3).
           05 WS-RPT-DLT-OUT     PIC -(13)9.
           05 WS-RPT-DATE-OUT    PIC 9(7).
           05 WS-RPT-CNT-OUT     PIC ZZZ,ZZZ,ZZ9.
           05 WS-RPT-HLD-VERB    PIC X(8).

      *------------------
       PROCEDURE DIVISION.
           MOVE AUD-STATUS  TO WS-HOLD-STATUS.
           MOVE AUD-XREF-ID  TO WS-HOLD-XREF-ID.
           MOVE AUD-XREF-DVZ TO WS-HOLD-XREF-DVZ.
           MOVE AUD-HLD-REF      TO WS-HOLD-HLD-REF.
           MOVE AUD-HLD-REASON   TO WS-HOLD-HLD-REASON.
           MOVE AUD-HLD-AMOUNT   TO WS-HOLD-HLD-AMOUNT.
           MOVE AUD-HLD-EXP-DATE TO WS-HOLD-HLD-EXP.
           SET WS-HOLD-FULL TO TRUE.
        H300-END. EXIT.

                        DELIMITED BY SIZE INTO RPT-REC
                 PERFORM H510-WRITE-RPT-LINE
              END-IF
      *       AN 'H' OR 'K' IMAGE CARRIES THE HOLD PLACED OR
      *       RELEASED - THE BALANCE ITSELF DID NOT MOVE.
              IF (WS-HOLD-ACTION = 'H') OR (WS-HOLD-ACTION = 'K')
                 MOVE WS-HOLD-HLD-AMOUNT TO WS-RPT-BAL-OUT
                 IF (WS-HOLD-ACTION = 'H')
                    MOVE 'PLACED'   TO WS-RPT-HLD-VERB
                 ELSE
                    MOVE 'RELEASED' TO WS-RPT-HLD-VERB
                 END-IF
                 MOVE SPACES TO RPT-REC
                 STRING "  (HOLD " WS-RPT-HLD-VERB " REF "
                        WS-HOLD-HLD-REF
                        " " WS-HOLD-HLD-REASON
                        " AMT " WS-RPT-BAL-OUT
                        " EXP " WS-HOLD-HLD-EXP ")"
                        DELIMITED BY SIZE INTO RPT-REC
                 PERFORM H510-WRITE-RPT-LINE
              END-IF
           END-IF.
        H320-END. EXIT.

