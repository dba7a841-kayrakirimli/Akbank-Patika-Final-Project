           05 WS-GRAND-TOTAL     PIC 9(8) VALUE 0.
           05 WS-INDEX-I         PIC 9(3).
           05 WS-FUNC-TABLE.
              07 WS-FUNC-ENTRY OCCURS 15 TIMES.
                 09 WS-FUNC-CODE    PIC X(1).
                 09 WS-FUNC-COUNT   PIC 9(8).
           05 WS-RC-TABLE.
           MOVE 'N' TO WS-FUNC-CODE(9).
           MOVE 'X' TO WS-FUNC-CODE(10).
           MOVE 'L' TO WS-FUNC-CODE(11).
           MOVE 'H' TO WS-FUNC-CODE(12).
           MOVE 'K' TO WS-FUNC-CODE(13).
           MOVE 'V' TO WS-FUNC-CODE(14).
           MOVE '?' TO WS-FUNC-CODE(15).
           MOVE 1 TO WS-INDEX-I.
           PERFORM UNTIL WS-INDEX-I > 15
              MOVE 0 TO WS-FUNC-COUNT(WS-INDEX-I)
              ADD 1 TO WS-INDEX-I
           END-PERFORM.

        H210-BUMP-FUNC-COUNT.
           MOVE 1 TO WS-INDEX-I.
           PERFORM UNTIL WS-INDEX-I > 15
              IF (WS-FUNC-CODE(WS-INDEX-I) = OUT-FUNC-TYPE)
                 OR (WS-INDEX-I = 15)
                 ADD 1 TO WS-FUNC-COUNT(WS-INDEX-I)
                 MOVE 16 TO WS-INDEX-I
              END-IF
              ADD 1 TO WS-INDEX-I
           END-PERFORM.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 1 TO WS-INDEX-I.
           PERFORM UNTIL WS-INDEX-I > 15
              PERFORM H410-WRITE-FUNC-LINE
              ADD 1 TO WS-INDEX-I
           END-PERFORM.
        H410-WRITE-FUNC-LINE.
           MOVE WS-FUNC-COUNT(WS-INDEX-I) TO WS-RPT-COUNT-OUT.
           MOVE SPACES TO RPT-REC.
           IF (WS-INDEX-I = 15)
              STRING "FUNC OTHER/INVALID : " WS-RPT-COUNT-OUT
                     DELIMITED BY SIZE INTO RPT-REC
           ELSE
