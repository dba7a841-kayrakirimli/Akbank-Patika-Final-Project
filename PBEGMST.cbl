      *    TO THE CURRENT BUSINESS DATE THE TWO MUST AGREE, AND A
      *    DISAGREEMENT ENDS THE RUN WITH RETURN CODE 4 SO THE
      *    STATEMENTS ARE CHECKED BEFORE THEY GO OUT.
      *
      *    EVERY POSTING LINE CARRIES ITS DATE/SEQUENCE, AND A
      *    REVERSED POSTING AND ITS REVERSAL EACH NAME THE OTHER
      *    ON THE SAME LINE, SO THE CUSTOMER SEES THE PAIR AS A
      *    CORRECTION RATHER THAN AS TWO UNRELATED MOVEMENTS.
      *
      *    THE STATEMENT IS ADDRESSED FROM THE CUSTOMER
      *    INFORMATION FILE - THE CUSTOMER'S LEGAL NAME AND
      *    MAILING ADDRESS UNDER THE ACCOUNT'S CUSTOMER ID. A
      *    STATEMENT WHOSE CUSTOMER IS NOT ON CIFFILE, OR HAS NO
      *    STREET ADDRESS THERE, IS FLAGGED AND COUNTED, AND THE
      *    RUN ENDS WITH RETURN CODE 4 SO IT IS PULLED FROM THE
      *    MAILING.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS IDX-KEY
                             STATUS IDX-ST.
           SELECT CIF-FILE   ASSIGN TO CIFFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS CIF-KEY
                             STATUS CIF-ST.
           SELECT CTL-FILE   ASSIGN TO MSTCTL
                             STATUS CTL-ST.
           SELECT RPT-FILE   ASSIGN TO MSTRPT
      *
       FD  IDX-FILE.
       COPY IDXREC.
      *
       FD  CIF-FILE.
       COPY CIFREC.
      *
       FD  CTL-FILE RECORDING MODE F.
       01  CTL-REC.
           05 IDX-ST             PIC 9(2).
              88 IDX-OK                   VALUE 00 97.
              88 IDX-NOT-FOUND            VALUE 23.
           05 CIF-ST             PIC 9(2).
              88 CIF-OK                   VALUE 00 97.
              88 CIF-NOT-FOUND            VALUE 23.
           05 CTL-ST             PIC 9(2).
              88 CTL-OK                   VALUE 00 97.
           05 RPT-ST             PIC 9(2).
           05 WS-POSTING-COUNT   PIC 9(6).
           05 WS-STMT-COUNT      PIC 9(8) VALUE 0.
           05 WS-MISMATCH-COUNT  PIC 9(8) VALUE 0.
           05 WS-REVERSAL-COUNT  PIC 9(8) VALUE 0.
           05 WS-NO-ADDR-COUNT   PIC 9(8) VALUE 0.
           05 WS-RPT-LINK-OUT    PIC X(28).
           05 WS-LIVE-FOUND-SW   PIC X(1).
              88 WS-LIVE-FOUND           VALUE 'Y'.
           05 WS-LIVE-BAL        PIC S9(15) COMP-3.
              MOVE IDX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CIF-FILE.
           IF (NOT CIF-OK)
              DISPLAY "CIF-FILE OPEN ERROR" CIF-ST
              MOVE CIF-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CTL-FILE.
           IF (NOT CTL-OK)
              DISPLAY "CTL-FILE OPEN ERROR" CTL-ST
                     DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           PERFORM H510-WRITE-RPT-LINE.
           PERFORM H330-PRINT-ADDRESS.
           MOVE WS-OPENING-BAL TO WS-RPT-BAL-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "  OPENING BALANCE " WS-RPT-BAL-OUT
           MOVE HST-BALANCE TO WS-CLOSING-BAL.
           MOVE HST-AMOUNT  TO WS-RPT-AMT-OUT.
           MOVE HST-BALANCE TO WS-RPT-BAL-OUT.
           MOVE SPACES TO WS-RPT-LINK-OUT.
           IF (HST-LINK-REVERSED)
              STRING " <REVERSED BY " HST-LINK-DATE
                     "/" HST-LINK-SEQ ">"
                     DELIMITED BY SIZE INTO WS-RPT-LINK-OUT
           END-IF.
           IF (HST-LINK-REVERSAL)
              ADD 1 TO WS-REVERSAL-COUNT
              STRING " <REVERSES   " HST-LINK-DATE
                     "/" HST-LINK-SEQ ">"
                     DELIMITED BY SIZE INTO WS-RPT-LINK-OUT
           END-IF.
           MOVE SPACES TO RPT-REC.
           STRING "  " HST-POST-DATE
                  "/" HST-POST-SEQ
                  " " HST-FUNC
                  " AMT " WS-RPT-AMT-OUT
                  " BAL " WS-RPT-BAL-OUT
                  " " HST-DESC
                  WS-RPT-LINK-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
        H310-END. EXIT.
           END-READ.
        H320-END. EXIT.

      *    ADDRESS BLOCK OFF THE CUSTOMER INFORMATION FILE. THE
      *    SECOND STREET LINE IS ONLY PRINTED WHEN THERE IS ONE.
        H330-PRINT-ADDRESS.
           MOVE WS-CUR-ID TO CIF-ID.
           READ CIF-FILE
              INVALID KEY
                 IF (NOT CIF-NOT-FOUND)
                    DISPLAY "CIF-FILE READ ERROR" CIF-ST
                    MOVE CIF-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
           END-READ.
           MOVE SPACES TO RPT-REC.
           IF (CIF-NOT-FOUND)
              ADD 1 TO WS-NO-ADDR-COUNT
              STRING "  ** CUSTOMER NOT ON CIF - NO MAILING"
                     " ADDRESS **"
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
           ELSE
              STRING "  " CIF-FNAME " " CIF-LNAME
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
              IF (CIF-ADDR-1 = SPACES)
                 ADD 1 TO WS-NO-ADDR-COUNT
                 MOVE SPACES TO RPT-REC
                 STRING "  ** NO MAILING ADDRESS ON CIF **"
                        DELIMITED BY SIZE INTO RPT-REC
                 PERFORM H510-WRITE-RPT-LINE
              ELSE
                 MOVE SPACES TO RPT-REC
                 STRING "  " CIF-ADDR-1
                        DELIMITED BY SIZE INTO RPT-REC
                 PERFORM H510-WRITE-RPT-LINE
                 IF (CIF-ADDR-2 NOT = SPACES)
                    MOVE SPACES TO RPT-REC
                    STRING "  " CIF-ADDR-2
                           DELIMITED BY SIZE INTO RPT-REC
                    PERFORM H510-WRITE-RPT-LINE
                 END-IF
                 MOVE SPACES TO RPT-REC
                 STRING "  " CIF-POST-CODE " " CIF-CITY
                        DELIMITED BY SIZE INTO RPT-REC
                 PERFORM H510-WRITE-RPT-LINE
              END-IF
           END-IF.
        H330-END. EXIT.

      *    END OF AN ACCOUNT'S CYCLE ACTIVITY - PRINT THE CLOSING
      *    BALANCE AND PROVE IT AGAINST THE LIVE MASTER. A
      *    DELETED ACCOUNT CLOSES AT ZERO BY CONSTRUCTION OF THE
           STRING "CLOSING/MASTER MISMATCHES: " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-REVERSAL-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "REVERSALS SHOWN          : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-NO-ADDR-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "NO MAILING ADDRESS       : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           IF (WS-NO-ADDR-COUNT > 0)
              DISPLAY "PBEGMST " WS-NO-ADDR-COUNT " STATEMENT(S)"
                      " HAVE NO MAILING ADDRESS ON CIF - PULL"
                      " BEFORE MAILING"
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF (WS-MISMATCH-COUNT > 0)
              DISPLAY "PBEGMST " WS-MISMATCH-COUNT " STATEMENT(S)"
                      " DISAGREE WITH THE MASTER - CHECK BEFORE"
         H999-PROGRAM-EXIT.
             CLOSE HST-FILE.
             CLOSE IDX-FILE.
             CLOSE CIF-FILE.
             CLOSE CTL-FILE.
             CLOSE RPT-FILE.
             STOP RUN.
