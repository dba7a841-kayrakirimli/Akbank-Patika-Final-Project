       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEGWLR.
       AUTHOR.        Kayra KIRIMLI.
      *----------------------------------------------------------
      *    COMPLIANCE REVIEW OF WATCH-LIST HITS.
      *
      *    EVERY TRANSACTION PBEGIDX STOPPED ON A WATCH-LIST HIT
      *    WAITS ON RVWFILE AS HELD UNTIL THE COMPLIANCE OFFICER
      *    DECIDES IT. DRIVEN BY WLRCTL CARDS NAMING THE ITEM BY
      *    ITS REVIEW KEY (THE ACCOUNT, THE BUSINESS DATE IT WAS
      *    STOPPED AND ITS SEQUENCE - ALL SHOWN IN THE OUTFILE
      *    DATA OF THE HELD TRANSACTION):
      *       R  RELEASE - THE TRANSACTION IS WRITTEN BACK TO
      *          WLRFILE EXACTLY AS IT FIRST ARRIVED, AND THE NEXT
      *          POSTING RUN PUTS IT THROUGH; PBEGIDX RECOGNISES IT
      *          BY ITS RELEASED REVIEW RECORD AND MARKS THAT
      *          RECORD POSTED ONCE IT HAS GONE ON
      *       D  DECLINE - THE TRANSACTION NEVER POSTS
      *    ONLY A HELD ITEM CAN BE DECIDED, AND THE OFFICER'S ID
      *    IS REQUIRED; THE DECISION, ITS DATE AND THE OFFICER
      *    STAY ON THE REVIEW RECORD. EVERY CARD, APPLIED OR
      *    REFUSED, GETS A WLRRPT LINE, FOLLOWED BY EVERY ITEM
      *    STILL HELD OR RELEASED BUT NOT YET POSTED.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RVW-FILE   ASSIGN TO RVWFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS RVW-KEY
                             STATUS RVW-ST.
           SELECT CTL-FILE   ASSIGN TO WLRCTL
                             STATUS CTL-ST.
           SELECT WLR-FILE   ASSIGN TO WLRFILE
                             STATUS WLR-ST.
           SELECT RPT-FILE   ASSIGN TO WLRRPT
                             STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  RVW-FILE.
       COPY RVWREC.
      *
       FD  CTL-FILE RECORDING MODE F.
       01  CTL-REC.
           05 CTL-ACTION         PIC X(1).
              88 CTL-ACTION-RELEASE      VALUE 'R'.
              88 CTL-ACTION-DECLINE      VALUE 'D'.
           05 CTL-ID             PIC X(5).
           05 CTL-DVZ            PIC X(3).
           05 CTL-HIT-DATE       PIC X(8).
           05 CTL-SEQ            PIC X(4).
           05 CTL-NOTE           PIC X(30).
           05 FILLER             PIC X(5).
           05 CTL-OFFICER        PIC X(8).
           05 FILLER             PIC X(16).
      *
      *    RELEASED TRANSACTIONS FOR THE NEXT POSTING RUN, IN THE
      *    SAME LAYOUT AS PBEG006'S INP-REC.
       FD  WLR-FILE RECORDING MODE F.
       01  WLR-REC.
           05 WLR-FUNC-TYPE      PIC X(1).
           05 WLR-ID             PIC 9(5).
           05 WLR-DVZ            PIC 9(3).
           05 WLR-FNAME          PIC X(15).
           05 WLR-LNAME          PIC X(15).
           05 WLR-DATE           PIC 9(8).
           05 WLR-BALANCE        PIC 9(15).
      *
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC               PIC X(120).

      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 RVW-ST             PIC 9(2).
              88 RVW-OK                   VALUE 00 97.
              88 RVW-EOF                  VALUE 10.
              88 RVW-NOT-FOUND            VALUE 23.
           05 CTL-ST             PIC 9(2).
              88 CTL-OK                   VALUE 00 97.
              88 CTL-EOF                  VALUE 10.
           05 WLR-ST             PIC 9(2).
              88 WLR-OK                   VALUE 00 97.
              88 WLR-NOT-FOUND            VALUE 35.
           05 RPT-ST             PIC 9(2).
              88 RPT-OK                   VALUE 00 97.
           05 WS-TODAY           PIC 9(8).
           05 WS-REJECT-SW       PIC X(1).
              88 WS-REJECTED             VALUE 'Y'.
           05 WS-REJECT-TEXT     PIC X(40).
           05 WS-APPLIED-COUNT   PIC 9(4) COMP VALUE 0.
           05 WS-REFUSED-COUNT   PIC 9(4) COMP VALUE 0.
           05 WS-HELD-COUNT      PIC 9(8) VALUE 0.
           05 WS-WAITING-COUNT   PIC 9(8) VALUE 0.
           05 WS-DECISION        PIC X(8).
           05 WS-RPT-ID-OUT      PIC ZZZZ9.
           05 WS-RPT-DVZ-OUT     PIC ZZ9.
           05 WS-RPT-AMT-OUT     PIC Z(14)9.
           05 WS-RPT-CNT-OUT     PIC ZZZ,ZZZ,ZZ9.

      *------------------
       PROCEDURE DIVISION.
      *------------------
        00000-MAIN.
           PERFORM H100-OPEN-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM H200-PROCESS-CARDS UNTIL CTL-EOF.
           PERFORM H450-LIST-PENDING.
           PERFORM H500-WRITE-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
         00000-END. EXIT.

        H100-OPEN-FILES.
           OPEN I-O RVW-FILE.
           IF (NOT RVW-OK)
              DISPLAY "RVW-FILE OPEN ERROR" RVW-ST
              MOVE RVW-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CTL-FILE.
           IF (NOT CTL-OK)
              DISPLAY "CTL-FILE OPEN ERROR" CTL-ST
              MOVE CTL-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
      *    RELEASES ACCUMULATE UNTIL THE NEXT POSTING RUN CONSUMES
      *    THEM - TWO REVIEW SESSIONS IN ONE DAY BOTH GO ON.
           OPEN EXTEND WLR-FILE.
           IF (WLR-NOT-FOUND)
              OPEN OUTPUT WLR-FILE
           END-IF.
           IF (NOT WLR-OK)
              DISPLAY "WLR-FILE OPEN ERROR" WLR-ST
              MOVE WLR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (NOT RPT-OK)
              DISPLAY "RPT-FILE OPEN ERROR" RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO RPT-REC.
           MOVE "WATCH-LIST COMPLIANCE REVIEW LOG" TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
        H100-END. EXIT.

        H200-PROCESS-CARDS.
           READ CTL-FILE AT END SET CTL-EOF TO TRUE.
           IF (NOT CTL-EOF)
              IF (NOT CTL-OK)
                 DISPLAY "CTL-FILE READ ERROR" CTL-ST
                 MOVE CTL-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM H210-EDIT-CARD
              IF (NOT WS-REJECTED)
                 PERFORM H220-READ-ITEM
              END-IF
              IF (WS-REJECTED)
                 ADD 1 TO WS-REFUSED-COUNT
                 PERFORM H400-WRITE-REFUSED-LINE
              ELSE
                 PERFORM H230-APPLY-DECISION
                 ADD 1 TO WS-APPLIED-COUNT
                 PERFORM H410-WRITE-APPLIED-LINE
              END-IF
           END-IF.
        H200-END. EXIT.

        H210-EDIT-CARD.
           MOVE 'N' TO WS-REJECT-SW.
           MOVE SPACES TO WS-REJECT-TEXT.
           IF (NOT CTL-ACTION-RELEASE) AND (NOT CTL-ACTION-DECLINE)
              SET WS-REJECTED TO TRUE
              MOVE 'ACTION MUST BE R OR D' TO WS-REJECT-TEXT
           ELSE
              IF (CTL-ID NOT NUMERIC) OR (CTL-DVZ NOT NUMERIC)
                 OR (CTL-HIT-DATE NOT NUMERIC)
                 OR (CTL-SEQ NOT NUMERIC)
                 SET WS-REJECTED TO TRUE
                 MOVE 'REVIEW KEY NOT NUMERIC' TO WS-REJECT-TEXT
              ELSE
                 IF (CTL-OFFICER = SPACES)
                    SET WS-REJECTED TO TRUE
                    MOVE 'OFFICER ID REQUIRED' TO WS-REJECT-TEXT
                 END-IF
              END-IF
           END-IF.
        H210-END. EXIT.

      *    ONLY A HELD ITEM IS OPEN TO A DECISION - ONE ALREADY
      *    RELEASED IS ON ITS WAY TO POSTING AND CANNOT BE CALLED
      *    BACK FROM HERE.
        H220-READ-ITEM.
           MOVE CTL-ID       TO RVW-ID.
           MOVE CTL-DVZ      TO RVW-DVZ.
           MOVE CTL-HIT-DATE TO RVW-HIT-DATE.
           MOVE CTL-SEQ      TO RVW-SEQ.
           READ RVW-FILE
              INVALID KEY
                 IF (RVW-NOT-FOUND)
                    SET WS-REJECTED TO TRUE
                    MOVE 'NO SUCH REVIEW ITEM' TO WS-REJECT-TEXT
                 ELSE
                    DISPLAY "RVW-FILE READ ERROR" RVW-ST
                    MOVE RVW-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
           END-READ.
           IF (NOT WS-REJECTED) AND (NOT RVW-ST-HELD)
              SET WS-REJECTED TO TRUE
              EVALUATE TRUE
                WHEN RVW-ST-RELEASED
                     MOVE 'ALREADY RELEASED' TO WS-REJECT-TEXT
                WHEN RVW-ST-POSTED
                     MOVE 'ALREADY RELEASED AND POSTED'
                                          TO WS-REJECT-TEXT
                WHEN OTHER
                     MOVE 'ALREADY DECLINED' TO WS-REJECT-TEXT
              END-EVALUATE
           END-IF.
        H220-END. EXIT.

        H230-APPLY-DECISION.
           IF (CTL-ACTION-RELEASE)
              MOVE 'R'        TO RVW-STATUS
              MOVE 'RELEASED' TO WS-DECISION
           ELSE
              MOVE 'D'        TO RVW-STATUS
              MOVE 'DECLINED' TO WS-DECISION
           END-IF.
           MOVE WS-TODAY      TO RVW-DECIDE-DATE.
           MOVE CTL-OFFICER   TO RVW-OFFICER.
           REWRITE RVW-REC
              INVALID KEY
                 DISPLAY "RVW-FILE REWRITE ERROR" RVW-ST
                 MOVE RVW-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-REWRITE.
           IF (CTL-ACTION-RELEASE)
              PERFORM H240-WRITE-RELEASE
           END-IF.
        H230-END. EXIT.

      *    THE TRANSACTION GOES BACK BYTE FOR BYTE AS IT WAS
      *    STOPPED - PBEGIDX MATCHES IT TO THIS RECORD ON EVERY
      *    FIELD, SO NOTHING MAY BE ALTERED ON THE WAY.
        H240-WRITE-RELEASE.
           MOVE RVW-TXN-FUNC   TO WLR-FUNC-TYPE.
           MOVE RVW-ID         TO WLR-ID.
           MOVE RVW-DVZ        TO WLR-DVZ.
           MOVE RVW-TXN-FNAME  TO WLR-FNAME.
           MOVE RVW-TXN-LNAME  TO WLR-LNAME.
           MOVE RVW-TXN-DATE   TO WLR-DATE.
           MOVE RVW-TXN-AMOUNT TO WLR-BALANCE.
           WRITE WLR-REC.
           IF (NOT WLR-OK)
              DISPLAY "WLR-FILE WRITE ERROR" WLR-ST
              MOVE WLR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
        H240-END. EXIT.

        H400-WRITE-REFUSED-LINE.
           MOVE SPACES TO RPT-REC.
           STRING "REFUSED " CTL-ACTION " " CTL-ID "/" CTL-DVZ
                  " " CTL-HIT-DATE "/" CTL-SEQ
                  " - " WS-REJECT-TEXT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
        H400-END. EXIT.

        H410-WRITE-APPLIED-LINE.
           MOVE RVW-TXN-AMOUNT TO WS-RPT-AMT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING WS-DECISION " " CTL-ID "/" CTL-DVZ
                  " " CTL-HIT-DATE "/" CTL-SEQ
                  " FUNC " RVW-TXN-FUNC
                  " AMT " WS-RPT-AMT-OUT
                  " BY " CTL-OFFICER
                  " " CTL-NOTE
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
        H410-END. EXIT.

      *    EVERYTHING STILL WAITING ON SOMEBODY - HELD ITEMS ON
      *    THE OFFICER, RELEASED ONES ON THE NEXT POSTING RUN.
        H450-LIST-PENDING.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           MOVE "ITEMS AWAITING A DECISION OR POSTING:" TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE LOW-VALUES TO RVW-KEY.
           START RVW-FILE KEY IS >= RVW-KEY
              INVALID KEY
                 SET RVW-EOF TO TRUE
           END-START.
           PERFORM H460-PENDING-ITEM UNTIL RVW-EOF.
        H450-END. EXIT.

        H460-PENDING-ITEM.
           READ RVW-FILE NEXT RECORD
              AT END
                 SET RVW-EOF TO TRUE
           END-READ.
           IF (NOT RVW-EOF)
              IF (NOT RVW-OK)
                 DISPLAY "RVW-FILE READ ERROR" RVW-ST
                 MOVE RVW-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF (RVW-ST-HELD) OR (RVW-ST-RELEASED)
                 PERFORM H470-WRITE-PENDING-LINE
              END-IF
           END-IF.
        H460-END. EXIT.

        H470-WRITE-PENDING-LINE.
           IF (RVW-ST-HELD)
              ADD 1 TO WS-HELD-COUNT
              MOVE 'HELD'     TO WS-DECISION
           ELSE
              ADD 1 TO WS-WAITING-COUNT
              MOVE 'RELEASED' TO WS-DECISION
           END-IF.
           MOVE RVW-ID         TO WS-RPT-ID-OUT.
           MOVE RVW-DVZ        TO WS-RPT-DVZ-OUT.
           MOVE RVW-TXN-AMOUNT TO WS-RPT-AMT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "  " WS-DECISION " " WS-RPT-ID-OUT "/"
                  WS-RPT-DVZ-OUT " " RVW-HIT-DATE "/" RVW-SEQ
                  " FUNC " RVW-TXN-FUNC
                  " AMT " WS-RPT-AMT-OUT
                  " HIT " RVW-HIT-ID "/" RVW-HIT-DVZ
                  " " RVW-WLT-LIST " " RVW-WLT-REF
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
        H470-END. EXIT.

        H500-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-APPLIED-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "DECISIONS APPLIED         : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-REFUSED-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "DECISIONS REFUSED         : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-HELD-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "ITEMS STILL HELD          : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-WAITING-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "RELEASED, NOT YET POSTED  : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           IF (WS-REFUSED-COUNT > 0)
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
             CLOSE RVW-FILE.
             CLOSE CTL-FILE.
             CLOSE WLR-FILE.
             CLOSE RPT-FILE.
             STOP RUN.
         H999-END. EXIT.
      *
