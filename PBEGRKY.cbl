      *    ACCOUNT ON FILE TWICE - VISIBLE, RECONCILABLE, AND THE
      *    RERUN REFUSES THE CARD - WHERE THE OPPOSITE ORDER
      *    COULD LOSE THE RECORD ALTOGETHER.
      *
      *    AN ACCOUNT CARRYING AMOUNT HOLDS IS NOT MOVED - THE
      *    HOLDS ARE KEYED TO THE OLD ACCOUNT AND WOULD STOP
      *    GUARDING IT. THEY ARE RELEASED (AND RE-PLACED UNDER THE
      *    NEW KEY IF STILL WANTED) BEFORE THE CARD IS RESUBMITTED.
      *    LIKEWISE AN ACCOUNT THAT A TERM DEPOSIT ON TDPFILE STILL
      *    NAMES - PENDING PLACEMENT, LIVE, AWAITING A BREAK, OR
      *    OWED A PAYMENT THAT HAS NOT YET POSTED - IS NOT MOVED:
      *    THE GENERATOR WOULD GO ON POSTING TO THE OLD KEY. TDPFILE
      *    IS KEYED BY DEPOSIT NUMBER, SO IT IS BROWSED WHOLE FOR
      *    EVERY CARD THAT GETS THAT FAR.
      *
      *    A MOVE TO A DIFFERENT CUSTOMER ID OPENS THE ACCOUNT
      *    UNDER THAT CUSTOMER, SO - LIKE A 'W' OPEN IN PBEGIDX -
      *    IT IS REFUSED UNLESS THE NEW ID IS ALREADY ON CIFFILE.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS AUD-KEY
                             STATUS AUD-ST.
           SELECT HLD-FILE   ASSIGN TO HLDFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS HLD-KEY
                             STATUS HLD-ST.
           SELECT TDP-FILE   ASSIGN TO TDPFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS TDP-KEY
                             STATUS TDP-ST.
           SELECT CIF-FILE   ASSIGN TO CIFFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS CIF-KEY
                             STATUS CIF-ST.
           SELECT CTL-FILE   ASSIGN TO RKYCTL
                             STATUS CTL-ST.
           SELECT RPT-FILE   ASSIGN TO RKYRPT
      *
       FD  AUD-FILE.
       COPY AUDREC.
      *
       FD  HLD-FILE.
       COPY HLDREC.
      *
       FD  TDP-FILE.
       COPY TDPREC.
      *
       FD  CIF-FILE.
       COPY CIFREC.
      *
       FD  CTL-FILE RECORDING MODE F.
       01  CTL-REC.
           05 AUD-ST             PIC 9(2).
              88 AUD-OK                   VALUE 00 97.
              88 AUD-DUPLICATE            VALUE 22.
           05 HLD-ST             PIC 9(2).
              88 HLD-OK                   VALUE 00 97.
              88 HLD-EOF                  VALUE 10.
           05 TDP-ST             PIC 9(2).
              88 TDP-OK                   VALUE 00 97.
              88 TDP-EOF                  VALUE 10.
           05 CIF-ST             PIC 9(2).
              88 CIF-OK                   VALUE 00 97.
              88 CIF-NOT-FOUND            VALUE 23.
           05 CTL-ST             PIC 9(2).
              88 CTL-OK                   VALUE 00 97.
              88 CTL-EOF                  VALUE 10.
              MOVE AUD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT HLD-FILE.
           IF (NOT HLD-OK)
              DISPLAY "HLD-FILE OPEN ERROR" HLD-ST
              MOVE HLD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT TDP-FILE.
           IF (NOT TDP-OK)
              DISPLAY "TDP-FILE OPEN ERROR" TDP-ST
              MOVE TDP-ST TO RETURN-CODE
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
                                          TO WS-REJECT-TEXT
                 ELSE
                    PERFORM H215-VALIDATE-NEW-DVZ
                    IF (NOT WS-REJECTED)
                       AND (WS-NEW-ID NOT = WS-OLD-ID)
                       PERFORM H216-VALIDATE-NEW-CUSTOMER
                    END-IF
                 END-IF
              END-IF
           END-IF.
           END-READ.
        H215-END. EXIT.

        H216-VALIDATE-NEW-CUSTOMER.
           MOVE WS-NEW-ID TO CIF-ID.
           READ CIF-FILE
              INVALID KEY
                 IF (CIF-NOT-FOUND)
                    SET WS-REJECTED TO TRUE
                    MOVE 'NEW CUSTOMER ID NOT ON CIF'
                                          TO WS-REJECT-TEXT
                 ELSE
                    DISPLAY "CIF-FILE READ ERROR" CIF-ST
                    MOVE CIF-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
           END-READ.
        H216-END. EXIT.

        H220-APPLY-MOVE.
           MOVE WS-OLD-ID  TO IDX-ID.
           MOVE WS-OLD-DVZ TO IDX-DVZ.
              MOVE IDX-OD-LIMIT TO WS-SAVE-OD-LIMIT
              MOVE IDX-OD-DATE  TO WS-SAVE-OD-DATE
              MOVE IDX-LAST-ACT TO WS-SAVE-LAST-ACT
              PERFORM H225-CHECK-NO-HOLDS
           END-IF.
           IF (NOT WS-REJECTED)
              PERFORM H227-CHECK-NO-DEPOSITS
           END-IF.
           IF (NOT WS-REJECTED)
              PERFORM H230-CHECK-NEW-KEY-FREE
           END-IF.
           IF (NOT WS-REJECTED)
           END-IF.
        H220-END. EXIT.

        H225-CHECK-NO-HOLDS.
           MOVE WS-OLD-ID  TO HLD-ID.
           MOVE WS-OLD-DVZ TO HLD-DVZ.
           MOVE LOW-VALUES TO HLD-REF.
           START HLD-FILE KEY IS >= HLD-KEY
              INVALID KEY
                 SET HLD-EOF TO TRUE
           END-START.
           IF (NOT HLD-EOF)
              READ HLD-FILE NEXT RECORD
                 AT END
                    SET HLD-EOF TO TRUE
              END-READ
           END-IF.
           IF (NOT HLD-EOF)
              IF (NOT HLD-OK)
                 DISPLAY "HLD-FILE READ ERROR" HLD-ST
                 MOVE HLD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF (HLD-ID = WS-OLD-ID) AND (HLD-DVZ = WS-OLD-DVZ)
                 SET WS-REJECTED TO TRUE
                 MOVE 'HOLDS ON ACCOUNT - RELEASE FIRST'
                                       TO WS-REJECT-TEXT
              END-IF
           END-IF.
        H225-END. EXIT.

        H227-CHECK-NO-DEPOSITS.
           MOVE 0 TO TDP-NO.
           START TDP-FILE KEY IS >= TDP-KEY
              INVALID KEY
                 SET TDP-EOF TO TRUE
           END-START.
           PERFORM H228-SCAN-DEPOSIT
              UNTIL TDP-EOF OR WS-REJECTED.
        H227-END. EXIT.

        H228-SCAN-DEPOSIT.
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
              IF (TDP-ID = WS-OLD-ID) AND (TDP-DVZ = WS-OLD-DVZ)
                 AND (TDP-ST-PENDING OR TDP-ST-LIVE
                      OR TDP-OWED-AMT > 0)
                 SET WS-REJECTED TO TRUE
                 MOVE 'TERM DEPOSIT OPEN ON ACCOUNT'
                                       TO WS-REJECT-TEXT
              END-IF
           END-IF.
        H228-END. EXIT.

        H230-CHECK-NEW-KEY-FREE.
           MOVE WS-NEW-ID  TO IDX-ID.
           MOVE WS-NEW-DVZ TO IDX-DVZ.
           MOVE WS-SAVE-BALANCE  TO AUD-BALANCE.
           MOVE WS-SAVE-STATUS   TO AUD-STATUS.
           MOVE WS-SAVE-OD-LIMIT TO AUD-OD-LIMIT.
           MOVE SPACES           TO AUD-HLD-REF.
           MOVE SPACES           TO AUD-HLD-REASON.
           MOVE 0                TO AUD-HLD-AMOUNT.
           MOVE 0                TO AUD-HLD-EXP-DATE.
           WRITE AUD-REC
              INVALID KEY
                 IF (AUD-DUPLICATE)
             CLOSE IDX-FILE.
             CLOSE DVZ-FILE.
             CLOSE AUD-FILE.
             CLOSE HLD-FILE.
             CLOSE TDP-FILE.
             CLOSE CIF-FILE.
             CLOSE CTL-FILE.
             CLOSE RPT-FILE.
             STOP RUN.
