      *    ABOUT. THE CARDED DATE MUST MATCH THE DATE THE POST
      *    STEP RECORDED ON BDTFILE, OR THE WRONG DAY'S LOG IS
      *    BEING READ.
      *
      *    A 'V' REVERSAL IS NOT NEW MOVEMENT BY THE CUSTOMER - IT
      *    UNDOES A POSTING ALREADY REPORTED THE DAY IT WENT ON -
      *    SO IT STAYS OUT OF THE AGGREGATES. A REVERSAL OVER THE
      *    THRESHOLD IS STILL LISTED ON ITS OWN LINE, NAMING THE
      *    ENTRY IT REVERSES, AND COUNTED SEPARATELY.
      *
      *    EVERY CUSTOMER THE REPORT NAMES IS IDENTIFIED OFF THE
      *    CUSTOMER INFORMATION FILE - LEGAL NAME, NATIONAL ID,
      *    DATE OF BIRTH AND ADDRESS - ON THE LINES UNDER THE
      *    ENTRY, AS THE REGULATOR REQUIRES. A CUSTOMER ID NOT ON
      *    CIFFILE IS FLAGGED AND COUNTED, AND THE RUN ENDS WITH
      *    RETURN CODE 4 SO THE FILING IS COMPLETED BY HAND.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                             STATUS OUT-ST.
           SELECT BDT-FILE   ASSIGN TO BDTFILE
                             STATUS BDT-ST.
           SELECT CIF-FILE   ASSIGN TO CIFFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS CIF-KEY
                             STATUS CIF-ST.
           SELECT CTL-FILE   ASSIGN TO LTRCTL
                             STATUS CTL-ST.
           SELECT RPT-FILE   ASSIGN TO LTRRPT
       FILE SECTION.
       FD  OUT-FILE RECORDING MODE F.
       COPY OUTREC.
      *
       FD  CIF-FILE.
       COPY CIFREC.
      *
       FD  BDT-FILE RECORDING MODE F.
       01  BDT-REC.
              88 OUT-EOF                  VALUE 10.
           05 BDT-ST             PIC 9(2).
              88 BDT-OK                   VALUE 00 97.
           05 CIF-ST             PIC 9(2).
              88 CIF-OK                   VALUE 00 97.
              88 CIF-NOT-FOUND            VALUE 23.
           05 CTL-ST             PIC 9(2).
              88 CTL-OK                   VALUE 00 97.
           05 RPT-ST             PIC 9(2).
           05 WS-SINGLE-COUNT    PIC 9(8) VALUE 0.
           05 WS-AGG-COUNT       PIC 9(8) VALUE 0.
           05 WS-STRUCT-COUNT    PIC 9(8) VALUE 0.
           05 WS-RVS-COUNT       PIC 9(8) VALUE 0.
           05 WS-UNIDENT-COUNT   PIC 9(8) VALUE 0.
           05 WS-INDEX-I         PIC 9(4) COMP.
           05 WS-RPT-ID-OUT      PIC ZZZZ9.
           05 WS-RPT-DVZ-OUT     PIC ZZ9.
              MOVE OUT-ST TO RETURN-CODE
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
                        PERFORM H210-TALLY-POSTING
                   WHEN 'T'
                        PERFORM H220-TALLY-TRANSFER
                   WHEN 'V'
                        PERFORM H260-LIST-REVERSAL
                   WHEN OTHER
                        CONTINUE
                 END-EVALUATE
                  " AMT " WS-RPT-AMT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           PERFORM H420-IDENTIFY-CUSTOMER.
        H250-END. EXIT.

        H260-LIST-REVERSAL.
           IF (OUT-AMOUNT < 0)
              COMPUTE WS-ABS-AMT = 0 - OUT-AMOUNT
           ELSE
              MOVE OUT-AMOUNT TO WS-ABS-AMT
           END-IF.
           MOVE OUT-ID TO WS-LOOK-ID.
           MOVE OUT-DVZ TO WS-RPT-DVZ-OUT.
           PERFORM H265-PRINT-REVERSAL-LINE.
           IF (OUT-RVS-ORIG-FUNC = 'T')
              IF (OUT-XFER-TGT-AMT < 0)
                 COMPUTE WS-ABS-AMT = 0 - OUT-XFER-TGT-AMT
              ELSE
                 MOVE OUT-XFER-TGT-AMT TO WS-ABS-AMT
              END-IF
              MOVE OUT-XFER-TGT-ID TO WS-LOOK-ID
              MOVE OUT-XFER-TGT-DVZ TO WS-RPT-DVZ-OUT
              PERFORM H265-PRINT-REVERSAL-LINE
           END-IF.
        H260-END. EXIT.

        H265-PRINT-REVERSAL-LINE.
           IF (WS-ABS-AMT > WS-THRESHOLD)
              ADD 1 TO WS-RVS-COUNT
              MOVE WS-LOOK-ID TO WS-RPT-ID-OUT
              MOVE WS-ABS-AMT TO WS-RPT-AMT-OUT
              MOVE SPACES TO RPT-REC
              STRING "REVERSAL OVER THRESHOLD - ID "
                     WS-RPT-ID-OUT
                     " DVZ " WS-RPT-DVZ-OUT
                     " FUNC " OUT-RVS-ORIG-FUNC
                     " OF " OUT-RVS-ORIG-DATE
                     "/" OUT-RVS-ORIG-SEQ
                     " AMT " WS-RPT-AMT-OUT
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
              PERFORM H420-IDENTIFY-CUSTOMER
           END-IF.
        H265-END. EXIT.

        H400-WRITE-AGGREGATES.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
                     DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-CUST-ID(WS-INDEX-I) TO WS-LOOK-ID.
           PERFORM H420-IDENTIFY-CUSTOMER.
        H410-END. EXIT.

      *    THE CUSTOMER IN WS-LOOK-ID, AS THE REGULATOR NEEDS TO
      *    SEE THEM - OFF THE CUSTOMER INFORMATION FILE.
        H420-IDENTIFY-CUSTOMER.
           MOVE WS-LOOK-ID TO CIF-ID.
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
              ADD 1 TO WS-UNIDENT-COUNT
              STRING "    ** CUSTOMER NOT ON CIF - CANNOT BE"
                     " IDENTIFIED **"
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
           ELSE
              STRING "    CUSTOMER " CIF-FNAME " " CIF-LNAME
                     " NATL ID " CIF-NATL-ID
                     " BORN " CIF-BIRTH-DATE
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
              MOVE SPACES TO RPT-REC
              STRING "    ADDRESS  " CIF-ADDR-1
                     " " CIF-ADDR-2
                     " " CIF-POST-CODE
                     " " CIF-CITY
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
           END-IF.
        H420-END. EXIT.

        H500-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
                  WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-RVS-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "REVERSALS OVER THRESHOLD       : "
                  WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-UNIDENT-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "ENTRIES NAMING NO CIF CUSTOMER : "
                  WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           IF (WS-UNIDENT-COUNT > 0)
              DISPLAY "PBEGLTR " WS-UNIDENT-COUNT " ENTRIES NAME A"
                      " CUSTOMER NOT ON CIF - COMPLETE BY HAND"
              MOVE 4 TO RETURN-CODE
           END-IF.
        H500-END. EXIT.

        H510-WRITE-RPT-LINE.

         H999-PROGRAM-EXIT.
             CLOSE OUT-FILE.
             CLOSE CIF-FILE.
             CLOSE CTL-FILE.
             CLOSE RPT-FILE.
             STOP RUN.
