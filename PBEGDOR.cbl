      *    IS ON THE IDXAUD TRAIL LIKE ANY OTHER. THE BROWSE IS
      *    FINISHED AND ITS FILE CLOSED BEFORE THE FIRST CALL,
      *    SO THE SWEEP NEVER HOLDS THE MASTER TWICE.
      *
      *    EVERY DORMANT ACCOUNT IS LISTED WITH ITS OWNER OFF THE
      *    CUSTOMER INFORMATION FILE - LEGAL NAME, NATIONAL ID AND
      *    LAST KNOWN ADDRESS, WHICH THE ESCHEATMENT FILING MUST
      *    CARRY. AN OWNER NOT ON CIFFILE IS FLAGGED AND COUNTED.
      *
      *    THE THRESHOLDS STAY IN CALENDAR MONTHS, AS THE FILING
      *    RULES ARE WRITTEN, BUT THE DAYS INACTIVE PRINTED ON EACH
      *    DORMANT LINE ARE BUSINESS DAYS PER THE PBEGCAL CALENDAR -
      *    WEEKENDS AND BANK HOLIDAYS ARE NOT COUNTED AGAINST THE
      *    CUSTOMER.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS DVZ-CODE
                             STATUS DVZ-ST.
           SELECT CIF-FILE   ASSIGN TO CIFFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS CIF-KEY
                             STATUS CIF-ST.
           SELECT CTL-FILE   ASSIGN TO DORCTL
                             STATUS CTL-ST.
           SELECT RPT-FILE   ASSIGN TO DORRPT
      *
       FD  DVZ-FILE.
       COPY DVZREC.
      *
       FD  CIF-FILE.
       COPY CIFREC.
      *
       FD  CTL-FILE RECORDING MODE F.
       01  CTL-REC.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 WS-PBEGIDX         PIC X(7) VALUE 'PBEGIDX'.
           05 WS-PBEGCAL         PIC X(7) VALUE 'PBEGCAL'.
           05 IDX-ST             PIC 9(2).
              88 IDX-OK                   VALUE 00 97.
              88 IDX-EOF                  VALUE 10.
           05 DVZ-ST             PIC 9(2).
              88 DVZ-OK                   VALUE 00 97.
              88 DVZ-NOT-FOUND            VALUE 23.
           05 CIF-ST             PIC 9(2).
              88 CIF-OK                   VALUE 00 97.
              88 CIF-NOT-FOUND            VALUE 23.
           05 CTL-ST             PIC 9(2).
              88 CTL-OK                   VALUE 00 97.
           05 RPT-ST             PIC 9(2).
           05 WS-REPORT-CUTOFF   PIC 9(8).
           05 WS-FREEZE-CUTOFF   PIC 9(8).
           05 WS-LAST-ACTIVITY   PIC 9(8).
           05 WS-DAYS-INACTIVE   PIC 9(7).
           05 WS-DORMANT-COUNT   PIC 9(8) VALUE 0.
           05 WS-FREEZE-COUNT    PIC 9(4) COMP VALUE 0.
           05 WS-FROZEN-OK-CNT   PIC 9(8) VALUE 0.
           05 WS-FROZEN-REJ-CNT  PIC 9(8) VALUE 0.
           05 WS-NO-OWNER-CNT    PIC 9(8) VALUE 0.
           05 WS-INDEX-I         PIC 9(4) COMP.
           05 WS-DVZ-SUB         PIC 9(4) COMP.
      *    MONTH-ARITHMETIC WORK FIELDS - THE CUTOFF IS THE AS-OF
           05 WS-RPT-BAL-OUT     PIC -(14)9.
           05 WS-RPT-CNT-OUT     PIC ZZZ,ZZZ,ZZ9.
           05 WS-RPT-TOT-OUT     PIC -(14)9.
           05 WS-RPT-DAYS-OUT    PIC Z,ZZZ,ZZ9.
       COPY PBEGSUB.
       COPY CALSUB.
      *    ACCOUNTS PAST THE FREEZE THRESHOLD, COLLECTED DURING
      *    THE BROWSE AND ACTED ON AFTERWARDS.
       01  WS-FRZ-TABLE-AREA.
           PERFORM H180-POSITION-BROWSE.
           PERFORM H200-SCAN-MASTER UNTIL IDX-EOF.
           CLOSE IDX-FILE.
           CLOSE CIF-FILE.
           PERFORM H400-APPLY-FREEZES.
           PERFORM H450-WRITE-SCHEDULE.
           PERFORM H500-WRITE-TOTALS.
              MOVE DVZ-ST TO RETURN-CODE
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
           MOVE IDX-ID      TO WS-RPT-ID-OUT.
           MOVE IDX-DVZ     TO WS-RPT-DVZ-OUT.
           MOVE IDX-BALANCE TO WS-RPT-BAL-OUT.
           PERFORM H222-COUNT-DAYS-INACTIVE.
           MOVE WS-DAYS-INACTIVE TO WS-RPT-DAYS-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "ID " WS-RPT-ID-OUT " DVZ " WS-RPT-DVZ-OUT
                  " LAST ACTIVITY " WS-LAST-ACTIVITY
                  " BUS DAYS " WS-RPT-DAYS-OUT
                  " ST " IDX-STATUS
                  " BAL " WS-RPT-BAL-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           PERFORM H225-PRINT-OWNER.
        H220-END. EXIT.

      *    BUSINESS DAYS AFTER THE LAST ACTIVITY UP TO AND INCLUDING
      *    THE AS-OF DATE. A DAMAGED DATE STAMP PRINTS AS ZERO AND IS
      *    NAMED ON SYSOUT; A CALENDAR THAT CANNOT BE READ ENDS THE
      *    RUN BEFORE ANY FREEZE IS APPLIED.
        H222-COUNT-DAYS-INACTIVE.
           INITIALIZE WS-CAL-AREA.
           SET WS-CAL-FUNC-COUNT TO TRUE.
           MOVE WS-LAST-ACTIVITY TO WS-CAL-DATE.
           MOVE WS-AS-OF-DATE    TO WS-CAL-DATE-2.
           CALL WS-PBEGCAL USING WS-CAL-AREA.
           EVALUATE TRUE
             WHEN WS-CAL-RC-OK
                MOVE WS-CAL-DAYS TO WS-DAYS-INACTIVE
             WHEN WS-CAL-RC-BAD-DATE
                DISPLAY "ID " IDX-ID " DVZ " IDX-DVZ
                        " BAD LAST-ACTIVITY DATE " WS-LAST-ACTIVITY
                MOVE 0 TO WS-DAYS-INACTIVE
             WHEN OTHER
                DISPLAY "PBEGCAL CALL FAILED RC " WS-CAL-RC
                MOVE 16 TO RETURN-CODE
                PERFORM H999-PROGRAM-EXIT
           END-EVALUATE.
        H222-END. EXIT.

        H225-PRINT-OWNER.
           MOVE IDX-ID TO CIF-ID.
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
              ADD 1 TO WS-NO-OWNER-CNT
              STRING "    ** OWNER NOT ON CIF **"
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
           ELSE
              STRING "    OWNER " CIF-FNAME " " CIF-LNAME
                     " NATL ID " CIF-NATL-ID
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
              MOVE SPACES TO RPT-REC
              STRING "    ADDRESS " CIF-ADDR-1
                     " " CIF-ADDR-2
                     " " CIF-POST-CODE
                     " " CIF-CITY
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
           END-IF.
        H225-END. EXIT.

        H230-COLLECT-FOR-FREEZE.
           IF (WS-FREEZE-COUNT >= 1000)
              DISPLAY "FREEZE TABLE FULL - RUN SPLIT NEEDED"
           STRING "FREEZES REFUSED           : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-NO-OWNER-CNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "OWNERS NOT ON CIF         : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           IF (WS-NO-OWNER-CNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
        H500-END. EXIT.

        H510-WRITE-RPT-LINE.
         H999-PROGRAM-EXIT.
             CLOSE IDX-FILE.
             CLOSE DVZ-FILE.
             CLOSE CIF-FILE.
             CLOSE CTL-FILE.
             CLOSE RPT-FILE.
             STOP RUN.
