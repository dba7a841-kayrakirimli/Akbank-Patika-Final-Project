       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEGHLD.
       AUTHOR.        Kayra KIRIMLI.
      *----------------------------------------------------------
      *    NIGHTLY HOLD EXPIRY AND OUTSTANDING-HOLDS REPORT.
      *
      *    RUNS AFTER THE POST STEP AGAINST THE BUSINESS DATE IT
      *    RECORDED ON BDTFILE. EVERY HOLD ON HLDFILE WHOSE
      *    EXPIRY DATE IS ON OR BEFORE THAT DATE HAS SERVED ITS
      *    LAST DAY AND IS RELEASED THROUGH A CALL TO PBEGIDX'S
      *    'K' FUNCTION - THE SAME AUDITED PATH A BRANCH RELEASE
      *    TAKES, SO EVERY EXPIRY IS ON THE IDXAUD TRAIL. EVERY
      *    OTHER HOLD IS LISTED AS OUTSTANDING AND ROLLED INTO A
      *    COUNT AND AMOUNT PER DIVISION (FACE VALUE, AS THE
      *    OTHER DIVISION SCHEDULES ARE). AS IN PBEGDOR, THE
      *    BROWSE IS FINISHED AND ITS FILES CLOSED BEFORE THE
      *    FIRST CALL, SO THE RUN NEVER HOLDS A FILE TWICE.
      *
      *    A HOLD WHOSE ACCOUNT IS NO LONGER ON THE MASTER CANNOT
      *    BE RELEASED THROUGH PBEGIDX; IT IS LISTED AS AN
      *    EXCEPTION AND THE STEP ENDS WITH RC 4 SO SOMEBODY
      *    LOOKS AT IT.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HLD-FILE   ASSIGN TO HLDFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS HLD-KEY
                             STATUS HLD-ST.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS IDX-KEY
                             STATUS IDX-ST.
           SELECT DVZ-FILE   ASSIGN TO DVZTAB
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS DVZ-CODE
                             STATUS DVZ-ST.
           SELECT BDT-FILE   ASSIGN TO BDTFILE
                             STATUS BDT-ST.
           SELECT RPT-FILE   ASSIGN TO HLDRPT
                             STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  HLD-FILE.
       COPY HLDREC.
      *
       FD  IDX-FILE.
       COPY IDXREC.
      *
       FD  DVZ-FILE.
       COPY DVZREC.
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
           05 WS-PBEGIDX         PIC X(7) VALUE 'PBEGIDX'.
           05 HLD-ST             PIC 9(2).
              88 HLD-OK                   VALUE 00 97.
              88 HLD-EOF                  VALUE 10.
           05 IDX-ST             PIC 9(2).
              88 IDX-OK                   VALUE 00 97.
              88 IDX-NOT-FOUND            VALUE 23.
           05 DVZ-ST             PIC 9(2).
              88 DVZ-OK                   VALUE 00 97.
              88 DVZ-NOT-FOUND            VALUE 23.
           05 BDT-ST             PIC 9(2).
              88 BDT-OK                   VALUE 00 97.
           05 RPT-ST             PIC 9(2).
              88 RPT-OK                   VALUE 00 97.
           05 WS-BUSINESS-DATE   PIC 9(8).
           05 WS-OUTSTAND-COUNT  PIC 9(8) VALUE 0.
           05 WS-OUTSTAND-TOTAL  PIC S9(15) COMP-3 VALUE 0.
           05 WS-ORPHAN-COUNT    PIC 9(8) VALUE 0.
           05 WS-EXPIRE-COUNT    PIC 9(4) COMP VALUE 0.
           05 WS-RELEASE-OK-CNT  PIC 9(8) VALUE 0.
           05 WS-RELEASE-REJ-CNT PIC 9(8) VALUE 0.
           05 WS-INDEX-I         PIC 9(4) COMP.
           05 WS-DVZ-SUB         PIC 9(4) COMP.
           05 WS-ACCT-NOTE       PIC X(30).
           05 WS-RPT-ID-OUT      PIC ZZZZ9.
           05 WS-RPT-DVZ-OUT     PIC ZZ9.
           05 WS-RPT-AMT-OUT     PIC -(14)9.
           05 WS-RPT-CNT-OUT     PIC ZZZ,ZZZ,ZZ9.
           05 WS-RPT-TOT-OUT     PIC -(14)9.
           05 WS-RPT-PLACED-OUT  PIC 9(8).
           05 WS-RPT-EXP-OUT     PIC 9(8).
       COPY PBEGSUB.
      *    HOLDS PAST THEIR EXPIRY, COLLECTED DURING THE BROWSE AND
      *    RELEASED AFTERWARDS.
       01  WS-EXP-TABLE-AREA.
           05 WS-EXP-ENTRY OCCURS 1000 TIMES.
              07 WS-EXP-ID       PIC 9(5).
              07 WS-EXP-DVZ      PIC 9(3).
              07 WS-EXP-REF      PIC X(15).
      *    OUTSTANDING HOLD COUNT AND AMOUNT PER DIVISION
      *    (SUBSCRIPT = CODE + 1).
       01  WS-DVZ-TABLE-AREA.
           05 WS-DVZ-ENTRY OCCURS 1000 TIMES.
              07 WS-DVZ-COUNT    PIC 9(8)   COMP.
              07 WS-DVZ-TOTAL    PIC S9(15) COMP-3.

      *------------------
       PROCEDURE DIVISION.
      *------------------
        00000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-READ-BUS-DATE.
           PERFORM H180-POSITION-BROWSE.
           PERFORM H200-SCAN-HOLDS UNTIL HLD-EOF.
           CLOSE HLD-FILE.
           CLOSE IDX-FILE.
           PERFORM H400-RELEASE-EXPIRED.
           PERFORM H450-WRITE-SCHEDULE.
           PERFORM H500-WRITE-TOTALS.
           IF (WS-ORPHAN-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H999-PROGRAM-EXIT.
         00000-END. EXIT.

        H100-OPEN-FILES.
           OPEN INPUT HLD-FILE.
           IF (NOT HLD-OK)
              DISPLAY "HLD-FILE OPEN ERROR" HLD-ST
              MOVE HLD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT IDX-FILE.
           IF (NOT IDX-OK)
              DISPLAY "IDX-FILE OPEN ERROR" IDX-ST
              MOVE IDX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT DVZ-FILE.
           IF (NOT DVZ-OK)
              DISPLAY "DVZ-FILE OPEN ERROR" DVZ-ST
              MOVE DVZ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (NOT RPT-OK)
              DISPLAY "RPT-FILE OPEN ERROR" RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 1 TO WS-DVZ-SUB.
           PERFORM UNTIL WS-DVZ-SUB > 1000
              MOVE 0 TO WS-DVZ-COUNT(WS-DVZ-SUB)
              MOVE 0 TO WS-DVZ-TOTAL(WS-DVZ-SUB)
              ADD 1 TO WS-DVZ-SUB
           END-PERFORM.
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
           MOVE SPACES TO RPT-REC.
           STRING "AMOUNT HOLDS AS OF BUSINESS DATE " WS-BUSINESS-DATE
                  " - EXPIRED HOLDS RELEASED, THE REST OUTSTANDING"
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           MOVE "OUTSTANDING HOLDS:" TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
        H150-END. EXIT.

        H180-POSITION-BROWSE.
           MOVE 0 TO HLD-ID.
           MOVE 0 TO HLD-DVZ.
           MOVE LOW-VALUES TO HLD-REF.
           START HLD-FILE KEY IS >= HLD-KEY
              INVALID KEY
                 SET HLD-EOF TO TRUE
           END-START.
        H180-END. EXIT.

        H200-SCAN-HOLDS.
           READ HLD-FILE NEXT RECORD
              AT END
                 SET HLD-EOF TO TRUE
           END-READ.
           IF (NOT HLD-EOF)
              IF (NOT HLD-OK)
                 DISPLAY "HLD-FILE READ ERROR" HLD-ST
                 MOVE HLD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM H210-JUDGE-HOLD
           END-IF.
        H200-END. EXIT.

      *    A HOLD IS ACTIVE THROUGH ITS EXPIRY DATE INCLUSIVE, SO
      *    ONE EXPIRING ON THE BUSINESS DATE JUST POSTED HAS DONE
      *    ITS WORK AND GOES TONIGHT.
        H210-JUDGE-HOLD.
           MOVE HLD-ID  TO IDX-ID.
           MOVE HLD-DVZ TO IDX-DVZ.
           MOVE SPACES  TO WS-ACCT-NOTE.
           READ IDX-FILE
              INVALID KEY
                 IF (IDX-NOT-FOUND)
                    MOVE '** ACCOUNT NOT ON MASTER **'
                                       TO WS-ACCT-NOTE
                 ELSE
                    DISPLAY "IDX-FILE READ ERROR" IDX-ST
                    MOVE IDX-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              NOT INVALID KEY
                 MOVE IDX-FULL-NAME TO WS-ACCT-NOTE
           END-READ.
           IF (IDX-NOT-FOUND)
              ADD 1 TO WS-ORPHAN-COUNT
           END-IF.
           IF (HLD-EXP-DATE > 0)
              AND (HLD-EXP-DATE NOT > WS-BUSINESS-DATE)
              AND (NOT IDX-NOT-FOUND)
              PERFORM H230-COLLECT-FOR-RELEASE
           ELSE
              ADD 1 TO WS-OUTSTAND-COUNT
              ADD HLD-AMOUNT TO WS-OUTSTAND-TOTAL
              COMPUTE WS-DVZ-SUB = HLD-DVZ + 1
              ADD 1 TO WS-DVZ-COUNT(WS-DVZ-SUB)
              ADD HLD-AMOUNT TO WS-DVZ-TOTAL(WS-DVZ-SUB)
              PERFORM H220-PRINT-HOLD-LINE
           END-IF.
        H210-END. EXIT.

        H220-PRINT-HOLD-LINE.
           MOVE HLD-ID          TO WS-RPT-ID-OUT.
           MOVE HLD-DVZ         TO WS-RPT-DVZ-OUT.
           MOVE HLD-AMOUNT      TO WS-RPT-AMT-OUT.
           MOVE HLD-PLACED-DATE TO WS-RPT-PLACED-OUT.
           MOVE HLD-EXP-DATE    TO WS-RPT-EXP-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "ID " WS-RPT-ID-OUT " DVZ " WS-RPT-DVZ-OUT
                  " REF " HLD-REF
                  " " HLD-REASON
                  " AMT " WS-RPT-AMT-OUT
                  " PLACED " WS-RPT-PLACED-OUT
                  " EXP " WS-RPT-EXP-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           IF (IDX-NOT-FOUND)
              MOVE SPACES TO RPT-REC
              STRING "    " WS-ACCT-NOTE
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
           END-IF.
        H220-END. EXIT.

        H230-COLLECT-FOR-RELEASE.
           IF (WS-EXPIRE-COUNT >= 1000)
              DISPLAY "EXPIRY TABLE FULL - RUN SPLIT NEEDED"
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-EXPIRE-COUNT.
           MOVE HLD-ID  TO WS-EXP-ID(WS-EXPIRE-COUNT).
           MOVE HLD-DVZ TO WS-EXP-DVZ(WS-EXPIRE-COUNT).
           MOVE HLD-REF TO WS-EXP-REF(WS-EXPIRE-COUNT).
        H230-END. EXIT.

      *    THE RELEASES GO THROUGH PBEGIDX'S 'K' FUNCTION SO EACH
      *    ONE LEAVES ITS 'K' IMAGE ON IDXAUD. A BUSINESS REJECT
      *    (A BRANCH RELEASED THE HOLD SINCE THE BROWSE) IS
      *    REPORTED AND COUNTED, NEVER FATAL.
        H400-RELEASE-EXPIRED.
           IF (WS-EXPIRE-COUNT > 0)
              MOVE SPACES TO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
              MOVE SPACES TO RPT-REC
              MOVE "EXPIRED HOLDS RELEASED:" TO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
              MOVE 'I' TO WS-SUB-FUNC
              MOVE WS-BUSINESS-DATE TO WS-SUB-DATE
              CALL WS-PBEGIDX USING WS-SUB-AREA
              IF (NOT WS-SUB-RC-OK)
                 DISPLAY "PBEGIDX FILE OPEN FAILED RC " WS-SUB-RC
                 MOVE WS-SUB-RC TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE 1 TO WS-INDEX-I
              PERFORM UNTIL WS-INDEX-I > WS-EXPIRE-COUNT
                 PERFORM H410-RELEASE-ONE
                 ADD 1 TO WS-INDEX-I
              END-PERFORM
              MOVE 'E' TO WS-SUB-FUNC
              CALL WS-PBEGIDX USING WS-SUB-AREA
           END-IF.
        H400-END. EXIT.

        H410-RELEASE-ONE.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE 'K' TO WS-SUB-FUNC.
           MOVE WS-EXP-ID(WS-INDEX-I)  TO WS-SUB-ID.
           MOVE WS-EXP-DVZ(WS-INDEX-I) TO WS-SUB-DVZ.
           MOVE ZEROS TO WS-SUB-ID-2.
           MOVE ZEROS TO WS-SUB-DVZ-2.
           MOVE SPACES TO WS-SUB-FNAME.
           MOVE WS-EXP-REF(WS-INDEX-I) TO WS-SUB-LNAME.
           MOVE WS-BUSINESS-DATE TO WS-SUB-DATE.
           MOVE 0 TO WS-SUB-AMOUNT.
           CALL WS-PBEGIDX USING WS-SUB-AREA.
           MOVE WS-EXP-ID(WS-INDEX-I)  TO WS-RPT-ID-OUT.
           MOVE WS-EXP-DVZ(WS-INDEX-I) TO WS-RPT-DVZ-OUT.
           IF (WS-SUB-RC-OK)
              ADD 1 TO WS-RELEASE-OK-CNT
              MOVE SPACES TO RPT-REC
              STRING "  ID " WS-RPT-ID-OUT
                     " DVZ " WS-RPT-DVZ-OUT
                     " REF " WS-EXP-REF(WS-INDEX-I)
                     " RELEASED ON EXPIRY"
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
           ELSE
              IF (WS-SUB-RC-BUSINESS-REJECT)
                 ADD 1 TO WS-RELEASE-REJ-CNT
                 MOVE SPACES TO RPT-REC
                 STRING "  ID " WS-RPT-ID-OUT
                        " DVZ " WS-RPT-DVZ-OUT
                        " REF " WS-EXP-REF(WS-INDEX-I)
                        " NOT RELEASED - " WS-SUB-DESC
                        DELIMITED BY SIZE INTO RPT-REC
                 PERFORM H510-WRITE-RPT-LINE
              ELSE
                 DISPLAY "PBEGIDX FATAL I/O ERROR RC " WS-SUB-RC
                 MOVE WS-SUB-RC TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
        H410-END. EXIT.

        H450-WRITE-SCHEDULE.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           MOVE "OUTSTANDING HOLDS BY DIVISION" TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE 1 TO WS-DVZ-SUB.
           PERFORM UNTIL WS-DVZ-SUB > 1000
              IF (WS-DVZ-COUNT(WS-DVZ-SUB) > 0)
                 PERFORM H460-WRITE-DIVISION-LINE
              END-IF
              ADD 1 TO WS-DVZ-SUB
           END-PERFORM.
        H450-END. EXIT.

        H460-WRITE-DIVISION-LINE.
           COMPUTE DVZ-CODE = WS-DVZ-SUB - 1.
           READ DVZ-FILE
              INVALID KEY
                 IF (DVZ-NOT-FOUND)
                    MOVE '** NOT IN DVZTAB **' TO DVZ-DESC
                 ELSE
                    DISPLAY "DVZ-FILE READ ERROR" DVZ-ST
                    MOVE DVZ-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
           END-READ.
           COMPUTE WS-RPT-DVZ-OUT = WS-DVZ-SUB - 1.
           MOVE WS-DVZ-COUNT(WS-DVZ-SUB) TO WS-RPT-CNT-OUT.
           MOVE WS-DVZ-TOTAL(WS-DVZ-SUB) TO WS-RPT-TOT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "DVZ " WS-RPT-DVZ-OUT
                  " " DVZ-DESC
                  " HOLDS " WS-RPT-CNT-OUT
                  " AMOUNT " WS-RPT-TOT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
        H460-END. EXIT.

        H500-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-OUTSTAND-COUNT TO WS-RPT-CNT-OUT.
           MOVE WS-OUTSTAND-TOTAL TO WS-RPT-TOT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "HOLDS OUTSTANDING         : " WS-RPT-CNT-OUT
                  " AMOUNT " WS-RPT-TOT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-RELEASE-OK-CNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "HOLDS RELEASED ON EXPIRY  : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-RELEASE-REJ-CNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "RELEASES REFUSED          : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-ORPHAN-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "HOLDS WITH NO ACCOUNT     : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
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
             CLOSE HLD-FILE.
             CLOSE IDX-FILE.
             CLOSE DVZ-FILE.
             CLOSE RPT-FILE.
             STOP RUN.
         H999-END. EXIT.
      *
