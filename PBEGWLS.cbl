       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEGWLS.
       AUTHOR.        Kayra KIRIMLI.
      *----------------------------------------------------------
      *    WATCH-LIST RESCREEN OF THE WHOLE ACCOUNT MASTER.
      *
      *    RUN STRAIGHT AFTER EVERY WATCH-LIST MAINTENANCE RUN: A
      *    NAME NEWLY LISTED MAY ALREADY HOLD ACCOUNTS THAT WERE
      *    OPENED LONG BEFORE, AND THE DAILY SCREEN IN PBEGIDX
      *    ONLY SEES OPENS, NAME CHANGES AND TRANSFER TARGETS.
      *    EVERY ACCOUNT ON IDXFILE IS SCREENED UNDER ITS ACCOUNT
      *    TITLE AND UNDER ITS HOLDER'S LEGAL NAME ON CIFFILE, BY
      *    THE SAME RULES AS THE DAILY SCREEN (SCREENING FORM,
      *    SURNAME-ONLY ENTRIES, FIRST NAME AND SURNAME SWAPPED).
      *    EVERY HIT IS LISTED ON WLSRPT. AN OPEN ACCOUNT THAT HITS
      *    IS MOVED TO FROZEN STATUS THROUGH A CALL TO PBEGIDX'S
      *    'F' FUNCTION - THE SAME AUDITED PATH PBEGDOR TAKES - ONCE
      *    THE BROWSE IS FINISHED AND ITS FILES CLOSED. ACCOUNTS
      *    ALREADY FROZEN OR CLOSED ARE LISTED BUT NOT TOUCHED.
      *    THE FREEZES CARRY THE LAST POSTED BUSINESS DATE FROM
      *    BDTFILE, AS EVERY OTHER CALLER OF PBEGIDX DOES, SO THEIR
      *    IDXAUD IMAGES DATE THE SAME WAY AS THE DAY'S POSTINGS.
      *    RC 4 WHEN THERE IS ANY HIT, SO COMPLIANCE SEES THE JOB.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS IDX-KEY
                             STATUS IDX-ST.
           SELECT CIF-FILE   ASSIGN TO CIFFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS CIF-KEY
                             STATUS CIF-ST.
           SELECT WLT-FILE   ASSIGN TO WLTAB
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS WLT-KEY
                             STATUS WLT-ST.
           SELECT BDT-FILE   ASSIGN TO BDTFILE
                             STATUS BDT-ST.
           SELECT RPT-FILE   ASSIGN TO WLSRPT
                             STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
       COPY IDXREC.
      *
       FD  CIF-FILE.
       COPY CIFREC.
      *
       FD  WLT-FILE.
       COPY WLTREC.
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
           05 IDX-ST             PIC 9(2).
              88 IDX-OK                   VALUE 00 97.
              88 IDX-EOF                  VALUE 10.
           05 CIF-ST             PIC 9(2).
              88 CIF-OK                   VALUE 00 97.
              88 CIF-NOT-FOUND            VALUE 23.
           05 WLT-ST             PIC 9(2).
              88 WLT-OK                   VALUE 00 97.
           05 BDT-ST             PIC 9(2).
              88 BDT-OK                   VALUE 00 97.
           05 RPT-ST             PIC 9(2).
              88 RPT-OK                   VALUE 00 97.
           05 WS-BUSINESS-DATE   PIC 9(8).
           05 WS-SCANNED-COUNT   PIC 9(8) VALUE 0.
           05 WS-HIT-COUNT       PIC 9(8) VALUE 0.
           05 WS-ALREADY-CNT     PIC 9(8) VALUE 0.
           05 WS-CLOSED-CNT      PIC 9(8) VALUE 0.
           05 WS-FREEZE-COUNT    PIC 9(4) COMP VALUE 0.
           05 WS-FROZEN-OK-CNT   PIC 9(8) VALUE 0.
           05 WS-FROZEN-REJ-CNT  PIC 9(8) VALUE 0.
           05 WS-INDEX-I         PIC 9(4) COMP.
      *    THE NAME UNDER TEST AND ITS SCREENING FORM - UPPER CASE,
      *    EVERY SPACE SQUEEZED OUT, AS THE WLTAB KEY IS HELD.
           05 WS-SCR-FNAME       PIC X(15).
           05 WS-SCR-LNAME       PIC X(15).
           05 WS-SCR-KEY-FNAME   PIC X(15).
           05 WS-SCR-KEY-LNAME   PIC X(15).
           05 WS-SCR-WORK        PIC X(15).
           05 WS-SCR-SQUEEZED    PIC X(15).
           05 WS-CHAR-SUB        PIC 9(2).
           05 WS-OUT-SUB         PIC 9(2).
           05 WS-LOWER-ALPHA     PIC X(26)
                                 VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05 WS-UPPER-ALPHA     PIC X(26)
                                 VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05 WS-WLT-LOOK-LNAME  PIC X(15).
           05 WS-WLT-LOOK-FNAME  PIC X(15).
           05 WS-WLT-SWAPPED-SW  PIC X(1).
              88 WS-WLT-SWAPPED          VALUE 'Y'.
           05 WS-WLT-HIT-SW      PIC X(1).
              88 WS-WLT-HIT              VALUE 'Y'.
           05 WS-WLT-DONE-SW     PIC X(1).
              88 WS-WLT-DONE             VALUE 'Y'.
      *    WHICH OF THE ACCOUNT'S NAMES MATCHED - TITLE OR CIF.
           05 WS-HIT-SOURCE      PIC X(5).
           05 WS-RPT-ID-OUT      PIC ZZZZ9.
           05 WS-RPT-DVZ-OUT     PIC ZZ9.
           05 WS-RPT-CNT-OUT     PIC ZZZ,ZZZ,ZZ9.
       COPY PBEGSUB.
      *    OPEN ACCOUNTS THAT HIT, COLLECTED DURING THE BROWSE AND
      *    FROZEN AFTERWARDS.
       01  WS-FRZ-TABLE-AREA.
           05 WS-FRZ-ENTRY OCCURS 1000 TIMES.
              07 WS-FRZ-ID       PIC 9(5).
              07 WS-FRZ-DVZ      PIC 9(3).

      *------------------
       PROCEDURE DIVISION.
      *------------------
        00000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-READ-BUS-DATE.
           PERFORM H180-POSITION-BROWSE.
           PERFORM H200-SCAN-MASTER UNTIL IDX-EOF.
           CLOSE IDX-FILE.
           CLOSE CIF-FILE.
           CLOSE WLT-FILE.
           PERFORM H400-APPLY-FREEZES.
           PERFORM H500-WRITE-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
         00000-END. EXIT.

        H100-OPEN-FILES.
           OPEN INPUT IDX-FILE.
           IF (NOT IDX-OK)
              DISPLAY "IDX-FILE OPEN ERROR" IDX-ST
              MOVE IDX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CIF-FILE.
           IF (NOT CIF-OK)
              DISPLAY "CIF-FILE OPEN ERROR" CIF-ST
              MOVE CIF-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT WLT-FILE.
           IF (NOT WLT-OK)
              DISPLAY "WLT-FILE OPEN ERROR" WLT-ST
              MOVE WLT-ST TO RETURN-CODE
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
                      ") - NO POSTED BUSINESS DATE"
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
           STRING "WATCH-LIST RESCREEN OF THE ACCOUNT MASTER - "
                  "BUSINESS DATE " WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
        H150-END. EXIT.

        H180-POSITION-BROWSE.
           MOVE 0 TO IDX-ID.
           MOVE 0 TO IDX-DVZ.
           START IDX-FILE KEY IS >= IDX-KEY
              INVALID KEY
                 SET IDX-EOF TO TRUE
           END-START.
        H180-END. EXIT.

        H200-SCAN-MASTER.
           READ IDX-FILE NEXT RECORD
              AT END
                 SET IDX-EOF TO TRUE
           END-READ.
           IF (NOT IDX-EOF)
              IF (NOT IDX-OK)
                 DISPLAY "IDX-FILE READ ERROR" IDX-ST
                 MOVE IDX-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-SCANNED-COUNT
              PERFORM H210-SCREEN-ACCOUNT
           END-IF.
        H200-END. EXIT.

      *    THE ACCOUNT TITLE FIRST, THEN THE HOLDER'S LEGAL NAME -
      *    A HOLDER MISSING FROM CIFFILE IS PBEGDOR'S AND PBEGMST'S
      *    TO REPORT, NOT THIS JOB'S.
        H210-SCREEN-ACCOUNT.
           MOVE 'TITLE'   TO WS-HIT-SOURCE.
           MOVE IDX-FNAME TO WS-SCR-FNAME.
           MOVE IDX-LNAME TO WS-SCR-LNAME.
           PERFORM H310-SCREEN-NAME.
           IF (NOT WS-WLT-HIT)
              MOVE IDX-ID TO CIF-ID
              READ CIF-FILE
                 INVALID KEY
                    IF (NOT CIF-NOT-FOUND)
                       DISPLAY "CIF-FILE READ ERROR" CIF-ST
                       MOVE CIF-ST TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                    END-IF
                 NOT INVALID KEY
                    MOVE 'CIF'     TO WS-HIT-SOURCE
                    MOVE CIF-FNAME TO WS-SCR-FNAME
                    MOVE CIF-LNAME TO WS-SCR-LNAME
                    PERFORM H310-SCREEN-NAME
              END-READ
           END-IF.
           IF (WS-WLT-HIT)
              ADD 1 TO WS-HIT-COUNT
              PERFORM H220-PRINT-HIT-LINE
              EVALUATE TRUE
                WHEN IDX-ST-OPEN
                     PERFORM H230-COLLECT-FOR-FREEZE
                WHEN IDX-ST-CLOSED
                     ADD 1 TO WS-CLOSED-CNT
                     MOVE SPACES TO RPT-REC
                     MOVE "    CLOSED - NOT FROZEN" TO RPT-REC
                     PERFORM H510-WRITE-RPT-LINE
                WHEN OTHER
                     ADD 1 TO WS-ALREADY-CNT
                     MOVE SPACES TO RPT-REC
                     MOVE "    ALREADY FROZEN" TO RPT-REC
                     PERFORM H510-WRITE-RPT-LINE
              END-EVALUATE
           END-IF.
        H210-END. EXIT.

        H220-PRINT-HIT-LINE.
           MOVE IDX-ID  TO WS-RPT-ID-OUT.
           MOVE IDX-DVZ TO WS-RPT-DVZ-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "ID " WS-RPT-ID-OUT " DVZ " WS-RPT-DVZ-OUT
                  " ST " IDX-STATUS
                  " " WS-HIT-SOURCE " " WS-SCR-KEY-FNAME
                  " " WS-SCR-KEY-LNAME
                  " LIST " WLT-LIST " REF " WLT-REF
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
        H220-END. EXIT.

        H230-COLLECT-FOR-FREEZE.
           IF (WS-FREEZE-COUNT >= 1000)
              DISPLAY "FREEZE TABLE FULL - RUN SPLIT NEEDED"
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-FREEZE-COUNT.
           MOVE IDX-ID  TO WS-FRZ-ID(WS-FREEZE-COUNT).
           MOVE IDX-DVZ TO WS-FRZ-DVZ(WS-FREEZE-COUNT).
        H230-END. EXIT.

      *    SAME RULES AS PBEGIDX'S DAILY SCREEN: LOOKED UP AS
      *    WRITTEN, THEN WITH FIRST NAME AND SURNAME SWAPPED; THE
      *    SWAPPED LOOKUP NEEDS BOTH NAMES TO MATCH.
        H310-SCREEN-NAME.
           MOVE 'N' TO WS-WLT-HIT-SW.
           MOVE WS-SCR-FNAME TO WS-SCR-WORK.
           PERFORM H315-NORMALIZE-NAME.
           MOVE WS-SCR-SQUEEZED TO WS-SCR-KEY-FNAME.
           MOVE WS-SCR-LNAME TO WS-SCR-WORK.
           PERFORM H315-NORMALIZE-NAME.
           MOVE WS-SCR-SQUEEZED TO WS-SCR-KEY-LNAME.
           MOVE 'N' TO WS-WLT-SWAPPED-SW.
           MOVE WS-SCR-KEY-LNAME TO WS-WLT-LOOK-LNAME.
           MOVE WS-SCR-KEY-FNAME TO WS-WLT-LOOK-FNAME.
           PERFORM H320-LOOKUP-WATCH-LIST.
           IF (NOT WS-WLT-HIT) AND (WS-SCR-KEY-FNAME NOT = SPACES)
              SET WS-WLT-SWAPPED TO TRUE
              MOVE WS-SCR-KEY-FNAME TO WS-WLT-LOOK-LNAME
              MOVE WS-SCR-KEY-LNAME TO WS-WLT-LOOK-FNAME
              PERFORM H320-LOOKUP-WATCH-LIST
           END-IF.
        H310-END. EXIT.

        H315-NORMALIZE-NAME.
           INSPECT WS-SCR-WORK
              CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
           MOVE SPACES TO WS-SCR-SQUEEZED.
           MOVE 1 TO WS-CHAR-SUB.
           MOVE 1 TO WS-OUT-SUB.
           PERFORM UNTIL WS-CHAR-SUB > LENGTH OF WS-SCR-WORK
              IF (WS-SCR-WORK(WS-CHAR-SUB:1) NOT = ' ')
                 MOVE WS-SCR-WORK(WS-CHAR-SUB:1)
                                 TO WS-SCR-SQUEEZED(WS-OUT-SUB:1)
                 ADD 1 TO WS-OUT-SUB
              END-IF
              ADD 1 TO WS-CHAR-SUB
           END-PERFORM.
        H315-END. EXIT.

        H320-LOOKUP-WATCH-LIST.
           IF (WS-WLT-LOOK-LNAME NOT = SPACES)
              MOVE 'N' TO WS-WLT-DONE-SW
              MOVE WS-WLT-LOOK-LNAME TO WLT-LNAME
              MOVE LOW-VALUES        TO WLT-FNAME
              START WLT-FILE KEY IS >= WLT-KEY
                 INVALID KEY
                    SET WS-WLT-DONE TO TRUE
              END-START
              PERFORM H325-WATCH-LIST-BROWSE UNTIL WS-WLT-DONE
           END-IF.
        H320-END. EXIT.

        H325-WATCH-LIST-BROWSE.
           READ WLT-FILE NEXT RECORD
              AT END
                 SET WS-WLT-DONE TO TRUE
           END-READ.
           IF (NOT WS-WLT-DONE)
              IF (NOT WLT-OK)
                 DISPLAY "WLT-FILE READ ERROR" WLT-ST
                 MOVE WLT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF (WLT-LNAME NOT = WS-WLT-LOOK-LNAME)
                 SET WS-WLT-DONE TO TRUE
              ELSE
                 IF (WLT-FNAME = WS-WLT-LOOK-FNAME)
                    OR ((WLT-FNAME = SPACES) AND (NOT WS-WLT-SWAPPED))
                    SET WS-WLT-HIT  TO TRUE
                    SET WS-WLT-DONE TO TRUE
                 END-IF
              END-IF
           END-IF.
        H325-END. EXIT.

      *    THE FREEZES GO THROUGH PBEGIDX'S 'F' FUNCTION - THE SAME
      *    EDITS AND THE SAME IDXAUD BEFORE-IMAGE AS A COURT-ORDER
      *    HOLD. A BUSINESS REJECT (THE ACCOUNT CLOSED OR FROZEN
      *    SINCE THE BROWSE) IS REPORTED AND COUNTED, NEVER FATAL.
        H400-APPLY-FREEZES.
           IF (WS-FREEZE-COUNT > 0)
              MOVE SPACES TO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
              MOVE SPACES TO RPT-REC
              MOVE "ACCOUNTS MOVED TO FROZEN STATUS:" TO RPT-REC
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
              PERFORM UNTIL WS-INDEX-I > WS-FREEZE-COUNT
                 PERFORM H410-FREEZE-ONE
                 ADD 1 TO WS-INDEX-I
              END-PERFORM
              MOVE 'E' TO WS-SUB-FUNC
              CALL WS-PBEGIDX USING WS-SUB-AREA
           END-IF.
        H400-END. EXIT.

        H410-FREEZE-ONE.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE 'F' TO WS-SUB-FUNC.
           MOVE WS-FRZ-ID(WS-INDEX-I)  TO WS-SUB-ID.
           MOVE WS-FRZ-DVZ(WS-INDEX-I) TO WS-SUB-DVZ.
           MOVE ZEROS TO WS-SUB-ID-2.
           MOVE ZEROS TO WS-SUB-DVZ-2.
           MOVE 0 TO WS-SUB-AMOUNT.
           CALL WS-PBEGIDX USING WS-SUB-AREA.
           MOVE WS-FRZ-ID(WS-INDEX-I)  TO WS-RPT-ID-OUT.
           MOVE WS-FRZ-DVZ(WS-INDEX-I) TO WS-RPT-DVZ-OUT.
           IF (WS-SUB-RC-OK)
              ADD 1 TO WS-FROZEN-OK-CNT
              MOVE SPACES TO RPT-REC
              STRING "  ID " WS-RPT-ID-OUT
                     " DVZ " WS-RPT-DVZ-OUT
                     " FROZEN ON WATCH-LIST HIT"
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
           ELSE
              IF (WS-SUB-RC-BUSINESS-REJECT)
                 ADD 1 TO WS-FROZEN-REJ-CNT
                 MOVE SPACES TO RPT-REC
                 STRING "  ID " WS-RPT-ID-OUT
                        " DVZ " WS-RPT-DVZ-OUT
                        " NOT FROZEN - " WS-SUB-DESC
                        DELIMITED BY SIZE INTO RPT-REC
                 PERFORM H510-WRITE-RPT-LINE
              ELSE
                 DISPLAY "PBEGIDX FATAL I/O ERROR RC " WS-SUB-RC
                 MOVE WS-SUB-RC TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
        H410-END. EXIT.

        H500-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-SCANNED-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "ACCOUNTS SCREENED         : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-HIT-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "WATCH-LIST HITS           : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-FROZEN-OK-CNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "ACCOUNTS FROZEN           : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-FROZEN-REJ-CNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "FREEZES REFUSED           : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-ALREADY-CNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "HITS ALREADY FROZEN       : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-CLOSED-CNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "HITS ON CLOSED ACCOUNTS   : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           IF (WS-HIT-COUNT > 0)
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
             CLOSE IDX-FILE.
             CLOSE CIF-FILE.
             CLOSE WLT-FILE.
             CLOSE RPT-FILE.
             STOP RUN.
         H999-END. EXIT.
      *
