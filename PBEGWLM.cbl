       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEGWLM.
       AUTHOR.        Kayra KIRIMLI.
      *----------------------------------------------------------
      *    WATCH-LIST TABLE MAINTENANCE.
      *
      *    THE SANCTIONED WAY TO CHANGE WLTAB - THE SANCTIONS AND
      *    INTERNAL WATCH-LIST NAMES PBEGIDX SCREENS EVERY OPEN,
      *    NAME CHANGE AND TRANSFER TARGET AGAINST. DRIVEN BY
      *    WLMCTL CARDS:
      *       A  ADD A NAME - LIST CODE AND LIST REFERENCE ARE
      *          BOTH REQUIRED
      *       U  CHANGE THE LIST CODE AND/OR REFERENCE OF A NAME
      *          ALREADY ON THE TABLE (A BLANK FIELD IS LEFT AS IT
      *          IS); A NAME ITSELF IS CHANGED BY AN R AND AN A
      *       R  REMOVE A NAME
      *    NAMES ARE HELD IN SCREENING FORM - UPPER CASE, EVERY
      *    SPACE SQUEEZED OUT - SO A CARD MAY BE KEYED EITHER WAY.
      *    A BLANK FIRST NAME LISTS THE SURNAME AGAINST ANY FIRST
      *    NAME. EVERY APPLIED CHANGE IS APPENDED TO THE WLMAUD LOG
      *    WITH WHO KEYED IT, WHEN, AND THE BEFORE/AFTER LIST CODE
      *    AND REFERENCE. EVERY CARD, APPLIED OR REFUSED, GETS A
      *    WLMRPT LINE. THE JOB RESCREENS THE WHOLE MASTER AGAINST
      *    THE CHANGED TABLE STRAIGHT AFTERWARDS (PBEGWLS).
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WLT-FILE   ASSIGN TO WLTAB
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS WLT-KEY
                             STATUS WLT-ST.
           SELECT CTL-FILE   ASSIGN TO WLMCTL
                             STATUS CTL-ST.
           SELECT MAUD-FILE  ASSIGN TO WLMAUD
                             STATUS MAUD-ST.
           SELECT RPT-FILE   ASSIGN TO WLMRPT
                             STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  WLT-FILE.
       COPY WLTREC.
      *
       FD  CTL-FILE RECORDING MODE F.
       01  CTL-REC.
           05 CTL-ACTION         PIC X(1).
              88 CTL-ACTION-ADD          VALUE 'A'.
              88 CTL-ACTION-CHANGE       VALUE 'U'.
              88 CTL-ACTION-REMOVE       VALUE 'R'.
           05 CTL-LIST           PIC X(1).
              88 CTL-LIST-VALID          VALUE 'S' 'I'.
           05 CTL-LNAME          PIC X(15).
           05 CTL-FNAME          PIC X(15).
           05 CTL-REF            PIC X(15).
           05 FILLER             PIC X(9).
           05 CTL-USER           PIC X(8).
           05 FILLER             PIC X(16).
      *
      *    APPEND-ONLY CHANGE LOG - WHO CHANGED WHAT AND WHEN, WITH
      *    THE LIST CODE AND REFERENCE BEFORE AND AFTER (SPACES
      *    BEFORE AN ADD, SPACES AFTER A REMOVE).
       FD  MAUD-FILE RECORDING MODE F.
       01  MAUD-REC.
           05 MAUD-TS-DATE       PIC 9(8).
           05 MAUD-TS-TIME       PIC 9(8).
           05 MAUD-USER          PIC X(8).
           05 MAUD-ACTION        PIC X(1).
           05 MAUD-LNAME         PIC X(15).
           05 MAUD-FNAME         PIC X(15).
           05 MAUD-OLD-LIST      PIC X(1).
           05 MAUD-OLD-REF       PIC X(15).
           05 MAUD-NEW-LIST      PIC X(1).
           05 MAUD-NEW-REF       PIC X(15).
           05 FILLER             PIC X(33).
      *
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC               PIC X(90).

      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 WLT-ST             PIC 9(2).
              88 WLT-OK                   VALUE 00 97.
              88 WLT-NOT-FOUND            VALUE 23.
              88 WLT-DUPLICATE            VALUE 22.
           05 CTL-ST             PIC 9(2).
              88 CTL-OK                   VALUE 00 97.
              88 CTL-EOF                  VALUE 10.
           05 MAUD-ST            PIC 9(2).
              88 MAUD-OK                  VALUE 00 97.
              88 MAUD-NOT-FOUND           VALUE 35.
           05 RPT-ST             PIC 9(2).
              88 RPT-OK                   VALUE 00 97.
           05 WS-TODAY           PIC 9(8).
      *    THE NAME ON THE CARD IN SCREENING FORM.
           05 WS-REQ-LNAME       PIC X(15).
           05 WS-REQ-FNAME       PIC X(15).
           05 WS-NAME-WORK       PIC X(15).
           05 WS-NAME-SQUEEZED   PIC X(15).
           05 WS-CHAR-SUB        PIC 9(2).
           05 WS-OUT-SUB         PIC 9(2).
           05 WS-LOWER-ALPHA     PIC X(26)
                                 VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05 WS-UPPER-ALPHA     PIC X(26)
                                 VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *    LIST CODE AND REFERENCE AS THEY WERE BEFORE THE CARD.
           05 WS-OLD-LIST        PIC X(1).
           05 WS-OLD-REF         PIC X(15).
           05 WS-REJECT-SW       PIC X(1).
              88 WS-REJECTED             VALUE 'Y'.
           05 WS-REJECT-TEXT     PIC X(40).
           05 WS-APPLIED-COUNT   PIC 9(4) COMP VALUE 0.
           05 WS-REFUSED-COUNT   PIC 9(4) COMP VALUE 0.
           05 WS-RPT-CNT-OUT     PIC ZZZ9.

      *------------------
       PROCEDURE DIVISION.
      *------------------
        00000-MAIN.
           PERFORM H100-OPEN-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM H200-PROCESS-CARDS UNTIL CTL-EOF.
           PERFORM H500-WRITE-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
         00000-END. EXIT.

        H100-OPEN-FILES.
           OPEN I-O WLT-FILE.
           IF (NOT WLT-OK)
              DISPLAY "WLT-FILE OPEN ERROR" WLT-ST
              MOVE WLT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CTL-FILE.
           IF (NOT CTL-OK)
              DISPLAY "CTL-FILE OPEN ERROR" CTL-ST
              MOVE CTL-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
      *    THE CHANGE LOG IS APPEND-ONLY ACROSS RUNS; FIRST RUN
      *    EVER CREATES IT.
           OPEN EXTEND MAUD-FILE.
           IF (MAUD-NOT-FOUND)
              OPEN OUTPUT MAUD-FILE
           END-IF.
           IF (NOT MAUD-OK)
              DISPLAY "MAUD-FILE OPEN ERROR" MAUD-ST
              MOVE MAUD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (NOT RPT-OK)
              DISPLAY "RPT-FILE OPEN ERROR" RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO RPT-REC.
           MOVE "WATCH-LIST TABLE MAINTENANCE LOG" TO RPT-REC.
           PERFORM H450-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           PERFORM H450-WRITE-RPT-LINE.
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
              IF (WS-REJECTED)
                 ADD 1 TO WS-REFUSED-COUNT
                 PERFORM H400-WRITE-REFUSED-LINE
              ELSE
                 EVALUATE TRUE
                   WHEN CTL-ACTION-ADD
                        PERFORM H230-APPLY-ADD
                   WHEN CTL-ACTION-CHANGE
                        PERFORM H240-APPLY-CHANGE
                   WHEN CTL-ACTION-REMOVE
                        PERFORM H250-APPLY-REMOVE
                 END-EVALUATE
                 IF (WS-REJECTED)
                    ADD 1 TO WS-REFUSED-COUNT
                    PERFORM H400-WRITE-REFUSED-LINE
                 ELSE
                    ADD 1 TO WS-APPLIED-COUNT
                    PERFORM H300-WRITE-AUDIT
                    PERFORM H410-WRITE-APPLIED-LINE
                 END-IF
              END-IF
           END-IF.
        H200-END. EXIT.

        H210-EDIT-CARD.
           MOVE 'N' TO WS-REJECT-SW.
           MOVE SPACES TO WS-REJECT-TEXT.
           MOVE CTL-LNAME TO WS-NAME-WORK.
           PERFORM H220-NORMALIZE-NAME.
           MOVE WS-NAME-SQUEEZED TO WS-REQ-LNAME.
           MOVE CTL-FNAME TO WS-NAME-WORK.
           PERFORM H220-NORMALIZE-NAME.
           MOVE WS-NAME-SQUEEZED TO WS-REQ-FNAME.
           IF (NOT CTL-ACTION-ADD) AND (NOT CTL-ACTION-CHANGE)
              AND (NOT CTL-ACTION-REMOVE)
              SET WS-REJECTED TO TRUE
              MOVE 'ACTION MUST BE A, U OR R' TO WS-REJECT-TEXT
           ELSE
              IF (WS-REQ-LNAME = SPACES)
                 SET WS-REJECTED TO TRUE
                 MOVE 'LAST NAME REQUIRED' TO WS-REJECT-TEXT
              ELSE
                 EVALUATE TRUE
                   WHEN CTL-ACTION-ADD
                        PERFORM H215-EDIT-ADD
                   WHEN CTL-ACTION-CHANGE
                        PERFORM H216-EDIT-CHANGE
                 END-EVALUATE
              END-IF
           END-IF.
        H210-END. EXIT.

      *    AN ADD MUST SAY WHICH LIST THE NAME COMES FROM AND THE
      *    LIST'S OWN REFERENCE FOR IT, SO A HIT CAN BE TRACED.
        H215-EDIT-ADD.
           IF (NOT CTL-LIST-VALID)
              SET WS-REJECTED TO TRUE
              MOVE 'LIST CODE MUST BE S OR I' TO WS-REJECT-TEXT
           ELSE
              IF (CTL-REF = SPACES)
                 SET WS-REJECTED TO TRUE
                 MOVE 'LIST REFERENCE REQUIRED' TO WS-REJECT-TEXT
              END-IF
           END-IF.
        H215-END. EXIT.

        H216-EDIT-CHANGE.
           IF (CTL-LIST = SPACES) AND (CTL-REF = SPACES)
              SET WS-REJECTED TO TRUE
              MOVE 'NOTHING TO CHANGE' TO WS-REJECT-TEXT
           ELSE
              IF (CTL-LIST NOT = SPACES) AND (NOT CTL-LIST-VALID)
                 SET WS-REJECTED TO TRUE
                 MOVE 'LIST CODE MUST BE S OR I' TO WS-REJECT-TEXT
              END-IF
           END-IF.
        H216-END. EXIT.

      *    SCREENING FORM - UPPER CASE WITH EVERY SPACE SQUEEZED
      *    OUT, EXACTLY AS PBEGIDX BRINGS A NAME UNDER TEST.
        H220-NORMALIZE-NAME.
           INSPECT WS-NAME-WORK
              CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
           MOVE SPACES TO WS-NAME-SQUEEZED.
           MOVE 1 TO WS-CHAR-SUB.
           MOVE 1 TO WS-OUT-SUB.
           PERFORM UNTIL WS-CHAR-SUB > LENGTH OF WS-NAME-WORK
              IF (WS-NAME-WORK(WS-CHAR-SUB:1) NOT = ' ')
                 MOVE WS-NAME-WORK(WS-CHAR-SUB:1)
                                 TO WS-NAME-SQUEEZED(WS-OUT-SUB:1)
                 ADD 1 TO WS-OUT-SUB
              END-IF
              ADD 1 TO WS-CHAR-SUB
           END-PERFORM.
        H220-END. EXIT.

        H230-APPLY-ADD.
           MOVE SPACES        TO WS-OLD-LIST.
           MOVE SPACES        TO WS-OLD-REF.
           MOVE WS-REQ-LNAME  TO WLT-LNAME.
           MOVE WS-REQ-FNAME  TO WLT-FNAME.
           MOVE CTL-LIST      TO WLT-LIST.
           MOVE CTL-REF       TO WLT-REF.
           MOVE WS-TODAY      TO WLT-ADD-DATE.
           MOVE WS-TODAY      TO WLT-CHG-DATE.
           WRITE WLT-REC
              INVALID KEY
                 IF (WLT-DUPLICATE)
                    SET WS-REJECTED TO TRUE
                    MOVE 'NAME ALREADY ON WATCH LIST'
                                          TO WS-REJECT-TEXT
                 ELSE
                    DISPLAY "WLT-FILE WRITE ERROR" WLT-ST
                    MOVE WLT-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
           END-WRITE.
        H230-END. EXIT.

        H240-APPLY-CHANGE.
           PERFORM H260-READ-ENTRY.
           IF (NOT WS-REJECTED)
              IF ((CTL-LIST = SPACES) OR (CTL-LIST = WLT-LIST))
                 AND ((CTL-REF = SPACES) OR (CTL-REF = WLT-REF))
                 SET WS-REJECTED TO TRUE
                 MOVE 'VALUE ALREADY ON FILE' TO WS-REJECT-TEXT
              END-IF
           END-IF.
           IF (NOT WS-REJECTED)
              IF (CTL-LIST NOT = SPACES)
                 MOVE CTL-LIST TO WLT-LIST
              END-IF
              IF (CTL-REF NOT = SPACES)
                 MOVE CTL-REF  TO WLT-REF
              END-IF
              MOVE WS-TODAY TO WLT-CHG-DATE
              REWRITE WLT-REC
                 INVALID KEY
                    DISPLAY "WLT-FILE REWRITE ERROR" WLT-ST
                    MOVE WLT-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
              END-REWRITE
           END-IF.
        H240-END. EXIT.

        H250-APPLY-REMOVE.
           PERFORM H260-READ-ENTRY.
           IF (NOT WS-REJECTED)
              DELETE WLT-FILE
                 INVALID KEY
                    DISPLAY "WLT-FILE DELETE ERROR" WLT-ST
                    MOVE WLT-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
              END-DELETE
           END-IF.
        H250-END. EXIT.

        H260-READ-ENTRY.
           MOVE WS-REQ-LNAME TO WLT-LNAME.
           MOVE WS-REQ-FNAME TO WLT-FNAME.
           READ WLT-FILE
              INVALID KEY
                 IF (WLT-NOT-FOUND)
                    SET WS-REJECTED TO TRUE
                    MOVE 'NAME NOT ON WATCH LIST' TO WS-REJECT-TEXT
                 ELSE
                    DISPLAY "WLT-FILE READ ERROR" WLT-ST
                    MOVE WLT-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
           END-READ.
           IF (NOT WS-REJECTED)
              MOVE WLT-LIST TO WS-OLD-LIST
              MOVE WLT-REF  TO WS-OLD-REF
           END-IF.
        H260-END. EXIT.

        H300-WRITE-AUDIT.
           ACCEPT MAUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT MAUD-TS-TIME FROM TIME.
           MOVE CTL-USER      TO MAUD-USER.
           MOVE CTL-ACTION    TO MAUD-ACTION.
           MOVE WS-REQ-LNAME  TO MAUD-LNAME.
           MOVE WS-REQ-FNAME  TO MAUD-FNAME.
           MOVE WS-OLD-LIST   TO MAUD-OLD-LIST.
           MOVE WS-OLD-REF    TO MAUD-OLD-REF.
           IF (CTL-ACTION-REMOVE)
              MOVE SPACES     TO MAUD-NEW-LIST
              MOVE SPACES     TO MAUD-NEW-REF
           ELSE
              MOVE WLT-LIST   TO MAUD-NEW-LIST
              MOVE WLT-REF    TO MAUD-NEW-REF
           END-IF.
           WRITE MAUD-REC.
           IF (NOT MAUD-OK)
              DISPLAY "MAUD-FILE WRITE ERROR" MAUD-ST
              MOVE MAUD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
        H300-END. EXIT.

        H400-WRITE-REFUSED-LINE.
           MOVE SPACES TO RPT-REC.
           STRING "REFUSED " CTL-ACTION " " CTL-LNAME
                  " " CTL-FNAME
                  " - " WS-REJECT-TEXT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H450-WRITE-RPT-LINE.
        H400-END. EXIT.

        H410-WRITE-APPLIED-LINE.
           MOVE SPACES TO RPT-REC.
           IF (CTL-ACTION-REMOVE)
              STRING "APPLIED " CTL-ACTION " " WS-REQ-LNAME
                     " " WS-REQ-FNAME
                     " WAS " WS-OLD-LIST " " WS-OLD-REF
                     " BY " CTL-USER
                     DELIMITED BY SIZE INTO RPT-REC
           ELSE
              STRING "APPLIED " CTL-ACTION " " WS-REQ-LNAME
                     " " WS-REQ-FNAME
                     " LIST " WLT-LIST " " WLT-REF
                     " BY " CTL-USER
                     DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           PERFORM H450-WRITE-RPT-LINE.
        H410-END. EXIT.

        H450-WRITE-RPT-LINE.
           WRITE RPT-REC.
           IF (NOT RPT-OK)
              DISPLAY "RPT-FILE WRITE ERROR" RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
        H450-END. EXIT.

        H500-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
           PERFORM H450-WRITE-RPT-LINE.
           MOVE WS-APPLIED-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "CHANGES APPLIED: " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H450-WRITE-RPT-LINE.
           MOVE WS-REFUSED-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "CHANGES REFUSED: " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H450-WRITE-RPT-LINE.
           IF (WS-REFUSED-COUNT > 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
        H500-END. EXIT.

         H999-PROGRAM-EXIT.
             CLOSE WLT-FILE.
             CLOSE CTL-FILE.
             CLOSE MAUD-FILE.
             CLOSE RPT-FILE.
             STOP RUN.
         H999-END. EXIT.
      *
