       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEGCIM.
       AUTHOR.        Kayra KIRIMLI.
      *----------------------------------------------------------
      *    CUSTOMER INFORMATION FILE MAINTENANCE.
      *
      *    THE SANCTIONED WAY TO CHANGE CIFFILE - THE CUSTOMER
      *    MASTER BEHIND EVERY ACCOUNT, KEYED BY THE CUSTOMER ID
      *    IDX-ID CARRIES ACROSS THE DIVISIONS. DRIVEN BY CIMCTL
      *    CARDS:
      *       A  ADD A CUSTOMER - LEGAL NAME, NATIONAL ID AND DATE
      *          OF BIRTH ARE ALL REQUIRED; THE ADDRESS AND PHONE
      *          FOLLOW ON U CARDS
      *       U  CHANGE ONE FIELD, NAMED BY ITS TWO-LETTER CODE:
      *            FN FIRST NAME      LN LAST NAME
      *            NI NATIONAL ID     DB DATE OF BIRTH
      *            A1 ADDRESS LINE 1  A2 ADDRESS LINE 2
      *            CT CITY            PC POSTAL CODE
      *            PH PHONE
      *       R  REMOVE - REFUSED WHILE ANY ACCOUNT UNDER THE
      *          CUSTOMER ID IS STILL ON IDX-FILE; THE LAST
      *          DETAILS STAY ON THE CHANGE LOG
      *    EVERY APPLIED CHANGE IS APPENDED TO THE CIMAUD LOG
      *    WITH WHO KEYED IT, WHEN, AND THE BEFORE/AFTER VALUE OF
      *    EACH FIELD IT TOUCHED - ONE LOG RECORD PER FIELD, SO
      *    AN ADD OR A REMOVE LOGS THE WHOLE CUSTOMER. EVERY
      *    CARD, APPLIED OR REFUSED, GETS A CIMRPT LINE.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIF-FILE   ASSIGN TO CIFFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS CIF-KEY
                             STATUS CIF-ST.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS IDX-KEY
                             STATUS IDX-ST.
           SELECT CTL-FILE   ASSIGN TO CIMCTL
                             STATUS CTL-ST.
           SELECT MAUD-FILE  ASSIGN TO CIMAUD
                             STATUS MAUD-ST.
           SELECT RPT-FILE   ASSIGN TO CIMRPT
                             STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CIF-FILE.
       COPY CIFREC.
      *
       FD  IDX-FILE.
       COPY IDXREC.
      *
       FD  CTL-FILE RECORDING MODE F.
       01  CTL-REC.
           05 CTL-ACTION         PIC X(1).
              88 CTL-ACTION-ADD          VALUE 'A'.
              88 CTL-ACTION-CHANGE       VALUE 'U'.
              88 CTL-ACTION-REMOVE       VALUE 'R'.
           05 CTL-ID             PIC X(5).
           05 CTL-DATA           PIC X(50).
      *    ON AN ADD THE DATA AREA CARRIES THE IDENTITY FIELDS.
           05 CTL-ADD-DATA REDEFINES CTL-DATA.
              07 CTL-ADD-FNAME   PIC X(15).
              07 CTL-ADD-LNAME   PIC X(15).
              07 CTL-ADD-NATL-ID PIC X(11).
              07 CTL-ADD-BIRTH   PIC X(8).
              07 FILLER          PIC X(1).
      *    ON A CHANGE IT NAMES ONE FIELD AND ITS NEW VALUE.
           05 CTL-CHG-DATA REDEFINES CTL-DATA.
              07 CTL-CHG-FIELD   PIC X(2).
              07 CTL-CHG-VALUE   PIC X(40).
              07 FILLER          PIC X(8).
           05 CTL-USER           PIC X(8).
           05 FILLER             PIC X(16).
      *
      *    APPEND-ONLY CHANGE LOG - WHO CHANGED WHAT AND WHEN,
      *    ONE RECORD PER FIELD WITH ITS BEFORE AND AFTER VALUE
      *    (SPACES BEFORE AN ADD, SPACES AFTER A REMOVE).
       FD  MAUD-FILE RECORDING MODE F.
       01  MAUD-REC.
           05 MAUD-TS-DATE       PIC 9(8).
           05 MAUD-TS-TIME       PIC 9(8).
           05 MAUD-USER          PIC X(8).
           05 MAUD-ACTION        PIC X(1).
           05 MAUD-ID            PIC 9(5).
           05 MAUD-FIELD         PIC X(2).
           05 MAUD-OLD-VALUE     PIC X(40).
           05 MAUD-NEW-VALUE     PIC X(40).
           05 FILLER             PIC X(8).
      *
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC               PIC X(90).

      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 CIF-ST             PIC 9(2).
              88 CIF-OK                   VALUE 00 97.
              88 CIF-NOT-FOUND            VALUE 23.
              88 CIF-DUPLICATE            VALUE 22.
           05 IDX-ST             PIC 9(2).
              88 IDX-OK                   VALUE 00 97.
              88 IDX-EOF                  VALUE 10.
           05 CTL-ST             PIC 9(2).
              88 CTL-OK                   VALUE 00 97.
              88 CTL-EOF                  VALUE 10.
           05 MAUD-ST            PIC 9(2).
              88 MAUD-OK                  VALUE 00 97.
              88 MAUD-NOT-FOUND           VALUE 35.
           05 RPT-ST             PIC 9(2).
              88 RPT-OK                   VALUE 00 97.
           05 WS-TODAY           PIC 9(8).
           05 WS-REQ-ID          PIC 9(5).
           05 WS-REQ-FIELD       PIC X(2).
              88 WS-FLD-FNAME            VALUE 'FN'.
              88 WS-FLD-LNAME            VALUE 'LN'.
              88 WS-FLD-NATL-ID          VALUE 'NI'.
              88 WS-FLD-BIRTH            VALUE 'DB'.
              88 WS-FLD-ADDR-1           VALUE 'A1'.
              88 WS-FLD-ADDR-2           VALUE 'A2'.
              88 WS-FLD-CITY             VALUE 'CT'.
              88 WS-FLD-POST-CODE        VALUE 'PC'.
              88 WS-FLD-PHONE            VALUE 'PH'.
              88 WS-FLD-VALID            VALUE 'FN' 'LN' 'NI'
                                               'DB' 'A1' 'A2'
                                               'CT' 'PC' 'PH'.
      *       FIELDS THAT MAY NOT BE BLANKED - A STATEMENT MUST
      *       ALWAYS HAVE A NAME, A STREET AND A CITY TO GO TO.
              88 WS-FLD-REQUIRED         VALUE 'FN' 'LN' 'NI'
                                               'DB' 'A1' 'CT'.
           05 WS-REQ-VALUE       PIC X(40).
           05 WS-FIELD-VALUE     PIC X(40).
           05 WS-FIELD-LEN       PIC 9(2).
           05 WS-FIELD-SUB       PIC 9(4) COMP.
           05 WS-NATL-ID-WORK    PIC X(11).
           05 WS-POST-CODE-WORK  PIC X(5).
      *    DATE OF BIRTH UNDER EDIT - CARD TEXT, NUMERIC AND
      *    BROKEN-DOWN VIEWS OF THE SAME EIGHT BYTES.
           05 WS-DATE-WORK       PIC X(8).
           05 WS-DATE-NUM REDEFINES WS-DATE-WORK
                                 PIC 9(8).
           05 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
              07 WS-DATE-YYYY    PIC 9(4).
              07 WS-DATE-MM      PIC 9(2).
              07 WS-DATE-DD      PIC 9(2).
           05 WS-MONTH-DAYS      PIC 9(2).
           05 WS-LEAP-QUOT       PIC 9(4).
           05 WS-LEAP-REM        PIC 9(4).
           05 WS-ACCT-FOUND-SW   PIC X(1).
              88 WS-ACCT-FOUND           VALUE 'Y'.
           05 WS-REJECT-SW       PIC X(1).
              88 WS-REJECTED             VALUE 'Y'.
           05 WS-REJECT-TEXT     PIC X(40).
           05 WS-APPLIED-COUNT   PIC 9(4) COMP VALUE 0.
           05 WS-REFUSED-COUNT   PIC 9(4) COMP VALUE 0.
           05 WS-RPT-CNT-OUT     PIC ZZZ9.
      *    EVERY FIELD CODE, IN THE ORDER AN ADD OR A REMOVE LOGS
      *    THEM.
       01  WS-FIELD-LIST-AREA.
           05 WS-FIELD-LIST      PIC X(18)
                                 VALUE 'FNLNNIDBA1A2CTPCPH'.
           05 WS-FIELD-TABLE REDEFINES WS-FIELD-LIST.
              07 WS-FIELD-CODE   PIC X(2) OCCURS 9 TIMES.
      *    IMAGE OF THE CUSTOMER BEING REMOVED, KEPT FOR THE
      *    CHANGE LOG ONCE THE RECORD ITSELF IS GONE.
       01  WS-CIF-SAVE           PIC X(168).

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
           OPEN I-O CIF-FILE.
           IF (NOT CIF-OK)
              DISPLAY "CIF-FILE OPEN ERROR" CIF-ST
              MOVE CIF-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT IDX-FILE.
           IF (NOT IDX-OK)
              DISPLAY "IDX-FILE OPEN ERROR" IDX-ST
              MOVE IDX-ST TO RETURN-CODE
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
           MOVE "CUSTOMER INFORMATION FILE MAINTENANCE LOG"
                                  TO RPT-REC.
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
           MOVE SPACES TO WS-REQ-FIELD.
           MOVE SPACES TO WS-REQ-VALUE.
           IF (NOT CTL-ACTION-ADD) AND (NOT CTL-ACTION-CHANGE)
              AND (NOT CTL-ACTION-REMOVE)
              SET WS-REJECTED TO TRUE
              MOVE 'ACTION MUST BE A, U OR R' TO WS-REJECT-TEXT
           ELSE
              IF (CTL-ID NOT NUMERIC)
                 SET WS-REJECTED TO TRUE
                 MOVE 'CUSTOMER ID NOT NUMERIC' TO WS-REJECT-TEXT
              ELSE
                 MOVE CTL-ID TO WS-REQ-ID
                 EVALUATE TRUE
                   WHEN CTL-ACTION-ADD
                        PERFORM H215-EDIT-ADD
                   WHEN CTL-ACTION-CHANGE
                        PERFORM H216-EDIT-CHANGE
                 END-EVALUATE
              END-IF
           END-IF.
        H210-END. EXIT.

      *    AN ADD MUST IDENTIFY THE CUSTOMER COMPLETELY - NAME,
      *    NATIONAL ID AND DATE OF BIRTH - OR NOTHING IS WRITTEN.
        H215-EDIT-ADD.
           IF (CTL-ADD-FNAME = SPACES) OR (CTL-ADD-LNAME = SPACES)
              SET WS-REJECTED TO TRUE
              MOVE 'FIRST AND LAST NAME REQUIRED' TO WS-REJECT-TEXT
           ELSE
              MOVE CTL-ADD-NATL-ID TO WS-NATL-ID-WORK
              PERFORM H220-EDIT-NATL-ID
              IF (NOT WS-REJECTED)
                 MOVE CTL-ADD-BIRTH TO WS-DATE-WORK
                 PERFORM H225-EDIT-BIRTH-DATE
              END-IF
           END-IF.
        H215-END. EXIT.

      *    A CHANGE NAMES ONE FIELD. THE VALUE MUST FIT THE FIELD
      *    - ANYTHING PAST ITS LENGTH IS REFUSED RATHER THAN
      *    QUIETLY CUT OFF - AND PASS THE SAME EDIT AN ADD APPLIES.
        H216-EDIT-CHANGE.
           MOVE CTL-CHG-FIELD TO WS-REQ-FIELD.
           MOVE CTL-CHG-VALUE TO WS-REQ-VALUE.
           IF (NOT WS-FLD-VALID)
              SET WS-REJECTED TO TRUE
              MOVE 'UNKNOWN FIELD CODE' TO WS-REJECT-TEXT
           ELSE
              PERFORM H217-SET-FIELD-LENGTH
              IF (WS-REQ-VALUE(WS-FIELD-LEN + 1:) NOT = SPACES)
                 SET WS-REJECTED TO TRUE
                 MOVE 'VALUE LONGER THAN FIELD' TO WS-REJECT-TEXT
              ELSE
                 IF (WS-REQ-VALUE = SPACES) AND (WS-FLD-REQUIRED)
                    SET WS-REJECTED TO TRUE
                    MOVE 'FIELD MAY NOT BE BLANKED'
                                          TO WS-REJECT-TEXT
                 END-IF
              END-IF
           END-IF.
           IF (NOT WS-REJECTED)
              EVALUATE TRUE
                WHEN WS-FLD-NATL-ID
                     MOVE WS-REQ-VALUE TO WS-NATL-ID-WORK
                     PERFORM H220-EDIT-NATL-ID
                WHEN WS-FLD-BIRTH
                     MOVE WS-REQ-VALUE TO WS-DATE-WORK
                     PERFORM H225-EDIT-BIRTH-DATE
                WHEN WS-FLD-POST-CODE
                     MOVE WS-REQ-VALUE TO WS-POST-CODE-WORK
                     IF (WS-POST-CODE-WORK NOT = SPACES)
                        AND (WS-POST-CODE-WORK NOT NUMERIC)
                        SET WS-REJECTED TO TRUE
                        MOVE 'POSTAL CODE MUST BE 5 DIGITS'
                                          TO WS-REJECT-TEXT
                     END-IF
              END-EVALUATE
           END-IF.
        H216-END. EXIT.

        H217-SET-FIELD-LENGTH.
           EVALUATE TRUE
             WHEN WS-FLD-FNAME
                  MOVE LENGTH OF CIF-FNAME     TO WS-FIELD-LEN
             WHEN WS-FLD-LNAME
                  MOVE LENGTH OF CIF-LNAME     TO WS-FIELD-LEN
             WHEN WS-FLD-NATL-ID
                  MOVE LENGTH OF CIF-NATL-ID   TO WS-FIELD-LEN
             WHEN WS-FLD-BIRTH
                  MOVE LENGTH OF CIF-BIRTH-DATE TO WS-FIELD-LEN
             WHEN WS-FLD-ADDR-1
                  MOVE LENGTH OF CIF-ADDR-1    TO WS-FIELD-LEN
             WHEN WS-FLD-ADDR-2
                  MOVE LENGTH OF CIF-ADDR-2    TO WS-FIELD-LEN
             WHEN WS-FLD-CITY
                  MOVE LENGTH OF CIF-CITY      TO WS-FIELD-LEN
             WHEN WS-FLD-POST-CODE
                  MOVE LENGTH OF CIF-POST-CODE TO WS-FIELD-LEN
             WHEN WS-FLD-PHONE
                  MOVE LENGTH OF CIF-PHONE     TO WS-FIELD-LEN
           END-EVALUATE.
        H217-END. EXIT.

      *    THE NATIONAL IDENTITY NUMBER IS ELEVEN DIGITS AND NEVER
      *    STARTS WITH A ZERO.
        H220-EDIT-NATL-ID.
           IF (WS-NATL-ID-WORK NOT NUMERIC)
              OR (WS-NATL-ID-WORK(1:1) = '0')
              SET WS-REJECTED TO TRUE
              MOVE 'NATIONAL ID MUST BE 11 DIGITS'
                                     TO WS-REJECT-TEXT
           END-IF.
        H220-END. EXIT.

      *    A REAL CALENDAR DATE, NOT BEFORE 1900 AND NOT IN THE
      *    FUTURE.
        H225-EDIT-BIRTH-DATE.
           IF (WS-DATE-WORK NOT NUMERIC)
              SET WS-REJECTED TO TRUE
              MOVE 'DATE OF BIRTH NOT NUMERIC' TO WS-REJECT-TEXT
           ELSE
              IF (WS-DATE-MM < 1) OR (WS-DATE-MM > 12)
                 OR (WS-DATE-YYYY < 1900)
                 SET WS-REJECTED TO TRUE
                 MOVE 'DATE OF BIRTH NOT A VALID DATE'
                                       TO WS-REJECT-TEXT
              ELSE
                 PERFORM H226-SET-MONTH-DAYS
                 IF (WS-DATE-DD < 1) OR (WS-DATE-DD > WS-MONTH-DAYS)
                    SET WS-REJECTED TO TRUE
                    MOVE 'DATE OF BIRTH NOT A VALID DATE'
                                          TO WS-REJECT-TEXT
                 ELSE
                    IF (WS-DATE-NUM > WS-TODAY)
                       SET WS-REJECTED TO TRUE
                       MOVE 'DATE OF BIRTH IN THE FUTURE'
                                          TO WS-REJECT-TEXT
                    END-IF
                 END-IF
              END-IF
           END-IF.
        H225-END. EXIT.

        H226-SET-MONTH-DAYS.
           EVALUATE WS-DATE-MM
             WHEN 01
             WHEN 03
             WHEN 05
             WHEN 07
             WHEN 08
             WHEN 10
             WHEN 12
                  MOVE 31 TO WS-MONTH-DAYS
             WHEN 04
             WHEN 06
             WHEN 09
             WHEN 11
                  MOVE 30 TO WS-MONTH-DAYS
             WHEN 02
                  MOVE 28 TO WS-MONTH-DAYS
                  DIVIDE WS-DATE-YYYY BY 4
                     GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                  IF (WS-LEAP-REM = 0)
                     MOVE 29 TO WS-MONTH-DAYS
                     DIVIDE WS-DATE-YYYY BY 100
                        GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                     IF (WS-LEAP-REM = 0)
                        MOVE 28 TO WS-MONTH-DAYS
                        DIVIDE WS-DATE-YYYY BY 400
                           GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                        IF (WS-LEAP-REM = 0)
                           MOVE 29 TO WS-MONTH-DAYS
                        END-IF
                     END-IF
                  END-IF
           END-EVALUATE.
        H226-END. EXIT.

      *    A NEW CUSTOMER STARTS WITH NO ADDRESS OR PHONE - THOSE
      *    FOLLOW ON U CARDS, NORMALLY IN THE SAME RUN.
        H230-APPLY-ADD.
           MOVE WS-REQ-ID        TO CIF-ID.
           MOVE CTL-ADD-FNAME    TO CIF-FNAME.
           MOVE CTL-ADD-LNAME    TO CIF-LNAME.
           MOVE CTL-ADD-NATL-ID  TO CIF-NATL-ID.
           MOVE CTL-ADD-BIRTH    TO WS-DATE-WORK.
           MOVE WS-DATE-NUM      TO CIF-BIRTH-DATE.
           MOVE SPACES           TO CIF-ADDRESS.
           MOVE SPACES           TO CIF-PHONE.
           MOVE WS-TODAY         TO CIF-OPEN-DATE.
           MOVE WS-TODAY         TO CIF-CHG-DATE.
           WRITE CIF-REC
              INVALID KEY
                 IF (CIF-DUPLICATE)
                    SET WS-REJECTED TO TRUE
                    MOVE 'CUSTOMER ALREADY ON CIF' TO WS-REJECT-TEXT
                 ELSE
                    DISPLAY "CIF-FILE WRITE ERROR" CIF-ST
                    MOVE CIF-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
           END-WRITE.
        H230-END. EXIT.

        H240-APPLY-CHANGE.
           PERFORM H260-READ-CUSTOMER.
           IF (NOT WS-REJECTED)
              PERFORM H270-GET-FIELD
              IF (WS-FIELD-VALUE = WS-REQ-VALUE)
                 SET WS-REJECTED TO TRUE
                 MOVE 'VALUE ALREADY ON FILE' TO WS-REJECT-TEXT
              END-IF
           END-IF.
           IF (NOT WS-REJECTED)
              PERFORM H275-PUT-FIELD
              MOVE WS-TODAY TO CIF-CHG-DATE
              REWRITE CIF-REC
                 INVALID KEY
                    DISPLAY "CIF-FILE REWRITE ERROR" CIF-ST
                    MOVE CIF-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
              END-REWRITE
           END-IF.
        H240-END. EXIT.

      *    A CUSTOMER WITH ANY ACCOUNT STILL ON THE MASTER - EVEN A
      *    CLOSED ONE - STAYS: THE STATEMENTS AND THE REGULATORY
      *    REPORTS STILL NAME THE HOLDER OF THAT ACCOUNT.
        H250-APPLY-REMOVE.
           PERFORM H260-READ-CUSTOMER.
           IF (NOT WS-REJECTED)
              PERFORM H265-CHECK-NO-ACCOUNTS
           END-IF.
           IF (NOT WS-REJECTED)
              MOVE CIF-REC TO WS-CIF-SAVE
              DELETE CIF-FILE
                 INVALID KEY
                    DISPLAY "CIF-FILE DELETE ERROR" CIF-ST
                    MOVE CIF-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
              END-DELETE
              MOVE WS-CIF-SAVE TO CIF-REC
           END-IF.
        H250-END. EXIT.

        H260-READ-CUSTOMER.
           MOVE WS-REQ-ID TO CIF-ID.
           READ CIF-FILE
              INVALID KEY
                 IF (CIF-NOT-FOUND)
                    SET WS-REJECTED TO TRUE
                    MOVE 'CUSTOMER NOT ON CIF' TO WS-REJECT-TEXT
                 ELSE
                    DISPLAY "CIF-FILE READ ERROR" CIF-ST
                    MOVE CIF-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
           END-READ.
        H260-END. EXIT.

      *    THE MASTER IS KEYED ID THEN DIVISION, SO THE FIRST
      *    RECORD AT OR AFTER (ID, 000) TELLS WHETHER THE CUSTOMER
      *    HAS ANY ACCOUNT AT ALL.
        H265-CHECK-NO-ACCOUNTS.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           MOVE WS-REQ-ID TO IDX-ID.
           MOVE 0         TO IDX-DVZ.
           START IDX-FILE KEY IS >= IDX-KEY
              INVALID KEY
                 SET IDX-EOF TO TRUE
           END-START.
           IF (NOT IDX-EOF)
              READ IDX-FILE NEXT RECORD
                 AT END
                    SET IDX-EOF TO TRUE
              END-READ
              IF (NOT IDX-EOF)
                 IF (NOT IDX-OK)
                    DISPLAY "IDX-FILE READ ERROR" IDX-ST
                    MOVE IDX-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 IF (IDX-ID = WS-REQ-ID)
                    SET WS-ACCT-FOUND TO TRUE
                 END-IF
              END-IF
           END-IF.
           IF (WS-ACCT-FOUND)
              SET WS-REJECTED TO TRUE
              MOVE 'ACCOUNTS STILL ON MASTER UNDER ID'
                                    TO WS-REJECT-TEXT
           END-IF.
        H265-END. EXIT.

      *    CURRENT VALUE OF THE FIELD NAMED BY WS-REQ-FIELD, AS
      *    TEXT - A DATE OF BIRTH NEVER SET COMES BACK AS SPACES.
        H270-GET-FIELD.
           MOVE SPACES TO WS-FIELD-VALUE.
           EVALUATE TRUE
             WHEN WS-FLD-FNAME
                  MOVE CIF-FNAME     TO WS-FIELD-VALUE
             WHEN WS-FLD-LNAME
                  MOVE CIF-LNAME     TO WS-FIELD-VALUE
             WHEN WS-FLD-NATL-ID
                  MOVE CIF-NATL-ID   TO WS-FIELD-VALUE
             WHEN WS-FLD-BIRTH
                  IF (CIF-BIRTH-DATE > 0)
                     MOVE CIF-BIRTH-DATE TO WS-DATE-NUM
                     MOVE WS-DATE-WORK   TO WS-FIELD-VALUE
                  END-IF
             WHEN WS-FLD-ADDR-1
                  MOVE CIF-ADDR-1    TO WS-FIELD-VALUE
             WHEN WS-FLD-ADDR-2
                  MOVE CIF-ADDR-2    TO WS-FIELD-VALUE
             WHEN WS-FLD-CITY
                  MOVE CIF-CITY      TO WS-FIELD-VALUE
             WHEN WS-FLD-POST-CODE
                  MOVE CIF-POST-CODE TO WS-FIELD-VALUE
             WHEN WS-FLD-PHONE
                  MOVE CIF-PHONE     TO WS-FIELD-VALUE
           END-EVALUATE.
        H270-END. EXIT.

        H275-PUT-FIELD.
           EVALUATE TRUE
             WHEN WS-FLD-FNAME
                  MOVE WS-REQ-VALUE  TO CIF-FNAME
             WHEN WS-FLD-LNAME
                  MOVE WS-REQ-VALUE  TO CIF-LNAME
             WHEN WS-FLD-NATL-ID
                  MOVE WS-REQ-VALUE  TO CIF-NATL-ID
             WHEN WS-FLD-BIRTH
                  MOVE WS-REQ-VALUE  TO WS-DATE-WORK
                  MOVE WS-DATE-NUM   TO CIF-BIRTH-DATE
             WHEN WS-FLD-ADDR-1
                  MOVE WS-REQ-VALUE  TO CIF-ADDR-1
             WHEN WS-FLD-ADDR-2
                  MOVE WS-REQ-VALUE  TO CIF-ADDR-2
             WHEN WS-FLD-CITY
                  MOVE WS-REQ-VALUE  TO CIF-CITY
             WHEN WS-FLD-POST-CODE
                  MOVE WS-REQ-VALUE  TO CIF-POST-CODE
             WHEN WS-FLD-PHONE
                  MOVE WS-REQ-VALUE  TO CIF-PHONE
           END-EVALUATE.
        H275-END. EXIT.

      *    A CHANGE LOGS THE ONE FIELD IT TOUCHED; AN ADD OR A
      *    REMOVE LOGS EVERY FIELD THAT CARRIES A VALUE.
        H300-WRITE-AUDIT.
           ACCEPT MAUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT MAUD-TS-TIME FROM TIME.
           MOVE CTL-USER      TO MAUD-USER.
           MOVE CTL-ACTION    TO MAUD-ACTION.
           MOVE WS-REQ-ID     TO MAUD-ID.
           IF (CTL-ACTION-CHANGE)
              MOVE WS-REQ-FIELD   TO MAUD-FIELD
              MOVE WS-FIELD-VALUE TO MAUD-OLD-VALUE
              MOVE WS-REQ-VALUE   TO MAUD-NEW-VALUE
              PERFORM H320-WRITE-LOG-RECORD
           ELSE
              MOVE 1 TO WS-FIELD-SUB
              PERFORM UNTIL WS-FIELD-SUB > 9
                 MOVE WS-FIELD-CODE(WS-FIELD-SUB) TO WS-REQ-FIELD
                 PERFORM H270-GET-FIELD
                 IF (WS-FIELD-VALUE NOT = SPACES)
                    PERFORM H310-LOG-WHOLE-FIELD
                 END-IF
                 ADD 1 TO WS-FIELD-SUB
              END-PERFORM
           END-IF.
        H300-END. EXIT.

        H310-LOG-WHOLE-FIELD.
           MOVE WS-REQ-FIELD TO MAUD-FIELD.
           IF (CTL-ACTION-ADD)
              MOVE SPACES         TO MAUD-OLD-VALUE
              MOVE WS-FIELD-VALUE TO MAUD-NEW-VALUE
           ELSE
              MOVE WS-FIELD-VALUE TO MAUD-OLD-VALUE
              MOVE SPACES         TO MAUD-NEW-VALUE
           END-IF.
           PERFORM H320-WRITE-LOG-RECORD.
        H310-END. EXIT.

        H320-WRITE-LOG-RECORD.
           WRITE MAUD-REC.
           IF (NOT MAUD-OK)
              DISPLAY "MAUD-FILE WRITE ERROR" MAUD-ST
              MOVE MAUD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
        H320-END. EXIT.

        H400-WRITE-REFUSED-LINE.
           MOVE SPACES TO RPT-REC.
           STRING "REFUSED " CTL-ACTION " " CTL-ID
                  " " WS-REQ-FIELD
                  " - " WS-REJECT-TEXT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H450-WRITE-RPT-LINE.
        H400-END. EXIT.

        H410-WRITE-APPLIED-LINE.
           MOVE SPACES TO RPT-REC.
           IF (CTL-ACTION-CHANGE)
              STRING "APPLIED " CTL-ACTION " " CTL-ID
                     " " WS-REQ-FIELD
                     " " WS-REQ-VALUE
                     " BY " CTL-USER
                     DELIMITED BY SIZE INTO RPT-REC
           ELSE
              STRING "APPLIED " CTL-ACTION " " CTL-ID
                     " " CIF-FNAME " " CIF-LNAME
                     " NATL ID " CIF-NATL-ID
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
             CLOSE CIF-FILE.
             CLOSE IDX-FILE.
             CLOSE CTL-FILE.
             CLOSE MAUD-FILE.
             CLOSE RPT-FILE.
             STOP RUN.
         H999-END. EXIT.
      *
