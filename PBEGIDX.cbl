                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS FXR-KEY
                             STATUS FXR-ST.
           SELECT HLD-FILE   ASSIGN TO HLDFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS HLD-KEY
                             STATUS HLD-ST.
           SELECT HST-FILE   ASSIGN TO HSTFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS HST-KEY
                             STATUS HST-ST.
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
           SELECT RVW-FILE   ASSIGN TO RVWFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS RVW-KEY
                             STATUS RVW-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
      *
       FD  FXR-FILE.
       COPY FXRREC.
      *
       FD  HLD-FILE.
       COPY HLDREC.
      *
       FD  HST-FILE.
       COPY HSTREC.
      *
       FD  CIF-FILE.
       COPY CIFREC.
      *
       FD  WLT-FILE.
       COPY WLTREC.
      *
       FD  RVW-FILE.
       COPY RVWREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 FXR-ST                  PIC 9(2).
              88 FXR-OK                        VALUE 00 97.
              88 FXR-EOF                       VALUE 10.
           03 HLD-ST                  PIC 9(2).
              88 HLD-OK                        VALUE 00 97.
              88 HLD-EOF                       VALUE 10.
              88 HLD-NOT-FOUND                 VALUE 23.
           03 HST-ST                  PIC 9(2).
              88 HST-OK                        VALUE 00 97.
              88 HST-NOT-FOUND                 VALUE 23.
           03 CIF-ST                  PIC 9(2).
              88 CIF-OK                        VALUE 00 97.
              88 CIF-NOT-FOUND                 VALUE 23.
           03 WLT-ST                  PIC 9(2).
              88 WLT-OK                        VALUE 00 97.
           03 RVW-ST                  PIC 9(2).
              88 RVW-OK                        VALUE 00 97.

           03 WS-INDEX-I              PIC 9(2).
           03 WS-INDEX-J              PIC 9(2).
              88 WS-RATE-DONE                  VALUE 'Y'.
           03 WS-VALIDATE-DATE        PIC 9(08).
           03 WS-DEL-OLD-BAL          PIC S9(15) COMP-3.
      *    SUM OF THE HOLDS IN FORCE ON THE ACCOUNT BEING POSTED -
      *    WHAT H203 ADDS UP BEFORE A DEBIT IS ALLOWED.
           03 WS-HOLD-TOTAL           PIC S9(15) COMP-3.
           03 WS-HOLD-DONE-SW         PIC X(01).
              88 WS-HOLD-DONE                  VALUE 'Y'.
      *    THE POSTING BEING REVERSED, AS READ FROM HSTFILE - AND
      *    FOR A TRANSFER THE TARGET LEG IT IS LINKED TO.
           03 WS-RVS-ORIG-FUNC        PIC X(01).
           03 WS-RVS-ORIG-AMT         PIC S9(15) COMP-3.
           03 WS-RVS-TGT-KEY.
              05 WS-RVS-TGT-ID        PIC 9(05).
              05 WS-RVS-TGT-DVZ       PIC 9(03).
              05 WS-RVS-TGT-SEQ       PIC 9(04).
           03 WS-RVS-TGT-ORIG-AMT     PIC S9(15) COMP-3.
           03 WS-RVS-DESC.
              05 FILLER               PIC X(09) VALUE 'REVERSAL '.
              05 WS-RVS-DESC-FUNC     PIC X(01).
              05 FILLER               PIC X(01) VALUE SPACE.
              05 WS-RVS-DESC-DATE     PIC 9(08).
              05 FILLER               PIC X(01) VALUE '/'.
              05 WS-RVS-DESC-SEQ      PIC 9(04).
              05 FILLER               PIC X(06) VALUE SPACES.
      *    WATCH-LIST SCREENING - THE NAME UNDER TEST AS HANDED IN,
      *    ITS SCREENING FORM (UPPER CASE, SPACES SQUEEZED OUT, AS
      *    THE WLTAB KEY IS HELD), THE ACCOUNT IT BELONGS TO AND
      *    THE ENTRY IT MATCHED.
           03 WS-SCR-NAME.
              05 WS-SCR-FNAME         PIC X(15).
              05 WS-SCR-LNAME         PIC X(15).
           03 WS-SCR-KEY-FNAME        PIC X(15).
           03 WS-SCR-KEY-LNAME        PIC X(15).
           03 WS-SCR-WORK             PIC X(15).
           03 WS-SCR-SQUEEZED         PIC X(15).
           03 WS-SCR-HIT-ID           PIC 9(05).
           03 WS-SCR-HIT-DVZ          PIC 9(03).
           03 WS-LOWER-ALPHA          PIC X(26)
                                 VALUE 'abcdefghijklmnopqrstuvwxyz'.
           03 WS-UPPER-ALPHA          PIC X(26)
                                 VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           03 WS-WLT-LOOK-LNAME       PIC X(15).
           03 WS-WLT-LOOK-FNAME       PIC X(15).
           03 WS-WLT-SWAPPED-SW       PIC X(01).
              88 WS-WLT-SWAPPED                VALUE 'Y'.
           03 WS-WLT-HIT-SW           PIC X(01).
              88 WS-WLT-HIT                    VALUE 'Y'.
           03 WS-WLT-DONE-SW          PIC X(01).
              88 WS-WLT-DONE                   VALUE 'Y'.
           03 WS-HIT-FNAME            PIC X(15).
           03 WS-HIT-LNAME            PIC X(15).
           03 WS-HIT-WLT-LNAME        PIC X(15).
           03 WS-HIT-WLT-FNAME        PIC X(15).
           03 WS-HIT-WLT-LIST         PIC X(01).
           03 WS-HIT-WLT-REF          PIC X(15).
      *    REVIEW-FILE BROWSE FOR THE ACCOUNT BEING POSTED - THE
      *    LAST SEQUENCE USED TODAY, AND THE KEY OF AN OFFICER'S
      *    RELEASE OF THIS VERY TRANSACTION IF ONE IS WAITING.
           03 WS-RVW-DONE-SW          PIC X(01).
              88 WS-RVW-DONE                   VALUE 'Y'.
           03 WS-RVW-REL-SW           PIC X(01).
              88 WS-RVW-REL-FOUND              VALUE 'Y'.
           03 WS-RVW-REL-KEY          PIC X(17).
           03 WS-RVW-LAST-SEQ         PIC 9(04).
      *    THE FILES STAY OPEN ACROSS CALLS - WORKING-STORAGE IS
      *    STATIC, SO THE SWITCH SURVIVES FROM ONE CALL TO THE
      *    NEXT. A FATAL I/O ERROR STILL CLOSES EVERYTHING (H999)
      *    AND DROPS THE SWITCH, SO A RETRYING CALLER REOPENS.
           03 WS-FILES-OPEN-SW        PIC X(1) VALUE 'N'.
              88 WS-FILES-OPEN                 VALUE 'Y'.
      *    PROJECTION RUN - ON FROM AN 'S' INIT UNTIL THE FILES ARE
      *    CLOSED AGAIN. WS-SIM-SAVE-REC HOLDS THE RECORD BEING
      *    ADDED WHILE H420 LOOKS FOR A DUPLICATE.
           03 WS-SIM-SW               PIC X(1) VALUE 'N'.
              88 WS-SIM-RUN                    VALUE 'Y'.
           03 WS-SIM-FOUND-SW         PIC X(1).
              88 WS-SIM-FOUND                  VALUE 'Y'.
           03 WS-SIM-USED             PIC 9(4) COMP VALUE 0.
           03 WS-SIM-SUB              PIC 9(4) COMP.
           03 WS-SIM-SAVE-REC         PIC X(70).
           03 WS-SHL-FOUND-SW         PIC X(1).
              88 WS-SHL-FOUND                  VALUE 'Y'.
           03 WS-SHL-USED             PIC 9(4) COMP VALUE 0.
           03 WS-SHL-SUB              PIC 9(4) COMP.
           03 WS-SRV-FOUND-SW         PIC X(1).
              88 WS-SRV-FOUND                  VALUE 'Y'.
           03 WS-SRV-USED             PIC 9(4) COMP VALUE 0.
           03 WS-SRV-SUB              PIC 9(4) COMP.
      *    IMAGE OF THE TRANSFER RESULT HANDED BACK IN WS-SUB-DATA -
      *    LAID OUT TO MATCH OUT-XFER-DATA IN THE OUTREC COPYBOOK.
           03 WS-XFR-DATA.
              05 WS-XFR-DATA-TGT-AMT  PIC S9(15)
                                          SIGN LEADING SEPARATE.
              05 FILLER               PIC X(06) VALUE SPACES.
      *    PROJECTED MASTER RECORDS OF A PROJECTION RUN - ONE ENTRY
      *    PER ACCOUNT A PROJECTED POSTING HAS CHANGED, HOLDING THE
      *    IDX-REC IMAGE IT WOULD NOW HAVE ON FILE, WHETHER IT
      *    WOULD NOW BE DELETED, AND THE NET OF THE HOLDS THE RUN
      *    HAS PLACED AND RELEASED ON IT.
       01  WS-SIM-TABLE-AREA.
           05 WS-SIM-ENTRY OCCURS 5000 TIMES.
              07 WS-SIM-IMAGE.
                 09 WS-SIM-KEY        PIC X(05).
                 09 FILLER            PIC X(65).
              07 WS-SIM-DELETED-SW    PIC X(01).
                 88 WS-SIM-DELETED             VALUE 'Y'.
              07 WS-SIM-HOLD-ADJ      PIC S9(15) COMP-3.
      *    HOLDS A PROJECTION RUN HAS PLACED OR RELEASED - THE
      *    HLD-REC IMAGE AND WHICH OF THE TWO IT LAST DID - SO A
      *    HOLD PLACED EARLIER IN THE RUN CAN BE RELEASED, AND A
      *    HOLD RELEASED EARLIER IN THE RUN IS GONE, WITHOUT EITHER
      *    EVER HAVING REACHED HLDFILE.
       01  WS-SHL-TABLE-AREA.
           05 WS-SHL-ENTRY OCCURS 5000 TIMES.
              07 WS-SHL-IMAGE.
                 09 WS-SHL-KEY        PIC X(20).
                 09 FILLER            PIC X(33).
              07 WS-SHL-STATE         PIC X(01).
                 88 WS-SHL-PLACED              VALUE 'H'.
                 88 WS-SHL-RELEASED            VALUE 'K'.
      *    HSTFILE KEYS OF THE ENTRIES A PROJECTION RUN HAS
      *    REVERSED, STANDING IN FOR THE 'R' LINK H277 WOULD HAVE
      *    SET ON FILE.
       01  WS-SRV-TABLE-AREA.
           05 WS-SRV-KEY OCCURS 5000 TIMES PIC X(17).

       LINKAGE SECTION.
       COPY PBEGSUB.
                  END-IF
                  MOVE 0 TO WS-SUB-RC
                  MOVE 'FILES OPENED' TO WS-SUB-DESC
             WHEN WS-FUNC-SIM-INIT
                  IF (NOT WS-FILES-OPEN)
                     SET WS-SIM-RUN TO TRUE
                     MOVE 0 TO WS-SIM-USED
                     MOVE 0 TO WS-SHL-USED
                     MOVE 0 TO WS-SRV-USED
                     PERFORM H100-OPEN-FILES
                  END-IF
      *           A CALLER ALREADY POSTING LIVE CANNOT TURN ITS RUN
      *           INTO A PROJECTION HALF WAY THROUGH.
                  IF (WS-SIM-RUN)
                     MOVE 0 TO WS-SUB-RC
                     MOVE 'FILES OPENED FOR PROJECTION'
                                          TO WS-SUB-DESC
                  ELSE
                     MOVE 99 TO WS-SUB-RC
                     MOVE 'FILES ALREADY OPEN FOR POSTING'
                                          TO WS-SUB-DESC
                  END-IF
             WHEN WS-FUNC-TERM
                  PERFORM H300-CLOSE-FILES
                  MOVE 0 TO WS-SUB-RC
      *    SWEEP UP WHATEVER DID OPEN (CLOSING A NEVER-OPENED FILE
      *    HAS ALWAYS BEEN TOLERATED HERE), OR A RETRYING CALLER
      *    REOPENS INTO STATUS 41.
      *    A PROJECTION RUN OPENS EVERY FILE INPUT, SO NO PATH
      *    THROUGH THIS PROGRAM CAN WRITE TO ANY OF THEM - THE
      *    WRITE POINTS BELOW ALL STEP ROUND THE FILE INSTEAD.
           SET WS-FILES-OPEN TO TRUE.
           IF (WS-SIM-RUN)
              OPEN INPUT IDX-FILE
           ELSE
              OPEN I-O IDX-FILE
           END-IF.
             IF (NOT IDX-OK)
                   DISPLAY "IDX-FILE OPEN ERROR"
                   DISPLAY IDX-ST
                   MOVE DVZ-ST TO WS-SUB-RC
                   MOVE 'DVZ-FILE OPEN ERROR' TO WS-SUB-DESC
                   PERFORM H999-PROGRAM-EXIT.
           IF (WS-SIM-RUN)
              OPEN INPUT AUD-FILE
           ELSE
              OPEN I-O AUD-FILE
           END-IF.
             IF (NOT AUD-OK)
                   DISPLAY "AUD-FILE OPEN ERROR"
                   DISPLAY AUD-ST
                   MOVE FXR-ST TO WS-SUB-RC
                   MOVE 'FXR-FILE OPEN ERROR' TO WS-SUB-DESC
                   PERFORM H999-PROGRAM-EXIT.
           IF (WS-SIM-RUN)
              OPEN INPUT HLD-FILE
           ELSE
              OPEN I-O HLD-FILE
           END-IF.
             IF (NOT HLD-OK)
                   DISPLAY "HLD-FILE OPEN ERROR"
                   DISPLAY HLD-ST
                   MOVE HLD-ST TO WS-SUB-RC
                   MOVE 'HLD-FILE OPEN ERROR' TO WS-SUB-DESC
                   PERFORM H999-PROGRAM-EXIT.
           IF (WS-SIM-RUN)
              OPEN INPUT HST-FILE
           ELSE
              OPEN I-O HST-FILE
           END-IF.
             IF (NOT HST-OK)
                   DISPLAY "HST-FILE OPEN ERROR"
                   DISPLAY HST-ST
                   MOVE HST-ST TO WS-SUB-RC
                   MOVE 'HST-FILE OPEN ERROR' TO WS-SUB-DESC
                   PERFORM H999-PROGRAM-EXIT.
           OPEN INPUT CIF-FILE.
             IF (NOT CIF-OK)
                   DISPLAY "CIF-FILE OPEN ERROR"
                   DISPLAY CIF-ST
                   MOVE CIF-ST TO WS-SUB-RC
                   MOVE 'CIF-FILE OPEN ERROR' TO WS-SUB-DESC
                   PERFORM H999-PROGRAM-EXIT.
           OPEN INPUT WLT-FILE.
             IF (NOT WLT-OK)
                   DISPLAY "WLT-FILE OPEN ERROR"
                   DISPLAY WLT-ST
                   MOVE WLT-ST TO WS-SUB-RC
                   MOVE 'WLT-FILE OPEN ERROR' TO WS-SUB-DESC
                   PERFORM H999-PROGRAM-EXIT.
           IF (WS-SIM-RUN)
              OPEN INPUT RVW-FILE
           ELSE
              OPEN I-O RVW-FILE
           END-IF.
             IF (NOT RVW-OK)
                   DISPLAY "RVW-FILE OPEN ERROR"
                   DISPLAY RVW-ST
                   MOVE RVW-ST TO WS-SUB-RC
                   MOVE 'RVW-FILE OPEN ERROR' TO WS-SUB-DESC
                   PERFORM H999-PROGRAM-EXIT.
      *    THE 'I' INIT CALL HANDS THE VALIDATED BATCH BUSINESS
      *    DATE IN WS-SUB-DATE - THE DATE EFFECTIVE-DATING MUST
      *    JUDGE AGAINST, EVEN WHEN THE RUN CROSSES MIDNIGHT. THE
      *    CALENDAR DATE IS ONLY A FALLBACK FOR AN UNCONVERTED
      *    CALLER THAT NEVER SENDS 'I'.
           IF (WS-FUNC-INIT OR WS-FUNC-SIM-INIT)
              AND (WS-SUB-DATE NOT = 0)
              MOVE WS-SUB-DATE TO WS-VALIDATE-DATE
           ELSE
              ACCEPT WS-VALIDATE-DATE FROM DATE YYYYMMDD
           END-IF.
       H100-END. EXIT.

      *    FUNDS GATE FOR A DEBIT OR A TRANSFER SOURCE LEG AGAINST
      *    THE ACCOUNT JUST READ INTO IDX-REC. THE FLOOR IS MINUS
      *    THE AUTHORIZED OVERDRAFT LIMIT - ZERO ON AN ORDINARY
      *    ACCOUNT, SO THE ORIGINAL NO-NEGATIVE-BALANCE RULE STILL
      *    HOLDS THERE - AND THE HOLDS IN FORCE COME OFF THE TOP:
      *    AVAILABLE = BALANCE + LIMIT - ACTIVE HOLDS. A DEBIT THE
      *    LEDGER BALANCE WOULD COVER BUT THE HOLDS DO NOT IS
      *    REFUSED UNDER ITS OWN CODE, SO THE BRANCH CAN TELL THE
      *    CUSTOMER WHY. NOT APPLIED TO A 'SERVICE CHARGE' DEBIT
      *    FROM PBEGFEE (THE OVERDRAWN-DAY CHARGE FALLS ON ACCOUNTS
      *    ALREADY PAST THEIR LIMIT AND MUST STILL POST) NOR TO A
      *    'V' REVERSAL. PBEG006 ACCEPTS THE 'SERVICE CHARGE' NAME
      *    FROM FEEFILE ONLY, AND 'TERM DEPOSIT' FROM TDIFILE ONLY.
       H202-CHECK-AVAILABLE.
           IF (IDX-BALANCE - WS-SUB-AMOUNT) < (0 - IDX-OD-LIMIT)
              MOVE 02 TO WS-SUB-RC
              MOVE 'INSUFFICIENT FUNDS' TO WS-SUB-DESC
           ELSE
              PERFORM H203-SUM-ACTIVE-HOLDS
              IF (IDX-BALANCE - WS-SUB-AMOUNT - WS-HOLD-TOTAL)
                 < (0 - IDX-OD-LIMIT)
                 MOVE 12 TO WS-SUB-RC
                 MOVE 'FUNDS ON HOLD - AVAILABLE SHORT'
                                       TO WS-SUB-DESC
              END-IF
           END-IF.
       H202-END. EXIT.

      *    ADDS UP THE HOLDS IN FORCE ON THE ACCOUNT IN IDX-REC ON
      *    THE BUSINESS DATE - AN EXPIRY DATE BEFORE TODAY NO
      *    LONGER COUNTS, EVEN IF THE NIGHTLY EXPIRY STEP HAS NOT
      *    YET DELETED THE RECORD.
       H203-SUM-ACTIVE-HOLDS.
           MOVE 0      TO WS-HOLD-TOTAL.
           MOVE 'N'    TO WS-HOLD-DONE-SW.
           MOVE IDX-ID  TO HLD-ID.
           MOVE IDX-DVZ TO HLD-DVZ.
           MOVE LOW-VALUES TO HLD-REF.
           START HLD-FILE KEY IS >= HLD-KEY
              INVALID KEY
                 SET WS-HOLD-DONE TO TRUE
           END-START.
           PERFORM H204-HOLD-BROWSE UNTIL WS-HOLD-DONE.
           IF (WS-SIM-RUN)
              PERFORM H440-FIND-SIM-ENTRY
              IF (WS-SIM-FOUND)
                 ADD WS-SIM-HOLD-ADJ (WS-SIM-SUB) TO WS-HOLD-TOTAL
              END-IF
           END-IF.
       H203-END. EXIT.

       H204-HOLD-BROWSE.
           READ HLD-FILE NEXT RECORD
              AT END
                 SET WS-HOLD-DONE TO TRUE
           END-READ.
           IF (NOT WS-HOLD-DONE)
              IF (NOT HLD-OK)
                 MOVE HLD-ST TO WS-SUB-RC
                 MOVE 'HLD-FILE READ ERROR' TO WS-SUB-DESC
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF (HLD-ID NOT = IDX-ID) OR (HLD-DVZ NOT = IDX-DVZ)
                 SET WS-HOLD-DONE TO TRUE
              ELSE
                 IF (HLD-EXP-DATE = 0)
                    OR (HLD-EXP-DATE NOT < WS-VALIDATE-DATE)
                    ADD HLD-AMOUNT TO WS-HOLD-TOTAL
                 END-IF
              END-IF
           END-IF.
       H204-END. EXIT.

      *    A DIVISION MUST EXIST ON DVZTAB AND BE INSIDE ITS
      *    EFFECTIVE WINDOW - A DIVISION ANNOUNCED AHEAD OF ITS
      *    OPENING OR ALREADY RETIRED REJECTS JUST LIKE AN UNKNOWN

       H200-PROCESS.
           MOVE 0 TO WS-SUB-NEW-BAL.
           MOVE 'N' TO WS-RVW-REL-SW.
           EVALUATE TRUE
             WHEN WS-SUB-FUNC = 'W'
                  PERFORM H210-WRITE-DATA
                  PERFORM H290-CLOSE-DATA
             WHEN WS-SUB-FUNC = 'L'
                  PERFORM H265-SET-LIMIT-DATA
             WHEN WS-SUB-FUNC = 'H'
                  PERFORM H286-PLACE-HOLD-DATA
             WHEN WS-SUB-FUNC = 'K'
                  PERFORM H287-RELEASE-HOLD-DATA
             WHEN WS-SUB-FUNC = 'V'
                  PERFORM H288-REVERSE-DATA
             WHEN OTHER
                  MOVE 99 TO WS-SUB-RC
                  MOVE 'INVALID FUNCTION' TO WS-SUB-DESC
             MOVE WS-SUB-ID          TO IDX-ID.
             MOVE WS-SUB-DVZ         TO IDX-DVZ.
             PERFORM H205-VALIDATE-DVZ.
             IF (WS-SUB-RC = 0)
               PERFORM H215-VALIDATE-CUSTOMER
             END-IF.
             IF (WS-SUB-RC = 0)
               PERFORM H216-SCREEN-NEW-ACCOUNT
             END-IF.
             IF (WS-SUB-RC = 0)
               MOVE WS-SUB-FNAME       TO IDX-FNAME
               MOVE WS-SUB-LNAME       TO IDX-LNAME
               MOVE 0                  TO IDX-OD-LIMIT
               MOVE 0                  TO IDX-OD-DATE
               MOVE 0                  TO IDX-LAST-ACT
               PERFORM H420-WRITE-IDX
               IF (NOT IDX-OK)
                  IF (IDX-DUPLICATE)
                     MOVE 04 TO WS-SUB-RC
                     MOVE 'DUPLICATE KEY - ACCOUNT EXISTS'
                                           TO WS-SUB-DESC
                  ELSE
                     MOVE IDX-ST TO WS-SUB-RC
                     MOVE 'IDX-FILE WRITE ERROR' TO WS-SUB-DESC
                     PERFORM H999-PROGRAM-EXIT
                  END-IF
               ELSE
                  MOVE IDX-FULL-NAME TO WS-SUB-DATA
                  MOVE IDX-BALANCE TO WS-SUB-NEW-BAL
                  MOVE 'WRITE SUCCESSFUL' TO WS-SUB-DESC
                  PERFORM H340-MARK-RELEASE-POSTED
               END-IF
             END-IF.
         H210-END. EXIT.

      *    AN ACCOUNT IS ONLY EVER OPENED FOR A CUSTOMER ALREADY ON
      *    THE CUSTOMER INFORMATION FILE - THE STATEMENTS AND THE
      *    REGULATORY REPORTS HAVE TO BE ABLE TO NAME AND REACH
      *    THE HOLDER OF EVERY ACCOUNT ON THE MASTER.
         H215-VALIDATE-CUSTOMER.
             MOVE WS-SUB-ID          TO CIF-ID.
             READ CIF-FILE
                INVALID KEY
                   IF (CIF-NOT-FOUND)
                      MOVE 15 TO WS-SUB-RC
                      MOVE 'CUSTOMER NOT ON CIF' TO WS-SUB-DESC
                   ELSE
                      MOVE CIF-ST TO WS-SUB-RC
                      MOVE 'CIF-FILE READ ERROR' TO WS-SUB-DESC
                      PERFORM H999-PROGRAM-EXIT
                   END-IF
             END-READ.
         H215-END. EXIT.

      *    A NEW ACCOUNT IS SCREENED UNDER BOTH NAMES IT WILL BE
      *    KNOWN BY - THE ACCOUNT TITLE ON THE TRANSACTION AND THE
      *    CUSTOMER'S LEGAL NAME, STILL IN CIF-REC FROM H215.
         H216-SCREEN-NEW-ACCOUNT.
             MOVE WS-SUB-ID          TO WS-SCR-HIT-ID.
             MOVE WS-SUB-DVZ         TO WS-SCR-HIT-DVZ.
             MOVE WS-SUB-FNAME       TO WS-SCR-FNAME.
             MOVE WS-SUB-LNAME       TO WS-SCR-LNAME.
             PERFORM H310-SCREEN-NAME.
             IF (NOT WS-WLT-HIT)
                MOVE CIF-FNAME       TO WS-SCR-FNAME
                MOVE CIF-LNAME       TO WS-SCR-LNAME
                PERFORM H310-SCREEN-NAME
             END-IF.
             IF (WS-WLT-HIT)
                PERFORM H330-HOLD-FOR-REVIEW
             END-IF.
         H216-END. EXIT.

       H220-READ-DATA.
             MOVE WS-SUB-ID          TO IDX-ID.
             MOVE WS-SUB-DVZ         TO IDX-DVZ.
             PERFORM H205-VALIDATE-DVZ.
             IF (WS-SUB-RC = 0)
               PERFORM H400-READ-IDX
               IF (NOT IDX-OK)
                  IF (IDX-NOT-FOUND)
                     MOVE 03 TO WS-SUB-RC
                     MOVE 'RECORD NOT FOUND' TO WS-SUB-DESC
                  ELSE
                     MOVE IDX-ST TO WS-SUB-RC
                     MOVE 'IDX-FILE READ ERROR' TO WS-SUB-DESC
                     PERFORM H999-PROGRAM-EXIT
                  END-IF
               ELSE
                  MOVE IDX-FULL-NAME TO WS-SUB-DATA
                  MOVE IDX-BALANCE TO WS-SUB-NEW-BAL
                  MOVE 'READ SUCCESSFUL' TO WS-SUB-DESC
               END-IF
             END-IF.
         H220-END. EXIT.

               MOVE WS-SUB-DVZ         TO IDX-DVZ.
               PERFORM H205-VALIDATE-DVZ.
               IF (WS-SUB-RC = 0)
                  PERFORM H400-READ-IDX
                  IF (NOT IDX-OK)
                     IF (IDX-NOT-FOUND)
                        MOVE 03 TO WS-SUB-RC
                        MOVE 'RECORD NOT FOUND' TO WS-SUB-DESC
                     ELSE
                        MOVE IDX-ST TO WS-SUB-RC
                        MOVE 'IDX-FILE READ ERROR' TO WS-SUB-DESC
                        PERFORM H999-PROGRAM-EXIT
                     END-IF
                  END-IF
                  IF (WS-SUB-RC = 0) AND (IDX-ST-CLOSED)
                     MOVE 08 TO WS-SUB-RC
                     MOVE 'ACCOUNT CLOSED' TO WS-SUB-DESC
                  END-IF
                  IF (WS-SUB-RC = 0)
                     PERFORM H236-SCREEN-NEW-NAME
                  END-IF
                  IF (WS-SUB-RC = 0)
                     MOVE 'U' TO AUD-ACTION
                     PERFORM H237-WRITE-AUDIT-RECORD
                        PERFORM H235-UPDATE-FNAME
                        MOVE WS-UPDATED-NAME TO IDX-FNAME
                        MOVE WS-UPDATED-SURNAME TO IDX-LNAME
                        PERFORM H410-REWRITE-IDX
                        IF (NOT IDX-OK)
                           IF (IDX-NOT-FOUND)
                              MOVE 03 TO WS-SUB-RC
                              MOVE 'RECORD NOT FOUND'
                                                TO WS-SUB-DESC
                           ELSE
                              MOVE IDX-ST TO WS-SUB-RC
                              MOVE 'IDX-FILE REWRITE ERROR'
                                                TO WS-SUB-DESC
                              PERFORM H999-PROGRAM-EXIT
                           END-IF
                        ELSE
                           MOVE IDX-FULL-NAME TO WS-SUB-DATA
                           MOVE IDX-BALANCE TO WS-SUB-NEW-BAL
                           MOVE 'UPDATE SUCCESSFUL' TO WS-SUB-DESC
                           PERFORM H340-MARK-RELEASE-POSTED
                        END-IF
                     END-IF
                  END-IF
               END-IF.
         H230-END. EXIT.

         H235-UPDATE-FNAME.
               MOVE SPACES TO WS-UPDATED-FNAME.
               MOVE 1 TO WS-INDEX-I.
               MOVE 1 TO WS-INDEX-J.
               PERFORM UNTIL WS-INDEX-I > LENGTH OF IDX-FNAME
               END-PERFORM.
         H235-END. EXIT.

      *    THE NAME A 'U' IS ABOUT TO LEAVE ON THE ACCOUNT IS
      *    SCREENED BEFORE ANYTHING IS WRITTEN.
         H236-SCREEN-NEW-NAME.
               PERFORM H235-UPDATE-FNAME.
               MOVE WS-SUB-ID          TO WS-SCR-HIT-ID.
               MOVE WS-SUB-DVZ         TO WS-SCR-HIT-DVZ.
               MOVE WS-UPDATED-NAME    TO WS-SCR-FNAME.
               MOVE WS-UPDATED-SURNAME TO WS-SCR-LNAME.
               PERFORM H310-SCREEN-NAME.
               IF (WS-WLT-HIT)
                  PERFORM H330-HOLD-FOR-REVIEW
               END-IF.
         H236-END. EXIT.

         H237-WRITE-AUDIT-RECORD.
               MOVE IDX-ID          TO AUD-ID.
               MOVE IDX-DVZ         TO AUD-DVZ.
               MOVE IDX-OD-LIMIT    TO AUD-OD-LIMIT.
               MOVE 0               TO AUD-XREF-ID.
               MOVE 0               TO AUD-XREF-DVZ.
               IF (AUD-ACTION = 'H') OR (AUD-ACTION = 'K')
                  MOVE HLD-REF      TO AUD-HLD-REF
                  MOVE HLD-REASON   TO AUD-HLD-REASON
                  MOVE HLD-AMOUNT   TO AUD-HLD-AMOUNT
                  MOVE HLD-EXP-DATE TO AUD-HLD-EXP-DATE
               ELSE
                  MOVE SPACES       TO AUD-HLD-REF
                  MOVE SPACES       TO AUD-HLD-REASON
                  MOVE 0            TO AUD-HLD-AMOUNT
                  MOVE 0            TO AUD-HLD-EXP-DATE
               END-IF.
      *        A PROJECTION RUN LEAVES NO TRAIL - THERE IS NOTHING
      *        TO AUDIT UNTIL THE CHANGE IS MADE FOR REAL.
               IF (NOT WS-SIM-RUN)
                  WRITE AUD-REC
                     INVALID KEY
                        IF (AUD-DUPLICATE)
                           MOVE 05 TO WS-SUB-RC
                           MOVE 'AUDIT RECORD COLLISION'
                                             TO WS-SUB-DESC
                        ELSE
                           MOVE AUD-ST TO WS-SUB-RC
                           MOVE 'AUD-FILE WRITE ERROR' TO WS-SUB-DESC
                           PERFORM H999-PROGRAM-EXIT
                        END-IF
                  END-WRITE
               END-IF.
         H237-END. EXIT.

         H240-DELETE-DATA.
               MOVE WS-SUB-DVZ         TO IDX-DVZ.
               PERFORM H205-VALIDATE-DVZ.
               IF (WS-SUB-RC = 0)
                  PERFORM H400-READ-IDX
                  IF (NOT IDX-OK)
                     IF (IDX-NOT-FOUND)
                        MOVE 03 TO WS-SUB-RC
                        MOVE 'RECORD NOT FOUND' TO WS-SUB-DESC
                     ELSE
                        MOVE IDX-ST TO WS-SUB-RC
                        MOVE 'IDX-FILE READ ERROR' TO WS-SUB-DESC
                        PERFORM H999-PROGRAM-EXIT
                     END-IF
                  END-IF
      *           A FROZEN ACCOUNT MAY NOT BE DELETED EITHER -
      *           DESTROYING THE RECORD AND ITS BALANCE WOULD
      *           CIRCUMVENT THE VERY HOLD THE FREEZE ENFORCES.
                  IF (WS-SUB-RC = 0)
                     PERFORM H206-VALIDATE-STATUS
                  END-IF
      *           NOR WHILE HOLDS ARE IN FORCE - THEY WOULD OUTLIVE
      *           THE ACCOUNT THEY GUARD.
                  IF (WS-SUB-RC = 0)
                     PERFORM H203-SUM-ACTIVE-HOLDS
                     IF (WS-HOLD-TOTAL > 0)
                        MOVE 09 TO WS-SUB-RC
                        MOVE 'DELETE REFUSED - HOLDS IN FORCE'
                                             TO WS-SUB-DESC
                     END-IF
                  END-IF
                  IF (WS-SUB-RC = 0)
                     MOVE IDX-BALANCE TO WS-DEL-OLD-BAL
                     MOVE 'D' TO AUD-ACTION
                     PERFORM H237-WRITE-AUDIT-RECORD
                     IF (WS-SUB-RC = 0)
                        PERFORM H430-DELETE-IDX
                        IF (NOT IDX-OK)
                           IF (IDX-NOT-FOUND)
                              MOVE 03 TO WS-SUB-RC
                              MOVE 'RECORD NOT FOUND'
                                                TO WS-SUB-DESC
                           ELSE
                              MOVE IDX-ST TO WS-SUB-RC
                              MOVE 'IDX-FILE DELETE ERROR'
                                                TO WS-SUB-DESC
                              PERFORM H999-PROGRAM-EXIT
                           END-IF
                        ELSE
      *                       HAND THE WRITTEN-OFF BALANCE BACK TO
      *                       THE CALLER SO THE LOG AND THE GL SEE
      *                       THE MONEY LEAVE THE BOOKS.
                           MOVE WS-DEL-OLD-BAL TO WS-SUB-AMOUNT
                           MOVE 'DELETE SUCCESSFUL' TO WS-SUB-DATA
                           MOVE 'OK' TO WS-SUB-DESC
                        END-IF
                     END-IF
                  END-IF
               END-IF.
               MOVE WS-SUB-DVZ         TO IDX-DVZ.
               PERFORM H205-VALIDATE-DVZ.
               IF (WS-SUB-RC = 0)
                  PERFORM H400-READ-IDX
                  IF (NOT IDX-OK)
                     IF (IDX-NOT-FOUND)
                        MOVE 03 TO WS-SUB-RC
                        MOVE 'RECORD NOT FOUND' TO WS-SUB-DESC
                     ELSE
                        MOVE IDX-ST TO WS-SUB-RC
                        MOVE 'IDX-FILE READ ERROR' TO WS-SUB-DESC
                        PERFORM H999-PROGRAM-EXIT
                     END-IF
                  END-IF
                  IF (WS-SUB-RC = 0)
                     PERFORM H206-VALIDATE-STATUS
                  END-IF
                     ADD WS-SUB-AMOUNT TO IDX-BALANCE
                     PERFORM H209-SET-OD-DATE
                     MOVE WS-VALIDATE-DATE TO IDX-LAST-ACT
                     PERFORM H410-REWRITE-IDX
                     IF (NOT IDX-OK)
                        IF (IDX-NOT-FOUND)
                           MOVE 03 TO WS-SUB-RC
                           MOVE 'RECORD NOT FOUND' TO WS-SUB-DESC
                        ELSE
                           MOVE IDX-ST TO WS-SUB-RC
                           MOVE 'IDX-FILE REWRITE ERROR'
                                                TO WS-SUB-DESC
                           PERFORM H999-PROGRAM-EXIT
                        END-IF
                     ELSE
                        MOVE IDX-BALANCE TO WS-DISP-BALANCE
                        MOVE WS-DISP-BALANCE TO WS-SUB-DATA
                        MOVE IDX-BALANCE TO WS-SUB-NEW-BAL
                        IF (WS-SUB-FNAME = 'TERM DEPOSIT')
                           MOVE SPACES TO WS-SUB-DESC
                           STRING 'TERM DEPOSIT ' WS-SUB-LNAME
                              DELIMITED BY SIZE INTO WS-SUB-DESC
                        ELSE
                           MOVE 'CREDIT SUCCESSFUL' TO WS-SUB-DESC
                        END-IF
                     END-IF
                  END-IF
               END-IF.
         H250-END. EXIT.
               MOVE WS-SUB-DVZ         TO IDX-DVZ.
               PERFORM H205-VALIDATE-DVZ.
               IF (WS-SUB-RC = 0)
                  PERFORM H400-READ-IDX
                  IF (NOT IDX-OK)
                     IF (IDX-NOT-FOUND)
                        MOVE 03 TO WS-SUB-RC
                        MOVE 'RECORD NOT FOUND' TO WS-SUB-DESC
                     ELSE
                        MOVE IDX-ST TO WS-SUB-RC
                        MOVE 'IDX-FILE READ ERROR' TO WS-SUB-DESC
                        PERFORM H999-PROGRAM-EXIT
                     END-IF
                  END-IF
                  IF (WS-SUB-RC = 0)
                     PERFORM H206-VALIDATE-STATUS
                  END-IF
                  IF (WS-SUB-RC = 0)
                     AND (WS-SUB-FNAME NOT = 'SERVICE CHARGE')
                     PERFORM H202-CHECK-AVAILABLE
                  END-IF
                  IF (WS-SUB-RC = 0)
                     SUBTRACT WS-SUB-AMOUNT FROM IDX-BALANCE
                     PERFORM H209-SET-OD-DATE
                     MOVE WS-VALIDATE-DATE TO IDX-LAST-ACT
                     PERFORM H410-REWRITE-IDX
                     IF (NOT IDX-OK)
                        IF (IDX-NOT-FOUND)
                           MOVE 03 TO WS-SUB-RC
                           MOVE 'RECORD NOT FOUND'
                                             TO WS-SUB-DESC
                        ELSE
                           MOVE IDX-ST TO WS-SUB-RC
                           MOVE 'IDX-FILE REWRITE ERROR'
                                             TO WS-SUB-DESC
                           PERFORM H999-PROGRAM-EXIT
                        END-IF
                     ELSE
                        MOVE IDX-BALANCE TO WS-DISP-BALANCE
                        MOVE WS-DISP-BALANCE TO WS-SUB-DATA
                        MOVE IDX-BALANCE TO WS-SUB-NEW-BAL
                        EVALUATE WS-SUB-FNAME
                          WHEN 'SERVICE CHARGE'
                             MOVE SPACES TO WS-SUB-DESC
                             STRING 'SERVICE CHARGE ' WS-SUB-LNAME
                                DELIMITED BY SIZE INTO WS-SUB-DESC
                          WHEN 'TERM DEPOSIT'
                             MOVE SPACES TO WS-SUB-DESC
                             STRING 'TERM DEPOSIT ' WS-SUB-LNAME
                                DELIMITED BY SIZE INTO WS-SUB-DESC
                          WHEN OTHER
                             MOVE 'DEBIT SUCCESSFUL'
                                             TO WS-SUB-DESC
                        END-EVALUATE
                     END-IF
                  END-IF
               END-IF.
                  MOVE 'SOURCE AND TARGET IDENTICAL' TO WS-SUB-DESC
               ELSE
                  PERFORM H271-EDIT-TRANSFER-LEGS
                  IF (WS-SUB-RC = 0)
                     PERFORM H278-SCREEN-TARGET
                  END-IF
                  IF (WS-SUB-RC = 0)
                     PERFORM H272-POST-TRANSFER-LEGS
                     IF (WS-SUB-RC = 0)
                        PERFORM H340-MARK-RELEASE-POSTED
                     END-IF
                  END-IF
               END-IF.
         H270-END. EXIT.
               IF (WS-SUB-RC NOT = 0)
                  MOVE 'INVALID SOURCE DIVISION' TO WS-SUB-DESC
               ELSE
                  PERFORM H400-READ-IDX
                  IF (NOT IDX-OK)
                     IF (IDX-NOT-FOUND)
                        MOVE 03 TO WS-SUB-RC
                        MOVE 'SOURCE ACCOUNT NOT FOUND'
                                          TO WS-SUB-DESC
                     ELSE
                        MOVE IDX-ST TO WS-SUB-RC
                        MOVE 'IDX-FILE READ ERROR' TO WS-SUB-DESC
                        PERFORM H999-PROGRAM-EXIT
                     END-IF
                  END-IF
                  IF (WS-SUB-RC = 0)
                     PERFORM H206-VALIDATE-STATUS
                  END-IF
                  IF (WS-SUB-RC = 0)
                     PERFORM H202-CHECK-AVAILABLE
                  END-IF
                  IF (WS-SUB-RC = 0)
                     COMPUTE WS-XFR-SRC-NEWBAL =
                             IDX-BALANCE - WS-SUB-AMOUNT
                     MOVE IDX-CURR     TO WS-XFR-SRC-CURR
                     MOVE WS-SUB-ID-2  TO IDX-ID
                     MOVE WS-SUB-DVZ-2 TO IDX-DVZ
                     PERFORM H205-VALIDATE-DVZ
                     IF (WS-SUB-RC NOT = 0)
                        MOVE 'INVALID TARGET DIVISION'
                                          TO WS-SUB-DESC
                     ELSE
                        PERFORM H400-READ-IDX
                        IF (NOT IDX-OK)
                           IF (IDX-NOT-FOUND)
                              MOVE 03 TO WS-SUB-RC
                              MOVE 'TARGET ACCOUNT NOT FOUND'
                                                TO WS-SUB-DESC
                           ELSE
                              MOVE IDX-ST TO WS-SUB-RC
                              MOVE 'IDX-FILE READ ERROR'
                                                TO WS-SUB-DESC
                              PERFORM H999-PROGRAM-EXIT
                           END-IF
                        ELSE
                           PERFORM H206-VALIDATE-STATUS
                           IF (WS-SUB-RC = 07)
                              MOVE 'TARGET ACCOUNT FROZEN'
                                                TO WS-SUB-DESC
                           END-IF
                           IF (WS-SUB-RC = 08)
                              MOVE 'TARGET ACCOUNT CLOSED'
                                                TO WS-SUB-DESC
                           END-IF
                           IF (WS-SUB-RC = 0)
                              MOVE IDX-CURR TO WS-XFR-TGT-CURR
                              PERFORM H274-SET-XFER-AMOUNT
                           END-IF
                           IF (WS-SUB-RC = 0)
                              COMPUTE WS-XFR-TGT-NEWBAL =
                                   IDX-BALANCE + WS-XFR-TGT-AMT
                           END-IF
                        END-IF
                     END-IF
                  END-IF
               END-IF.
         H271-END. EXIT.

      *    THE HOLDER OF THE TARGET ACCOUNT IS SCREENED BEFORE ANY
      *    MONEY MOVES - UNDER THE ACCOUNT TITLE (IDX-REC STILL
      *    HOLDS THE TARGET FROM H271) AND UNDER THE LEGAL NAME ON
      *    THE CIF. A HIT HOLDS THE WHOLE TRANSFER.
         H278-SCREEN-TARGET.
               MOVE WS-SUB-ID-2        TO WS-SCR-HIT-ID.
               MOVE WS-SUB-DVZ-2       TO WS-SCR-HIT-DVZ.
               MOVE IDX-FNAME          TO WS-SCR-FNAME.
               MOVE IDX-LNAME          TO WS-SCR-LNAME.
               PERFORM H310-SCREEN-NAME.
               IF (NOT WS-WLT-HIT)
                  MOVE WS-SUB-ID-2     TO CIF-ID
                  READ CIF-FILE
                     INVALID KEY
                        IF (NOT CIF-NOT-FOUND)
                           MOVE CIF-ST TO WS-SUB-RC
                           MOVE 'CIF-FILE READ ERROR' TO WS-SUB-DESC
                           PERFORM H999-PROGRAM-EXIT
                        END-IF
                     NOT INVALID KEY
                        MOVE CIF-FNAME TO WS-SCR-FNAME
                        MOVE CIF-LNAME TO WS-SCR-LNAME
                        PERFORM H310-SCREEN-NAME
                  END-READ
               END-IF.
               IF (WS-WLT-HIT)
                  PERFORM H330-HOLD-FOR-REVIEW
               END-IF.
         H278-END. EXIT.

         H272-POST-TRANSFER-LEGS.
               MOVE WS-SUB-ID          TO IDX-ID.
               MOVE WS-SUB-DVZ         TO IDX-DVZ.
               PERFORM H400-READ-IDX.
               IF (NOT IDX-OK)
                  MOVE IDX-ST TO WS-SUB-RC
                  MOVE 'IDX-FILE READ ERROR' TO WS-SUB-DESC
                  PERFORM H999-PROGRAM-EXIT
               END-IF.
               MOVE WS-XFR-SRC-NEWBAL  TO IDX-BALANCE.
               PERFORM H209-SET-OD-DATE.
               MOVE WS-VALIDATE-DATE   TO IDX-LAST-ACT.
               PERFORM H410-REWRITE-IDX.
               IF (NOT IDX-OK)
                  MOVE IDX-ST TO WS-SUB-RC
                  MOVE 'IDX-FILE REWRITE ERROR' TO WS-SUB-DESC
                  PERFORM H999-PROGRAM-EXIT
               END-IF.
               MOVE WS-SUB-ID-2        TO IDX-ID.
               MOVE WS-SUB-DVZ-2       TO IDX-DVZ.
               PERFORM H400-READ-IDX.
               IF (NOT IDX-OK)
                  MOVE IDX-ST TO WS-XFR-SAVE-ST
                  PERFORM H273-BACKOUT-DEBIT
                  IF (WS-XFR-SAVE-ST = 23)
                     MOVE 03 TO WS-SUB-RC
                     MOVE 'TARGET ACCOUNT NOT FOUND'
                                       TO WS-SUB-DESC
                  ELSE
                     MOVE WS-XFR-SAVE-ST TO WS-SUB-RC
                     MOVE 'IDX-FILE READ ERROR' TO WS-SUB-DESC
                     PERFORM H999-PROGRAM-EXIT
                  END-IF
               END-IF.
               IF (WS-SUB-RC = 0)
                  MOVE WS-XFR-TGT-NEWBAL TO IDX-BALANCE
                  PERFORM H209-SET-OD-DATE
                  MOVE WS-VALIDATE-DATE  TO IDX-LAST-ACT
                  PERFORM H410-REWRITE-IDX
                  IF (NOT IDX-OK)
                     MOVE IDX-ST TO WS-XFR-SAVE-ST
                     PERFORM H273-BACKOUT-DEBIT
                     IF (WS-XFR-SAVE-ST = 23)
                                          TO WS-SUB-DESC
                     ELSE
                        MOVE WS-XFR-SAVE-ST TO WS-SUB-RC
                        MOVE 'IDX-FILE REWRITE ERROR'
                                          TO WS-SUB-DESC
                        PERFORM H999-PROGRAM-EXIT
                     END-IF
                  ELSE
                     MOVE WS-SUB-ID-2       TO WS-XFR-DATA-TGT-ID
                     MOVE WS-SUB-DVZ-2      TO WS-XFR-DATA-TGT-DVZ
                     MOVE WS-XFR-SRC-NEWBAL TO WS-XFR-DATA-SRC-BAL
                     MOVE WS-XFR-TGT-NEWBAL TO WS-XFR-DATA-TGT-BAL
                     MOVE WS-XFR-SRC-CURR
                                      TO WS-XFR-DATA-SRC-CURR
                     MOVE WS-XFR-TGT-CURR
                                      TO WS-XFR-DATA-TGT-CURR
                     MOVE WS-XFR-CROSS-RATE TO WS-XFR-DATA-RATE
                     MOVE WS-XFR-TGT-AMT    TO WS-XFR-DATA-TGT-AMT
                     MOVE WS-XFR-DATA       TO WS-SUB-DATA
                     MOVE WS-XFR-SRC-NEWBAL TO WS-SUB-NEW-BAL
                     MOVE 'TRANSFER SUCCESSFUL' TO WS-SUB-DESC
                  END-IF
               END-IF.
         H272-END. EXIT.

         H273-BACKOUT-DEBIT.
               MOVE WS-SUB-ID          TO IDX-ID.
               MOVE WS-SUB-DVZ         TO IDX-DVZ.
               PERFORM H400-READ-IDX.
               IF (NOT IDX-OK)
                  MOVE IDX-ST TO WS-SUB-RC
                  MOVE 'IDX-FILE READ ERROR' TO WS-SUB-DESC
                  PERFORM H999-PROGRAM-EXIT
               END-IF.
               ADD WS-SUB-AMOUNT TO IDX-BALANCE.
               PERFORM H209-SET-OD-DATE.
               PERFORM H410-REWRITE-IDX.
               IF (NOT IDX-OK)
                  MOVE IDX-ST TO WS-SUB-RC
                  MOVE 'IDX-FILE REWRITE ERROR' TO WS-SUB-DESC
                  PERFORM H999-PROGRAM-EXIT
               END-IF.
         H273-END. EXIT.

      *    STAMP THE DATE THE BALANCE FIRST WENT BELOW ZERO, AND
               END-IF.
         H285-END. EXIT.

      *    'H' PLACES AN AMOUNT HOLD. THE ACCOUNT MUST BE ON FILE
      *    AND NOT CLOSED - A FROZEN ACCOUNT MAY STILL TAKE ONE,
      *    SINCE A GARNISHMENT OFTEN ARRIVES ON TOP OF A FREEZE.
      *    THE HOLD MAY EXCEED THE BALANCE; IT SIMPLY LEAVES
      *    NOTHING AVAILABLE. THE REFERENCE IS CHECKED FREE
      *    BEFORE THE AUDIT IMAGE GOES DOWN, SO A DUPLICATE
      *    NEVER LEAVES AN ORPHAN IMAGE ON IDXAUD.
         H286-PLACE-HOLD-DATA.
               PERFORM H295-READ-FOR-STATUS.
               IF (WS-SUB-RC = 0)
                  IF (WS-SUB-LNAME = SPACES)
                     MOVE 13 TO WS-SUB-RC
                     MOVE 'HOLD REFERENCE MISSING' TO WS-SUB-DESC
                  ELSE
                     IF (WS-SUB-AMOUNT NOT > 0)
                        MOVE 13 TO WS-SUB-RC
                        MOVE 'HOLD AMOUNT NOT POSITIVE'
                                          TO WS-SUB-DESC
                     ELSE
                        IF (WS-SUB-DATE NOT = 0)
                           AND (WS-SUB-DATE < WS-VALIDATE-DATE)
                           MOVE 13 TO WS-SUB-RC
                           MOVE 'HOLD EXPIRY ALREADY PAST'
                                          TO WS-SUB-DESC
                        END-IF
                     END-IF
                  END-IF
               END-IF.
               IF (WS-SUB-RC = 0)
                  MOVE IDX-ID        TO HLD-ID
                  MOVE IDX-DVZ       TO HLD-DVZ
                  MOVE WS-SUB-LNAME  TO HLD-REF
                  MOVE 'N'           TO WS-SHL-FOUND-SW
                  IF (WS-SIM-RUN)
                     PERFORM H470-FIND-SIM-HOLD
                  END-IF
                  IF (WS-SHL-FOUND)
                     IF (WS-SHL-PLACED (WS-SHL-SUB))
                        MOVE 04 TO WS-SUB-RC
                        MOVE 'DUPLICATE HOLD REFERENCE'
                                          TO WS-SUB-DESC
                     END-IF
                  ELSE
                     READ HLD-FILE
                        INVALID KEY
                           IF (NOT HLD-NOT-FOUND)
                              MOVE HLD-ST TO WS-SUB-RC
                              MOVE 'HLD-FILE READ ERROR'
                                          TO WS-SUB-DESC
                              PERFORM H999-PROGRAM-EXIT
                           END-IF
                        NOT INVALID KEY
                           MOVE 04 TO WS-SUB-RC
                           MOVE 'DUPLICATE HOLD REFERENCE'
                                          TO WS-SUB-DESC
                     END-READ
                  END-IF
               END-IF.
               IF (WS-SUB-RC = 0)
                  MOVE WS-SUB-FNAME     TO HLD-REASON
                  MOVE WS-SUB-AMOUNT    TO HLD-AMOUNT
                  MOVE WS-VALIDATE-DATE TO HLD-PLACED-DATE
                  MOVE WS-SUB-DATE      TO HLD-EXP-DATE
                  MOVE 'H' TO AUD-ACTION
                  PERFORM H237-WRITE-AUDIT-RECORD
               END-IF.
               IF (WS-SUB-RC = 0) AND (WS-SIM-RUN)
                  PERFORM H460-PROJECT-HOLD
                  PERFORM H475-STORE-SIM-HOLD
                  MOVE IDX-FULL-NAME TO WS-SUB-DATA
                  MOVE IDX-BALANCE TO WS-SUB-NEW-BAL
                  MOVE 'HOLD PLACED' TO WS-SUB-DESC
               END-IF.
               IF (WS-SUB-RC = 0) AND (NOT WS-SIM-RUN)
                  WRITE HLD-REC
                     INVALID KEY
                        MOVE HLD-ST TO WS-SUB-RC
                        MOVE 'HLD-FILE WRITE ERROR' TO WS-SUB-DESC
                        PERFORM H999-PROGRAM-EXIT
                     NOT INVALID KEY
                        MOVE IDX-FULL-NAME TO WS-SUB-DATA
                        MOVE IDX-BALANCE TO WS-SUB-NEW-BAL
                        MOVE 'HOLD PLACED' TO WS-SUB-DESC
                  END-WRITE
               END-IF.
         H286-END. EXIT.

      *    'K' RELEASES THE HOLD NAMED BY WS-SUB-LNAME. NO DIVISION
      *    OR STATUS GATE - A HOLD MUST ALWAYS BE RELEASABLE, EVEN
      *    UNDER A RETIRED DIVISION OR ON A FROZEN ACCOUNT - BUT
      *    THE ACCOUNT ITSELF MUST STILL BE ON FILE FOR THE AUDIT
      *    IMAGE.
         H287-RELEASE-HOLD-DATA.
               MOVE 0                  TO WS-SUB-RC.
               MOVE WS-SUB-ID          TO IDX-ID.
               MOVE WS-SUB-DVZ         TO IDX-DVZ.
               PERFORM H400-READ-IDX.
               IF (NOT IDX-OK)
                  IF (IDX-NOT-FOUND)
                     MOVE 03 TO WS-SUB-RC
                     MOVE 'RECORD NOT FOUND' TO WS-SUB-DESC
                  ELSE
                     MOVE IDX-ST TO WS-SUB-RC
                     MOVE 'IDX-FILE READ ERROR' TO WS-SUB-DESC
                     PERFORM H999-PROGRAM-EXIT
                  END-IF
               END-IF.
               IF (WS-SUB-RC = 0)
                  MOVE IDX-ID        TO HLD-ID
                  MOVE IDX-DVZ       TO HLD-DVZ
                  MOVE WS-SUB-LNAME  TO HLD-REF
                  MOVE 'N'           TO WS-SHL-FOUND-SW
                  IF (WS-SIM-RUN)
                     PERFORM H470-FIND-SIM-HOLD
                  END-IF
                  IF (WS-SHL-FOUND)
                     IF (WS-SHL-RELEASED (WS-SHL-SUB))
                        MOVE 03 TO WS-SUB-RC
                        MOVE 'HOLD NOT FOUND' TO WS-SUB-DESC
                     ELSE
                        MOVE WS-SHL-IMAGE (WS-SHL-SUB) TO HLD-REC
                     END-IF
                  ELSE
                     READ HLD-FILE
                        INVALID KEY
                           IF (HLD-NOT-FOUND)
                              MOVE 03 TO WS-SUB-RC
                              MOVE 'HOLD NOT FOUND' TO WS-SUB-DESC
                           ELSE
                              MOVE HLD-ST TO WS-SUB-RC
                              MOVE 'HLD-FILE READ ERROR'
                                          TO WS-SUB-DESC
                              PERFORM H999-PROGRAM-EXIT
                           END-IF
                     END-READ
                  END-IF
               END-IF.
               IF (WS-SUB-RC = 0)
                  MOVE 'K' TO AUD-ACTION
                  PERFORM H237-WRITE-AUDIT-RECORD
               END-IF.
               IF (WS-SUB-RC = 0) AND (WS-SIM-RUN)
                  PERFORM H460-PROJECT-HOLD
                  PERFORM H475-STORE-SIM-HOLD
                  MOVE IDX-FULL-NAME TO WS-SUB-DATA
                  MOVE IDX-BALANCE TO WS-SUB-NEW-BAL
                  MOVE 'HOLD RELEASED' TO WS-SUB-DESC
               END-IF.
               IF (WS-SUB-RC = 0) AND (NOT WS-SIM-RUN)
                  DELETE HLD-FILE
                     INVALID KEY
                        MOVE HLD-ST TO WS-SUB-RC
                        MOVE 'HLD-FILE DELETE ERROR' TO WS-SUB-DESC
                        PERFORM H999-PROGRAM-EXIT
                     NOT INVALID KEY
                        MOVE IDX-FULL-NAME TO WS-SUB-DATA
                        MOVE IDX-BALANCE TO WS-SUB-NEW-BAL
                        MOVE 'HOLD RELEASED' TO WS-SUB-DESC
                  END-DELETE
               END-IF.
         H287-END. EXIT.

      *    'V' REVERSES THE POSTING NAMED BY ITS HSTFILE KEY. ONLY
      *    MONEY MOVED BY 'C', 'B' OR 'T' CAN BE REVERSED - A 'W'
      *    OPENING BALANCE OR A 'D' WRITE-OFF IS CORRECTED BY
      *    MAINTENANCE, NOT BY A POSTING. EVERY EDIT IS MADE
      *    BEFORE ANY RECORD IS TOUCHED. THE OPPOSITE AMOUNT IS
      *    POSTED WITHOUT A FUNDS GATE - A CORRECTION MAY DRIVE
      *    THE ACCOUNT OVERDRAWN, WHICH H209 STAMPS FOR THE
      *    OVERDRAWN REPORT LIKE ANY OTHER DEBIT - AND ONLY THEN
      *    IS THE ORIGINAL MARKED REVERSED, SO A SECOND 'V' FOR THE
      *    SAME ENTRY, EVEN LATER IN THE SAME RUN, IS REFUSED.
      *    THE REVERSAL'S OWN SEQUENCE IS NOT KNOWN UNTIL THE
      *    HSTLOAD STEP CAPTURES IT, WHICH COMPLETES THE LINK.
         H288-REVERSE-DATA.
               MOVE 0                  TO WS-SUB-RC.
               MOVE WS-SUB-ID          TO HST-ID.
               MOVE WS-SUB-DVZ         TO HST-DVZ.
               MOVE WS-SUB-DATE        TO HST-POST-DATE.
               MOVE WS-SUB-RVS-SEQ     TO HST-POST-SEQ.
               READ HST-FILE
                  INVALID KEY
                     IF (HST-NOT-FOUND)
                        MOVE 03 TO WS-SUB-RC
                        MOVE 'HISTORY ENTRY NOT FOUND' TO WS-SUB-DESC
                     ELSE
                        MOVE HST-ST TO WS-SUB-RC
                        MOVE 'HST-FILE READ ERROR' TO WS-SUB-DESC
                        PERFORM H999-PROGRAM-EXIT
                     END-IF
               END-READ.
               IF (WS-SUB-RC = 0)
                  PERFORM H289-EDIT-REVERSAL
               END-IF.
               IF (WS-SUB-RC = 0)
                  IF (WS-RVS-ORIG-FUNC = 'T')
                     PERFORM H275-REVERSE-TRANSFER-LEGS
                  ELSE
                     PERFORM H276-REVERSE-POSTING
                  END-IF
               END-IF.
               IF (WS-SUB-RC = 0)
                  MOVE WS-SUB-ID          TO HST-ID
                  MOVE WS-SUB-DVZ         TO HST-DVZ
                  MOVE WS-SUB-DATE        TO HST-POST-DATE
                  MOVE WS-SUB-RVS-SEQ     TO HST-POST-SEQ
                  PERFORM H277-MARK-REVERSED
                  IF (WS-RVS-ORIG-FUNC = 'T')
                     MOVE WS-RVS-TGT-ID   TO HST-ID
                     MOVE WS-RVS-TGT-DVZ  TO HST-DVZ
                     MOVE WS-SUB-DATE     TO HST-POST-DATE
                     MOVE WS-RVS-TGT-SEQ  TO HST-POST-SEQ
                     PERFORM H277-MARK-REVERSED
                  END-IF
                  MOVE WS-RVS-ORIG-FUNC   TO WS-RVS-DESC-FUNC
                  MOVE WS-SUB-DATE        TO WS-RVS-DESC-DATE
                  MOVE WS-SUB-RVS-SEQ     TO WS-RVS-DESC-SEQ
                  MOVE WS-RVS-DESC        TO WS-SUB-DESC
               END-IF.
         H288-END. EXIT.

      *    THE ENTRY JUST READ INTO HST-REC MUST BE A LIVE 'C', 'B'
      *    OR SOURCE LEG OF A 'T'. A TRANSFER IS ONLY EVER REVERSED
      *    FROM ITS SOURCE LEG, AND ONLY WHEN THE HISTORY LINKS IT
      *    TO ITS TARGET LEG - THE AMOUNT TAKEN BACK FROM THE
      *    TARGET IS THE CONVERTED AMOUNT THAT LEG RECORDS, NEVER A
      *    RE-PRICING AT TODAY'S RATE.
         H289-EDIT-REVERSAL.
               MOVE HST-FUNC           TO WS-RVS-ORIG-FUNC.
               MOVE HST-AMOUNT         TO WS-RVS-ORIG-AMT.
               MOVE 'N'                TO WS-SRV-FOUND-SW.
               IF (WS-SIM-RUN)
                  PERFORM H480-FIND-SIM-REVERSED
               END-IF.
               EVALUATE TRUE
                 WHEN HST-LINK-REVERSED
                      OR WS-SRV-FOUND
                      MOVE 14 TO WS-SUB-RC
                      MOVE 'ENTRY ALREADY REVERSED' TO WS-SUB-DESC
                 WHEN HST-LINK-REVERSAL
                      MOVE 14 TO WS-SUB-RC
                      MOVE 'ENTRY IS ITSELF A REVERSAL'
                                          TO WS-SUB-DESC
                 WHEN (HST-FUNC NOT = 'C') AND (HST-FUNC NOT = 'B')
                      AND (HST-FUNC NOT = 'T')
                      MOVE 14 TO WS-SUB-RC
                      MOVE 'FUNCTION NOT REVERSIBLE' TO WS-SUB-DESC
                 WHEN (HST-FUNC = 'T') AND (HST-AMOUNT NOT < 0)
                      MOVE 14 TO WS-SUB-RC
                      MOVE 'NAME THE SOURCE LEG OF TRANSFER'
                                          TO WS-SUB-DESC
                 WHEN (HST-FUNC = 'T')
                      AND ((HST-XFER-ID NOT NUMERIC)
                        OR (HST-XFER-DVZ NOT NUMERIC)
                        OR (HST-XFER-SEQ NOT NUMERIC))
                      MOVE 14 TO WS-SUB-RC
                      MOVE 'TRANSFER LEGS NOT LINKED' TO WS-SUB-DESC
                 WHEN (HST-FUNC = 'T') AND (HST-XFER-SEQ = 0)
                      MOVE 14 TO WS-SUB-RC
                      MOVE 'TRANSFER LEGS NOT LINKED' TO WS-SUB-DESC
                 WHEN OTHER
                      CONTINUE
               END-EVALUATE.
               IF (WS-SUB-RC = 0) AND (WS-RVS-ORIG-FUNC = 'T')
                  MOVE HST-XFER-ID     TO WS-RVS-TGT-ID
                  MOVE HST-XFER-DVZ    TO WS-RVS-TGT-DVZ
                  MOVE HST-XFER-SEQ    TO WS-RVS-TGT-SEQ
                  MOVE WS-RVS-TGT-ID   TO HST-ID
                  MOVE WS-RVS-TGT-DVZ  TO HST-DVZ
                  MOVE WS-SUB-DATE     TO HST-POST-DATE
                  MOVE WS-RVS-TGT-SEQ  TO HST-POST-SEQ
                  READ HST-FILE
                     INVALID KEY
                        IF (HST-NOT-FOUND)
                           MOVE 14 TO WS-SUB-RC
                           MOVE 'TRANSFER TARGET LEG NOT FOUND'
                                             TO WS-SUB-DESC
                        ELSE
                           MOVE HST-ST TO WS-SUB-RC
                           MOVE 'HST-FILE READ ERROR' TO WS-SUB-DESC
                           PERFORM H999-PROGRAM-EXIT
                        END-IF
                     NOT INVALID KEY
                        IF (WS-SIM-RUN)
                           PERFORM H480-FIND-SIM-REVERSED
                        END-IF
                        IF (HST-FUNC NOT = 'T')
                           OR (NOT HST-LINK-NONE)
                           OR (WS-SRV-FOUND)
                           MOVE 14 TO WS-SUB-RC
                           MOVE 'TRANSFER LEGS NOT LINKED'
                                             TO WS-SUB-DESC
                        ELSE
                           MOVE HST-AMOUNT TO WS-RVS-TGT-ORIG-AMT
                        END-IF
                  END-READ
               END-IF.
         H289-END. EXIT.

      *    A REVERSED 'C' OR 'B' - THE SIGNED ORIGINAL AMOUNT COMES
      *    OFF THE ACCOUNT, AND THE SIGNED EFFECT GOES BACK TO THE
      *    CALLER IN WS-SUB-AMOUNT FOR THE LOG.
         H276-REVERSE-POSTING.
               MOVE WS-SUB-ID          TO IDX-ID.
               MOVE WS-SUB-DVZ         TO IDX-DVZ.
               PERFORM H205-VALIDATE-DVZ.
               IF (WS-SUB-RC = 0)
                  PERFORM H400-READ-IDX
                  IF (NOT IDX-OK)
                     IF (IDX-NOT-FOUND)
                        MOVE 03 TO WS-SUB-RC
                        MOVE 'RECORD NOT FOUND' TO WS-SUB-DESC
                     ELSE
                        MOVE IDX-ST TO WS-SUB-RC
                        MOVE 'IDX-FILE READ ERROR' TO WS-SUB-DESC
                        PERFORM H999-PROGRAM-EXIT
                     END-IF
                  END-IF
                  IF (WS-SUB-RC = 0)
                     PERFORM H206-VALIDATE-STATUS
                  END-IF
                  IF (WS-SUB-RC = 0)
                     SUBTRACT WS-RVS-ORIG-AMT FROM IDX-BALANCE
                     PERFORM H209-SET-OD-DATE
                     MOVE WS-VALIDATE-DATE TO IDX-LAST-ACT
                     PERFORM H410-REWRITE-IDX
                     IF (NOT IDX-OK)
                        IF (IDX-NOT-FOUND)
                           MOVE 03 TO WS-SUB-RC
                           MOVE 'RECORD NOT FOUND' TO WS-SUB-DESC
                        ELSE
                           MOVE IDX-ST TO WS-SUB-RC
                           MOVE 'IDX-FILE REWRITE ERROR'
                                                TO WS-SUB-DESC
                           PERFORM H999-PROGRAM-EXIT
                        END-IF
                     ELSE
                        COMPUTE WS-SUB-AMOUNT = 0 - WS-RVS-ORIG-AMT
                        MOVE IDX-BALANCE TO WS-DISP-BALANCE
                        MOVE WS-DISP-BALANCE TO WS-SUB-DATA
                        MOVE IDX-BALANCE TO WS-SUB-NEW-BAL
                     END-IF
                  END-IF
               END-IF.
         H276-END. EXIT.

      *    A REVERSED 'T' RUNS THROUGH THE SAME TWO-LEG POSTING AS
      *    THE TRANSFER ITSELF, WITH BOTH LEGS TURNED ROUND: THE
      *    SOURCE GETS ITS DEBIT BACK AND THE TARGET GIVES UP
      *    EXACTLY THE CONVERTED AMOUNT IT WAS CREDITED. H272 IS
      *    HANDED THE ORIGINAL (NEGATIVE) SOURCE AMOUNT IN
      *    WS-SUB-AMOUNT, SO ITS H273 BACKOUT TAKES THE CREDIT
      *    BACK OFF THE SOURCE IF THE TARGET LEG FAILS. THE RATE
      *    IN THE LOG IS THE ONE THE TWO RECORDED AMOUNTS IMPLY.
         H275-REVERSE-TRANSFER-LEGS.
               MOVE WS-RVS-TGT-ID      TO WS-SUB-ID-2.
               MOVE WS-RVS-TGT-DVZ     TO WS-SUB-DVZ-2.
               MOVE WS-SUB-ID          TO IDX-ID.
               MOVE WS-SUB-DVZ         TO IDX-DVZ.
               PERFORM H205-VALIDATE-DVZ.
               IF (WS-SUB-RC NOT = 0)
                  MOVE 'INVALID SOURCE DIVISION' TO WS-SUB-DESC
               ELSE
                  PERFORM H400-READ-IDX
                  IF (NOT IDX-OK)
                     IF (IDX-NOT-FOUND)
                        MOVE 03 TO WS-SUB-RC
                        MOVE 'SOURCE ACCOUNT NOT FOUND'
                                          TO WS-SUB-DESC
                     ELSE
                        MOVE IDX-ST TO WS-SUB-RC
                        MOVE 'IDX-FILE READ ERROR' TO WS-SUB-DESC
                        PERFORM H999-PROGRAM-EXIT
                     END-IF
                  END-IF
                  IF (WS-SUB-RC = 0)
                     PERFORM H206-VALIDATE-STATUS
                  END-IF
                  IF (WS-SUB-RC = 0)
                     COMPUTE WS-XFR-SRC-NEWBAL =
                             IDX-BALANCE - WS-RVS-ORIG-AMT
                     MOVE IDX-CURR       TO WS-XFR-SRC-CURR
                     MOVE WS-SUB-ID-2    TO IDX-ID
                     MOVE WS-SUB-DVZ-2   TO IDX-DVZ
                     PERFORM H205-VALIDATE-DVZ
                     IF (WS-SUB-RC NOT = 0)
                        MOVE 'INVALID TARGET DIVISION'
                                          TO WS-SUB-DESC
                     ELSE
                        PERFORM H400-READ-IDX
                        IF (NOT IDX-OK)
                           IF (IDX-NOT-FOUND)
                              MOVE 03 TO WS-SUB-RC
                              MOVE 'TARGET ACCOUNT NOT FOUND'
                                                TO WS-SUB-DESC
                           ELSE
                              MOVE IDX-ST TO WS-SUB-RC
                              MOVE 'IDX-FILE READ ERROR'
                                                TO WS-SUB-DESC
                              PERFORM H999-PROGRAM-EXIT
                           END-IF
                        ELSE
                           PERFORM H206-VALIDATE-STATUS
                           IF (WS-SUB-RC = 07)
                              MOVE 'TARGET ACCOUNT FROZEN'
                                                TO WS-SUB-DESC
                           END-IF
                           IF (WS-SUB-RC = 08)
                              MOVE 'TARGET ACCOUNT CLOSED'
                                                TO WS-SUB-DESC
                           END-IF
                           IF (WS-SUB-RC = 0)
                              MOVE IDX-CURR TO WS-XFR-TGT-CURR
                              COMPUTE WS-XFR-TGT-NEWBAL =
                                 IDX-BALANCE - WS-RVS-TGT-ORIG-AMT
                           END-IF
                        END-IF
                     END-IF
                  END-IF
               END-IF.
               IF (WS-SUB-RC = 0)
                  IF (WS-XFR-SRC-CURR = SPACES)
                     MOVE 'TRY' TO WS-XFR-SRC-CURR
                  END-IF
                  IF (WS-XFR-TGT-CURR = SPACES)
                     MOVE 'TRY' TO WS-XFR-TGT-CURR
                  END-IF
                  COMPUTE WS-XFR-TGT-AMT = 0 - WS-RVS-TGT-ORIG-AMT
                  COMPUTE WS-XFR-CROSS-RATE ROUNDED =
                          WS-RVS-TGT-ORIG-AMT / (0 - WS-RVS-ORIG-AMT)
                  MOVE WS-RVS-ORIG-AMT TO WS-SUB-AMOUNT
                  PERFORM H272-POST-TRANSFER-LEGS
                  IF (WS-SUB-RC = 0)
                     COMPUTE WS-SUB-AMOUNT = 0 - WS-RVS-ORIG-AMT
                  END-IF
               END-IF.
         H275-END. EXIT.

      *    FLAGS THE HISTORY ENTRY KEYED IN HST-KEY AS REVERSED ON
      *    THE BUSINESS DATE. THE SEQUENCE OF THE REVERSING ENTRY
      *    IS FILLED IN BY THE HSTLOAD STEP.
      *    A PROJECTION RUN, WHICH NEVER WRITES HSTFILE, KEEPS THE
      *    KEY IN ITS TABLE OF PROJECTED REVERSALS INSTEAD.
         H277-MARK-REVERSED.
               IF (WS-SIM-RUN)
                  PERFORM H485-STORE-SIM-REVERSED
               ELSE
                  READ HST-FILE
                     INVALID KEY
                        MOVE HST-ST TO WS-SUB-RC
                        MOVE 'HST-FILE READ ERROR' TO WS-SUB-DESC
                        PERFORM H999-PROGRAM-EXIT
                  END-READ
                  MOVE 'R'                TO HST-LINK-FLAG
                  MOVE WS-VALIDATE-DATE   TO HST-LINK-DATE
                  MOVE 0                  TO HST-LINK-SEQ
                  REWRITE HST-REC
                     INVALID KEY
                        MOVE HST-ST TO WS-SUB-RC
                        MOVE 'HST-FILE REWRITE ERROR' TO WS-SUB-DESC
                        PERFORM H999-PROGRAM-EXIT
                  END-REWRITE
               END-IF.
         H277-END. EXIT.

      *    CLOSE DESTROYS NOTHING - THE RECORD AND ITS HISTORY
      *    STAY - BUT IT IS REFUSED WHILE MONEY REMAINS ON THE
      *    ACCOUNT, SO A CLOSED BALANCE IS ALWAYS ZERO - OR WHILE
      *    A HOLD IS STILL IN FORCE ON IT.
         H290-CLOSE-DATA.
               PERFORM H295-READ-FOR-STATUS.
               IF (WS-SUB-RC = 0)
                     MOVE 'CLOSE REFUSED - BALANCE NOT ZERO'
                                          TO WS-SUB-DESC
                  ELSE
                     PERFORM H203-SUM-ACTIVE-HOLDS
                  END-IF
                  IF (WS-SUB-RC = 0) AND (WS-HOLD-TOTAL > 0)
                     MOVE 09 TO WS-SUB-RC
                     MOVE 'CLOSE REFUSED - HOLDS IN FORCE'
                                          TO WS-SUB-DESC
                  END-IF
                  IF (WS-SUB-RC = 0)
                     MOVE 'X' TO AUD-ACTION
                     PERFORM H237-WRITE-AUDIT-RECORD
                     IF (WS-SUB-RC = 0)
               MOVE WS-SUB-DVZ         TO IDX-DVZ.
               PERFORM H205-VALIDATE-DVZ.
               IF (WS-SUB-RC = 0)
                  PERFORM H400-READ-IDX
                  IF (NOT IDX-OK)
                     IF (IDX-NOT-FOUND)
                        MOVE 03 TO WS-SUB-RC
                        MOVE 'RECORD NOT FOUND' TO WS-SUB-DESC
                     ELSE
                        MOVE IDX-ST TO WS-SUB-RC
                        MOVE 'IDX-FILE READ ERROR' TO WS-SUB-DESC
                        PERFORM H999-PROGRAM-EXIT
                     END-IF
                  END-IF
                  IF (WS-SUB-RC = 0) AND (IDX-ST-CLOSED)
                     MOVE 08 TO WS-SUB-RC
                     MOVE 'ACCOUNT CLOSED' TO WS-SUB-DESC
         H295-END. EXIT.

         H296-REWRITE-STATUS.
               PERFORM H410-REWRITE-IDX.
               IF (NOT IDX-OK)
                  MOVE IDX-ST TO WS-SUB-RC
                  MOVE 'IDX-FILE REWRITE ERROR' TO WS-SUB-DESC
                  PERFORM H999-PROGRAM-EXIT
               ELSE
                  MOVE IDX-FULL-NAME TO WS-SUB-DATA
                  MOVE IDX-BALANCE TO WS-SUB-NEW-BAL
               END-IF.
         H296-END. EXIT.

         H300-CLOSE-FILES.
                  CLOSE DVZ-FILE
                  CLOSE AUD-FILE
                  CLOSE FXR-FILE
                  CLOSE HLD-FILE
                  CLOSE HST-FILE
                  CLOSE CIF-FILE
                  CLOSE WLT-FILE
                  CLOSE RVW-FILE
                  MOVE 'N' TO WS-FILES-OPEN-SW
                  MOVE 'N' TO WS-SIM-SW
                  MOVE 0   TO WS-SIM-USED
                  MOVE 0   TO WS-SHL-USED
                  MOVE 0   TO WS-SRV-USED
               END-IF.
         H300-END. EXIT.

      *    SCREENS THE NAME IN WS-SCR-NAME AGAINST THE WATCH LIST:
      *    BROUGHT TO SCREENING FORM, LOOKED UP AS WRITTEN, THEN
      *    AGAIN WITH FIRST NAME AND SURNAME SWAPPED - LISTS AND
      *    BRANCHES DO NOT ALWAYS AGREE ON WHICH IS WHICH. THE
      *    SWAPPED LOOKUP NEEDS BOTH NAMES TO MATCH; A SURNAME-ONLY
      *    ENTRY IS NEVER HELD AGAINST A FIRST NAME.
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
               MOVE 1 TO WS-INDEX-I.
               MOVE 1 TO WS-INDEX-J.
               PERFORM UNTIL WS-INDEX-I > LENGTH OF WS-SCR-WORK
                  IF (WS-SCR-WORK(WS-INDEX-I:1) NOT = ' ')
                        MOVE WS-SCR-WORK(WS-INDEX-I:1)
                                TO WS-SCR-SQUEEZED(WS-INDEX-J:1)
                        ADD 1 TO WS-INDEX-J
                  END-IF
                  ADD 1 TO WS-INDEX-I
               END-PERFORM.
         H315-END. EXIT.

      *    EVERY ENTRY UNDER THE SURNAME LOOKED FOR IS VISITED - THE
      *    ONE FOR THE SAME FIRST NAME, OR A SURNAME-ONLY ENTRY, IS
      *    A HIT.
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
                     MOVE WLT-ST TO WS-SUB-RC
                     MOVE 'WLT-FILE READ ERROR' TO WS-SUB-DESC
                     PERFORM H999-PROGRAM-EXIT
                  END-IF
                  IF (WLT-LNAME NOT = WS-WLT-LOOK-LNAME)
                     SET WS-WLT-DONE TO TRUE
                  ELSE
                     IF (WLT-FNAME = WS-WLT-LOOK-FNAME)
                        OR ((WLT-FNAME = SPACES)
                            AND (NOT WS-WLT-SWAPPED))
                        SET WS-WLT-HIT  TO TRUE
                        SET WS-WLT-DONE TO TRUE
                        MOVE WS-SCR-KEY-FNAME TO WS-HIT-FNAME
                        MOVE WS-SCR-KEY-LNAME TO WS-HIT-LNAME
                        MOVE WLT-LNAME        TO WS-HIT-WLT-LNAME
                        MOVE WLT-FNAME        TO WS-HIT-WLT-FNAME
                        MOVE WLT-LIST         TO WS-HIT-WLT-LIST
                        MOVE WLT-REF          TO WS-HIT-WLT-REF
                     END-IF
                  END-IF
               END-IF.
         H325-END. EXIT.

      *    A HIT STOPS THE TRANSACTION UNLESS THE OFFICER HAS
      *    ALREADY RELEASED THIS VERY ONE: PBEGWLR SENDS A RELEASED
      *    ITEM BACK THROUGH THE POSTING STREAM UNCHANGED, AND IT
      *    FINDS ITS OWN 'R' RECORD HERE AND GOES THROUGH - MARKED
      *    POSTED BY H340 ONLY ONCE THE POSTING ITSELF SUCCEEDS.
      *    ANYTHING ELSE GOES ON RVWFILE AS HELD UNDER THE NEXT
      *    FREE SEQUENCE FOR THE ACCOUNT AND BUSINESS DATE, AND THE
      *    CALLER GETS RC 16 WITH NOTHING POSTED.
         H330-HOLD-FOR-REVIEW.
               MOVE 'N' TO WS-RVW-REL-SW.
               MOVE 'N' TO WS-RVW-DONE-SW.
               MOVE 0   TO WS-RVW-LAST-SEQ.
               MOVE WS-SUB-ID          TO RVW-ID.
               MOVE WS-SUB-DVZ         TO RVW-DVZ.
               MOVE 0                  TO RVW-HIT-DATE.
               MOVE 0                  TO RVW-SEQ.
               START RVW-FILE KEY IS >= RVW-KEY
                  INVALID KEY
                     SET WS-RVW-DONE TO TRUE
               END-START.
               PERFORM H335-REVIEW-BROWSE UNTIL WS-RVW-DONE.
               IF (NOT WS-RVW-REL-FOUND)
                  PERFORM H338-WRITE-REVIEW
               END-IF.
         H330-END. EXIT.

         H335-REVIEW-BROWSE.
               READ RVW-FILE NEXT RECORD
                  AT END
                     SET WS-RVW-DONE TO TRUE
               END-READ.
               IF (NOT WS-RVW-DONE)
                  IF (NOT RVW-OK)
                     MOVE RVW-ST TO WS-SUB-RC
                     MOVE 'RVW-FILE READ ERROR' TO WS-SUB-DESC
                     PERFORM H999-PROGRAM-EXIT
                  END-IF
                  IF (RVW-ID NOT = WS-SUB-ID)
                     OR (RVW-DVZ NOT = WS-SUB-DVZ)
                     SET WS-RVW-DONE TO TRUE
                  ELSE
                     IF (RVW-HIT-DATE = WS-VALIDATE-DATE)
                        MOVE RVW-SEQ TO WS-RVW-LAST-SEQ
                     END-IF
                     IF (RVW-ST-RELEASED) AND (NOT WS-RVW-REL-FOUND)
                        AND (RVW-TXN-FUNC   = WS-SUB-FUNC)
                        AND (RVW-TXN-ID-2   = WS-SUB-ID-2)
                        AND (RVW-TXN-DVZ-2  = WS-SUB-DVZ-2)
                        AND (RVW-TXN-FNAME  = WS-SUB-FNAME)
                        AND (RVW-TXN-LNAME  = WS-SUB-LNAME)
                        AND (RVW-TXN-DATE   = WS-SUB-DATE)
                        AND (RVW-TXN-AMOUNT = WS-SUB-AMOUNT)
                        SET WS-RVW-REL-FOUND TO TRUE
                        MOVE RVW-KEY TO WS-RVW-REL-KEY
                     END-IF
                  END-IF
               END-IF.
         H335-END. EXIT.

      *    THE REVIEW KEY GOES BACK IN THE LOG DATA SO THE OFFICER
      *    CAN NAME THE ITEM ON A PBEGWLR CARD STRAIGHT FROM THE
      *    DAY'S OUTFILE.
         H338-WRITE-REVIEW.
               MOVE WS-SUB-ID          TO RVW-ID.
               MOVE WS-SUB-DVZ         TO RVW-DVZ.
               MOVE WS-VALIDATE-DATE   TO RVW-HIT-DATE.
               COMPUTE RVW-SEQ = WS-RVW-LAST-SEQ + 1.
               MOVE 'H'                TO RVW-STATUS.
               MOVE WS-SCR-HIT-ID      TO RVW-HIT-ID.
               MOVE WS-SCR-HIT-DVZ     TO RVW-HIT-DVZ.
               MOVE WS-HIT-FNAME       TO RVW-HIT-FNAME.
               MOVE WS-HIT-LNAME       TO RVW-HIT-LNAME.
               MOVE WS-HIT-WLT-LNAME   TO RVW-WLT-LNAME.
               MOVE WS-HIT-WLT-FNAME   TO RVW-WLT-FNAME.
               MOVE WS-HIT-WLT-LIST    TO RVW-WLT-LIST.
               MOVE WS-HIT-WLT-REF     TO RVW-WLT-REF.
               MOVE WS-SUB-FUNC        TO RVW-TXN-FUNC.
               MOVE WS-SUB-ID-2        TO RVW-TXN-ID-2.
               MOVE WS-SUB-DVZ-2       TO RVW-TXN-DVZ-2.
               MOVE WS-SUB-FNAME       TO RVW-TXN-FNAME.
               MOVE WS-SUB-LNAME       TO RVW-TXN-LNAME.
               MOVE WS-SUB-DATE        TO RVW-TXN-DATE.
               MOVE WS-SUB-AMOUNT      TO RVW-TXN-AMOUNT.
               MOVE 0                  TO RVW-DECIDE-DATE.
               MOVE SPACES             TO RVW-OFFICER.
               MOVE 0                  TO RVW-POST-DATE.
      *        A PROJECTION RUN REPORTS THE HOLD BUT QUEUES NOTHING
      *        FOR THE OFFICER.
               IF (NOT WS-SIM-RUN)
                  WRITE RVW-REC
                     INVALID KEY
                        MOVE RVW-ST TO WS-SUB-RC
                        MOVE 'RVW-FILE WRITE ERROR' TO WS-SUB-DESC
                        PERFORM H999-PROGRAM-EXIT
                  END-WRITE
               END-IF.
               MOVE 16 TO WS-SUB-RC.
               MOVE 'HELD FOR REVIEW - WATCH LIST' TO WS-SUB-DESC.
               MOVE SPACES TO WS-SUB-DATA.
               STRING 'REVIEW ' RVW-HIT-DATE '/' RVW-SEQ
                      ' HIT ' RVW-HIT-ID '/' RVW-HIT-DVZ
                      ' LIST ' RVW-WLT-LIST ' REF ' RVW-WLT-REF
                      DELIMITED BY SIZE INTO WS-SUB-DATA.
         H338-END. EXIT.

      *    A RELEASED ITEM THAT HAS NOW POSTED IS MARKED SO, AND
      *    CAN NEVER CARRY A SECOND COPY OF ITSELF PAST THE SCREEN
      *    - ONLY WHEN IT HAS POSTED FOR REAL, NOT ON A PROJECTION.
         H340-MARK-RELEASE-POSTED.
               IF (WS-RVW-REL-FOUND) AND (NOT WS-SIM-RUN)
                  MOVE WS-RVW-REL-KEY TO RVW-KEY
                  READ RVW-FILE
                     INVALID KEY
                        MOVE RVW-ST TO WS-SUB-RC
                        MOVE 'RVW-FILE READ ERROR' TO WS-SUB-DESC
                        PERFORM H999-PROGRAM-EXIT
                  END-READ
                  MOVE 'P'              TO RVW-STATUS
                  MOVE WS-VALIDATE-DATE TO RVW-POST-DATE
                  REWRITE RVW-REC
                     INVALID KEY
                        MOVE RVW-ST TO WS-SUB-RC
                        MOVE 'RVW-FILE REWRITE ERROR' TO WS-SUB-DESC
                        PERFORM H999-PROGRAM-EXIT
                  END-REWRITE
                  MOVE 'N' TO WS-RVW-REL-SW
               END-IF.
         H340-END. EXIT.

      *    EVERY READ OF THE MASTER COMES THROUGH HERE. ON A
      *    PROJECTION RUN AN ACCOUNT ALREADY CHANGED BY AN EARLIER
      *    PROJECTED POSTING IS SERVED FROM ITS IMAGE IN THE TABLE
      *    - ONE PROJECTED AS DELETED READS AS NOT FOUND - SO EACH
      *    TRANSACTION SEES THE BALANCES LEFT BY THOSE BEFORE IT.
      *    THE CALLER JUDGES IDX-ST AS IT WOULD AFTER ITS OWN READ.
         H400-READ-IDX.
               MOVE 'N' TO WS-SIM-FOUND-SW.
               IF (WS-SIM-RUN)
                  PERFORM H440-FIND-SIM-ENTRY
               END-IF.
               IF (WS-SIM-FOUND)
                  IF (WS-SIM-DELETED (WS-SIM-SUB))
                     MOVE 23 TO IDX-ST
                  ELSE
                     MOVE WS-SIM-IMAGE (WS-SIM-SUB) TO IDX-REC
                     MOVE 00 TO IDX-ST
                  END-IF
               ELSE
                  READ IDX-FILE
                     INVALID KEY
                        CONTINUE
                  END-READ
               END-IF.
         H400-END. EXIT.

      *    THE WRITE POINTS OF THE MASTER - ON A PROJECTION RUN THE
      *    RECORD IN IDX-REC GOES TO THE TABLE INSTEAD OF THE FILE,
      *    WITH THE STATUS THE FILE WOULD HAVE GIVEN.
         H410-REWRITE-IDX.
               IF (WS-SIM-RUN)
                  PERFORM H450-STORE-SIM-IMAGE
               ELSE
                  REWRITE IDX-REC
                     INVALID KEY
                        CONTINUE
                  END-REWRITE
               END-IF.
         H410-END. EXIT.

         H420-WRITE-IDX.
               IF (WS-SIM-RUN)
                  MOVE IDX-REC TO WS-SIM-SAVE-REC
                  PERFORM H400-READ-IDX
                  MOVE WS-SIM-SAVE-REC TO IDX-REC
                  IF (IDX-OK)
                     MOVE 22 TO IDX-ST
                  ELSE
                     IF (IDX-NOT-FOUND)
                        PERFORM H450-STORE-SIM-IMAGE
                     END-IF
                  END-IF
               ELSE
                  WRITE IDX-REC
                     INVALID KEY
                        CONTINUE
                  END-WRITE
               END-IF.
         H420-END. EXIT.

         H430-DELETE-IDX.
               IF (WS-SIM-RUN)
                  PERFORM H450-STORE-SIM-IMAGE
                  SET WS-SIM-DELETED (WS-SIM-SUB) TO TRUE
               ELSE
                  DELETE IDX-FILE
                     INVALID KEY
                        CONTINUE
                  END-DELETE
               END-IF.
         H430-END. EXIT.

         H440-FIND-SIM-ENTRY.
               MOVE 'N' TO WS-SIM-FOUND-SW.
               MOVE 1   TO WS-SIM-SUB.
               PERFORM UNTIL WS-SIM-FOUND
                          OR WS-SIM-SUB > WS-SIM-USED
                  IF (WS-SIM-KEY (WS-SIM-SUB) = IDX-KEY)
                     SET WS-SIM-FOUND TO TRUE
                  ELSE
                     ADD 1 TO WS-SIM-SUB
                  END-IF
               END-PERFORM.
         H440-END. EXIT.

      *    PUTS THE RECORD IN IDX-REC INTO THE TABLE AS ITS
      *    ACCOUNT'S PROJECTED IMAGE, TAKING A NEW ENTRY THE FIRST
      *    TIME THE ACCOUNT IS CHANGED. A FULL TABLE ENDS THE RUN -
      *    A PROJECTION THAT QUIETLY LOST AN ACCOUNT WOULD BE
      *    WORSE THAN NONE.
         H450-STORE-SIM-IMAGE.
               PERFORM H440-FIND-SIM-ENTRY.
               IF (NOT WS-SIM-FOUND)
                  IF (WS-SIM-USED NOT < 5000)
                     MOVE 99 TO WS-SUB-RC
                     MOVE 'PROJECTION TABLE FULL' TO WS-SUB-DESC
                     PERFORM H999-PROGRAM-EXIT
                  END-IF
                  ADD 1 TO WS-SIM-USED
                  MOVE WS-SIM-USED TO WS-SIM-SUB
                  MOVE 0 TO WS-SIM-HOLD-ADJ (WS-SIM-SUB)
               END-IF.
               MOVE IDX-REC TO WS-SIM-IMAGE (WS-SIM-SUB).
               MOVE 'N'     TO WS-SIM-DELETED-SW (WS-SIM-SUB).
               MOVE 00      TO IDX-ST.
         H450-END. EXIT.

      *    A HOLD PLACED OR RELEASED ON A PROJECTION RUN NEVER
      *    REACHES HLDFILE - ITS AMOUNT IS CARRIED AGAINST THE
      *    ACCOUNT'S ENTRY INSTEAD (NEGATIVE FOR A RELEASE), AND
      *    H203 ADDS IT TO THE HOLDS ON FILE, SO A LATER DEBIT IN
      *    THE SAME RUN IS JUDGED AGAINST THE PROJECTED HOLDS.
         H460-PROJECT-HOLD.
               PERFORM H450-STORE-SIM-IMAGE.
               IF (WS-FUNC-PLACE-HOLD)
                  ADD HLD-AMOUNT TO WS-SIM-HOLD-ADJ (WS-SIM-SUB)
               ELSE
                  IF (HLD-EXP-DATE = 0)
                     OR (HLD-EXP-DATE NOT < WS-VALIDATE-DATE)
                     SUBTRACT HLD-AMOUNT
                         FROM WS-SIM-HOLD-ADJ (WS-SIM-SUB)
                  END-IF
               END-IF.
         H460-END. EXIT.

         H470-FIND-SIM-HOLD.
               MOVE 'N' TO WS-SHL-FOUND-SW.
               MOVE 1   TO WS-SHL-SUB.
               PERFORM UNTIL WS-SHL-FOUND
                          OR WS-SHL-SUB > WS-SHL-USED
                  IF (WS-SHL-KEY (WS-SHL-SUB) = HLD-KEY)
                     SET WS-SHL-FOUND TO TRUE
                  ELSE
                     ADD 1 TO WS-SHL-SUB
                  END-IF
               END-PERFORM.
         H470-END. EXIT.

      *    RECORDS THE HOLD IN HLD-REC AS PLACED OR RELEASED BY THIS
      *    PROJECTION RUN, REUSING ITS ENTRY IF THE SAME REFERENCE
      *    HAS ALREADY BEEN SEEN. A FULL TABLE ENDS THE RUN, AS IN
      *    H450.
         H475-STORE-SIM-HOLD.
               PERFORM H470-FIND-SIM-HOLD.
               IF (NOT WS-SHL-FOUND)
                  IF (WS-SHL-USED NOT < 5000)
                     MOVE 99 TO WS-SUB-RC
                     MOVE 'PROJECTION HOLD TABLE FULL'
                                          TO WS-SUB-DESC
                     PERFORM H999-PROGRAM-EXIT
                  END-IF
                  ADD 1 TO WS-SHL-USED
                  MOVE WS-SHL-USED TO WS-SHL-SUB
               END-IF.
               MOVE HLD-REC TO WS-SHL-IMAGE (WS-SHL-SUB).
               IF (WS-FUNC-PLACE-HOLD)
                  SET WS-SHL-PLACED (WS-SHL-SUB) TO TRUE
               ELSE
                  SET WS-SHL-RELEASED (WS-SHL-SUB) TO TRUE
               END-IF.
         H475-END. EXIT.

         H480-FIND-SIM-REVERSED.
               MOVE 'N' TO WS-SRV-FOUND-SW.
               MOVE 1   TO WS-SRV-SUB.
               PERFORM UNTIL WS-SRV-FOUND
                          OR WS-SRV-SUB > WS-SRV-USED
                  IF (WS-SRV-KEY (WS-SRV-SUB) = HST-KEY)
                     SET WS-SRV-FOUND TO TRUE
                  ELSE
                     ADD 1 TO WS-SRV-SUB
                  END-IF
               END-PERFORM.
         H480-END. EXIT.

         H485-STORE-SIM-REVERSED.
               IF (WS-SRV-USED NOT < 5000)
                  MOVE 99 TO WS-SUB-RC
                  MOVE 'PROJECTION REVERSAL TABLE FULL'
                                       TO WS-SUB-DESC
                  PERFORM H999-PROGRAM-EXIT
               END-IF.
               ADD 1 TO WS-SRV-USED.
               MOVE HST-KEY TO WS-SRV-KEY (WS-SRV-USED).
         H485-END. EXIT.

         H999-PROGRAM-EXIT.
               PERFORM H300-CLOSE-FILES.
               EXIT PROGRAM.
