       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEGRIC.
       AUTHOR.        Kayra KIRIMLI.
      *----------------------------------------------------------
      *    WEEKLY REFERENTIAL INTEGRITY SWEEP OF THE CUSTOMER
      *    MASTER AND ITS SATELLITE FILES.
      *
      *    NOTHING ELSE CHECKS THAT STOFILE, HSTFILE, IDXAUD,
      *    TDPFILE, FXRTAB AND DVZTAB STILL AGREE WITH IDX-FILE, SO
      *    THIS RUN READS THEM ALL AND LISTS EVERY DISAGREEMENT ON
      *    RICRPT:
      *
      *      ORDER     AN ACTIVE STANDING ORDER WHOSE SOURCE OR
      *                TRANSFER TARGET IS MISSING, CLOSED OR FROZEN.
      *      ORPHAN    HISTORY UNDER AN ACCOUNT THAT IS NOT ON THE
      *                MASTER AND WAS NOT RE-KEYED - NO 'M' IMAGE
      *                UNDER ITS KEY ON IDXAUD. AN 'M' IMAGE ALREADY
      *                ARCHIVED BY PBEGAPG IS NOT SEEN, SO AN OLD
      *                RE-KEY CAN SHOW HERE AND IS CLEARED AGAINST
      *                AUDARCH.
      *      RATE      A FOREIGN-CURRENCY ACCOUNT WHOSE CURRENCY HAS
      *                NO USABLE FXRTAB RATE ON OR BEFORE THE
      *                BUSINESS DATE.
      *      DIVISION  AN OPEN ACCOUNT UNDER A DVZTAB CODE PAST ITS
      *                EXPIRY DATE, OR NOT ON DVZTAB AT ALL.
      *      BALANCE   AN ACCOUNT WHOSE LATEST HST-BALANCE IS NOT
      *                ITS IDX-BALANCE.
      *      DEPOSIT   A TERM DEPOSIT STILL PENDING, LIVE, AWAITING
      *                A BREAK OR OWED A PAYMENT WHOSE ACCOUNT IS
      *                NOT ON THE MASTER.
      *
      *    THE BUSINESS DATE IS THE ONE THE POST STEP RECORDED ON
      *    BDTFILE, AND THE RUN BELONGS AFTER A COMPLETE DAILY
      *    CYCLE (HSTLOAD INCLUDED) OR EVERY ACCOUNT POSTED SINCE
      *    THE LAST HISTORY LOAD SHOWS AS A BALANCE BREAK. NOTHING
      *    IS CHANGED ON ANY FILE. ANY EXCEPTION ENDS THE RUN WITH
      *    RETURN CODE 8.
      *
      *    PBEGINT CREDITS INTEREST STRAIGHT TO IDX-BALANCE AND
      *    LEAVES NO HISTORY ENTRY, SO AFTER AN INTEREST RUN EVERY
      *    ACCOUNT THAT EARNED INTEREST AND HAS NOT POSTED SINCE
      *    SHOWS A BALANCE BREAK OF EXACTLY THE INTEREST CREDITED -
      *    NOTHING ON FILE TELLS THIS RUN WHICH BREAKS THOSE ARE.
      *    THEY ARE CLEARED AGAINST THE INTEREST RUN'S INTRPT, AND
      *    THE RICRPT HEADING SAYS SO. THE BREAK CLEARS ITSELF AT
      *    THE ACCOUNT'S NEXT POSTING, WHOSE HST-BALANCE STARTS
      *    FROM THE CREDITED BALANCE.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS IDX-KEY
                             STATUS IDX-ST.
           SELECT DVZ-FILE   ASSIGN TO DVZTAB
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS RANDOM
                             RECORD KEY IS DVZ-CODE
                             STATUS DVZ-ST.
           SELECT FXR-FILE   ASSIGN TO FXRTAB
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS FXR-KEY
                             STATUS FXR-ST.
           SELECT STO-FILE   ASSIGN TO STOFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS STO-KEY
                             STATUS STO-ST.
           SELECT HST-FILE   ASSIGN TO HSTFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS HST-KEY
                             STATUS HST-ST.
           SELECT AUD-FILE   ASSIGN TO IDXAUD
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS AUD-KEY
                             STATUS AUD-ST.
           SELECT TDP-FILE   ASSIGN TO TDPFILE
                             ORGANIZATION IS INDEXED
                             ACCESS MODE IS DYNAMIC
                             RECORD KEY IS TDP-KEY
                             STATUS TDP-ST.
           SELECT BDT-FILE   ASSIGN TO BDTFILE
                             STATUS BDT-ST.
           SELECT RPT-FILE   ASSIGN TO RICRPT
                             STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
       COPY IDXREC.
      *
       FD  DVZ-FILE.
       COPY DVZREC.
      *
       FD  FXR-FILE.
       COPY FXRREC.
      *
       FD  STO-FILE.
       COPY STOREC.
      *
       FD  HST-FILE.
       COPY HSTREC.
      *
       FD  AUD-FILE.
       COPY AUDREC.
      *
       FD  TDP-FILE.
       COPY TDPREC.
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
           05 IDX-ST             PIC 9(2).
              88 IDX-OK                   VALUE 00 97.
              88 IDX-EOF                  VALUE 10.
              88 IDX-NOT-FOUND            VALUE 23.
           05 DVZ-ST             PIC 9(2).
              88 DVZ-OK                   VALUE 00 97.
              88 DVZ-NOT-FOUND            VALUE 23.
           05 FXR-ST             PIC 9(2).
              88 FXR-OK                   VALUE 00 97.
           05 STO-ST             PIC 9(2).
              88 STO-OK                   VALUE 00 97.
              88 STO-EOF                  VALUE 10.
           05 HST-ST             PIC 9(2).
              88 HST-OK                   VALUE 00 97.
              88 HST-EOF                  VALUE 10.
           05 AUD-ST             PIC 9(2).
              88 AUD-OK                   VALUE 00 97.
           05 TDP-ST             PIC 9(2).
              88 TDP-OK                   VALUE 00 97.
              88 TDP-EOF                  VALUE 10.
           05 BDT-ST             PIC 9(2).
              88 BDT-OK                   VALUE 00 97.
           05 RPT-ST             PIC 9(2).
              88 RPT-OK                   VALUE 00 97.
           05 WS-BUSINESS-DATE   PIC 9(8).
           05 WS-DVZ-SUB         PIC 9(4) COMP.
           05 WS-CUR-SUB         PIC 9(4) COMP.
           05 WS-CUR-COUNT       PIC 9(4) COMP VALUE 0.
           05 WS-CUR-FOUND-SW    PIC X(1).
              88 WS-CUR-FOUND             VALUE 'Y'.
           05 WS-RATE-DONE-SW    PIC X(1).
              88 WS-RATE-DONE             VALUE 'Y'.
           05 WS-AUD-DONE-SW     PIC X(1).
              88 WS-AUD-DONE              VALUE 'Y'.
           05 WS-REKEY-SW        PIC X(1).
              88 WS-REKEY-FOUND           VALUE 'Y'.
      *    THE ACCOUNT AN ORDER NAMES, AND WHICH END OF THE ORDER
      *    IT IS, FOR H330.
           05 WS-CHK-ID          PIC 9(5).
           05 WS-CHK-DVZ         PIC 9(3).
           05 WS-CHK-ROLE        PIC X(6).
      *    THE HISTORY ACCOUNT BEING GATHERED - ITS KEY, ENTRY
      *    COUNT AND THE BALANCE AFTER ITS LATEST ENTRY.
           05 WS-GRP-ACTIVE-SW   PIC X(1) VALUE 'N'.
              88 WS-GRP-ACTIVE            VALUE 'Y'.
           05 WS-GRP-ID          PIC S9(5) COMP-3.
           05 WS-GRP-DVZ         PIC S9(3) COMP.
           05 WS-GRP-COUNT       PIC 9(8).
           05 WS-GRP-BALANCE     PIC S9(15) COMP-3.
           05 WS-GRP-LAST-DATE   PIC 9(8).
           05 WS-GRP-LAST-SEQ    PIC 9(4).
      *    WORK COUNTS AND EXCEPTION COUNTS PER CHECK.
           05 WS-ACCT-COUNT      PIC 9(8) VALUE 0.
           05 WS-ORDER-COUNT     PIC 9(8) VALUE 0.
           05 WS-HST-ACCT-COUNT  PIC 9(8) VALUE 0.
           05 WS-DEPOSIT-COUNT   PIC 9(8) VALUE 0.
           05 WS-EXC-ORDER       PIC 9(8) VALUE 0.
           05 WS-EXC-ORPHAN      PIC 9(8) VALUE 0.
           05 WS-EXC-RATE        PIC 9(8) VALUE 0.
           05 WS-EXC-DIVISION    PIC 9(8) VALUE 0.
           05 WS-EXC-BALANCE     PIC 9(8) VALUE 0.
           05 WS-EXC-DEPOSIT     PIC 9(8) VALUE 0.
           05 WS-EXC-TOTAL       PIC 9(8) VALUE 0.
           05 WS-RPT-ID-OUT      PIC ZZZZ9.
           05 WS-RPT-DVZ-OUT     PIC ZZ9.
           05 WS-RPT-SEQ-OUT     PIC ZZZZ9.
           05 WS-RPT-TDP-OUT     PIC 9(7).
           05 WS-RPT-CNT-OUT     PIC ZZZ,ZZZ,ZZ9.
           05 WS-RPT-BAL-OUT     PIC -(14)9.
           05 WS-RPT-BAL2-OUT    PIC -(14)9.
      *    DIVISION STATE AS FOUND ON DVZTAB (SUBSCRIPT = CODE + 1),
      *    READ ONCE PER CODE - SPACE UNTIL LOOKED UP.
       01  WS-DVZ-TABLE-AREA.
           05 WS-DVZ-ENTRY OCCURS 1000 TIMES.
              07 WS-DVZ-STATE       PIC X(1).
                 88 WS-DVZ-UNKNOWN           VALUE SPACE.
                 88 WS-DVZ-USABLE            VALUE 'U'.
                 88 WS-DVZ-EXPIRED           VALUE 'X'.
                 88 WS-DVZ-MISSING           VALUE 'M'.
              07 WS-DVZ-EXP         PIC 9(8).
      *    FOREIGN CURRENCIES ALREADY LOOKED UP ON FXRTAB.
       01  WS-CUR-TABLE-AREA.
           05 WS-CUR-ENTRY OCCURS 200 TIMES.
              07 WS-CUR-CODE        PIC X(3).
              07 WS-CUR-RATE-SW     PIC X(1).
                 88 WS-CUR-HAS-RATE          VALUE 'Y'.

      *------------------
       PROCEDURE DIVISION.
      *------------------
        00000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-READ-BUS-DATE.
           PERFORM H200-SCAN-MASTER UNTIL IDX-EOF.
           PERFORM H300-CHECK-ORDERS.
           PERFORM H400-CHECK-HISTORY.
           PERFORM H460-CHECK-DEPOSITS.
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
           OPEN INPUT DVZ-FILE.
           IF (NOT DVZ-OK)
              DISPLAY "DVZ-FILE OPEN ERROR" DVZ-ST
              MOVE DVZ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT FXR-FILE.
           IF (NOT FXR-OK)
              DISPLAY "FXR-FILE OPEN ERROR" FXR-ST
              MOVE FXR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT STO-FILE.
           IF (NOT STO-OK)
              DISPLAY "STO-FILE OPEN ERROR" STO-ST
              MOVE STO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT HST-FILE.
           IF (NOT HST-OK)
              DISPLAY "HST-FILE OPEN ERROR" HST-ST
              MOVE HST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT AUD-FILE.
           IF (NOT AUD-OK)
              DISPLAY "AUD-FILE OPEN ERROR" AUD-ST
              MOVE AUD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT TDP-FILE.
           IF (NOT TDP-OK)
              DISPLAY "TDP-FILE OPEN ERROR" TDP-ST
              MOVE TDP-ST TO RETURN-CODE
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
              MOVE SPACE TO WS-DVZ-STATE(WS-DVZ-SUB)
              MOVE 0     TO WS-DVZ-EXP(WS-DVZ-SUB)
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
           STRING "REFERENTIAL INTEGRITY SWEEP - BUSINESS DATE "
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           STRING "PBEGINT INTEREST IS CREDITED WITHOUT HISTORY - "
                  "A BALANCE BREAK ON AN ACCOUNT NOT POSTED SINCE "
                  "THE LAST INTEREST RUN"
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           STRING "MAY BE THAT INTEREST - CLEAR IT AGAINST INTRPT"
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
        H150-END. EXIT.

      *-------------------------------------------------------
      *    PASS 1 - THE MASTER: CURRENCY AND DIVISION CHECKS.
      *-------------------------------------------------------
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
              ADD 1 TO WS-ACCT-COUNT
              IF (NOT IDX-CURR-LIRA)
                 PERFORM H210-CHECK-CURRENCY
              END-IF
              IF (IDX-ST-OPEN)
                 PERFORM H230-CHECK-DIVISION
              END-IF
           END-IF.
        H200-END. EXIT.

        H210-CHECK-CURRENCY.
           MOVE 'N' TO WS-CUR-FOUND-SW.
           MOVE 1 TO WS-CUR-SUB.
           PERFORM UNTIL WS-CUR-FOUND
                      OR WS-CUR-SUB > WS-CUR-COUNT
              IF (WS-CUR-CODE(WS-CUR-SUB) = IDX-CURR)
                 SET WS-CUR-FOUND TO TRUE
              ELSE
                 ADD 1 TO WS-CUR-SUB
              END-IF
           END-PERFORM.
           IF (NOT WS-CUR-FOUND)
              PERFORM H215-LOOK-UP-RATE
           END-IF.
           IF (NOT WS-CUR-HAS-RATE(WS-CUR-SUB))
              ADD 1 TO WS-EXC-RATE
              MOVE IDX-ID  TO WS-RPT-ID-OUT
              MOVE IDX-DVZ TO WS-RPT-DVZ-OUT
              MOVE SPACES TO RPT-REC
              STRING "RATE      ID " WS-RPT-ID-OUT
                     " DVZ " WS-RPT-DVZ-OUT
                     " - CURRENCY " IDX-CURR
                     " HAS NO FXRTAB RATE ON OR BEFORE "
                     WS-BUSINESS-DATE
                     DELIMITED BY SIZE INTO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
           END-IF.
        H210-END. EXIT.

      *    SAME RULE AS PBEGIDX'S CONVERTER: A RECORD FOR THE
      *    CURRENCY DATED ON OR BEFORE THE BUSINESS DATE WITH A
      *    RATE ABOVE ZERO. THE ANSWER IS KEPT FOR THE NEXT ACCOUNT
      *    IN THE SAME CURRENCY.
        H215-LOOK-UP-RATE.
           IF (WS-CUR-COUNT >= 200)
              DISPLAY "CURRENCY TABLE FULL - MORE THAN 200 "
                      "CURRENCIES ON THE MASTER"
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-CUR-COUNT.
           MOVE WS-CUR-COUNT TO WS-CUR-SUB.
           MOVE IDX-CURR TO WS-CUR-CODE(WS-CUR-SUB).
           MOVE 'N'      TO WS-CUR-RATE-SW(WS-CUR-SUB).
           MOVE 'N' TO WS-RATE-DONE-SW.
           MOVE IDX-CURR TO FXR-CURR.
           MOVE 0        TO FXR-EFF-DATE.
           START FXR-FILE KEY IS >= FXR-KEY
              INVALID KEY
                 SET WS-RATE-DONE TO TRUE
           END-START.
           PERFORM H220-RATE-BROWSE UNTIL WS-RATE-DONE.
        H215-END. EXIT.

        H220-RATE-BROWSE.
           READ FXR-FILE NEXT RECORD
              AT END
                 SET WS-RATE-DONE TO TRUE
           END-READ.
           IF (NOT WS-RATE-DONE)
              IF (NOT FXR-OK)
                 DISPLAY "FXR-FILE READ ERROR" FXR-ST
                 MOVE FXR-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF (FXR-CURR NOT = WS-CUR-CODE(WS-CUR-SUB))
                 OR (FXR-EFF-DATE > WS-BUSINESS-DATE)
                 SET WS-RATE-DONE TO TRUE
              ELSE
                 IF (FXR-RATE > 0)
                    SET WS-CUR-HAS-RATE(WS-CUR-SUB) TO TRUE
                 END-IF
              END-IF
           END-IF.
        H220-END. EXIT.

      *    A DIVISION IS USABLE THROUGH DVZ-EXP-DATE INCLUSIVE,
      *    ZERO MEANING NO EXPIRY - THE WINDOW PBEGIDX ENFORCES.
        H230-CHECK-DIVISION.
           COMPUTE WS-DVZ-SUB = IDX-DVZ + 1.
           IF (WS-DVZ-UNKNOWN(WS-DVZ-SUB))
              PERFORM H235-LOOK-UP-DIVISION
           END-IF.
           IF (NOT WS-DVZ-USABLE(WS-DVZ-SUB))
              ADD 1 TO WS-EXC-DIVISION
              MOVE IDX-ID  TO WS-RPT-ID-OUT
              MOVE IDX-DVZ TO WS-RPT-DVZ-OUT
              MOVE SPACES TO RPT-REC
              IF (WS-DVZ-EXPIRED(WS-DVZ-SUB))
                 STRING "DIVISION  ID " WS-RPT-ID-OUT
                        " DVZ " WS-RPT-DVZ-OUT
                        " - OPEN UNDER A DIVISION THAT EXPIRED ON "
                        WS-DVZ-EXP(WS-DVZ-SUB)
                        DELIMITED BY SIZE INTO RPT-REC
              ELSE
                 STRING "DIVISION  ID " WS-RPT-ID-OUT
                        " DVZ " WS-RPT-DVZ-OUT
                        " - OPEN UNDER A DIVISION NOT ON DVZTAB"
                        DELIMITED BY SIZE INTO RPT-REC
              END-IF
              PERFORM H510-WRITE-RPT-LINE
           END-IF.
        H230-END. EXIT.

        H235-LOOK-UP-DIVISION.
           MOVE IDX-DVZ TO DVZ-CODE.
           READ DVZ-FILE
              INVALID KEY
                 IF (DVZ-NOT-FOUND)
                    SET WS-DVZ-MISSING(WS-DVZ-SUB) TO TRUE
                 ELSE
                    DISPLAY "DVZ-FILE READ ERROR" DVZ-ST
                    MOVE DVZ-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              NOT INVALID KEY
                 MOVE DVZ-EXP-DATE TO WS-DVZ-EXP(WS-DVZ-SUB)
                 IF (DVZ-EXP-DATE > 0)
                    AND (DVZ-EXP-DATE < WS-BUSINESS-DATE)
                    SET WS-DVZ-EXPIRED(WS-DVZ-SUB) TO TRUE
                 ELSE
                    SET WS-DVZ-USABLE(WS-DVZ-SUB) TO TRUE
                 END-IF
           END-READ.
        H235-END. EXIT.

      *-------------------------------------------------------
      *    PASS 2 - STANDING ORDERS AGAINST THE MASTER. A
      *    CANCELLED ORDER NEVER GENERATES AGAIN AND IS LEFT OUT.
      *-------------------------------------------------------
        H300-CHECK-ORDERS.
           MOVE 0 TO STO-SEQ.
           START STO-FILE KEY IS >= STO-KEY
              INVALID KEY
                 SET STO-EOF TO TRUE
           END-START.
           PERFORM H310-NEXT-ORDER UNTIL STO-EOF.
        H300-END. EXIT.

        H310-NEXT-ORDER.
           READ STO-FILE NEXT RECORD
              AT END
                 SET STO-EOF TO TRUE
           END-READ.
           IF (NOT STO-EOF)
              IF (NOT STO-OK)
                 DISPLAY "STO-FILE READ ERROR" STO-ST
                 MOVE STO-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF (STO-ST-ACTIVE)
                 ADD 1 TO WS-ORDER-COUNT
                 MOVE STO-ID   TO WS-CHK-ID
                 MOVE STO-DVZ  TO WS-CHK-DVZ
                 MOVE 'SOURCE' TO WS-CHK-ROLE
                 PERFORM H330-CHECK-ORDER-ACCOUNT
                 IF (STO-FUNC-TRANSFER)
                    MOVE STO-TARGET-ID  TO WS-CHK-ID
                    MOVE STO-TARGET-DVZ TO WS-CHK-DVZ
                    MOVE 'TARGET'       TO WS-CHK-ROLE
                    PERFORM H330-CHECK-ORDER-ACCOUNT
                 END-IF
              END-IF
           END-IF.
        H310-END. EXIT.

        H330-CHECK-ORDER-ACCOUNT.
           MOVE WS-CHK-ID  TO IDX-ID.
           MOVE WS-CHK-DVZ TO IDX-DVZ.
           READ IDX-FILE
              INVALID KEY
                 IF (NOT IDX-NOT-FOUND)
                    DISPLAY "IDX-FILE READ ERROR" IDX-ST
                    MOVE IDX-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
           END-READ.
           MOVE STO-SEQ    TO WS-RPT-SEQ-OUT.
           MOVE WS-CHK-ID  TO WS-RPT-ID-OUT.
           MOVE WS-CHK-DVZ TO WS-RPT-DVZ-OUT.
           MOVE SPACES TO RPT-REC.
           EVALUATE TRUE
             WHEN IDX-NOT-FOUND
                STRING "ORDER     SEQ " WS-RPT-SEQ-OUT
                       " " WS-CHK-ROLE
                       " ID " WS-RPT-ID-OUT
                       " DVZ " WS-RPT-DVZ-OUT
                       " - ACCOUNT NOT ON MASTER"
                       DELIMITED BY SIZE INTO RPT-REC
             WHEN IDX-ST-CLOSED
                STRING "ORDER     SEQ " WS-RPT-SEQ-OUT
                       " " WS-CHK-ROLE
                       " ID " WS-RPT-ID-OUT
                       " DVZ " WS-RPT-DVZ-OUT
                       " - ACCOUNT CLOSED"
                       DELIMITED BY SIZE INTO RPT-REC
             WHEN IDX-ST-FROZEN
                STRING "ORDER     SEQ " WS-RPT-SEQ-OUT
                       " " WS-CHK-ROLE
                       " ID " WS-RPT-ID-OUT
                       " DVZ " WS-RPT-DVZ-OUT
                       " - ACCOUNT FROZEN"
                       DELIMITED BY SIZE INTO RPT-REC
           END-EVALUATE.
           IF (RPT-REC NOT = SPACES)
              ADD 1 TO WS-EXC-ORDER
              PERFORM H510-WRITE-RPT-LINE
           END-IF.
        H330-END. EXIT.

      *-------------------------------------------------------
      *    PASS 3 - HISTORY, ONE ACCOUNT AT A TIME IN KEY ORDER.
      *    THE LAST ENTRY OF AN ACCOUNT IS ITS LATEST POSTING, SO
      *    ITS HST-BALANCE IS WHAT THE MASTER SHOULD HOLD NOW.
      *-------------------------------------------------------
        H400-CHECK-HISTORY.
           MOVE 0 TO HST-ID.
           MOVE 0 TO HST-DVZ.
           MOVE 0 TO HST-POST-DATE.
           MOVE 0 TO HST-POST-SEQ.
           START HST-FILE KEY IS >= HST-KEY
              INVALID KEY
                 SET HST-EOF TO TRUE
           END-START.
           PERFORM H410-NEXT-HISTORY UNTIL HST-EOF.
           IF (WS-GRP-ACTIVE)
              PERFORM H420-CLOSE-ACCOUNT
           END-IF.
        H400-END. EXIT.

        H410-NEXT-HISTORY.
           READ HST-FILE NEXT RECORD
              AT END
                 SET HST-EOF TO TRUE
           END-READ.
           IF (NOT HST-EOF)
              IF (NOT HST-OK)
                 DISPLAY "HST-FILE READ ERROR" HST-ST
                 MOVE HST-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF (WS-GRP-ACTIVE)
                 AND ((HST-ID  NOT = WS-GRP-ID)
                   OR (HST-DVZ NOT = WS-GRP-DVZ))
                 PERFORM H420-CLOSE-ACCOUNT
              END-IF
              IF (NOT WS-GRP-ACTIVE)
                 SET WS-GRP-ACTIVE TO TRUE
                 MOVE HST-ID  TO WS-GRP-ID
                 MOVE HST-DVZ TO WS-GRP-DVZ
                 MOVE 0       TO WS-GRP-COUNT
              END-IF
              ADD 1 TO WS-GRP-COUNT
              MOVE HST-BALANCE   TO WS-GRP-BALANCE
              MOVE HST-POST-DATE TO WS-GRP-LAST-DATE
              MOVE HST-POST-SEQ  TO WS-GRP-LAST-SEQ
           END-IF.
        H410-END. EXIT.

        H420-CLOSE-ACCOUNT.
           MOVE 'N' TO WS-GRP-ACTIVE-SW.
           ADD 1 TO WS-HST-ACCT-COUNT.
           MOVE WS-GRP-ID  TO IDX-ID.
           MOVE WS-GRP-DVZ TO IDX-DVZ.
           READ IDX-FILE
              INVALID KEY
                 IF (NOT IDX-NOT-FOUND)
                    DISPLAY "IDX-FILE READ ERROR" IDX-ST
                    MOVE IDX-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
           END-READ.
           MOVE WS-GRP-ID  TO WS-RPT-ID-OUT.
           MOVE WS-GRP-DVZ TO WS-RPT-DVZ-OUT.
           IF (IDX-NOT-FOUND)
              PERFORM H430-FIND-REKEY-IMAGE
              IF (NOT WS-REKEY-FOUND)
                 ADD 1 TO WS-EXC-ORPHAN
                 MOVE WS-GRP-COUNT TO WS-RPT-CNT-OUT
                 MOVE SPACES TO RPT-REC
                 STRING "ORPHAN    ID " WS-RPT-ID-OUT
                        " DVZ " WS-RPT-DVZ-OUT
                        " - " WS-RPT-CNT-OUT
                        " HISTORY ENTRIES, ACCOUNT NOT ON MASTER"
                        " AND NO RE-KEY ('M') IMAGE ON IDXAUD"
                        DELIMITED BY SIZE INTO RPT-REC
                 PERFORM H510-WRITE-RPT-LINE
              END-IF
           ELSE
              IF (IDX-BALANCE NOT = WS-GRP-BALANCE)
                 ADD 1 TO WS-EXC-BALANCE
                 MOVE WS-GRP-BALANCE TO WS-RPT-BAL-OUT
                 MOVE IDX-BALANCE    TO WS-RPT-BAL2-OUT
                 MOVE SPACES TO RPT-REC
                 STRING "BALANCE   ID " WS-RPT-ID-OUT
                        " DVZ " WS-RPT-DVZ-OUT
                        " - HISTORY " WS-RPT-BAL-OUT
                        " AFTER " WS-GRP-LAST-DATE
                        "/" WS-GRP-LAST-SEQ
                        " BUT MASTER " WS-RPT-BAL2-OUT
                        DELIMITED BY SIZE INTO RPT-REC
                 PERFORM H510-WRITE-RPT-LINE
              END-IF
           END-IF.
        H420-END. EXIT.

      *    PBEGRKY LEAVES AN 'M' IMAGE UNDER THE OLD KEY WHEN IT
      *    MOVES AN ACCOUNT - THE HISTORY STAYS WHERE IT WAS
      *    POSTED, SO THAT IMAGE IS WHAT MAKES IT LEGITIMATE.
        H430-FIND-REKEY-IMAGE.
           MOVE 'N' TO WS-REKEY-SW.
           MOVE 'N' TO WS-AUD-DONE-SW.
           MOVE WS-GRP-ID  TO AUD-ID.
           MOVE WS-GRP-DVZ TO AUD-DVZ.
           MOVE 0 TO AUD-TS-DATE.
           MOVE 0 TO AUD-TS-TIME.
           START AUD-FILE KEY IS >= AUD-KEY
              INVALID KEY
                 SET WS-AUD-DONE TO TRUE
           END-START.
           PERFORM H440-AUDIT-BROWSE UNTIL WS-AUD-DONE.
        H430-END. EXIT.

        H440-AUDIT-BROWSE.
           READ AUD-FILE NEXT RECORD
              AT END
                 SET WS-AUD-DONE TO TRUE
           END-READ.
           IF (NOT WS-AUD-DONE)
              IF (NOT AUD-OK)
                 DISPLAY "AUD-FILE READ ERROR" AUD-ST
                 MOVE AUD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF (AUD-ID  NOT = WS-GRP-ID)
                 OR (AUD-DVZ NOT = WS-GRP-DVZ)
                 SET WS-AUD-DONE TO TRUE
              ELSE
                 IF (AUD-ACTION = 'M')
                    SET WS-REKEY-FOUND TO TRUE
                    SET WS-AUD-DONE    TO TRUE
                 END-IF
              END-IF
           END-IF.
        H440-END. EXIT.

      *-------------------------------------------------------
      *    PASS 4 - TERM DEPOSITS AGAINST THE MASTER. A DEPOSIT
      *    THAT IS MATURED, BROKEN, CANCELLED OR FAILED AND OWES
      *    NOTHING WILL NEVER POST AGAIN AND IS LEFT OUT.
      *-------------------------------------------------------
        H460-CHECK-DEPOSITS.
           MOVE 0 TO TDP-NO.
           START TDP-FILE KEY IS >= TDP-KEY
              INVALID KEY
                 SET TDP-EOF TO TRUE
           END-START.
           PERFORM H470-NEXT-DEPOSIT UNTIL TDP-EOF.
        H460-END. EXIT.

        H470-NEXT-DEPOSIT.
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
              IF (TDP-ST-PENDING) OR (TDP-ST-LIVE)
                 OR (TDP-OWED-AMT > 0)
                 ADD 1 TO WS-DEPOSIT-COUNT
                 PERFORM H480-CHECK-DEPOSIT-ACCOUNT
              END-IF
           END-IF.
        H470-END. EXIT.

        H480-CHECK-DEPOSIT-ACCOUNT.
           MOVE TDP-ID  TO IDX-ID.
           MOVE TDP-DVZ TO IDX-DVZ.
           READ IDX-FILE
              INVALID KEY
                 IF (IDX-NOT-FOUND)
                    ADD 1 TO WS-EXC-DEPOSIT
                    MOVE TDP-NO  TO WS-RPT-TDP-OUT
                    MOVE TDP-ID  TO WS-RPT-ID-OUT
                    MOVE TDP-DVZ TO WS-RPT-DVZ-OUT
                    MOVE SPACES TO RPT-REC
                    STRING "DEPOSIT   NO " WS-RPT-TDP-OUT
                           " STATUS " TDP-STATUS
                           " ID " WS-RPT-ID-OUT
                           " DVZ " WS-RPT-DVZ-OUT
                           " - ACCOUNT NOT ON MASTER"
                           DELIMITED BY SIZE INTO RPT-REC
                    PERFORM H510-WRITE-RPT-LINE
                 ELSE
                    DISPLAY "IDX-FILE READ ERROR" IDX-ST
                    MOVE IDX-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
           END-READ.
        H480-END. EXIT.

        H500-WRITE-TOTALS.
           COMPUTE WS-EXC-TOTAL = WS-EXC-ORDER + WS-EXC-ORPHAN
                                + WS-EXC-RATE + WS-EXC-DIVISION
                                + WS-EXC-BALANCE + WS-EXC-DEPOSIT.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-ACCT-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "ACCOUNTS ON MASTER           : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-ORDER-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "ACTIVE STANDING ORDERS       : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-HST-ACCT-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "ACCOUNTS WITH HISTORY        : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-DEPOSIT-COUNT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "OPEN TERM DEPOSITS           : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE SPACES TO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-EXC-ORDER TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "ORDER    - BROKEN ORDERS     : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-EXC-ORPHAN TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "ORPHAN   - ORPHAN HISTORY    : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-EXC-RATE TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "RATE     - NO USABLE RATE    : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-EXC-DIVISION TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "DIVISION - EXPIRED/MISSING  : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-EXC-BALANCE TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "BALANCE  - HISTORY BREAKS   : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-EXC-DEPOSIT TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "DEPOSIT  - ORPHAN DEPOSITS  : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           MOVE WS-EXC-TOTAL TO WS-RPT-CNT-OUT.
           MOVE SPACES TO RPT-REC.
           STRING "TOTAL EXCEPTIONS             : " WS-RPT-CNT-OUT
                  DELIMITED BY SIZE INTO RPT-REC.
           PERFORM H510-WRITE-RPT-LINE.
           IF (WS-EXC-TOTAL > 0)
              DISPLAY "PBEGRIC " WS-EXC-TOTAL
                      " INTEGRITY EXCEPTION(S) - SEE RICRPT"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE SPACES TO RPT-REC
              MOVE "ALL FILES AGREE WITH THE MASTER" TO RPT-REC
              PERFORM H510-WRITE-RPT-LINE
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
             CLOSE DVZ-FILE.
             CLOSE FXR-FILE.
             CLOSE STO-FILE.
             CLOSE HST-FILE.
             CLOSE AUD-FILE.
             CLOSE TDP-FILE.
             CLOSE RPT-FILE.
             STOP RUN.
         H999-END. EXIT.
      *
