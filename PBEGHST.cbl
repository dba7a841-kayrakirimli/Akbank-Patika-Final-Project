      *    AND ANY DISPUTE LOOKUP RUN AGAINST. THE TARGET LEG OF
      *    A TRANSFER IS WRITTEN UNDER THE TARGET ACCOUNT WITH
      *    THE CONVERTED AMOUNT, SO INCOMING MONEY SHOWS ON THAT
      *    CUSTOMER'S STATEMENT TOO. THE TWO LEGS CARRY EACH
      *    OTHER'S ACCOUNT AND SEQUENCE, SO A REVERSAL CAN FIND
      *    THE ONE FROM THE OTHER.
      *
      *    A 'V' REVERSAL IS CAPTURED AS AN ENTRY OF ITS OWN AND
      *    LINKED BOTH WAYS WITH THE ENTRY IT REVERSES - WHICH
      *    PBEGIDX ALREADY FLAGGED REVERSED AT POSTING TIME - AND
      *    A REVERSED TRANSFER GIVES A REVERSAL ENTRY ON EACH LEG.
      *
      *    POSTINGS ARE DATED WITH THE BUSINESS DATE THE POST
      *    STEP RECORDED ON BDTFILE. HSTDATE HOLDS THE LAST DATE
           05 HST-ST             PIC 9(2).
              88 HST-OK                   VALUE 00 97.
              88 HST-DUPLICATE            VALUE 22.
              88 HST-NOT-FOUND            VALUE 23.
           05 BDT-ST             PIC 9(2).
              88 BDT-OK                   VALUE 00 97.
           05 HDT-ST             PIC 9(2).
           05 WS-READ-COUNT      PIC 9(8) VALUE 0.
           05 WS-LOADED-COUNT    PIC 9(8) VALUE 0.
           05 WS-SKIPPED-COUNT   PIC 9(8) VALUE 0.
           05 WS-LINKED-COUNT    PIC 9(8) VALUE 0.
           05 WS-UNLINKED-COUNT  PIC 9(8) VALUE 0.
           05 WS-ACT-COUNT       PIC 9(4) COMP VALUE 0.
           05 WS-ACT-HIT         PIC 9(4) COMP.
           05 WS-ACT-FOUND-SW    PIC X(1).
           05 WS-LOOK-ID         PIC 9(5).
           05 WS-LOOK-DVZ        PIC 9(3).
           05 WS-INDEX-I         PIC 9(4) COMP.
           05 WS-NEXT-SEQ        PIC 9(4).
           05 WS-SRC-SEQ         PIC 9(4).
           05 WS-TGT-SEQ         PIC 9(4).
           05 WS-ORIG-TGT-SEQ    PIC 9(4).
           05 WS-RVS-TGT-DESC.
              07 FILLER          PIC X(9)  VALUE 'REVERSAL '.
              07 WS-RVS-TGT-FUNC PIC X(1).
              07 FILLER          PIC X(1)  VALUE ' '.
              07 WS-RVS-TGT-DATE PIC 9(8).
              07 FILLER          PIC X(1)  VALUE '/'.
              07 WS-RVS-TGT-SEQ  PIC 9(4).
              07 FILLER          PIC X(6)  VALUE SPACES.
           05 WS-XFR-FROM-DESC.
              07 FILLER          PIC X(14) VALUE 'TRANSFER FROM '.
              07 WS-XFR-FROM-ID  PIC 9(5).
           DISPLAY "OUTFILE RECORDS READ    : " WS-READ-COUNT.
           DISPLAY "HISTORY RECORDS WRITTEN : " WS-LOADED-COUNT.
           DISPLAY "DUPLICATES SKIPPED      : " WS-SKIPPED-COUNT.
           DISPLAY "REVERSED ENTRIES LINKED : " WS-LINKED-COUNT.
           IF (WS-UNLINKED-COUNT > 0)
              DISPLAY "REVERSED ENTRY MISSING  : " WS-UNLINKED-COUNT
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H999-PROGRAM-EXIT.
         00000-END. EXIT.

                        PERFORM H210-CAPTURE-POSTING
                   WHEN 'T'
                        PERFORM H220-CAPTURE-TRANSFER
                   WHEN 'V'
                        PERFORM H250-CAPTURE-REVERSAL
                   WHEN OTHER
                        CONTINUE
                 END-EVALUATE
        H210-CAPTURE-POSTING.
           MOVE OUT-ID      TO HST-ID.
           MOVE OUT-DVZ     TO HST-DVZ.
           MOVE OUT-ID      TO WS-LOOK-ID.
           MOVE OUT-DVZ     TO WS-LOOK-DVZ.
           PERFORM H230-NEXT-SEQUENCE.
           MOVE WS-NEXT-SEQ TO HST-POST-SEQ.
           MOVE OUT-FUNC-TYPE TO HST-FUNC.
           MOVE OUT-AMOUNT  TO HST-AMOUNT.
           MOVE OUT-BALANCE TO HST-BALANCE.
           MOVE OUT-DESC    TO HST-DESC.
           PERFORM H215-CLEAR-LINKS.
           PERFORM H235-WRITE-HISTORY.
        H210-END. EXIT.

        H215-CLEAR-LINKS.
           MOVE SPACE       TO HST-LINK-FLAG.
           MOVE 0           TO HST-LINK-DATE.
           MOVE 0           TO HST-LINK-SEQ.
           MOVE 0           TO HST-XFER-ID.
           MOVE 0           TO HST-XFER-DVZ.
           MOVE 0           TO HST-XFER-SEQ.
        H215-END. EXIT.

      *    ONE 'T' LOG LINE BECOMES TWO HISTORY RECORDS - THE
      *    SIGNED SOURCE LEG UNDER THE SOURCE ACCOUNT AND THE
      *    CONVERTED CREDIT UNDER THE TARGET, SO BOTH STATEMENTS
      *    SHOW THE MOVEMENT. BOTH SEQUENCES ARE TAKEN BEFORE
      *    EITHER RECORD IS WRITTEN SO EACH LEG CAN POINT AT THE
      *    OTHER.
        H220-CAPTURE-TRANSFER.
           PERFORM H225-TRANSFER-SEQUENCES.
           MOVE OUT-ID           TO HST-ID.
           MOVE OUT-DVZ          TO HST-DVZ.
           MOVE WS-SRC-SEQ       TO HST-POST-SEQ.
           MOVE 'T'              TO HST-FUNC.
           MOVE OUT-AMOUNT       TO HST-AMOUNT.
           MOVE OUT-BALANCE      TO HST-BALANCE.
           MOVE OUT-DESC         TO HST-DESC.
           PERFORM H215-CLEAR-LINKS.
           MOVE OUT-XFER-TGT-ID  TO HST-XFER-ID.
           MOVE OUT-XFER-TGT-DVZ TO HST-XFER-DVZ.
           MOVE WS-TGT-SEQ       TO HST-XFER-SEQ.
           PERFORM H235-WRITE-HISTORY.
           MOVE OUT-XFER-TGT-ID  TO HST-ID.
           MOVE OUT-XFER-TGT-DVZ TO HST-DVZ.
           MOVE WS-TGT-SEQ       TO HST-POST-SEQ.
           MOVE 'T'              TO HST-FUNC.
           MOVE OUT-XFER-TGT-AMT TO HST-AMOUNT.
           MOVE OUT-XFER-TGT-BAL TO HST-BALANCE.
           MOVE OUT-ID           TO WS-XFR-FROM-ID.
           MOVE OUT-DVZ          TO WS-XFR-FROM-DVZ.
           MOVE WS-XFR-FROM-DESC TO HST-DESC.
           PERFORM H215-CLEAR-LINKS.
           MOVE OUT-ID           TO HST-XFER-ID.
           MOVE OUT-DVZ          TO HST-XFER-DVZ.
           MOVE WS-SRC-SEQ       TO HST-XFER-SEQ.
           PERFORM H235-WRITE-HISTORY.
        H220-END. EXIT.

        H225-TRANSFER-SEQUENCES.
           MOVE OUT-ID           TO WS-LOOK-ID.
           MOVE OUT-DVZ          TO WS-LOOK-DVZ.
           PERFORM H230-NEXT-SEQUENCE.
           MOVE WS-NEXT-SEQ      TO WS-SRC-SEQ.
           MOVE OUT-XFER-TGT-ID  TO WS-LOOK-ID.
           MOVE OUT-XFER-TGT-DVZ TO WS-LOOK-DVZ.
           PERFORM H230-NEXT-SEQUENCE.
           MOVE WS-NEXT-SEQ      TO WS-TGT-SEQ.
        H225-END. EXIT.

      *    THE DAY SEQUENCE IS COUNTED OFF THE LOG, NOT FOUND BY
      *    PROBING THE FILE - LOG ORDER IS PRESERVED BECAUSE
      *    OUTFILE IS READ FRONT TO BACK, AND A DUPLICATE KEY CAN
      *    ONLY MEAN A PRIOR PARTIAL RUN ALREADY CAPTURED THIS
      *    POSTING, SO IT IS SKIPPED, NEVER RE-SEQUENCED.
        H230-NEXT-SEQUENCE.
           PERFORM H240-FIND-ACT-ENTRY.
           ADD 1 TO WS-ACT-SEQ(WS-ACT-HIT).
           MOVE WS-ACT-SEQ(WS-ACT-HIT) TO WS-NEXT-SEQ.
        H230-END. EXIT.

        H235-WRITE-HISTORY.
           MOVE WS-BUSINESS-DATE TO HST-POST-DATE.
           WRITE HST-REC
              INVALID KEY
                 IF (HST-DUPLICATE)
              NOT INVALID KEY
                 ADD 1 TO WS-LOADED-COUNT
           END-WRITE.
        H235-END. EXIT.

        H240-FIND-ACT-ENTRY.
           MOVE 'N' TO WS-ACT-FOUND-SW.
           END-IF.
        H240-END. EXIT.

      *    A 'V' LOG LINE NAMES THE ENTRY IT REVERSES IN OUT-DESC.
      *    THE REVERSAL IS WRITTEN UNDER THE SAME ACCOUNT POINTING
      *    BACK AT THE ORIGINAL, AND THE ORIGINAL IS THEN POINTED
      *    AT THE REVERSAL. FOR A REVERSED TRANSFER THE ORIGINAL
      *    SOURCE LEG NAMES ITS TARGET LEG, WHICH GETS A REVERSAL
      *    ENTRY OF ITS OWN FOR THE CONVERTED AMOUNT TAKEN BACK.
      *    ON A RERUN THE SAME KEYS COME ROUND AGAIN, SO THE LINK
      *    REWRITES ARE SIMPLY REPEATED.
        H250-CAPTURE-REVERSAL.
           IF (OUT-RVS-ORIG-FUNC = 'T')
              PERFORM H225-TRANSFER-SEQUENCES
           ELSE
              MOVE OUT-ID        TO WS-LOOK-ID
              MOVE OUT-DVZ       TO WS-LOOK-DVZ
              PERFORM H230-NEXT-SEQUENCE
              MOVE WS-NEXT-SEQ   TO WS-SRC-SEQ
           END-IF.
           MOVE OUT-ID           TO HST-ID.
           MOVE OUT-DVZ          TO HST-DVZ.
           MOVE WS-SRC-SEQ       TO HST-POST-SEQ.
           MOVE 'V'              TO HST-FUNC.
           MOVE OUT-AMOUNT       TO HST-AMOUNT.
           MOVE OUT-BALANCE      TO HST-BALANCE.
           MOVE OUT-DESC         TO HST-DESC.
           PERFORM H215-CLEAR-LINKS.
           MOVE 'V'              TO HST-LINK-FLAG.
           MOVE OUT-RVS-ORIG-DATE TO HST-LINK-DATE.
           MOVE OUT-RVS-ORIG-SEQ TO HST-LINK-SEQ.
           IF (OUT-RVS-ORIG-FUNC = 'T')
              MOVE OUT-XFER-TGT-ID  TO HST-XFER-ID
              MOVE OUT-XFER-TGT-DVZ TO HST-XFER-DVZ
              MOVE WS-TGT-SEQ       TO HST-XFER-SEQ
           END-IF.
           PERFORM H235-WRITE-HISTORY.
           MOVE 0                TO WS-ORIG-TGT-SEQ.
           MOVE OUT-ID           TO HST-ID.
           MOVE OUT-DVZ          TO HST-DVZ.
           MOVE OUT-RVS-ORIG-DATE TO HST-POST-DATE.
           MOVE OUT-RVS-ORIG-SEQ TO HST-POST-SEQ.
           MOVE WS-SRC-SEQ       TO WS-NEXT-SEQ.
           PERFORM H260-LINK-ORIGINAL.
           IF (OUT-RVS-ORIG-FUNC = 'T') AND (WS-ORIG-TGT-SEQ > 0)
              MOVE OUT-XFER-TGT-ID  TO HST-ID
              MOVE OUT-XFER-TGT-DVZ TO HST-DVZ
              MOVE WS-TGT-SEQ       TO HST-POST-SEQ
              MOVE 'V'              TO HST-FUNC
              MOVE OUT-XFER-TGT-AMT TO HST-AMOUNT
              MOVE OUT-XFER-TGT-BAL TO HST-BALANCE
              MOVE 'T'              TO WS-RVS-TGT-FUNC
              MOVE OUT-RVS-ORIG-DATE TO WS-RVS-TGT-DATE
              MOVE WS-ORIG-TGT-SEQ  TO WS-RVS-TGT-SEQ
              MOVE WS-RVS-TGT-DESC  TO HST-DESC
              PERFORM H215-CLEAR-LINKS
              MOVE 'V'              TO HST-LINK-FLAG
              MOVE OUT-RVS-ORIG-DATE TO HST-LINK-DATE
              MOVE WS-ORIG-TGT-SEQ  TO HST-LINK-SEQ
              MOVE OUT-ID           TO HST-XFER-ID
              MOVE OUT-DVZ          TO HST-XFER-DVZ
              MOVE WS-SRC-SEQ       TO HST-XFER-SEQ
              PERFORM H235-WRITE-HISTORY
              MOVE OUT-XFER-TGT-ID  TO HST-ID
              MOVE OUT-XFER-TGT-DVZ TO HST-DVZ
              MOVE OUT-RVS-ORIG-DATE TO HST-POST-DATE
              MOVE WS-ORIG-TGT-SEQ  TO HST-POST-SEQ
              MOVE WS-TGT-SEQ       TO WS-NEXT-SEQ
              PERFORM H260-LINK-ORIGINAL
           END-IF.
        H250-END. EXIT.

      *    POINTS THE ORIGINAL ENTRY KEYED IN HST-KEY AT THE
      *    REVERSAL CAPTURED TODAY UNDER SEQUENCE WS-NEXT-SEQ. AN
      *    ORIGINAL THAT HAS GONE FROM THE FILE SINCE POSTING IS
      *    COUNTED AND REPORTED, NOT FATAL - THE REVERSAL ITSELF
      *    IS ALREADY SAFELY CAPTURED.
        H260-LINK-ORIGINAL.
           READ HST-FILE
              INVALID KEY
                 IF (HST-NOT-FOUND)
                    ADD 1 TO WS-UNLINKED-COUNT
                    DISPLAY "REVERSED ENTRY NOT ON HISTORY: "
                            OUT-ID " " OUT-DVZ " "
                            OUT-RVS-ORIG-DATE "/" OUT-RVS-ORIG-SEQ
                 ELSE
                    DISPLAY "HST-FILE READ ERROR" HST-ST
                    MOVE HST-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              NOT INVALID KEY
                 IF (HST-ID = OUT-ID) AND (HST-DVZ = OUT-DVZ)
                    AND (HST-XFER-SEQ IS NUMERIC)
                    MOVE HST-XFER-SEQ TO WS-ORIG-TGT-SEQ
                 END-IF
                 MOVE 'R'              TO HST-LINK-FLAG
                 MOVE WS-BUSINESS-DATE TO HST-LINK-DATE
                 MOVE WS-NEXT-SEQ      TO HST-LINK-SEQ
                 REWRITE HST-REC
                    INVALID KEY
                       DISPLAY "HST-FILE REWRITE ERROR" HST-ST
                       MOVE HST-ST TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                 END-REWRITE
                 ADD 1 TO WS-LINKED-COUNT
           END-READ.
        H260-END. EXIT.

        H500-RECORD-LOAD-DATE.
           MOVE WS-BUSINESS-DATE TO HDT-LAST-DATE.
           OPEN OUTPUT HDT-FILE.
