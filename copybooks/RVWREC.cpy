      *----------------------------------------------------------
      *    RVWREC - COMPLIANCE REVIEW RECORD LAYOUT FOR RVWFILE
      *    SHARED BY PBEGIDX (WRITES A HELD TRANSACTION, CONSUMES
      *    A RELEASE) AND PBEGWLR (THE OFFICER'S DECISIONS AND THE
      *    PENDING-REVIEW LIST)
      *
      *    ONE RECORD PER TRANSACTION STOPPED BY A WATCH-LIST HIT,
      *    KEYED BY THE ACCOUNT THE TRANSACTION WAS POSTED TO (THE
      *    SOURCE OF A 'T'), THE BUSINESS DATE IT WAS STOPPED AND A
      *    SEQUENCE WITHIN THAT ACCOUNT AND DAY. THE TRANSACTION
      *    ITSELF IS KEPT WHOLE, SO A RELEASE CAN SEND IT BACK
      *    THROUGH THE POSTING STREAM EXACTLY AS IT FIRST ARRIVED.
      *      STATUS     H  HELD - AWAITING THE OFFICER
      *                 R  RELEASED - SENT BACK TO POSTING
      *                 P  RELEASED AND SINCE POSTED
      *                 D  DECLINED - NEVER TO POST
      *      HIT-ID/DVZ THE ACCOUNT WHOSE HOLDER MATCHED (THE
      *                 TARGET ON A 'T', ELSE THE KEY ACCOUNT)
      *      HIT-NAME   THE NAME THAT MATCHED, IN SCREENING FORM
      *      WLT-       THE WATCH-LIST ENTRY IT MATCHED
      *      TXN-       THE STOPPED TRANSACTION
      *----------------------------------------------------------
       01  RVW-REC.
           03  RVW-KEY.
               05 RVW-ID             PIC S9(05) COMP-3.
               05 RVW-DVZ            PIC S9(03) COMP.
               05 RVW-HIT-DATE       PIC 9(08).
               05 RVW-SEQ            PIC 9(04).
           03  RVW-STATUS            PIC X(01).
               88 RVW-ST-HELD                  VALUE 'H'.
               88 RVW-ST-RELEASED              VALUE 'R'.
               88 RVW-ST-POSTED                VALUE 'P'.
               88 RVW-ST-DECLINED              VALUE 'D'.
           03  RVW-HIT-ID            PIC 9(05).
           03  RVW-HIT-DVZ           PIC 9(03).
           03  RVW-HIT-NAME.
               05 RVW-HIT-FNAME      PIC X(15).
               05 RVW-HIT-LNAME      PIC X(15).
           03  RVW-WLT-NAME.
               05 RVW-WLT-LNAME      PIC X(15).
               05 RVW-WLT-FNAME      PIC X(15).
           03  RVW-WLT-LIST          PIC X(01).
           03  RVW-WLT-REF           PIC X(15).
           03  RVW-TXN.
               05 RVW-TXN-FUNC       PIC X(01).
               05 RVW-TXN-ID-2       PIC 9(05).
               05 RVW-TXN-DVZ-2      PIC 9(03).
               05 RVW-TXN-FNAME      PIC X(15).
               05 RVW-TXN-LNAME      PIC X(15).
               05 RVW-TXN-DATE       PIC 9(08).
               05 RVW-TXN-AMOUNT     PIC S9(15) COMP-3.
      *    THE OFFICER'S DECISION - ZERO AND SPACES WHILE HELD -
      *    AND THE BUSINESS DATE A RELEASED ITEM FINALLY POSTED.
           03  RVW-DECIDE-DATE       PIC 9(08).
           03  RVW-OFFICER           PIC X(08).
           03  RVW-POST-DATE         PIC 9(08).
