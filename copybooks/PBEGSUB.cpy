      *       'L' SETS THE AUTHORIZED OVERDRAFT LIMIT CARRIED IN
      *       WS-SUB-AMOUNT - AUDITED TO IDXAUD LIKE A FREEZE.
              88 WS-FUNC-SETLIMIT          VALUE 'L'.
      *       'H' PLACES AN AMOUNT HOLD ON THE ACCOUNT: AMOUNT IN
      *       WS-SUB-AMOUNT, REASON IN WS-SUB-FNAME, THE CALLER'S
      *       REFERENCE FOR THE HOLD IN WS-SUB-LNAME AND THE
      *       EXPIRY DATE IN WS-SUB-DATE (ZERO = UNTIL RELEASED).
      *       'K' RELEASES THE HOLD NAMED BY WS-SUB-LNAME. BOTH
      *       ARE AUDITED TO IDXAUD LIKE A FREEZE; NEITHER MOVES
      *       MONEY, BUT EVERY ACTIVE HOLD REDUCES THE AVAILABLE
      *       BALANCE 'B' AND 'T' ARE JUDGED AGAINST.
              88 WS-FUNC-PLACE-HOLD        VALUE 'H'.
              88 WS-FUNC-RELEASE-HOLD      VALUE 'K'.
      *       'V' REVERSES ONE EARLIER 'C', 'B' OR 'T' POSTING,
      *       NAMED BY ITS HSTFILE KEY: THE ACCOUNT IN WS-SUB-ID/
      *       WS-SUB-DVZ, THE POSTING DATE IN WS-SUB-DATE AND THE
      *       SEQUENCE IN WS-SUB-RVS-SEQ. THE EXACT OPPOSITE AMOUNT
      *       IS POSTED (BOTH LEGS OF A 'T', AT THE CONVERTED
      *       AMOUNT ORIGINALLY CREDITED) AND THE ORIGINAL IS
      *       MARKED REVERSED SO IT CAN NEVER BE REVERSED TWICE.
      *       WS-SUB-AMOUNT COMES BACK AS THE SIGNED EFFECT ON THE
      *       ACCOUNT.
              88 WS-FUNC-REVERSE           VALUE 'V'.
      *       'I' AND 'E' ARE CALLER-PROTOCOL FUNCTIONS, NEVER
      *       VALID ON INPFILE: 'I' OPENS PBEGIDX'S FILES ONCE AT
      *       THE START OF THE RUN AND 'E' CLOSES THEM ONCE AT THE
      *       UNCONVERTED CALLER KEEPS WORKING.
              88 WS-FUNC-INIT              VALUE 'I'.
              88 WS-FUNC-TERM              VALUE 'E'.
      *       'S' OPENS THE FILES LIKE 'I', SAME BUSINESS DATE IN
      *       WS-SUB-DATE, FOR A PROJECTION RUN: EVERY FILE IS
      *       OPENED INPUT AND NOTHING IS EVER WRITTEN. EACH CALL
      *       UNTIL THE 'E' IS EDITED BY THE SAME RULES AND GIVES
      *       THE SAME ANSWER A LIVE POSTING WOULD, AND THE ACCOUNTS
      *       IT WOULD HAVE CHANGED ARE CARRIED IN PBEGIDX'S MEMORY
      *       AS PROJECTED IMAGES, SO A LATER CALL AGAINST THE SAME
      *       ACCOUNT SEES THE PROJECTED BALANCE, STATUS AND HOLDS.
              88 WS-FUNC-SIM-INIT          VALUE 'S'.
           05 WS-SUB-ID             PIC 9(05).
           05 WS-SUB-DVZ            PIC 9(03).
      *    TARGET ACCOUNT OF A 'T' TRANSFER - ZERO ON EVERY OTHER
      *       05 AUDIT RECORD COLLISION ON WRITE, 06 TRANSFER
      *       SOURCE AND TARGET IDENTICAL, 07 ACCOUNT FROZEN,
      *       08 ACCOUNT CLOSED, 09 CLOSE REFUSED ON A NONZERO
      *       BALANCE (CLOSE OR DELETE ALSO REFUSED WHILE HOLDS ARE
      *       IN FORCE), 10 NO USABLE EXCHANGE RATE FOR A
      *       CROSS-CURRENCY TRANSFER LEG, 11 NEGATIVE OVERDRAFT
      *       LIMIT REFUSED, 12 FUNDS COVERED ONLY BY AMOUNTS ON
      *       HOLD (AVAILABLE BALANCE SHORT), 13 HOLD REFUSED -
      *       NO REFERENCE, AMOUNT NOT POSITIVE OR EXPIRY ALREADY
      *       PAST, 14 REVERSAL REFUSED - ENTRY ALREADY REVERSED,
      *       ITSELF A REVERSAL, NOT A 'C'/'B'/'T', THE TARGET
      *       LEG OF A TRANSFER OR A TRANSFER WITH NO LINKED
      *       TARGET LEG, 15 ACCOUNT OPEN REFUSED - CUSTOMER ID
      *       NOT ON THE CUSTOMER INFORMATION FILE, 16 HELD FOR
      *       COMPLIANCE REVIEW - A NAME ON THE TRANSACTION MATCHES
      *       THE WATCH LIST; NOTHING POSTED, THE TRANSACTION WAITS
      *       ON RVWFILE FOR THE OFFICER - ALL ORDINARY
      *       BUSINESS OUTCOMES, NEVER A REASON TO TAKE THE
      *       CALLER'S WHOLE RUN DOWN. KEPT OUT OF THE 90-99
      *       IMPLEMENTOR-DEFINED FILE-STATUS BAND SO THEY CAN
      *       IN PBEGIDX).
              88 WS-SUB-RC-BUSINESS-REJECT  VALUE 01 02 03 04 05
                                                  06 07 08 09 10
                                                  11 12 13
                                                  14 15 16.
           05 WS-SUB-DESC           PIC X(30).
           05 WS-SUB-FNAME          PIC X(15).
      *    ON 'V' THE FIRST-NAME FIELD CARRIES THE HSTFILE SEQUENCE
      *    OF THE POSTING TO BE REVERSED.
           05 WS-SUB-RVS REDEFINES WS-SUB-FNAME.
              10 WS-SUB-RVS-SEQ     PIC 9(04).
              10 FILLER             PIC X(11).
           05 WS-SUB-LNAME          PIC X(15).
           05 WS-SUB-DATE           PIC 9(08).
           05 WS-SUB-AMOUNT         PIC S9(15) COMP-3.
