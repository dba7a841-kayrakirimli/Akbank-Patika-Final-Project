      *----------------------------------------------------------
      *    TDPREC - TERM-DEPOSIT RECORD LAYOUT FOR TDPFILE
      *    SHARED BY PBEGTDM (MAINTENANCE), PBEGTDG (DAILY
      *    PLACEMENT AND MATURITY GENERATOR), PBEGTDC (POSTING
      *    CONFIRMATION), PBEGTDL (MATURITY LADDER), PBEGRKY
      *    (RE-KEY REFUSAL) AND PBEGRIC (INTEGRITY SWEEP)
      *
      *    ONE RECORD PER DEPOSIT, KEYED BY THE DEPOSIT NUMBER DATA
      *    CONTROL ASSIGNS ON THE ADD CARD. THE DEPOSIT IS LINKED
      *    TO ONE IDXFILE ACCOUNT: THE PLACEMENT IS DEBITED TO IT
      *    AND PRINCIPAL AND INTEREST ARE PAID BACK TO IT, ALWAYS
      *    THROUGH THE POSTING STREAM, SO THE DEPOSIT IS IN THE
      *    ACCOUNT'S CURRENCY AND AMOUNTS ARE IN ITS SMALLEST UNIT
      *    LIKE IDX-BALANCE. RATES ARE PERCENT PER ANNUM (0450000
      *    = 45.0000 PERCENT); INTEREST IS SIMPLE, ON CALENDAR DAYS
      *    OVER A 365-DAY YEAR. TDP-START-DATE AND TDP-MATURITY-DATE
      *    ARE SET WHEN THE PLACEMENT IS GENERATED (THE CARD'S
      *    VALUE DATE UNTIL THEN, MATURITY ZERO) AND MOVE ON ONE
      *    TERM AT EACH ROLLOVER.
      *
      *    TDP-PEND-ACTION/DATE/AMOUNT NAME THE POSTING PBEGTDG
      *    LAST PUT INTO THE STREAM FOR THE DEPOSIT UNTIL PBEGTDC
      *    HAS FOUND IT ON HSTFILE. A PAYMENT THAT NEVER POSTED
      *    (ACCOUNT FROZEN OR CLOSED) IS CARRIED IN TDP-OWED-AMT
      *    AND OFFERED AGAIN ON EVERY RUN UNTIL IT GOES THROUGH.
      *----------------------------------------------------------
       01  TDP-REC.
           03  TDP-KEY.
               05 TDP-NO             PIC 9(07).
           03  TDP-ID                PIC 9(05).
           03  TDP-DVZ               PIC 9(03).
           03  TDP-CURR              PIC X(03).
           03  TDP-PRINCIPAL         PIC S9(15) COMP-3.
           03  TDP-TERM-MONTHS       PIC 9(03).
           03  TDP-RATE              PIC 9(3)V9(4) COMP-3.
      *    POINTS TAKEN OFF TDP-RATE FOR THE DAYS HELD WHEN THE
      *    DEPOSIT IS BROKEN BEFORE MATURITY - FIXED AT PLACEMENT
      *    AND AT EACH ROLLOVER FROM THE RATE SHEET.
           03  TDP-PENALTY-RATE      PIC 9(3)V9(4) COMP-3.
           03  TDP-START-DATE        PIC 9(08).
           03  TDP-MATURITY-DATE     PIC 9(08).
           03  TDP-INSTR             PIC X(01).
               88 TDP-INSTR-PAYOUT             VALUE 'P'.
               88 TDP-INSTR-ROLL-PRINCIPAL     VALUE 'R'.
               88 TDP-INSTR-ROLL-ALL           VALUE 'A'.
           03  TDP-STATUS            PIC X(01).
               88 TDP-ST-PENDING               VALUE 'P'.
               88 TDP-ST-ACTIVE                VALUE 'A'.
               88 TDP-ST-BREAK-REQ             VALUE 'K'.
               88 TDP-ST-MATURED               VALUE 'M'.
               88 TDP-ST-BROKEN                VALUE 'B'.
               88 TDP-ST-CANCELLED             VALUE 'X'.
               88 TDP-ST-FAILED                VALUE 'F'.
               88 TDP-ST-LIVE                  VALUE 'A' 'K'.
      *    LAST BUSINESS DATE THE GENERATOR PROCESSED THE DEPOSIT -
      *    THE PER-DEPOSIT RERUN GUARD, AS STO-LAST-GEN IS.
           03  TDP-LAST-GEN          PIC 9(08).
           03  TDP-PEND-ACTION       PIC X(01).
               88 TDP-PEND-NONE                VALUE SPACE.
               88 TDP-PEND-PLACEMENT           VALUE 'P'.
               88 TDP-PEND-PAYMENT             VALUE 'C'.
           03  TDP-PEND-DATE         PIC 9(08).
           03  TDP-PEND-AMOUNT       PIC S9(15) COMP-3.
           03  TDP-OWED-AMT          PIC S9(15) COMP-3.
           03  TDP-ROLL-COUNT        PIC 9(03).
      *    INTEREST EARNED OVER THE LIFE OF THE DEPOSIT, PAID OUT
      *    OR ROLLED IN.
           03  TDP-INT-EARNED        PIC S9(15) COMP-3.
      *    BUSINESS DATE THE DEPOSIT MATURED, WAS BROKEN, CANCELLED
      *    OR FOUND UNFUNDED - ZERO WHILE IT IS PENDING OR LIVE.
           03  TDP-CLOSE-DATE        PIC 9(08).
