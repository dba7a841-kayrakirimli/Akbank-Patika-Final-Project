      *----------------------------------------------------------
      *    TDRREC - TERM-DEPOSIT RATE SHEET RECORD FOR TDRATE
      *    SHARED BY PBEGTDM (RATE FOR A NEW DEPOSIT) AND PBEGTDG
      *    (CURRENT RATE FOR A ROLLOVER)
      *
      *    ONE CARD PER CURRENCY AND TERM THE BANK OFFERS, KEPT BY
      *    TREASURY AND REPLACED WHOLE WHEN RATES CHANGE, AS
      *    INTRATE IS FOR PBEGINT. A TERM NOT ON THE SHEET IS NOT
      *    OFFERED. RATES ARE PERCENT PER ANNUM, E.G. 0450000 =
      *    45.0000 PERCENT; TDR-PENALTY-RATE IS THE POINTS TAKEN OFF
      *    THE AGREED RATE ON AN EARLY BREAK. BLANK CURRENCY IS
      *    NOT USED - LIRA IS 'TRY'.
      *----------------------------------------------------------
       01  TDR-REC.
           05 TDR-CURR              PIC X(03).
           05 TDR-TERM-MONTHS       PIC 9(03).
           05 TDR-RATE              PIC 9(3)V9(4).
           05 TDR-PENALTY-RATE      PIC 9(3)V9(4).
           05 FILLER                PIC X(60).
