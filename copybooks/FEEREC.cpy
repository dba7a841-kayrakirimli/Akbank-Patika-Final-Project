      *----------------------------------------------------------
      *    FEEREC - FEE SCHEDULE RECORD LAYOUT FOR FEETAB
      *    SHARED BY PBEGFEE (CHARGE GENERATOR) AND PBEGFEM
      *    (MAINTENANCE)
      *
      *    ONE RECORD PER DIVISION. A DIVISION WITH NO RECORD ON
      *    THE TABLE IS NOT CHARGED AT ALL. EVERY AMOUNT IS IN
      *    LIRA - A FOREIGN-CURRENCY ACCOUNT IS CHARGED THE
      *    EQUIVALENT AT THE FXRTAB RATE IN FORCE ON THE BUSINESS
      *    DATE. A ZERO AMOUNT SWITCHES THAT CHARGE OFF.
      *      MAINT-AMT    FLAT MONTHLY MAINTENANCE FEE
      *      DEBIT-AMT    PER 'B' DEBIT POSTED IN THE MONTH
      *      XFER-AMT     PER 'T' TRANSFER SENT IN THE MONTH
      *      OD-DAY-AMT   PER CALENDAR DAY THE ACCOUNT IS
      *                   OVERDRAWN (FROM IDX-OD-DATE)
      *      WAIVE-BAL    MINIMUM BALANCE THAT WAIVES THE MONTHLY
      *                   MAINTENANCE AND ITEM CHARGES WHEN THE
      *                   ACCOUNT NEVER DROPPED BELOW IT IN THE
      *                   MONTH - ZERO MEANS NO WAIVER
      *----------------------------------------------------------
       01  FEE-REC.
           03  FEE-DVZ               PIC S9(03) COMP.
           03  FEE-MAINT-AMT         PIC S9(15) COMP-3.
           03  FEE-DEBIT-AMT         PIC S9(15) COMP-3.
           03  FEE-XFER-AMT          PIC S9(15) COMP-3.
           03  FEE-OD-DAY-AMT        PIC S9(15) COMP-3.
           03  FEE-WAIVE-BAL         PIC S9(15) COMP-3.
