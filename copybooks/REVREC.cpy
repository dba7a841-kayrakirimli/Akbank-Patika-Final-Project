      *----------------------------------------------------------
      *    REVREC - MONTH-END REVALUATION HISTORY RECORD LAYOUT FOR
      *    REVHST, WRITTEN AND READ BACK BY PBEGFXV
      *
      *    ONE RECORD PER DIVISION PER FOREIGN CURRENCY PER MONTH
      *    REVALUED, KEYED SO A FORWARD BROWSE FROM (DIVISION,
      *    CURRENCY, ZERO PERIOD) VISITS THE PAIR'S MONTHS IN
      *    ORDER - THE PRIOR REVALUATION IS THE LATEST RECORD
      *    BEFORE THE PERIOD BEING RUN, THE SAME EFFECTIVE-DATING
      *    BROWSE FXRTAB USES. AMOUNTS ARE IN THE SMALLEST UNIT
      *    LIKE IDX-BALANCE: REV-FACE-BAL IN THE FOREIGN CURRENCY,
      *    REV-LIRA-VALUE AND REV-REVAL-DIFF IN LIRA. REV-REVAL-DIFF
      *    IS THE UNREALIZED MOVEMENT FOR THE MONTH, POSITIVE WHEN
      *    THE LIRA VALUE OF THE CUSTOMER BALANCES WENT UP. ZERO
      *    REV-PRIOR-RATE MARKS THE PAIR'S FIRST REVALUATION, WHICH
      *    ONLY ESTABLISHES THE BASELINE.
      *----------------------------------------------------------
       01  REV-REC.
           03  REV-KEY.
               05 REV-DVZ            PIC 9(03).
               05 REV-CURR           PIC X(03).
               05 REV-PERIOD         PIC 9(06).
           03  REV-DATE              PIC 9(08).
           03  REV-ACCT-COUNT        PIC 9(08).
           03  REV-FACE-BAL          PIC S9(15) COMP-3.
           03  REV-RATE              PIC 9(7)V9(6) COMP-3.
           03  REV-LIRA-VALUE        PIC S9(15) COMP-3.
           03  REV-PRIOR-RATE        PIC 9(7)V9(6) COMP-3.
           03  REV-REVAL-DIFF        PIC S9(15) COMP-3.
           03  REV-RUN-DATE          PIC 9(08).
