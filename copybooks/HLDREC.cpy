      *----------------------------------------------------------
      *    HLDREC - AMOUNT HOLD RECORD LAYOUT FOR HLDFILE
      *    SHARED BY PBEGIDX (PLACE/RELEASE), PBEGHLD (EXPIRY
      *    AND OUTSTANDING-HOLDS REPORT) AND PBEGRKY
      *
      *    ONE RECORD PER HOLD, KEYED BY THE ACCOUNT AND THE
      *    CALLER'S OWN REFERENCE FOR IT (CARD PRE-AUTHORIZATION
      *    NUMBER, GARNISHMENT ORDER NUMBER, LOAN NUMBER ...) -
      *    THE SAME REFERENCE RELEASES IT. THE AMOUNT IS IN THE
      *    ACCOUNT'S OWN CURRENCY. A HOLD IS IN FORCE FROM THE
      *    DAY IT IS PLACED THROUGH ITS EXPIRY DATE INCLUSIVE;
      *    ZERO EXPIRY MEANS UNTIL EXPLICITLY RELEASED. A RELEASED
      *    OR EXPIRED HOLD IS DELETED - ITS TRAIL IS ON IDXAUD.
      *----------------------------------------------------------
       01  HLD-REC.
           03  HLD-KEY.
               05 HLD-ID              PIC S9(05) COMP-3.
               05 HLD-DVZ             PIC S9(03) COMP.
               05 HLD-REF             PIC X(15).
           03  HLD-REASON             PIC X(15).
           03  HLD-AMOUNT             PIC S9(15) COMP-3.
           03  HLD-PLACED-DATE        PIC S9(8)  COMP-3.
           03  HLD-EXP-DATE           PIC S9(8)  COMP-3.
