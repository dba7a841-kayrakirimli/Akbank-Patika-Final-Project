      *----------------------------------------------------------
      *    AUDREC - BEFORE-IMAGE AUDIT RECORD LAYOUT FOR IDXAUD
      *    SHARED BY PBEGIDX AND PBEGRKY (WRITERS), PBEGAUD AND
      *    PBEGRIC (READERS) AND PBEGAPG (ARCHIVE AND PURGE)
      *----------------------------------------------------------
       01  AUD-REC.
           03  AUD-KEY.
      *    ACROSS THE MOVE IN EITHER DIRECTION.
           03  AUD-XREF-ID            PIC S9(05) COMP-3.
           03  AUD-XREF-DVZ           PIC S9(03) COMP.
      *    HOLD PLACED OR RELEASED - FILLED ONLY ON THE 'H' AND
      *    'K' ACTIONS, SPACES AND ZERO ON EVERY OTHER. THE REST
      *    OF THE IMAGE IS THE ACCOUNT AS IT STOOD, AS ALWAYS.
           03  AUD-HLD-REF            PIC X(15).
           03  AUD-HLD-REASON         PIC X(15).
           03  AUD-HLD-AMOUNT         PIC S9(15) COMP-3.
           03  AUD-HLD-EXP-DATE       PIC S9(8)  COMP-3.
