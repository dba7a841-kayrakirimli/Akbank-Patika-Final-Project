      *----------------------------------------------------------
      *    HSTREC - TRANSACTION HISTORY RECORD LAYOUT FOR HSTFILE
      *    SHARED BY PBEGHST (DAILY LOADER), PBEGMST (STATEMENT
      *    PRINTER), PBEGIDX (REVERSAL LOOKUP AND LINK), PBEGFEE
      *    (ITEM COUNTS, LOWEST BALANCE), PBEGTDC (POSTING
      *    CONFIRMATION) AND PBEGRIC (INTEGRITY SWEEP)
      *
      *    ONE RECORD PER SUCCESSFUL MONETARY POSTING, KEYED BY
      *    ACCOUNT, POSTING (BUSINESS) DATE AND A SEQUENCE NUMBER
      *    GETS A RECORD OF ITS OWN UNDER THE TARGET ACCOUNT.
      *    HST-BALANCE IS THE BALANCE AFTER THE POSTING, SO THE
      *    BALANCE BEFORE IT IS ALWAYS HST-BALANCE - HST-AMOUNT.
      *
      *    A REVERSAL ('V') IS AN ENTRY OF ITS OWN, NEVER AN UPDATE
      *    OF THE AMOUNT IT REVERSES: THE ORIGINAL IS FLAGGED 'R'
      *    AND THE REVERSAL 'V', EACH CARRYING THE DATE/SEQUENCE OF
      *    THE OTHER UNDER THE SAME ACCOUNT, SO THE PAIR CAN BE
      *    FOUND FROM EITHER SIDE. BOTH LEGS OF A TRANSFER CARRY
      *    THE ACCOUNT AND SEQUENCE OF THE OTHER LEG (SAME POSTING
      *    DATE). ALL LINK FIELDS ARE DISPLAY SO RECORDS CONVERTED
      *    FROM THE SHORTER LAYOUT (SPACE-FILLED) TEST NOT NUMERIC
      *    AND ARE TREATED AS UNLINKED.
      *----------------------------------------------------------
       01  HST-REC.
           03  HST-KEY.
           03  HST-AMOUNT            PIC S9(15) COMP-3.
           03  HST-BALANCE           PIC S9(15) COMP-3.
           03  HST-DESC              PIC X(30).
           03  HST-LINK-FLAG         PIC X(01).
               88 HST-LINK-NONE              VALUE SPACE.
               88 HST-LINK-REVERSED          VALUE 'R'.
               88 HST-LINK-REVERSAL          VALUE 'V'.
           03  HST-LINK-DATE         PIC 9(08).
           03  HST-LINK-SEQ          PIC 9(04).
           03  HST-XFER-ID           PIC 9(05).
           03  HST-XFER-DVZ          PIC 9(03).
           03  HST-XFER-SEQ          PIC 9(04).
