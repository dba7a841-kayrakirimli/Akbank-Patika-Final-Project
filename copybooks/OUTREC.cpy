           03 OUT-BALANCE        PIC S9(15) SIGN LEADING SEPARATE.
           03 OUT-FILLER-DESC    PIC X(7) VALUE "DESC: ".
           03 OUT-DESC           PIC X(30).
      *    ON A 'V' REVERSAL THE DESCRIPTION NAMES THE ENTRY
      *    REVERSED - ITS FUNCTION, POSTING DATE AND SEQUENCE ON
      *    HSTFILE UNDER THE SAME ACCOUNT. OUT-AMOUNT IS THE SIGNED
      *    EFFECT OF THE REVERSAL ON THE ACCOUNT; A REVERSED 'T'
      *    ALSO FILLS OUT-XFER-DATA AS A TRANSFER DOES, WITH THE
      *    TARGET AMOUNT NEGATIVE (MONEY TAKEN BACK FROM THE
      *    TARGET AT THE RATE ORIGINALLY APPLIED).
           03 OUT-RVS-DESC REDEFINES OUT-DESC.
              05 OUT-RVS-LABEL      PIC X(09).
              05 OUT-RVS-ORIG-FUNC  PIC X(01).
              05 FILLER             PIC X(01).
              05 OUT-RVS-ORIG-DATE  PIC 9(08).
              05 FILLER             PIC X(01).
              05 OUT-RVS-ORIG-SEQ   PIC 9(04).
              05 FILLER             PIC X(06).
           03 OUT-FILLER-DATA    PIC X(7) VALUE "DATA: ".
           03 OUT-DATA.
              05 OUT-FNAME-FROM  PIC X(15).
