      *----------------------------------------------------------
      *    CIFREC - CUSTOMER INFORMATION RECORD LAYOUT FOR CIFFILE
      *    SHARED BY PBEGCIM (MAINTENANCE), PBEGIDX (THE 'W' OPEN
      *    CHECK), PBEGRKY AND THE CUSTOMER-FACING REPORTS
      *    (PBEGMST, PBEGLTR, PBEGDOR)
      *
      *    ONE RECORD PER CUSTOMER, KEYED BY THE SAME CUSTOMER ID
      *    IDX-ID CARRIES - ONE CUSTOMER, ANY NUMBER OF ACCOUNTS
      *    ACROSS THE DIVISIONS. AN ACCOUNT CAN ONLY BE OPENED FOR
      *    A CUSTOMER ALREADY ON THIS FILE. THE NAME HERE IS THE
      *    LEGAL NAME THE STATEMENTS AND THE REGULATORY REPORTS
      *    PRINT; IDX-FNAME/IDX-LNAME STAY THE ACCOUNT TITLE.
      *      NATL-ID      11-DIGIT NATIONAL IDENTITY NUMBER
      *      BIRTH-DATE   YYYYMMDD
      *      ADDR-1/2     STREET LINES OF THE MAILING ADDRESS
      *      OPEN-DATE    DATE THE CUSTOMER WAS ADDED
      *      CHG-DATE     DATE OF THE LAST APPLIED CHANGE
      *----------------------------------------------------------
       01  CIF-REC.
           03  CIF-KEY.
               05 CIF-ID             PIC S9(05) COMP-3.
           03  CIF-FULL-NAME.
               05 CIF-FNAME          PIC X(15).
               05 CIF-LNAME          PIC X(15).
           03  CIF-NATL-ID           PIC X(11).
           03  CIF-BIRTH-DATE        PIC 9(08).
           03  CIF-ADDRESS.
               05 CIF-ADDR-1         PIC X(30).
               05 CIF-ADDR-2         PIC X(30).
               05 CIF-CITY           PIC X(20).
               05 CIF-POST-CODE      PIC X(05).
           03  CIF-PHONE             PIC X(15).
           03  CIF-OPEN-DATE         PIC 9(08).
           03  CIF-CHG-DATE          PIC 9(08).
