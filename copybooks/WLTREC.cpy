      *----------------------------------------------------------
      *    WLTREC - WATCH-LIST ENTRY LAYOUT FOR WLTAB
      *    SHARED BY PBEGWLM (MAINTENANCE), PBEGIDX (SCREENING OF
      *    'W', 'U' AND THE TARGET OF 'T') AND PBEGWLS (BATCH
      *    RESCREEN OF THE WHOLE MASTER)
      *
      *    ONE RECORD PER LISTED NAME, KEYED BY THE NAME ITSELF IN
      *    SCREENING FORM: UPPER CASE WITH EVERY SPACE SQUEEZED
      *    OUT, THE SAME TREATMENT A 'U' GIVES AN ACCOUNT NAME, SO
      *    'ABDUL RAHMAN' AND 'ABDULRAHMAN' ARE ONE NAME. A BLANK
      *    FIRST NAME LISTS THE SURNAME (OR AN ENTITY NAME CARRIED
      *    IN THE SURNAME) AGAINST ANY FIRST NAME.
      *      LIST      S = SANCTIONS LIST, I = INTERNAL WATCH LIST
      *      REF       THE LIST'S OWN REFERENCE FOR THE ENTRY
      *      ADD-DATE  DATE THE ENTRY WENT ON THE TABLE
      *      CHG-DATE  DATE OF THE LAST APPLIED CHANGE
      *----------------------------------------------------------
       01  WLT-REC.
           03  WLT-KEY.
               05 WLT-LNAME          PIC X(15).
               05 WLT-FNAME          PIC X(15).
           03  WLT-LIST              PIC X(01).
               88 WLT-LIST-SANCTIONS           VALUE 'S'.
               88 WLT-LIST-INTERNAL            VALUE 'I'.
           03  WLT-REF               PIC X(15).
           03  WLT-ADD-DATE          PIC 9(08).
           03  WLT-CHG-DATE          PIC 9(08).
