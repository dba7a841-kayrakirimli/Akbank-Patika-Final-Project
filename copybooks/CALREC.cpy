      *----------------------------------------------------------
      *    CALREC - BUSINESS-DAY CALENDAR ENTRY LAYOUT FOR CALTAB
      *    SHARED BY PBEGCLM (MAINTENANCE) AND PBEGCAL (THE
      *    CALENDAR ROUTINE EVERY DATE-DRIVEN PROGRAM CALLS)
      *
      *    MONDAY TO FRIDAY ARE BUSINESS DAYS AND SATURDAY AND
      *    SUNDAY ARE NOT, UNLESS THIS FILE SAYS OTHERWISE - ONE
      *    RECORD PER EXCEPTION, KEYED BY THE DATE:
      *      TYPE H   A WEEKDAY THE BANK IS CLOSED (PUBLIC OR BANK
      *               HOLIDAY, ADMINISTRATIVE LEAVE DAY)
      *      TYPE W   A WEEKEND DAY THE BANK IS OPEN (A DAY WORKED
      *               IN EXCHANGE FOR A BRIDGE HOLIDAY)
      *      DESC     WHAT THE DAY IS, FOR THE REPORTS
      *      ADD-DATE DATE THE ENTRY WENT ON THE FILE
      *      CHG-DATE DATE OF THE LAST APPLIED CHANGE
      *----------------------------------------------------------
       01  CAL-REC.
           03  CAL-KEY.
               05 CAL-DATE           PIC 9(08).
           03  CAL-TYPE              PIC X(01).
               88 CAL-TYPE-HOLIDAY             VALUE 'H'.
               88 CAL-TYPE-WORKING             VALUE 'W'.
           03  CAL-DESC              PIC X(30).
           03  CAL-ADD-DATE          PIC 9(08).
           03  CAL-CHG-DATE          PIC 9(08).
