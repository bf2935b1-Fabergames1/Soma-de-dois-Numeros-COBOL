      ******************************************************************
      * SUMCAL BUSINESS-DAY CALENDAR RECORD - LRECL 80
      * MONDAY TO FRIDAY ARE BUSINESS DAYS AND SATURDAY AND SUNDAY ARE
      * NOT, UNLESS THE CALENDAR SAYS OTHERWISE: ONE RECORD PER
      * EXCEPTION DATE - H A HOLIDAY (A WEEKDAY THE SHOP IS CLOSED),
      * B A BUSINESS DAY (A WEEKEND DAY THE SHOP IS OPEN). OPERATIONS
      * ADDS EACH YEAR'S HOLIDAYS BEFORE THE YEAR STARTS; THE RECORDS
      * NEED NOT BE IN DATE ORDER. READ ONLY THROUGH THE SUMCAL
      * LOOKUP (SUMCALLK).
      ******************************************************************
       01  CALENDAR-RECORD.
           05  CAL-DATE             PIC 9(08).
           05  CAL-DAY-TYPE         PIC X(01).
               88  CAL-HOLIDAY           VALUE "H".
               88  CAL-BUSINESS-DAY      VALUE "B".
           05  CAL-DESCRIPTION      PIC X(30).
           05  FILLER               PIC X(41).
