      ******************************************************************
      * SUMCAL BUSINESS-DAY LOOKUP - PARAMETER BLOCK
      * EVERY PROGRAM THAT NEEDS BUSINESS-DAY DATE ARITHMETIC CALLS
      * THE SUMCAL SUBPROGRAM WITH THIS BLOCK, SO THE WHOLE SYSTEM
      * AGREES ON WHICH DAYS ARE BUSINESS DAYS. THE CALLER'S STEP NEEDS
      * A SUMCAL DD (THE CALENDAR FILE, SUMCALRC); IT IS LOADED ON THE
      * FIRST CALL. DATES ARE YYYYMMDD.
      *   N - CALRQ-RESULT-DATE = CALRQ-DATE ROLLED FORWARD TO THE
      *       NEXT BUSINESS DAY (CALRQ-DATE ITSELF IF IT IS ONE)
      *   A - CALRQ-RESULT-DATE = CALRQ-DAYS BUSINESS DAYS AFTER
      *       CALRQ-DATE (BEFORE IT WHEN CALRQ-DAYS IS NEGATIVE)
      *   C - CALRQ-RESULT-DAYS = BUSINESS DAYS AFTER CALRQ-DATE UP TO
      *       AND INCLUDING CALRQ-TO-DATE (ZERO WHEN NOT LATER)
      *   M - CALRQ-MONTH-END-SW = Y WHEN CALRQ-DATE IS THE LAST
      *       BUSINESS DAY OF ITS MONTH
      * CALRQ-RETURN-CODE 00 = DONE, 08 = A DATE THAT IS NOT A VALID
      * CALENDAR DATE OR AN UNKNOWN FUNCTION, 12 = NO BUSINESS DAY
      * WITHIN A MONTH OF THE DATE (A CALENDAR THAT HAS GONE WRONG).
      ******************************************************************
       01  CALENDAR-REQUEST.
           05  CALRQ-FUNCTION       PIC X(01).
               88  CALRQ-NEXT-BUSINESS-DAY   VALUE "N".
               88  CALRQ-ADD-BUSINESS-DAYS   VALUE "A".
               88  CALRQ-COUNT-BUSINESS-DAYS VALUE "C".
               88  CALRQ-TEST-MONTH-END      VALUE "M".
           05  CALRQ-DATE           PIC 9(08).
           05  CALRQ-TO-DATE        PIC 9(08).
           05  CALRQ-DAYS           PIC S9(05).
           05  CALRQ-RESULT-DATE    PIC 9(08).
           05  CALRQ-RESULT-DAYS    PIC S9(05).
           05  CALRQ-MONTH-END-SW   PIC X(01).
               88  CALRQ-IS-MONTH-END        VALUE "Y".
           05  CALRQ-RETURN-CODE    PIC 9(02).
               88  CALRQ-OK                  VALUE 00.
               88  CALRQ-BAD-DATE            VALUE 08.
               88  CALRQ-NO-BUSINESS-DAY     VALUE 12.
