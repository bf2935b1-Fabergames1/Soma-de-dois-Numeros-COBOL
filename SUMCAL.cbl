      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 10/15/2026
      * Purpose: SHARED BUSINESS-DAY LOOKUP. CALLED (DYNAMICALLY, BY
      *          NAME) WITH THE SUMCALLK PARAMETER BLOCK BY EVERY
      *          PROGRAM THAT HAS TO KNOW WHICH DAYS THE SHOP IS OPEN
      *          - THE POSTING RUN ROLLING EFFECTIVE DATES, THE
      *          MONTH-END CYCLE, THE PENDING FORECAST, THE DORMANCY
      *          PURGE. MONDAY TO FRIDAY ARE BUSINESS DAYS AND THE
      *          WEEKEND IS NOT, EXCEPT WHERE THE SUMCAL CALENDAR
      *          FILE (SUMCALRC) SAYS OTHERWISE. THE CALENDAR IS
      *          LOADED INTO A DATE-ORDERED TABLE ON THE FIRST CALL
      *          AND KEPT FOR THE REST OF THE STEP. A MISSING SUMCAL
      *          DD IS A WARNING AND THE WEEKEND RULE ALONE APPLIES;
      *          A CALENDAR THAT CANNOT BE READ, OR THAT OVERFLOWS
      *          THE TABLE, ENDS THE STEP RC=20.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMCAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO SUMCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY SUMCALRC.

       WORKING-STORAGE SECTION.
       01  WS-CALENDAR-STATUS   PIC X(02) VALUE ZEROS.
       01  WS-CAL-EOF-SWITCH    PIC X(01) VALUE "N".
           88  WS-CAL-EOF            VALUE "Y".
       01  WS-CAL-LOADED-SWITCH PIC X(01) VALUE "N".
           88  WS-CAL-LOADED         VALUE "Y".
       01  WS-YEAR-WARNED-SW    PIC X(01) VALUE "N".
           88  WS-YEAR-WARNED        VALUE "Y".
       01  WS-BUSINESS-DAY-SW   PIC X(01) VALUE "N".
           88  WS-IS-BUSINESS-DAY    VALUE "Y".
       01  WS-FOUND-SWITCH      PIC X(01) VALUE "N".
           88  WS-ENTRY-FOUND        VALUE "Y".

       01  WS-CAL-MAX           PIC 9(04) VALUE 1000.
       01  WS-CAL-COUNT         PIC 9(04) VALUE ZEROS.
       01  WS-CAL-SUB           PIC 9(04) VALUE ZEROS.
       01  WS-CAL-LOW           PIC 9(04) VALUE ZEROS.
       01  WS-CAL-HIGH          PIC 9(04) VALUE ZEROS.
       01  WS-CAL-LAST-YEAR     PIC 9(04) VALUE ZEROS.
       01  WS-CAL-READ-COUNT    PIC 9(05) VALUE ZEROS.
       01  WS-CAL-SKIP-COUNT    PIC 9(05) VALUE ZEROS.

      * NO RUN OF CLOSED DAYS IS LONGER THAN A MONTH - ANYTHING MORE IS
      * A CALENDAR KEYED WRONG, AND THE STEP IS TOLD SO RATHER THAN
      * LOOPING ON.
       01  WS-CLOSED-LIMIT      PIC 9(02) VALUE 31.
       01  WS-CLOSED-RUN        PIC 9(02) VALUE ZEROS.

       01  WS-WORK-DATE         PIC 9(08) VALUE ZEROS.
       01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
           05  WS-WORK-YYYY         PIC 9(04).
           05  WS-WORK-MM           PIC 9(02).
           05  WS-WORK-DD           PIC 9(02).
       01  WS-WORK-INTEGER      PIC 9(08) VALUE ZEROS.
       01  WS-END-INTEGER       PIC 9(08) VALUE ZEROS.
       01  WS-WEEKDAY           PIC 9(01) VALUE ZEROS.
       01  WS-DAYS-LEFT         PIC 9(05) VALUE ZEROS.
       01  WS-STEP              PIC S9(01) VALUE ZEROS.
       01  WS-START-MM          PIC 9(02) VALUE ZEROS.

       01  WS-CALENDAR-TABLE.
           05  WS-CAL-ENTRY OCCURS 1000 TIMES.
               10  WS-CAL-T-DATE    PIC 9(08).
               10  WS-CAL-T-TYPE    PIC X(01).

       LINKAGE SECTION.
           COPY SUMCALLK.

       PROCEDURE DIVISION USING CALENDAR-REQUEST.
       MAIN-PROCEDURE.
           IF NOT WS-CAL-LOADED
               PERFORM 1000-LOAD-CALENDAR
           END-IF
           MOVE ZEROS TO CALRQ-RETURN-CODE
           MOVE ZEROS TO CALRQ-RESULT-DATE
           MOVE ZEROS TO CALRQ-RESULT-DAYS
           MOVE "N" TO CALRQ-MONTH-END-SW
           IF FUNCTION TEST-DATE-YYYYMMDD(CALRQ-DATE) NOT = ZERO
               MOVE 08 TO CALRQ-RETURN-CODE
           ELSE
               PERFORM 1500-CHECK-CALENDAR-YEAR
               EVALUATE TRUE
                   WHEN CALRQ-NEXT-BUSINESS-DAY
                       PERFORM 2000-NEXT-BUSINESS-DAY
                   WHEN CALRQ-ADD-BUSINESS-DAYS
                       PERFORM 2100-ADD-BUSINESS-DAYS
                   WHEN CALRQ-COUNT-BUSINESS-DAYS
                       PERFORM 2200-COUNT-BUSINESS-DAYS
                   WHEN CALRQ-TEST-MONTH-END
                       PERFORM 2300-TEST-MONTH-END
                   WHEN OTHER
                       MOVE 08 TO CALRQ-RETURN-CODE
               END-EVALUATE
           END-IF
           GOBACK.

      * EACH GOOD ENTRY IS INSERTED IN DATE ORDER SO 2600 CAN
      * BINARY-SEARCH; A DATE KEYED TWICE KEEPS THE LATER RECORD.
       1000-LOAD-CALENDAR.
           MOVE "Y" TO WS-CAL-LOADED-SWITCH
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "35"
               DISPLAY "WARNING - NO SUMCAL CALENDAR, WEEKENDS ONLY "
                   "ARE CLOSED"
               MOVE "Y" TO WS-YEAR-WARNED-SW
           ELSE
               PERFORM 2900-CHECK-CALENDAR-STATUS
               PERFORM UNTIL WS-CAL-EOF
                   READ CALENDAR-FILE
                       AT END
                           MOVE "Y" TO WS-CAL-EOF-SWITCH
                       NOT AT END
                           PERFORM 2900-CHECK-CALENDAR-STATUS
                           ADD 1 TO WS-CAL-READ-COUNT
                           PERFORM 1100-STORE-CALENDAR-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
               IF WS-CAL-SKIP-COUNT > ZEROS
                   DISPLAY "WARNING - " WS-CAL-SKIP-COUNT
                       " SUMCAL RECORD(S) IGNORED"
               END-IF
           END-IF.

       1100-STORE-CALENDAR-ENTRY.
           IF CAL-DATE NOT NUMERIC
               OR (NOT CAL-HOLIDAY AND NOT CAL-BUSINESS-DAY)
               DISPLAY "WARNING - SUMCAL RECORD " WS-CAL-READ-COUNT
                   " NOT A DATE AND H/B DAY TYPE, IGNORED"
               ADD 1 TO WS-CAL-SKIP-COUNT
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(CAL-DATE) NOT = ZERO
                   DISPLAY "WARNING - SUMCAL RECORD "
                       WS-CAL-READ-COUNT " DATE " CAL-DATE
                       " IS NOT A CALENDAR DATE, IGNORED"
                   ADD 1 TO WS-CAL-SKIP-COUNT
               ELSE
                   MOVE CAL-DATE TO WS-WORK-DATE
                   PERFORM 2600-FIND-CALENDAR-ENTRY
                   IF WS-ENTRY-FOUND
                       DISPLAY "WARNING - SUMCAL DATE " CAL-DATE
                           " KEYED TWICE, LATER RECORD KEPT"
                       MOVE CAL-DAY-TYPE TO WS-CAL-T-TYPE(WS-CAL-SUB)
                   ELSE
                       PERFORM 1200-INSERT-CALENDAR-ENTRY
                   END-IF
               END-IF
           END-IF.

      * 2600 LEAVES WS-CAL-LOW ON THE SLOT THE NEW DATE BELONGS IN;
      * EVERYTHING FROM THERE UP MOVES ONE PLACE TO MAKE ROOM.
       1200-INSERT-CALENDAR-ENTRY.
           IF WS-CAL-COUNT NOT < WS-CAL-MAX
               DISPLAY "SEVERE ERROR - SUMCAL CALENDAR HAS MORE THAN "
                   WS-CAL-MAX " DATES, PURGE PAST YEARS"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CAL-COUNT TO WS-CAL-SUB
           PERFORM UNTIL WS-CAL-SUB < WS-CAL-LOW
               MOVE WS-CAL-ENTRY(WS-CAL-SUB)
                   TO WS-CAL-ENTRY(WS-CAL-SUB + 1)
               SUBTRACT 1 FROM WS-CAL-SUB
           END-PERFORM
           MOVE CAL-DATE TO WS-CAL-T-DATE(WS-CAL-LOW)
           MOVE CAL-DAY-TYPE TO WS-CAL-T-TYPE(WS-CAL-LOW)
           ADD 1 TO WS-CAL-COUNT
           IF WS-WORK-YYYY > WS-CAL-LAST-YEAR
               MOVE WS-WORK-YYYY TO WS-CAL-LAST-YEAR
           END-IF.

      * A DATE PAST THE LAST YEAR OPERATIONS HAS KEYED IS STILL
      * ANSWERED, BY THE WEEKEND RULE - BUT SAID ONCE, SO A CALENDAR
      * THAT WAS NOT EXTENDED FOR THE NEW YEAR IS NOTICED.
       1500-CHECK-CALENDAR-YEAR.
           MOVE CALRQ-DATE TO WS-WORK-DATE
           IF NOT WS-YEAR-WARNED
               AND WS-WORK-YYYY > WS-CAL-LAST-YEAR
               DISPLAY "WARNING - SUMCAL HAS NO HOLIDAYS FOR "
                   WS-WORK-YYYY ", WEEKENDS ONLY ARE CLOSED"
               MOVE "Y" TO WS-YEAR-WARNED-SW
           END-IF.

       2000-NEXT-BUSINESS-DAY.
           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE(CALRQ-DATE)
           MOVE +1 TO WS-STEP
           PERFORM 2400-ROLL-TO-BUSINESS-DAY
           IF CALRQ-OK
               MOVE WS-WORK-DATE TO CALRQ-RESULT-DATE
           END-IF.

       2100-ADD-BUSINESS-DAYS.
           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE(CALRQ-DATE)
           IF CALRQ-DAYS < ZERO
               MOVE -1 TO WS-STEP
               COMPUTE WS-DAYS-LEFT = ZERO - CALRQ-DAYS
           ELSE
               MOVE +1 TO WS-STEP
               MOVE CALRQ-DAYS TO WS-DAYS-LEFT
           END-IF
           MOVE CALRQ-DATE TO WS-WORK-DATE
           PERFORM UNTIL WS-DAYS-LEFT = ZEROS OR NOT CALRQ-OK
               COMPUTE WS-WORK-INTEGER = WS-WORK-INTEGER + WS-STEP
               PERFORM 2400-ROLL-TO-BUSINESS-DAY
               SUBTRACT 1 FROM WS-DAYS-LEFT
           END-PERFORM
           IF CALRQ-OK
               MOVE WS-WORK-DATE TO CALRQ-RESULT-DATE
           END-IF.

      * THE START DATE ITSELF IS NOT COUNTED, THE END DATE IS - SO A
      * FRIDAY TO THE FOLLOWING MONDAY IS ONE BUSINESS DAY.
       2200-COUNT-BUSINESS-DAYS.
           IF FUNCTION TEST-DATE-YYYYMMDD(CALRQ-TO-DATE) NOT = ZERO
               MOVE 08 TO CALRQ-RETURN-CODE
           ELSE
               COMPUTE WS-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CALRQ-DATE)
               COMPUTE WS-END-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CALRQ-TO-DATE)
               PERFORM UNTIL WS-WORK-INTEGER NOT < WS-END-INTEGER
                   ADD 1 TO WS-WORK-INTEGER
                   PERFORM 2500-TEST-BUSINESS-DAY
                   IF WS-IS-BUSINESS-DAY
                       ADD 1 TO CALRQ-RESULT-DAYS
                   END-IF
               END-PERFORM
           END-IF.

      * MONTH-END IS A BUSINESS DAY WHOSE NEXT BUSINESS DAY FALLS IN
      * ANOTHER MONTH.
       2300-TEST-MONTH-END.
           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE(CALRQ-DATE)
           PERFORM 2500-TEST-BUSINESS-DAY
           IF WS-IS-BUSINESS-DAY
               MOVE WS-WORK-MM TO WS-START-MM
               ADD 1 TO WS-WORK-INTEGER
               MOVE +1 TO WS-STEP
               PERFORM 2400-ROLL-TO-BUSINESS-DAY
               IF CALRQ-OK AND WS-WORK-MM NOT = WS-START-MM
                   MOVE "Y" TO CALRQ-MONTH-END-SW
               END-IF
           END-IF.

      * FROM WS-WORK-INTEGER, STEP WS-STEP DAYS AT A TIME UNTIL A
      * BUSINESS DAY, LEAVING IT IN WS-WORK-INTEGER/WS-WORK-DATE.
       2400-ROLL-TO-BUSINESS-DAY.
           MOVE ZEROS TO WS-CLOSED-RUN
           PERFORM 2500-TEST-BUSINESS-DAY
           PERFORM UNTIL WS-IS-BUSINESS-DAY OR NOT CALRQ-OK
               ADD 1 TO WS-CLOSED-RUN
               IF WS-CLOSED-RUN > WS-CLOSED-LIMIT
                   DISPLAY "WARNING - SUMCAL FOUND NO BUSINESS DAY "
                       "WITHIN A MONTH OF " CALRQ-DATE
                   MOVE 12 TO CALRQ-RETURN-CODE
               ELSE
                   COMPUTE WS-WORK-INTEGER =
                       WS-WORK-INTEGER + WS-STEP
                   PERFORM 2500-TEST-BUSINESS-DAY
               END-IF
           END-PERFORM.

      * DAY 1 OF THE INTEGER DATE SCALE, 01/01/1601, WAS A MONDAY, SO
      * THE REMAINDER BY 7 IS 1-5 MONDAY TO FRIDAY, 6 SATURDAY AND 0
      * SUNDAY. A CALENDAR ENTRY OVERRIDES THE WEEKEND RULE.
       2500-TEST-BUSINESS-DAY.
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-WORK-INTEGER, 7)
           IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
               MOVE "N" TO WS-BUSINESS-DAY-SW
           ELSE
               MOVE "Y" TO WS-BUSINESS-DAY-SW
           END-IF
           IF WS-CAL-COUNT > ZEROS
               PERFORM 2600-FIND-CALENDAR-ENTRY
               IF WS-ENTRY-FOUND
                   IF WS-CAL-T-TYPE(WS-CAL-SUB) = "H"
                       MOVE "N" TO WS-BUSINESS-DAY-SW
                   ELSE
                       MOVE "Y" TO WS-BUSINESS-DAY-SW
                   END-IF
               END-IF
           END-IF.

      * BINARY SEARCH FOR WS-WORK-DATE. FOUND: WS-CAL-SUB IS THE
      * ENTRY. NOT FOUND: WS-CAL-LOW IS WHERE IT WOULD BE INSERTED.
       2600-FIND-CALENDAR-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE 1 TO WS-CAL-LOW
           MOVE WS-CAL-COUNT TO WS-CAL-HIGH
           PERFORM UNTIL WS-ENTRY-FOUND OR WS-CAL-LOW > WS-CAL-HIGH
               COMPUTE WS-CAL-SUB = (WS-CAL-LOW + WS-CAL-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-CAL-T-DATE(WS-CAL-SUB) = WS-WORK-DATE
                       MOVE "Y" TO WS-FOUND-SWITCH
                   WHEN WS-CAL-T-DATE(WS-CAL-SUB) < WS-WORK-DATE
                       COMPUTE WS-CAL-LOW = WS-CAL-SUB + 1
                   WHEN OTHER
                       IF WS-CAL-SUB = 1
                           MOVE ZEROS TO WS-CAL-HIGH
                       ELSE
                           COMPUTE WS-CAL-HIGH = WS-CAL-SUB - 1
                       END-IF
               END-EVALUATE
           END-PERFORM.

       2900-CHECK-CALENDAR-STATUS.
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMCAL CALENDAR I/O FAILED, "
                   "STATUS " WS-CALENDAR-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.
