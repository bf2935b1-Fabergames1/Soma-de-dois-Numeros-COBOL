      *          THE SUMPND GENERATION THE NIGHT'S RUN JUST WROTE AND
      *          OPENS UP THE BLACK BOX BEHIND THE ONE-LINE "PENDING
      *          STILL HELD" COUNT: HELD TRANSACTIONS GROUPED BY
      *          RELEASE DATE - SUMIN-EFF-DATE ROLLED TO THE NEXT
      *          BUSINESS DAY ON THE SUMCAL CALENDAR, AS THE POSTING
      *          RUN ROLLS IT - WITH COUNT AND VALUE PER RELEASE DATE
      *          (VALUE IS THE WOULD-BE WS-N3, COMPUTED WITH THE
      *          SAME A/S/M ARITHMETIC THE POSTING RUN WILL APPLY),
      *          THE BUSINESS DAYS UNTIL EACH RELEASE, A STALE FLAG
      *          ON ANY DATE ALREADY DUE - WHICH MEANS A RELEASE WAS
      *          MISSED - AND A FORECAST OF RELEASE VOLUME OVER THE
      *          NEXT SEVEN BUSINESS DAYS SO A HEAVY NIGHT IS SEEN
      *          COMING. WRITES SUMPNR; ENDS RC=4 WHEN ANY STALE
      *          RECORDS ARE HELD.
      * Tectonics: cobc
               10  WS-FC-REC-COUNT  PIC 9(07).
               10  WS-FC-VALUE      PIC S9(13)V99.

       01  WS-RELEASE-DATE      PIC 9(08) VALUE ZEROS.
       01  WS-CALENDAR-PGM      PIC X(08) VALUE "SUMCAL".
           COPY SUMCALLK.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY         PIC 9(04).
           05  FILLER               PIC X(12) VALUE "  AGING     ".
           05  FILLER               PIC X(29) VALUE SPACES.

       01  WS-AGING-DUE-TEXT.
           05  FILLER               PIC X(03) VALUE "IN ".
           05  AD-BUS-DAYS          PIC ZZZ9.
           05  FILLER               PIC X(09) VALUE " BUS DAYS".

       01  WS-PND-DETAIL-LINE.
           05  PD-EFF-DATE          PIC 9(08).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(34) VALUE SPACES.

       01  WS-FC-HEADER-LINE.
           05  FILLER               PIC X(42) VALUE
               "SEVEN-BUSINESS-DAY RELEASE VOLUME FORECAST".
           05  FILLER               PIC X(38) VALUE SPACES.

       01  WS-FC-DETAIL-LINE.
           05  FC-DATE              PIC 9(08).
           MOVE WS-CURR-MM TO WS-REPORT-MM
           MOVE WS-CURR-DD TO WS-REPORT-DD
           MOVE WS-CURR-YYYY TO WS-REPORT-YYYY
           PERFORM 1100-PRIME-FORECAST-TABLE
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
           WRITE PENDING-RPT-RECORD FROM WS-PND-HEADER-2
           PERFORM 2900-CHECK-RPT-STATUS.

      * THE FORECAST DAYS ARE THE NEXT SEVEN BUSINESS DAYS - NOTHING
      * IS EVER RELEASED ON A WEEKEND OR HOLIDAY, SO THOSE NEVER SHOW.
       1100-PRIME-FORECAST-TABLE.
           MOVE 1 TO WS-FC-SUB
           PERFORM UNTIL WS-FC-SUB > 7
               MOVE "A" TO CALRQ-FUNCTION
               MOVE WS-CURRENT-DATE-N TO CALRQ-DATE
               MOVE WS-FC-SUB TO CALRQ-DAYS
               CALL WS-CALENDAR-PGM USING CALENDAR-REQUEST
               IF NOT CALRQ-OK
                   DISPLAY "SEVERE ERROR - SUMCAL LOOKUP FAILED, RC "
                       CALRQ-RETURN-CODE
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CALRQ-RESULT-DATE TO WS-FC-DATE(WS-FC-SUB)
               MOVE ZEROS TO WS-FC-REC-COUNT(WS-FC-SUB)
               MOVE ZEROS TO WS-FC-VALUE(WS-FC-SUB)
               ADD 1 TO WS-FC-SUB
       2000-GROUP-HELD-RECORD.
           IF SUMIN-DETAIL AND SUMIN-EFF-DATE NUMERIC
               ADD 1 TO WS-HELD-COUNT
               PERFORM 2050-ROLL-RELEASE-DATE
               PERFORM 2100-COMPUTE-HELD-VALUE
               PERFORM 2200-TALLY-RELEASE-DATE
               IF WS-RELEASE-DATE NOT GREATER THAN WS-CURRENT-DATE-N
                   ADD 1 TO WS-STALE-COUNT
                   MOVE "Y" TO WS-STALE-SWITCH
               END-IF
                   "WAREHOUSE, NOT GROUPED"
           END-IF.

      * THE SAME ROLL THE POSTING RUN APPLIES BEFORE IT RELEASES: A
      * WEEKEND OR HOLIDAY EFFECTIVE DATE RELEASES ON THE NEXT
      * BUSINESS DAY. A DATE SUMCAL CANNOT PLACE IS TAKEN AS KEYED.
       2050-ROLL-RELEASE-DATE.
           MOVE SUMIN-EFF-DATE TO WS-RELEASE-DATE
           MOVE "N" TO CALRQ-FUNCTION
           MOVE SUMIN-EFF-DATE TO CALRQ-DATE
           CALL WS-CALENDAR-PGM USING CALENDAR-REQUEST
           IF CALRQ-OK
               MOVE CALRQ-RESULT-DATE TO WS-RELEASE-DATE
           END-IF.

       2100-COMPUTE-HELD-VALUE.
           MOVE "N" TO WS-VALUE-KNOWN-SW
           MOVE ZEROS TO WS-N3
                           NOT ON SIZE ERROR
                               MOVE "Y" TO WS-VALUE-KNOWN-SW
                       END-COMPUTE
      * A TRANSFER'S TWO LEGS NET TO ZERO - IT MOVES VALUE BETWEEN
      * ACCOUNTS BUT ADDS NOTHING TO THE NIGHT'S CONTROL TOTAL.
                   WHEN "T"
                       MOVE ZEROS TO WS-N3
                       MOVE "Y" TO WS-VALUE-KNOWN-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           MOVE 1 TO WS-GRP-SUB
           PERFORM UNTIL WS-GRP-FOUND
                   OR WS-GRP-SUB > WS-GRP-COUNT
               IF WS-GRP-EFF-DATE(WS-GRP-SUB) = WS-RELEASE-DATE
                   MOVE "Y" TO WS-GRP-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-GRP-SUB
               IF WS-GRP-COUNT LESS THAN WS-GRP-MAX
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-GRP-COUNT TO WS-GRP-SUB
                   MOVE WS-RELEASE-DATE
                       TO WS-GRP-EFF-DATE(WS-GRP-SUB)
                   MOVE ZEROS TO WS-GRP-REC-COUNT(WS-GRP-SUB)
                   MOVE ZEROS TO WS-GRP-VALUE(WS-GRP-SUB)
       2300-TALLY-FORECAST.
           MOVE 1 TO WS-FC-SUB
           PERFORM UNTIL WS-FC-SUB > 7
               IF WS-RELEASE-DATE = WS-FC-DATE(WS-FC-SUB)
                   ADD 1 TO WS-FC-REC-COUNT(WS-FC-SUB)
                   IF WS-VALUE-KNOWN
                       ADD WS-N3 TO WS-FC-VALUE(WS-FC-SUB)
                       WS-CURRENT-DATE-N
                   MOVE "STALE - OVERDUE" TO PD-AGING-TEXT
               ELSE
                   MOVE "C" TO CALRQ-FUNCTION
                   MOVE WS-CURRENT-DATE-N TO CALRQ-DATE
                   MOVE WS-GRP-EFF-DATE(WS-GRP-PICK-SUB)
                       TO CALRQ-TO-DATE
                   CALL WS-CALENDAR-PGM USING CALENDAR-REQUEST
                   IF CALRQ-OK
                       MOVE CALRQ-RESULT-DAYS TO AD-BUS-DAYS
                       MOVE WS-AGING-DUE-TEXT TO PD-AGING-TEXT
                   ELSE
                       MOVE SPACES TO PD-AGING-TEXT
                   END-IF
               END-IF
               WRITE PENDING-RPT-RECORD FROM WS-PND-DETAIL-LINE
               PERFORM 2900-CHECK-RPT-STATUS
