      * Date: 09/03/2026
      * Purpose: DORMANT ACCOUNT ARCHIVE AND PURGE. WALKS THE SUMACC
      *          KSDS AND MOVES EVERY ACCOUNT WHOSE LAST ACTIVITY IS
      *          OLDER THAN THE SUMAPM PARAMETER-CARD THRESHOLD - IN
      *          BUSINESS DAYS ON THE SUMCAL CALENDAR, SO WEEKENDS AND
      *          HOLIDAYS DO NOT AGE AN ACCOUNT TOWARD DORMANCY -
      *          AND WHOSE BALANCE IS ZERO TO THE CUMULATIVE SUMARC
      *          ARCHIVE, DELETING IT FROM THE CLUSTER AND LISTING IT
      *          ON SUMARP. FROZEN ACCOUNTS ARE NEVER ARCHIVED. THE

       01  WS-READ-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-ARCHIVED-COUNT    PIC 9(07) VALUE ZEROS.
       01  WS-AGE-DAYS          PIC 9(05) VALUE 260.
       01  WS-CUTOFF-DATE       PIC 9(08) VALUE ZEROS.
       01  WS-CALENDAR-PGM      PIC X(08) VALUE "SUMCAL".
           COPY SUMCALLK.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY         PIC 9(04).
               "TITLE                ".
           05  FILLER               PIC X(14) VALUE "LAST ACTIVITY ".
           05  FILLER               PIC X(07) VALUE "STATUS ".
           05  FILLER               PIC X(14) VALUE "BUS DAYS IDLE ".
           05  FILLER               PIC X(15) VALUE SPACES.

       01  WS-ARCH-DETAIL-LINE.
           05  AR-ACCOUNT           PIC X(08).
           05  AR-LAST-ACTIVITY     PIC 9(08).
           05  FILLER               PIC X(06) VALUE SPACES.
           05  AR-STATUS            PIC X(01).
           05  FILLER               PIC X(08) VALUE SPACES.
           05  AR-IDLE-DAYS         PIC ZZ,ZZ9.
           05  FILLER               PIC X(21) VALUE SPACES.

       01  WS-ARCH-TOTAL-LINE.
           05  FILLER               PIC X(19) VALUE
           MOVE WS-CURR-DD TO WS-REPORT-DD
           MOVE WS-CURR-YYYY TO WS-REPORT-YYYY
           PERFORM 1200-LOAD-PARAMETERS
           PERFORM 1300-FIND-CUTOFF-DATE
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00" AND
                   WS-ACCOUNT-STATUS NOT = "97"
           PERFORM 2900-CHECK-RPT-STATUS.

      * NO PARAMETER CARD IS NOT AN EXCUSE TO ARCHIVE AGGRESSIVELY -
      * THE DEFAULT STAYS AT A FULL YEAR (260 BUSINESS DAYS).
       1200-LOAD-PARAMETERS.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = "00"
               READ PARAM-FILE
                   AT END
                       DISPLAY "NO SUMAPM PARAMETER CARD, DEFAULT "
                           WS-AGE-DAYS " BUSINESS DAYS USED"
                   NOT AT END
                       IF FUNCTION TRIM(APM-AGE-DAYS) NOT = SPACES
                           COMPUTE WS-AGE-DAYS =
           ELSE
               DISPLAY "SUMAPM NOT AVAILABLE, STATUS "
                   WS-PARAM-STATUS ", DEFAULT " WS-AGE-DAYS
                   " BUSINESS DAYS USED"
           END-IF
           IF WS-AGE-DAYS = ZEROS
               DISPLAY "SEVERE ERROR - ZERO-DAY ARCHIVE THRESHOLD "
               STOP RUN
           END-IF.

      * THE CUTOFF IS THE BUSINESS DAY THAT MANY BUSINESS DAYS BACK;
      * ACTIVITY BEFORE IT IS DORMANT.
       1300-FIND-CUTOFF-DATE.
           MOVE "A" TO CALRQ-FUNCTION
           MOVE WS-CURRENT-DATE-N TO CALRQ-DATE
           COMPUTE CALRQ-DAYS = ZERO - WS-AGE-DAYS
           CALL WS-CALENDAR-PGM USING CALENDAR-REQUEST
           IF NOT CALRQ-OK
               DISPLAY "SEVERE ERROR - SUMCAL LOOKUP FAILED, RC "
                   CALRQ-RETURN-CODE
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CALRQ-RESULT-DATE TO WS-CUTOFF-DATE.

      * A DELETE IN SEQUENTIAL ACCESS REMOVES THE RECORD JUST READ;
      * THE FOLLOWING READ CONTINUES FROM THE NEXT KEY, SO THE WALK
      * AND THE PURGE SHARE ONE PASS.
           MOVE ACCT-TITLE TO AR-TITLE
           MOVE ACCT-LAST-ACTIVITY TO AR-LAST-ACTIVITY
           MOVE ACCT-STATUS TO AR-STATUS
           MOVE "C" TO CALRQ-FUNCTION
           MOVE ACCT-LAST-ACTIVITY TO CALRQ-DATE
           MOVE WS-CURRENT-DATE-N TO CALRQ-TO-DATE
           CALL WS-CALENDAR-PGM USING CALENDAR-REQUEST
           IF CALRQ-OK
               MOVE CALRQ-RESULT-DAYS TO AR-IDLE-DAYS
           ELSE
               MOVE ZEROS TO AR-IDLE-DAYS
           END-IF
           DELETE ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMACC DELETE FAILED FOR "
