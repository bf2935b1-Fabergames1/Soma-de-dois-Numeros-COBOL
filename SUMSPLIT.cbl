       01  WS-HELD-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-RECORDS-READ      PIC 9(07) VALUE ZEROS.
       01  WS-SLICED-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-BATCH-BRANCH      PIC X(04) VALUE SPACES.
       01  WS-SUSP-N1           PIC S9(07)V99 VALUE ZEROS.
       01  WS-SUSP-N2           PIC S9(07)V99 VALUE ZEROS.
       01  WS-SUSP-VALUE        PIC S9(07)V99 VALUE ZEROS.
       01  WS-REASON-CODE       PIC X(04) VALUE SPACES.
       01  WS-REASON-TEXT       PIC X(30) VALUE SPACES.

       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                PIC 9(08).

      * A FUTURE-DATED ITEM IS RELEASED ON THE BUSINESS DAY ITS
      * EFFECTIVE DATE ROLLS TO, NEVER ON A WEEKEND OR HOLIDAY.
       01  WS-NOT-EFFECTIVE-SWITCH PIC X(01) VALUE "N".
           88  WS-NOT-YET-EFFECTIVE      VALUE "Y".
       01  WS-RELEASE-DATE      PIC 9(08) VALUE ZEROS.
       01  WS-CALENDAR-PGM      PIC X(08) VALUE "SUMCAL".
           COPY SUMCALLK.

       LINKAGE SECTION.
       01  LS-PARM-INFO.
           05  LS-PARM-LENGTH       PIC S9(04) COMP.

       1650-RELEASE-ONE-RECORD.
           MOVE PENDING-IN-RECORD TO SUMIN-RECORD
           MOVE "N" TO WS-NOT-EFFECTIVE-SWITCH
           IF SUMIN-DETAIL
               PERFORM 2160-TEST-EFFECTIVE-DATE
           END-IF
           IF WS-NOT-YET-EFFECTIVE
               PERFORM 2150-HOLD-PENDING-RECORD
           ELSE
               ADD 1 TO WS-RELEASED-COUNT
           IF WS-SEQ-CHECK-ACTIVE
               MOVE SUMIN-TXN-SEQ TO WS-LAST-TXN-SEQ
           END-IF
           PERFORM 2160-TEST-EFFECTIVE-DATE
           IF WS-NOT-YET-EFFECTIVE
               IF WS-BATCH-OPEN
                   ADD 1 TO WS-BATCH-HELD-COUNT
                   IF SUMIN-N1 NUMERIC AND SUMIN-N2 NUMERIC
                       ADD SUMIN-N2 TO WS-BATCH-HELD-HASH
                   END-IF
               END-IF
               MOVE "P" TO SUMIN-SUSP-BUCKET
               PERFORM 2170-STAMP-SUSPENSE
               PERFORM 2150-HOLD-PENDING-RECORD
           ELSE
           IF WS-BATCH-OPEN
               STOP RUN
           END-IF.

      * THE SAME ROLL THE POSTING RUN'S 2035 APPLIES: AN EFFECTIVE
      * DATE ON A WEEKEND OR HOLIDAY WAITS FOR THE NEXT BUSINESS DAY ON
      * THE SUMCAL CALENDAR. A DATE SUMCAL CANNOT PLACE IS COMPARED AS
      * KEYED.
       2160-TEST-EFFECTIVE-DATE.
           MOVE "N" TO WS-NOT-EFFECTIVE-SWITCH
           IF SUMIN-EFF-DATE NUMERIC
               MOVE SUMIN-EFF-DATE TO WS-RELEASE-DATE
               MOVE "N" TO CALRQ-FUNCTION
               MOVE SUMIN-EFF-DATE TO CALRQ-DATE
               CALL WS-CALENDAR-PGM USING CALENDAR-REQUEST
               IF CALRQ-OK
                   MOVE CALRQ-RESULT-DATE TO WS-RELEASE-DATE
               END-IF
               IF WS-RELEASE-DATE > WS-CURRENT-DATE-N
                   MOVE "Y" TO WS-NOT-EFFECTIVE-SWITCH
               END-IF
           END-IF.

      * THE SAME SUSPENSE STAMP THE POSTING RUN'S 2032 PUTS ON A
      * DETAIL IT REJECTS OR WAREHOUSES - BUCKET (SET BY THE CALLER),
      * DATE, BRANCH AND WOULD-BE WS-N3 - SO SUMGLEX BOOKS A PARALLEL
      * NIGHT'S SUSPENSE EXACTLY AS A SEQUENTIAL ONE'S.
       2170-STAMP-SUSPENSE.
           MOVE WS-CURRENT-DATE-N TO SUMIN-SUSP-DATE
           IF WS-BATCH-OPEN
               MOVE WS-BATCH-BRANCH TO SUMIN-SUSP-BRANCH
           ELSE
           IF SUMIN-SUSP-BRANCH = SPACES
                   OR SUMIN-SUSP-BRANCH = LOW-VALUES
               MOVE "----" TO SUMIN-SUSP-BRANCH
           END-IF
           END-IF
           MOVE ZEROS TO WS-SUSP-VALUE
           IF SUMIN-N1 NUMERIC AND SUMIN-N2 NUMERIC
               MOVE SUMIN-N1 TO WS-SUSP-N1
               MOVE SUMIN-N2 TO WS-SUSP-N2
               EVALUATE SUMIN-OP-CODE
                   WHEN "A"
                       COMPUTE WS-SUSP-VALUE ROUNDED =
                           WS-SUSP-N1 + WS-SUSP-N2
                           ON SIZE ERROR
                               MOVE ZEROS TO WS-SUSP-VALUE
                       END-COMPUTE
                   WHEN "S"
                       COMPUTE WS-SUSP-VALUE ROUNDED =
                           WS-SUSP-N1 - WS-SUSP-N2
                           ON SIZE ERROR
                               MOVE ZEROS TO WS-SUSP-VALUE
                       END-COMPUTE
                   WHEN "M"
                       COMPUTE WS-SUSP-VALUE ROUNDED =
                           WS-SUSP-N1 * WS-SUSP-N2
                           ON SIZE ERROR
                               MOVE ZEROS TO WS-SUSP-VALUE
                       END-COMPUTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           MOVE WS-SUSP-VALUE TO SUMIN-SUSP-VALUE.

       2200-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT
           IF SUMIN-DETAIL
               MOVE "R" TO SUMIN-SUSP-BUCKET
               PERFORM 2170-STAMP-SUSPENSE
           END-IF
           MOVE SUMIN-RECORD TO RJ-ORIGINAL-RECORD
           MOVE WS-REASON-CODE TO RJ-REASON-CODE
           MOVE WS-REASON-TEXT TO RJ-REASON-TEXT
                   "SLICE WILL FLAG IT"
           END-IF
           MOVE "Y" TO WS-BATCH-OPEN-SWITCH
           MOVE SUMIN-BH-BRANCH TO WS-BATCH-BRANCH
           MOVE ZEROS TO WS-BATCH-HELD-COUNT
           MOVE ZEROS TO WS-BATCH-HELD-HASH
           ADD 1 TO WS-BATCH-SLICE
