      *          SEQUENCE AND THE SECOND COPY IS REFUSED (RC=18) -
      *          THE DOUBLE-CHARGE GUARDS ITSELF. WRITES THE SUMCYR
      *          REGISTER; ENDS RC=4 WHEN NOTHING WAS GENERATED.
      *          RUNS ONLY ON MONTH-END, THE LAST BUSINESS DAY OF THE
      *          MONTH ON THE SUMCAL CALENDAR - ANY OTHER DAY IT IS
      *          REFUSED RC=16 BEFORE ANYTHING IS WRITTEN, UNLESS THE
      *          PARM IS FORCE (A MISSED MONTH-END RUN AFTERWARDS).
      *          THE DORMANCY THRESHOLD IS COUNTED IN BUSINESS DAYS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88  WS-REGISTRY-EOF       VALUE "Y".
       01  WS-BATCH-OPEN-SWITCH PIC X(01) VALUE "N".
           88  WS-BATCH-OPEN         VALUE "Y".
       01  WS-RUN-PARM          PIC X(08) VALUE SPACES.
           88  WS-FORCE-RUN          VALUE "FORCE".

       01  WS-INT-RATE-PCT      PIC S9(03)V9(04) VALUE ZEROS.
       01  WS-SVC-FEE-AMT       PIC S9(07)V99 VALUE ZEROS.
       01  WS-DORMANT-DAYS      PIC 9(05) VALUE ZEROS.
       01  WS-CUTOFF-DATE       PIC 9(08) VALUE ZEROS.
       01  WS-FILE-SEQ          PIC 9(06) VALUE 1.
       01  WS-TXN-SEQ           PIC 9(06) VALUE ZEROS.
       01  WS-INTEREST-AMT      PIC S9(07)V99 VALUE ZEROS.
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                PIC 9(08).

       01  WS-CALENDAR-PGM      PIC X(08) VALUE "SUMCAL".
           COPY SUMCALLK.

       01  WS-REPORT-DATE.
           05  WS-REPORT-MM         PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  CS-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-INFO.
           05  LS-PARM-LENGTH       PIC S9(04) COMP.
           05  LS-PARM-DATA         PIC X(40).

       PROCEDURE DIVISION USING LS-PARM-INFO.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-GENERATE-INTEREST-BATCH
           MOVE WS-CURR-MM TO WS-REPORT-MM
           MOVE WS-CURR-DD TO WS-REPORT-DD
           MOVE WS-CURR-YYYY TO WS-REPORT-YYYY
           PERFORM 1050-CHECK-MONTH-END
           PERFORM 1100-LOAD-RATE-CARD
           PERFORM 1200-FIND-DORMANCY-CUTOFF
           PERFORM 1300-FIND-CYCLE-SEQUENCE
           OPEN OUTPUT CYCLE-OUT-FILE
           IF WS-CYCLE-OUT-STATUS NOT = "00"
           PERFORM 2950-CHECK-RPT-STATUS
           PERFORM 1500-WRITE-FILE-HEADER.

      * A SECOND CYCLE IN THE SAME MONTH IS ALREADY STOPPED BY THE
      * SUMLST SEQUENCE; THIS STOPS THE CYCLE RUNNING ON THE WRONG DAY
      * AT ALL. FORCE IS FOR THE DAY AFTER A MISSED MONTH-END ONLY.
       1050-CHECK-MONTH-END.
           IF LS-PARM-LENGTH > ZERO
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-RUN-PARM
           END-IF
           MOVE "M" TO CALRQ-FUNCTION
           MOVE WS-CURRENT-DATE-N TO CALRQ-DATE
           CALL WS-CALENDAR-PGM USING CALENDAR-REQUEST
           IF NOT CALRQ-OK
               DISPLAY "SEVERE ERROR - SUMCAL LOOKUP FAILED, RC "
                   CALRQ-RETURN-CODE
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CALRQ-IS-MONTH-END
               IF WS-FORCE-RUN
                   DISPLAY "WARNING - " WS-CURRENT-DATE-N
                       " IS NOT MONTH-END, CYCLE FORCED BY PARM"
               ELSE
                   DISPLAY "CYCLE REFUSED - " WS-CURRENT-DATE-N
                       " IS NOT THE LAST BUSINESS DAY OF THE MONTH"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * VALUE MOVEMENT IS NEVER GENERATED OFF DEFAULTED RATES - NO
      * READABLE RATE CARD, NO CYCLE.
       1100-LOAD-RATE-CARD.
                   "CHARGES SKIPPED"
           END-IF.

      * AN ACCOUNT IS DORMANT WHEN IT HAS SEEN NO ACTIVITY FOR THE
      * RATE CARD'S NUMBER OF BUSINESS DAYS - WEEKENDS AND HOLIDAYS,
      * WHEN NOTHING COULD POST, DO NOT COUNT TOWARD IT.
       1200-FIND-DORMANCY-CUTOFF.
           MOVE "A" TO CALRQ-FUNCTION
           MOVE WS-CURRENT-DATE-N TO CALRQ-DATE
           COMPUTE CALRQ-DAYS = ZERO - WS-DORMANT-DAYS
           CALL WS-CALENDAR-PGM USING CALENDAR-REQUEST
           IF NOT CALRQ-OK
               DISPLAY "SEVERE ERROR - SUMCAL LOOKUP FAILED, RC "
                   CALRQ-RETURN-CODE
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CALRQ-RESULT-DATE TO WS-CUTOFF-DATE.

      * THE NEXT SEQUENCE AFTER THE ONE THE POSTING RUN LAST
      * CONSUMED FOR CYCLEGEN; THE REGISTRY ITSELF IS ONLY REWRITTEN
      * BY THE POSTING RUN WHEN THE FILE ACTUALLY POSTS.
           END-IF.

      * BATCHES ARE OPENED LAZILY - A CYCLE WITH NOTHING TO CHARGE
      * EMITS NO EMPTY BATCH SHELLS. BOTH BATCHES POST THROUGH HOUSE
      * BRANCH 0000, WHICH IS HOW THE YEAR-END INTEREST RUN (SUMINTX)
      * PICKS THE INTEREST OUT OF THE AUDIT TRAIL - KEEP IT RESERVED.
       2750-ENSURE-BATCH-OPEN.
           IF NOT WS-BATCH-OPEN
               MOVE SPACES TO SUMIN-RECORD
