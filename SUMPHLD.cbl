      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 10/15/2026
      * Purpose: POSTING-HISTORY LOAD. COPIES EVERY POSTING ON ONE
      *          SUMAUD GENERATION INTO THE PERMANENT SUMPHS
      *          POSTING-HISTORY KSDS (SUMPHRC), KEYED BY ACCOUNT,
      *          POSTING DATE AND TRANSACTION, SO THE STATEMENT,
      *          VERIFIER AND AUDIT INQUIRY RUNS CAN READ AN
      *          ACCOUNT'S HISTORY BY KEY INSTEAD OF SORTING SUMAUD
      *          GENERATIONS THAT MAY ALREADY HAVE ROLLED OFF THE GDG.
      *
      *          A RUN IS TAKEN ONCE. THE FIRST PASS COLLECTS THE RUNS
      *          ON THE GENERATION (RUN DATE, JOB NAME AND RUN TIME -
      *          A RESTART NIGHT HOLDS TWO) AND LOOKS EACH UP ON THE
      *          SUMPHL LOAD REGISTER; THE SECOND PASS LOADS ONLY THE
      *          RUNS NOT ON IT, AND THE REGISTER IS EXTENDED ONLY
      *          AFTER THE LAST RECORD IS ON THE KSDS. A LOAD THAT DIES
      *          PART WAY IS SIMPLY RERUN: A KEY ALREADY ON THE KSDS
      *          WITH THE SAME POSTING IS COUNTED AS RELOADED AND
      *          PASSED OVER. A KEY HOLDING A DIFFERENT POSTING IS
      *          SEVERE. ENDS RC=18 WHEN EVERY RUN ON THE GENERATION
      *          IS ALREADY LOADED (NOTHING IS WRITTEN), RC=4 WHEN THE
      *          GENERATION IS EMPTY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMPHLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO SUMAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO SUMPHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REGISTER-FILE ASSIGN TO SUMPHL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY SUMAUDRC.

       FD  HISTORY-FILE.
           COPY SUMPHRC.

      * ONE RECORD PER RUN LOADED - THE RUN'S IDENTITY AS IT STANDS
      * ON ITS SUMAUD RECORDS, WHAT WAS LOADED, AND WHEN.
       FD  REGISTER-FILE
           RECORDING MODE IS F.
       01  REGISTER-RECORD.
           05  PHL-RUN-DATE         PIC X(10).
           05  PHL-JOB-NAME         PIC X(08).
           05  PHL-RUN-TIME         PIC X(08).
           05  PHL-POSTING-COUNT    PIC 9(07).
           05  PHL-HASH-TOTAL       PIC S9(11)V99
                                     SIGN IS TRAILING SEPARATE.
           05  PHL-LOAD-DATE        PIC 9(08).
           05  PHL-LOAD-TIME        PIC 9(06).
           05  FILLER               PIC X(19).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS      PIC X(02) VALUE ZEROS.
       01  WS-HISTORY-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-REGISTER-STATUS   PIC X(02) VALUE ZEROS.
       01  WS-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-END-OF-FILE        VALUE "Y".
       01  WS-REGISTER-EOF-SW   PIC X(01) VALUE "N".
           88  WS-REGISTER-EOF       VALUE "Y".
       01  WS-RUN-FOUND-SWITCH  PIC X(01) VALUE "N".
           88  WS-RUN-FOUND          VALUE "Y".

       01  WS-AUD-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-LOADED-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-RELOADED-COUNT    PIC 9(07) VALUE ZEROS.
       01  WS-SKIPPED-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-NEW-RUN-COUNT     PIC 9(03) VALUE ZEROS.
       01  WS-AMOUNT            PIC S9(09)V99 VALUE ZEROS.
       01  WS-HIST-IMAGE        PIC X(80) VALUE SPACES.

      * THE RUNS ON THE GENERATION. ONE NIGHT IS ONE RUN, A RESTART
      * NIGHT TWO OR THREE; THE MAXIMUM ONLY GUARDS AGAINST A WRONG
      * DATASET ON THE SUMAUD DD.
       01  WS-RUN-MAX           PIC 9(03) VALUE 50.
       01  WS-RUN-COUNT         PIC 9(03) VALUE ZEROS.
       01  WS-RUN-SUB           PIC 9(03) VALUE ZEROS.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 50 TIMES.
               10  WS-RUN-T-DATE        PIC X(10).
               10  WS-RUN-T-JOB         PIC X(08).
               10  WS-RUN-T-TIME        PIC X(08).
               10  WS-RUN-T-STATE       PIC X(01).
                   88  WS-RUN-T-NEW          VALUE "N".
                   88  WS-RUN-T-REGISTERED   VALUE "R".
               10  WS-RUN-T-POSTINGS    PIC 9(07).
               10  WS-RUN-T-HASH        PIC S9(11)V99.
               10  WS-RUN-T-LOADED      PIC 9(07).
               10  WS-RUN-T-RELOADED    PIC 9(07).

       01  WS-POST-DATE.
           05  WS-POST-YYYY         PIC X(04).
           05  WS-POST-MM           PIC X(02).
           05  WS-POST-DD           PIC X(02).
       01  WS-POST-DATE-N REDEFINES WS-POST-DATE
                                PIC 9(08).

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY         PIC 9(04).
           05  WS-CURR-MM           PIC 9(02).
           05  WS-CURR-DD           PIC 9(02).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                PIC 9(08).
       01  WS-CURRENT-TIME      PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-COLLECT-RUNS
           PERFORM 1300-CHECK-REGISTER
           EVALUATE TRUE
               WHEN WS-AUD-COUNT = ZERO
                   DISPLAY "SUMAUD GENERATION EMPTY - NOTHING TO LOAD"
                   MOVE 4 TO RETURN-CODE
               WHEN WS-NEW-RUN-COUNT = ZERO
                   PERFORM 3500-REFUSE-DUPLICATE
               WHEN OTHER
                   PERFORM 2000-LOAD-HISTORY
                   PERFORM 2700-REGISTER-RUNS
                   PERFORM 3000-FINALIZE
           END-EVALUATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMAUD OPEN FAILED, STATUS "
                   WS-AUDIT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

      * FIRST PASS - NOTHING IS WRITTEN. EVERY RECORD IS CHECKED FOR
      * A USABLE KEY AND COUNTED AGAINST ITS RUN.
       1100-COLLECT-RUNS.
           PERFORM UNTIL WS-END-OF-FILE
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 1150-COLLECT-POSTING
               END-READ
               IF WS-AUDIT-STATUS NOT = "00" AND
                       WS-AUDIT-STATUS NOT = "10"
                   DISPLAY "SEVERE ERROR - SUMAUD READ FAILED, STATUS "
                       WS-AUDIT-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE AUDIT-FILE.

       1150-COLLECT-POSTING.
           ADD 1 TO WS-AUD-COUNT
           IF AU-RUN-DATE(1:2) NOT NUMERIC
               OR AU-RUN-DATE(4:2) NOT NUMERIC
               OR AU-RUN-DATE(7:4) NOT NUMERIC
               OR AU-TXN-NUMBER NOT NUMERIC
               OR AU-ACCOUNT = SPACES
               DISPLAY "SEVERE ERROR - SUMAUD RECORD " WS-AUD-COUNT
                   " HAS NO USABLE HISTORY KEY: " AUDIT-RECORD
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-FIND-RUN
           IF NOT WS-RUN-FOUND
               IF WS-RUN-COUNT NOT LESS THAN WS-RUN-MAX
                   DISPLAY "SEVERE ERROR - MORE THAN " WS-RUN-MAX
                       " RUNS ON ONE SUMAUD GENERATION, RAISE "
                       "WS-RUN-MAX"
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-RUN-COUNT TO WS-RUN-SUB
               MOVE AU-RUN-DATE TO WS-RUN-T-DATE(WS-RUN-SUB)
               MOVE AU-JOB-NAME TO WS-RUN-T-JOB(WS-RUN-SUB)
               MOVE AU-RUN-TIME TO WS-RUN-T-TIME(WS-RUN-SUB)
               MOVE "N" TO WS-RUN-T-STATE(WS-RUN-SUB)
               MOVE ZEROS TO WS-RUN-T-POSTINGS(WS-RUN-SUB)
               MOVE ZEROS TO WS-RUN-T-HASH(WS-RUN-SUB)
               MOVE ZEROS TO WS-RUN-T-LOADED(WS-RUN-SUB)
               MOVE ZEROS TO WS-RUN-T-RELOADED(WS-RUN-SUB)
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(AU-N3)
           ADD 1 TO WS-RUN-T-POSTINGS(WS-RUN-SUB)
           ADD WS-AMOUNT TO WS-RUN-T-HASH(WS-RUN-SUB)
               ON SIZE ERROR
                   DISPLAY "SEVERE ERROR - LOAD HASH OVERFLOW"
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
           END-ADD.

       1200-FIND-RUN.
           MOVE "N" TO WS-RUN-FOUND-SWITCH
           MOVE 1 TO WS-RUN-SUB
           PERFORM UNTIL WS-RUN-FOUND
                   OR WS-RUN-SUB > WS-RUN-COUNT
               IF WS-RUN-T-DATE(WS-RUN-SUB) = AU-RUN-DATE
                   AND WS-RUN-T-JOB(WS-RUN-SUB) = AU-JOB-NAME
                   AND WS-RUN-T-TIME(WS-RUN-SUB) = AU-RUN-TIME
                   MOVE "Y" TO WS-RUN-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-RUN-SUB
               END-IF
           END-PERFORM.

      * A RUN IS ON THE REGISTER WHEN ITS RUN DATE, JOB NAME AND RUN
      * TIME ALL MATCH, THE SAME TEST SUMBACK MAKES AGAINST SUMBKL. A
      * MISSING REGISTER IS THE FIRST LOAD EVER TAKEN.
       1300-CHECK-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
               DISPLAY "NO LOAD REGISTER ON SUMPHL, STARTING EMPTY"
           ELSE
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMPHL OPEN FAILED, STATUS "
                   WS-REGISTER-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           ELSE
               PERFORM UNTIL WS-REGISTER-EOF
                   READ REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-REGISTER-EOF-SW
                       NOT AT END
                           PERFORM 1350-MATCH-REGISTER
                   END-READ
                   IF WS-REGISTER-STATUS NOT = "00" AND
                           WS-REGISTER-STATUS NOT = "10"
                       DISPLAY "SEVERE ERROR - SUMPHL READ FAILED, "
                           "STATUS " WS-REGISTER-STATUS
                       MOVE 20 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
           END-IF
           MOVE 1 TO WS-RUN-SUB
           PERFORM UNTIL WS-RUN-SUB > WS-RUN-COUNT
               IF WS-RUN-T-NEW(WS-RUN-SUB)
                   ADD 1 TO WS-NEW-RUN-COUNT
               END-IF
               ADD 1 TO WS-RUN-SUB
           END-PERFORM.

       1350-MATCH-REGISTER.
           MOVE 1 TO WS-RUN-SUB
           PERFORM UNTIL WS-RUN-SUB > WS-RUN-COUNT
               IF WS-RUN-T-DATE(WS-RUN-SUB) = PHL-RUN-DATE
                   AND WS-RUN-T-JOB(WS-RUN-SUB) = PHL-JOB-NAME
                   AND WS-RUN-T-TIME(WS-RUN-SUB) = PHL-RUN-TIME
                   MOVE "R" TO WS-RUN-T-STATE(WS-RUN-SUB)
               END-IF
               ADD 1 TO WS-RUN-SUB
           END-PERFORM.

      * SECOND PASS - THE GENERATION IS READ AGAIN FROM THE TOP AND
      * EVERY POSTING OF A RUN NOT YET ON THE REGISTER IS LOADED.
       2000-LOAD-HISTORY.
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = "00" AND
                   WS-HISTORY-STATUS NOT = "97"
               DISPLAY "SEVERE ERROR - SUMPHS OPEN FAILED, STATUS "
                   WS-HISTORY-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMAUD OPEN FAILED, STATUS "
                   WS-AUDIT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 1200-FIND-RUN
                       IF WS-RUN-T-NEW(WS-RUN-SUB)
                           PERFORM 2100-WRITE-HISTORY
                       ELSE
                           ADD 1 TO WS-SKIPPED-COUNT
                       END-IF
               END-READ
               IF WS-AUDIT-STATUS NOT = "00" AND
                       WS-AUDIT-STATUS NOT = "10"
                   DISPLAY "SEVERE ERROR - SUMAUD READ FAILED, STATUS "
                       WS-AUDIT-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE AUDIT-FILE
           CLOSE HISTORY-FILE.

       2100-WRITE-HISTORY.
           MOVE AU-RUN-DATE(7:4) TO WS-POST-YYYY
           MOVE AU-RUN-DATE(1:2) TO WS-POST-MM
           MOVE AU-RUN-DATE(4:2) TO WS-POST-DD
           MOVE AU-ACCOUNT TO PH-ACCOUNT
           MOVE WS-POST-DATE-N TO PH-POST-DATE
           MOVE AU-RUN-TIME TO PH-RUN-TIME
           MOVE AU-TXN-NUMBER TO PH-TXN-NUMBER
           MOVE AU-JOB-NAME TO PH-JOB-NAME
           MOVE AUDIT-RECORD TO PH-AUDIT-IMAGE
           WRITE POSTING-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE WS-HISTORY-STATUS
               WHEN "00"
                   ADD 1 TO WS-LOADED-COUNT
                   ADD 1 TO WS-RUN-T-LOADED(WS-RUN-SUB)
               WHEN "22"
                   PERFORM 2200-CHECK-RELOAD
               WHEN OTHER
                   DISPLAY "SEVERE ERROR - SUMPHS WRITE FAILED, "
                       "STATUS " WS-HISTORY-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * THE KEY IS ALREADY ON FILE. AN EARLIER ATTEMPT AT THIS LOAD
      * THAT DIED BEFORE IT REGISTERED THE RUN LEAVES THE SAME
      * POSTING BEHIND; ANYTHING ELSE MEANS TWO POSTINGS CLAIM ONE
      * KEY AND THE HISTORY CAN NO LONGER BE TRUSTED.
       2200-CHECK-RELOAD.
           MOVE PH-AUDIT-IMAGE TO WS-HIST-IMAGE
           READ HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMPHS READ FAILED, STATUS "
                   WS-HISTORY-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PH-AUDIT-IMAGE NOT = WS-HIST-IMAGE
               DISPLAY "SEVERE ERROR - SUMPHS KEY " PH-KEY
                   " ALREADY HOLDS A DIFFERENT POSTING"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RELOADED-COUNT
           ADD 1 TO WS-RUN-T-RELOADED(WS-RUN-SUB).

      * THE REGISTER IS A CUMULATIVE DATASET, EXTENDED IN PLACE; IT
      * IS WRITTEN ONLY AFTER EVERY POSTING IS ON THE KSDS.
       2700-REGISTER-RUNS.
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMPHL OPEN FAILED, STATUS "
                   WS-REGISTER-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-RUN-SUB
           PERFORM UNTIL WS-RUN-SUB > WS-RUN-COUNT
               IF WS-RUN-T-NEW(WS-RUN-SUB)
                   PERFORM 2750-WRITE-REGISTER-ENTRY
               END-IF
               ADD 1 TO WS-RUN-SUB
           END-PERFORM
           CLOSE REGISTER-FILE.

       2750-WRITE-REGISTER-ENTRY.
           MOVE SPACES TO REGISTER-RECORD
           MOVE WS-RUN-T-DATE(WS-RUN-SUB) TO PHL-RUN-DATE
           MOVE WS-RUN-T-JOB(WS-RUN-SUB) TO PHL-JOB-NAME
           MOVE WS-RUN-T-TIME(WS-RUN-SUB) TO PHL-RUN-TIME
           MOVE WS-RUN-T-POSTINGS(WS-RUN-SUB) TO PHL-POSTING-COUNT
           MOVE WS-RUN-T-HASH(WS-RUN-SUB) TO PHL-HASH-TOTAL
           MOVE WS-CURRENT-DATE-N TO PHL-LOAD-DATE
           MOVE WS-CURRENT-TIME(1:6) TO PHL-LOAD-TIME
           WRITE REGISTER-RECORD
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMPHL WRITE FAILED, STATUS "
                   WS-REGISTER-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-FINALIZE.
           MOVE 1 TO WS-RUN-SUB
           PERFORM UNTIL WS-RUN-SUB > WS-RUN-COUNT
               IF WS-RUN-T-NEW(WS-RUN-SUB)
                   DISPLAY "RUN " WS-RUN-T-DATE(WS-RUN-SUB) " "
                       WS-RUN-T-TIME(WS-RUN-SUB) " "
                       WS-RUN-T-JOB(WS-RUN-SUB) " LOADED "
                       WS-RUN-T-LOADED(WS-RUN-SUB) ", RELOADED "
                       WS-RUN-T-RELOADED(WS-RUN-SUB)
               ELSE
                   DISPLAY "RUN " WS-RUN-T-DATE(WS-RUN-SUB) " "
                       WS-RUN-T-TIME(WS-RUN-SUB) " "
                       WS-RUN-T-JOB(WS-RUN-SUB)
                       " ALREADY LOADED, SKIPPED"
               END-IF
               ADD 1 TO WS-RUN-SUB
           END-PERFORM
           DISPLAY "HISTORY LOAD COMPLETE - " WS-AUD-COUNT
               " READ, " WS-LOADED-COUNT " LOADED, "
               WS-RELOADED-COUNT " RELOADED, " WS-SKIPPED-COUNT
               " SKIPPED".

      * EVERY RUN ON THE GENERATION IS ALREADY ON THE REGISTER - THE
      * STEP WAS RESUBMITTED AGAINST A NIGHT ALREADY LOADED. NOTHING
      * IS WRITTEN.
       3500-REFUSE-DUPLICATE.
           MOVE 1 TO WS-RUN-SUB
           PERFORM UNTIL WS-RUN-SUB > WS-RUN-COUNT
               DISPLAY "LOAD REFUSED - RUN " WS-RUN-T-DATE(WS-RUN-SUB)
                   " " WS-RUN-T-TIME(WS-RUN-SUB) " "
                   WS-RUN-T-JOB(WS-RUN-SUB)
                   " IS ALREADY ON THE SUMPHL REGISTER"
               ADD 1 TO WS-RUN-SUB
           END-PERFORM
           MOVE 18 TO RETURN-CODE.
       END PROGRAM SUMPHLD.
