      * Purpose: SUMACC BALANCE INTEGRITY VERIFIER. REBUILDS WHAT
      *          EVERY ACCT-BALANCE AND ACCT-TXN-COUNT SHOULD BE FROM
      *          THE ACCBKUP GENERATION TAKEN BEFORE THE RUN (SUMBKP)
      *          PLUS THE NIGHT'S POSTINGS, READ ACCOUNT BY ACCOUNT
      *          FROM THE SUMPHS POSTING-HISTORY KSDS AT THAT NIGHT'S
      *          POSTING DATE, COMPARES AGAINST THE LIVE SUMACC KSDS,
      *          AND PRINTS A DRIFT REPORT ON SUMVRP NAMING EACH
      *          ACCOUNT WITH ITS EXPECTED AND ACTUAL BALANCE AND THE
      *          DIFFERENCE. THE NIGHT IS THE LAST POSTING RUN ON THE
      *          SUMPHL LOAD REGISTER UNLESS THE SUMVFP CARD NAMES A
      *          POSTING DATE. A BACKOUT RUN THAT DATE BEFORE THE
      *          NIGHT'S FIRST POSTING RUN IS ALREADY IN THE BACKUP AND
      *          IS LEFT OUT. CATCHES THE DOUBLE-POST LEFT BY A
      *          RESTART THAT SKIPPED THE IDCAMS RESTORE, AND THE
      *          RECYCLE RECORDS A REFUSED RUN (RC=18) POSTED BEFORE
      *          IT STOPPED. ENDS RC=8 WHEN ANY ACCOUNT HAS DRIFTED,
      *          RC=16 WHEN NO POSTING DATE CAN BE SETTLED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BACKUP-FILE ASSIGN TO SUMBKP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT HISTORY-FILE ASSIGN TO SUMPHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REGISTER-FILE ASSIGN TO SUMPHL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT PARM-FILE ASSIGN TO SUMVFP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT VERIFY-REPORT-FILE ASSIGN TO SUMVRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VERIFY-STATUS.
           05  BKP-TXN-COUNT        PIC 9(07).
           05  FILLER               PIC X(43).

       FD  HISTORY-FILE.
           COPY SUMPHRC.

      * THE SUMPHLD LOAD REGISTER - ONE RECORD PER RUN LOADED INTO
      * THE HISTORY, IN THE ORDER LOADED.
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

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  VFP-POST-DATE        PIC X(08).
           05  FILLER               PIC X(72).

       FD  VERIFY-REPORT-FILE
           RECORDING MODE IS F.

       WORKING-STORAGE SECTION.
       01  WS-BACKUP-STATUS     PIC X(02) VALUE ZEROS.
       01  WS-HISTORY-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-REGISTER-STATUS   PIC X(02) VALUE ZEROS.
       01  WS-PARM-STATUS       PIC X(02) VALUE ZEROS.
       01  WS-VERIFY-STATUS     PIC X(02) VALUE ZEROS.
       01  WS-ACCOUNT-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-BACKUP-EOF-SW     PIC X(01) VALUE "N".
           88  WS-BACKUP-EOF         VALUE "Y".
       01  WS-HISTORY-EOF-SW    PIC X(01) VALUE "N".
           88  WS-HISTORY-EOF        VALUE "Y".
       01  WS-REGISTER-EOF-SW   PIC X(01) VALUE "N".
           88  WS-REGISTER-EOF       VALUE "Y".
       01  WS-EXP-FOUND-SWITCH  PIC X(01) VALUE "N".
           88  WS-EXPECTED-FOUND     VALUE "Y".
       01  WS-ACCT-FOUND-SWITCH PIC X(01) VALUE "N".
       01  WS-DIFFERENCE        PIC S9(11)V99 VALUE ZEROS.
       01  WS-CHECKED-COUNT     PIC 9(05) VALUE ZEROS.
       01  WS-DRIFT-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-POSTING-COUNT     PIC 9(07) VALUE ZEROS.

      * THE POSTING DATE OF THE NIGHT BEING VERIFIED, YYYYMMDD.
       01  WS-POST-DATE.
           05  WS-POST-YYYY         PIC X(04).
           05  WS-POST-MM           PIC X(02).
           05  WS-POST-DD           PIC X(02).
       01  WS-POST-DATE-N REDEFINES WS-POST-DATE
                                PIC 9(08).

      * THE EARLIEST POSTING RUN (NOT A BACKOUT) REGISTERED AT THAT
      * POSTING DATE. SUMBKP WAS TAKEN JUST BEFORE IT, SO A BACKOUT
      * RUN EARLIER THAT DAY IS ALREADY IN THE BACKUP.
       01  WS-FIRST-RUN-TIME    PIC X(08) VALUE HIGH-VALUES.
       01  WS-BK-SKIPPED-COUNT  PIC 9(07) VALUE ZEROS.

      * SIZED WITH WS-ARC-MAX IN COBOL.cbl - SUMBKP IS A FULL COPY
      * OF THE MASTER, SO THIS TABLE MUST RIDE AHEAD OF THE SAME
           05  WS-CURR-MM           PIC 9(02).
           05  WS-CURR-DD           PIC 9(02).

      * THE SUMAUD RECORD AS IT WAS WRITTEN, UNPACKED FROM THE
      * HISTORY RECORD'S PH-AUDIT-IMAGE.
           COPY SUMAUDRC.

       01  WS-REPORT-DATE.
           05  WS-REPORT-MM         PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  VH1-RUN-DATE         PIC X(10).
           05  FILLER               PIC X(31) VALUE SPACES.

       01  WS-VERIFY-HEADER-P.
           05  FILLER               PIC X(14) VALUE "POSTING DATE: ".
           05  VHP-POST-DATE        PIC 9(08).
           05  FILLER               PIC X(58) VALUE SPACES.

       01  WS-VERIFY-HEADER-2.
           05  FILLER               PIC X(10) VALUE "ACCOUNT   ".
           05  FILLER               PIC X(16) VALUE
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-BACKUP
           PERFORM 1400-APPLY-HISTORY
           PERFORM 2000-COMPARE-TO-MASTER
           PERFORM 3000-FINALIZE
           STOP RUN.
           MOVE WS-CURR-MM TO WS-REPORT-MM
           MOVE WS-CURR-DD TO WS-REPORT-DD
           MOVE WS-CURR-YYYY TO WS-REPORT-YYYY
           PERFORM 1100-SETTLE-POSTING-DATE
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMBKP OPEN FAILED, STATUS "
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00" AND
                   WS-HISTORY-STATUS NOT = "97"
               DISPLAY "SEVERE ERROR - SUMPHS OPEN FAILED, STATUS "
                   WS-HISTORY-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-REPORT-DATE TO VH1-RUN-DATE
           WRITE VERIFY-REPORT-RECORD FROM WS-VERIFY-HEADER-1
           PERFORM 2900-CHECK-VERIFY-STATUS
           MOVE WS-POST-DATE-N TO VHP-POST-DATE
           WRITE VERIFY-REPORT-RECORD FROM WS-VERIFY-HEADER-P
           PERFORM 2900-CHECK-VERIFY-STATUS
           WRITE VERIFY-REPORT-RECORD FROM WS-VERIFY-HEADER-2
           PERFORM 2900-CHECK-VERIFY-STATUS.

      * SUMBKP IS THE BACKUP TAKEN BEFORE THE LAST COBOLJ GO STEP, SO
      * THE NIGHT TO REBUILD IS THE LAST POSTING RUN THE HISTORY LOAD
      * REGISTERED - NOT A BACKOUT (JOB NAME BK...), WHICH ONLY EVER
      * FOLLOWS A NIGHT. ITS POSTING DATE TAKES IN EVERY RUN MADE ON
      * THAT DATE, THE FAILED ATTEMPT AND THE RESUMED ONE OF A RESTART
      * NIGHT ALIKE. THE SUMVFP CARD OVERRIDES IT FOR A RERUN AGAINST
      * AN OLDER BACKUP.
       1100-SETTLE-POSTING-DATE.
           MOVE ZEROS TO WS-POST-DATE-N
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(VFP-POST-DATE) NOT = SPACES
                           IF VFP-POST-DATE NUMERIC
                               MOVE VFP-POST-DATE TO WS-POST-DATE
                           ELSE
                               DISPLAY "SUMVFP POSTING DATE NOT "
                                   "NUMERIC - RUN REFUSED"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-POST-DATE-N = ZERO
               PERFORM 1150-FIND-LAST-NIGHT
           END-IF
           IF WS-POST-DATE-N = ZERO
               DISPLAY "RUN REFUSED - NO POSTING RUN ON THE SUMPHL "
                   "REGISTER AND NO SUMVFP DATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "VERIFYING POSTING DATE " WS-POST-DATE-N
           PERFORM 1170-FIND-FIRST-RUN.

       1150-FIND-LAST-NIGHT.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "SUMPHL NOT AVAILABLE, STATUS "
                   WS-REGISTER-STATUS
           ELSE
               PERFORM UNTIL WS-REGISTER-EOF
                   READ REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-REGISTER-EOF-SW
                       NOT AT END
                           IF PHL-JOB-NAME(1:2) NOT = "BK"
                               MOVE PHL-RUN-DATE(7:4) TO WS-POST-YYYY
                               MOVE PHL-RUN-DATE(1:2) TO WS-POST-MM
                               MOVE PHL-RUN-DATE(4:2) TO WS-POST-DD
                           END-IF
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
           END-IF.

      * WHETHER THE DATE CAME FROM THE REGISTER OR THE SUMVFP CARD,
      * THE REGISTER SAYS WHEN THAT DATE'S FIRST POSTING RUN STARTED.
      * WITH NO POSTING RUN REGISTERED AT THE DATE NO BACKOUT IS
      * APPLIED - THERE IS NO NIGHT FOR IT TO HAVE REVERSED.
       1170-FIND-FIRST-RUN.
           MOVE "N" TO WS-REGISTER-EOF-SW
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "SUMPHL NOT AVAILABLE, STATUS "
                   WS-REGISTER-STATUS
           ELSE
               PERFORM UNTIL WS-REGISTER-EOF
                   READ REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-REGISTER-EOF-SW
                       NOT AT END
                           IF PHL-JOB-NAME(1:2) NOT = "BK"
                               AND PHL-RUN-DATE(7:4) = WS-POST-YYYY
                               AND PHL-RUN-DATE(1:2) = WS-POST-MM
                               AND PHL-RUN-DATE(4:2) = WS-POST-DD
                               AND PHL-RUN-TIME < WS-FIRST-RUN-TIME
                               MOVE PHL-RUN-TIME TO WS-FIRST-RUN-TIME
                           END-IF
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
           IF WS-FIRST-RUN-TIME = HIGH-VALUES
               DISPLAY "WARNING - NO POSTING RUN ON SUMPHL FOR "
                   WS-POST-DATE-N ", BACKOUT POSTINGS NOT APPLIED"
           END-IF.

       1200-LOAD-BACKUP.
           PERFORM UNTIL WS-BACKUP-EOF
               READ BACKUP-FILE
               MOVE ZEROS TO WS-EXP-T-TXNS(WS-EXP-COUNT)
           END-IF.

      * EVERY ACCOUNT'S POSTINGS FOR THE NIGHT SIT TOGETHER UNDER
      * ITS KEY AT THE POSTING DATE. A RECORD DATED BEFORE IT SENDS
      * THE BROWSE STRAIGHT TO THE DATE IN THAT ACCOUNT, ONE DATED
      * AFTER IT PAST THE REST OF THE ACCOUNT, SO ONLY THE NIGHT'S
      * POSTINGS ARE EVER READ IN FULL.
       1400-APPLY-HISTORY.
           MOVE LOW-VALUES TO PH-KEY
           MOVE WS-POST-DATE-N TO PH-POST-DATE
           START HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HISTORY-EOF-SW
           END-START
           PERFORM 1420-CHECK-START-STATUS
           PERFORM UNTIL WS-HISTORY-EOF
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HISTORY-EOF-SW
               END-READ
               IF WS-HISTORY-STATUS NOT = "00" AND
                       WS-HISTORY-STATUS NOT = "10"
                   DISPLAY "SEVERE ERROR - SUMPHS READ FAILED, "
                       "STATUS " WS-HISTORY-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF NOT WS-HISTORY-EOF
                   EVALUATE TRUE
                       WHEN PH-POST-DATE < WS-POST-DATE-N
                           MOVE LOW-VALUES TO PH-POSTING-KEY
                           MOVE WS-POST-DATE-N TO PH-POST-DATE
                           START HISTORY-FILE
                                   KEY IS NOT LESS THAN PH-KEY
                               INVALID KEY
                                   MOVE "Y" TO WS-HISTORY-EOF-SW
                           END-START
                           PERFORM 1420-CHECK-START-STATUS
                       WHEN PH-POST-DATE > WS-POST-DATE-N
                           MOVE HIGH-VALUES TO PH-POSTING-KEY
                           START HISTORY-FILE
                                   KEY IS GREATER THAN PH-KEY
                               INVALID KEY
                                   MOVE "Y" TO WS-HISTORY-EOF-SW
                           END-START
                           PERFORM 1420-CHECK-START-STATUS
                       WHEN PH-JOB-NAME(1:2) = "BK"
                               AND PH-RUN-TIME NOT > WS-FIRST-RUN-TIME
                           ADD 1 TO WS-BK-SKIPPED-COUNT
                       WHEN OTHER
                           MOVE PH-AUDIT-IMAGE TO AUDIT-RECORD
                           ADD 1 TO WS-POSTING-COUNT
                           PERFORM 1450-APPLY-ONE-POSTING
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE
           IF WS-BK-SKIPPED-COUNT > ZERO
               DISPLAY WS-BK-SKIPPED-COUNT " BACKOUT POSTINGS BEFORE "
                   "THE NIGHT'S RUN LEFT OUT - ALREADY ON SUMBKP"
           END-IF
           IF WS-POSTING-COUNT = ZERO
               DISPLAY "WARNING - NO POSTINGS ON SUMPHS FOR "
                   WS-POST-DATE-N
           END-IF.

       1420-CHECK-START-STATUS.
           IF WS-HISTORY-STATUS NOT = "00" AND
                   WS-HISTORY-STATUS NOT = "23"
               DISPLAY "SEVERE ERROR - SUMPHS START FAILED, STATUS "
                   WS-HISTORY-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       1450-APPLY-ONE-POSTING.
           MOVE "N" TO WS-EXP-FOUND-SWITCH
           IF NOT WS-EXPECTED-FOUND
               IF WS-EXP-COUNT NOT LESS THAN WS-EXP-MAX
                   DISPLAY "SEVERE ERROR - MORE THAN " WS-EXP-MAX
                       " ACCOUNTS IN THE HISTORY, RAISE WS-EXP-MAX"
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
