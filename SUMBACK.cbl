      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 10/15/2026
      * Purpose: WHOLE-RUN BACKOUT. READS ONE NAMED SUMAUD GENERATION
      *          - EVERY CLEAN POSTING ONE POSTING RUN MADE - AND
      *          REVERSES EACH POSTING AGAINST THE SUMACC KSDS,
      *          TAKING WS-N3 BACK OFF ACCT-BALANCE AND ONE OFF
      *          ACCT-TXN-COUNT, SO OPERATIONS CAN UNDO A BAD RUN
      *          WITHOUT AN ACCBKUP RESTORE THAT WOULD ALSO WIPE OUT
      *          THE DAY'S SUMACCM AND SUMLIMM MAINTENANCE. WRITES ITS
      *          OWN SUMBAU REVERSAL AUDIT TRAIL (SUMAUD LAYOUT, SAME
      *          TRANSACTION NUMBERS, NEGATED AMOUNTS) AND A REVERSING
      *          SUMOUT EXTRACT IN THE SUMGLEX FORMAT FOR THE GL, AND
      *          LISTS EVERY REVERSAL ON THE SUMBKR REPORT. A
      *          TRANSFER'S TWO LEGS ARE SIMPLY TWO POSTINGS AGAINST
      *          TWO ACCOUNTS, SO BOTH COME BACK AND THE PAIR STILL
      *          NETS TO ZERO.
      *
      *          THE GENERATION IS READ TWICE. THE FIRST PASS
      *          COLLECTS THE RUNS ON IT (RUN DATE, JOB NAME AND RUN
      *          TIME) - ONE FOR A PLAIN NIGHT, TWO OR MORE WHEN
      *          COBOLJ WAS RESTARTED INTO THE SAME GENERATION, ONE PER
      *          SLICE (COBOLJP1-4) ON A COBOLP NIGHT - AND PROVES
      *          EVERY ACCOUNT IS STILL ON SUMACC, CHECKING EACH RUN
      *          AGAINST THE SUMBKL BACKOUT REGISTER THE WAY SUMPHLD
      *          CHECKS SUMPHL. ONLY THEN DOES THE SECOND PASS TOUCH
      *          THE MASTER, REVERSING THE POSTINGS OF EVERY RUN NOT
      *          YET BACKED OUT AND REGISTERING EACH OF THEM, SO A
      *          REFUSED BACKOUT LEAVES NOTHING HALF DONE. ENDS RC=18
      *          WHEN EVERY RUN WAS ALREADY BACKED OUT, RC=16 WHEN AN
      *          ACCOUNT IS NO LONGER ON SUMACC, RC=4 WHEN THE
      *          GENERATION IS EMPTY OR A REVERSAL LANDED ON A CLOSED
      *          OR FROZEN ACCOUNT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO SUMAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO SUMACC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT REGISTER-FILE ASSIGN TO SUMBKL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT REVERSAL-FILE ASSIGN TO SUMBAU
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVERSAL-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO SUMOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT BACKOUT-REPORT-FILE ASSIGN TO SUMBKR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY SUMAUDRC.

       FD  ACCOUNT-FILE.
           COPY SUMACCRC.

      * ONE RECORD PER RUN BACKED OUT - THE RUN'S IDENTITY AS IT
      * STANDS ON ITS SUMAUD RECORDS, WHAT WAS REVERSED, AND WHEN.
       FD  REGISTER-FILE
           RECORDING MODE IS F.
       01  REGISTER-RECORD.
           05  BKL-RUN-DATE         PIC X(10).
           05  BKL-JOB-NAME         PIC X(08).
           05  BKL-RUN-TIME         PIC X(08).
           05  BKL-POSTING-COUNT    PIC 9(07).
           05  BKL-HASH-TOTAL       PIC S9(11)V99
                                     SIGN IS TRAILING SEPARATE.
           05  BKL-BACKOUT-DATE     PIC 9(08).
           05  BKL-BACKOUT-JOB      PIC X(08).
           05  FILLER               PIC X(17).

       FD  REVERSAL-FILE
           RECORDING MODE IS F.
       01  REVERSAL-RECORD          PIC X(80).

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD           PIC X(80).

       FD  BACKOUT-REPORT-FILE
           RECORDING MODE IS F.
       01  BACKOUT-REPORT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS      PIC X(02) VALUE ZEROS.
       01  WS-ACCOUNT-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-REGISTER-STATUS   PIC X(02) VALUE ZEROS.
       01  WS-REVERSAL-STATUS   PIC X(02) VALUE ZEROS.
       01  WS-EXTRACT-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-BACKOUT-RPT-STATUS PIC X(02) VALUE ZEROS.
       01  WS-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-END-OF-FILE        VALUE "Y".
       01  WS-REGISTER-EOF-SW   PIC X(01) VALUE "N".
           88  WS-REGISTER-EOF       VALUE "Y".
       01  WS-RUN-FOUND-SWITCH  PIC X(01) VALUE "N".
           88  WS-RUN-FOUND          VALUE "Y".
       01  WS-ACCT-FOUND-SWITCH PIC X(01) VALUE "N".
           88  WS-ACCT-FOUND         VALUE "Y".

       01  WS-AUD-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-MISSING-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-REVERSED-COUNT    PIC 9(07) VALUE ZEROS.
       01  WS-SKIPPED-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-WARNING-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-NEW-RUN-COUNT     PIC 9(03) VALUE ZEROS.
       01  WS-REVERSED-TOTAL    PIC S9(11)V99 VALUE ZEROS.
       01  WS-AMOUNT            PIC S9(09)V99 VALUE ZEROS.
       01  WS-NOTE-TEXT         PIC X(20) VALUE SPACES.

      * THE RUNS ON THE GENERATION. ONE NIGHT IS ONE RUN, A RESTART
      * NIGHT TWO OR THREE, A COBOLP NIGHT ONE PER SLICE; THE MAXIMUM
      * ONLY GUARDS AGAINST A WRONG DATASET ON THE SUMAUD DD.
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
               10  WS-RUN-T-MISSING     PIC 9(07).
               10  WS-RUN-T-REVERSED    PIC 9(07).

      * THE FIRST RUN STILL TO BE BACKED OUT - THE ONE THE REVERSING
      * GL EXTRACT'S HEADER NAMES.
       01  WS-RUN-IDENTITY.
           05  WS-ID-RUN-DATE       PIC X(10) VALUE SPACES.
           05  WS-ID-JOB-NAME       PIC X(08) VALUE SPACES.
           05  WS-ID-RUN-TIME       PIC X(08) VALUE SPACES.

      * THE REVERSAL'S OWN JOB NAME - BK PLUS THE BACKOUT'S START TIME
      * - SO EACH BACKOUT'S AUDIT TRAIL AND GL EXTRACT REGISTER WITH
      * SUMGLRC UNDER A RUN DATE/JOB PAIR NO OTHER EXTRACT CAN SHARE.
       01  WS-BACKOUT-JOB.
           05  FILLER               PIC X(02) VALUE "BK".
           05  WS-BACKOUT-HHMMSS    PIC 9(06).

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY         PIC 9(04).
           05  WS-CURR-MM           PIC 9(02).
           05  WS-CURR-DD           PIC 9(02).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                PIC 9(08).
       01  WS-CURRENT-TIME      PIC 9(08).

       01  WS-REPORT-DATE.
           05  WS-REPORT-MM         PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  WS-REPORT-DD         PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  WS-REPORT-YYYY       PIC 9(04).

       01  WS-RUN-TIME.
           05  WS-TIME-HH           PIC 9(02).
           05  FILLER               PIC X(01) VALUE ":".
           05  WS-TIME-MM           PIC 9(02).
           05  FILLER               PIC X(01) VALUE ":".
           05  WS-TIME-SS           PIC 9(02).

      * SUMOUT RECORDS - THE SUMGLEX LAYOUT. THE HEADER ALSO NAMES THE
      * FIRST RUN BEING REVERSED IN WHAT IS FILLER ON A NIGHTLY
      * EXTRACT.
       01  WS-GL-HEADER.
           05  FILLER               PIC X(03) VALUE "HDR".
           05  GLH-JOB-NAME         PIC X(08).
           05  GLH-RUN-DATE         PIC X(10).
           05  GLH-REVERSED-JOB     PIC X(08).
           05  GLH-REVERSED-DATE    PIC X(10).
           05  FILLER               PIC X(41) VALUE SPACES.

       01  WS-GL-DETAIL.
           05  FILLER               PIC X(03) VALUE "DTL".
           05  GLD-ACCOUNT          PIC X(08).
           05  GLD-TXN-NUMBER       PIC 9(07).
           05  GLD-OP-CODE          PIC X(01).
           05  GLD-AMOUNT           PIC S9(09)V99
                                     SIGN IS TRAILING SEPARATE.
           05  GLD-RUN-DATE         PIC X(10).
           05  GLD-XFR-LEG          PIC X(01).
           05  GLD-LINK-TXN-NUMBER  PIC 9(07).
           05  GLD-LINK-ACCOUNT     PIC X(08).
           05  FILLER               PIC X(23) VALUE SPACES.

       01  WS-GL-TRAILER.
           05  FILLER               PIC X(03) VALUE "TRL".
           05  GLT-POSTING-COUNT    PIC 9(07).
           05  GLT-HASH-TOTAL       PIC S9(11)V99
                                     SIGN IS TRAILING SEPARATE.
           05  FILLER               PIC X(56) VALUE SPACES.

       01  WS-BACKOUT-HEADER-1.
           05  FILLER               PIC X(29) VALUE
               "WHOLE-RUN BACKOUT REPORT     ".
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  BH1-RUN-DATE         PIC X(10).
           05  FILLER               PIC X(06) VALUE "  JOB ".
           05  BH1-BACKOUT-JOB      PIC X(08).
           05  FILLER               PIC X(17) VALUE SPACES.

       01  WS-BACKOUT-HEADER-2.
           05  FILLER               PIC X(13) VALUE "REVERSING:   ".
           05  BH2-RUN-DATE         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  BH2-RUN-TIME         PIC X(08).
           05  FILLER               PIC X(05) VALUE " JOB ".
           05  BH2-JOB-NAME         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  BH2-NOTE             PIC X(20).
           05  FILLER               PIC X(13) VALUE SPACES.

       01  WS-BACKOUT-HEADER-3.
           05  FILLER               PIC X(08) VALUE "TXN NO  ".
           05  FILLER               PIC X(03) VALUE "OP ".
           05  FILLER               PIC X(09) VALUE "ACCOUNT  ".
           05  FILLER               PIC X(02) VALUE "L ".
           05  FILLER               PIC X(13) VALUE
               "     REVERSED".
           05  FILLER               PIC X(16) VALUE
               "     NEW BALANCE".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE
               "NOTE                ".
           05  FILLER               PIC X(07) VALUE SPACES.

       01  WS-BACKOUT-LINE.
           05  BL-TXN-NUMBER        PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  BL-OP-CODE           PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  BL-ACCOUNT           PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  BL-XFR-LEG           PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  BL-AMOUNT            PIC -(9).99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  BL-NEW-BALANCE       PIC -(12).99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  BL-NOTE              PIC X(20).
           05  FILLER               PIC X(07) VALUE SPACES.

       01  WS-BACKOUT-MESSAGE-LINE.
           05  BM-TEXT              PIC X(80).

       01  WS-BACKOUT-TOTAL-LINE.
           05  FILLER               PIC X(20) VALUE
               "POSTINGS REVERSED : ".
           05  BT-REVERSED          PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(16) VALUE "  VALUE BACKED: ".
           05  BT-VALUE             PIC -(12).99.
           05  FILLER               PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-VALIDATE-GENERATION
           PERFORM 1300-CHECK-REGISTER
           PERFORM 1400-WRITE-RUN-HEADERS
           EVALUATE TRUE
               WHEN WS-AUD-COUNT = ZERO
                   MOVE "SUMAUD GENERATION EMPTY - NOTHING TO BACK OUT"
                       TO BM-TEXT
                   PERFORM 2850-WRITE-MESSAGE-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN WS-NEW-RUN-COUNT = ZERO
                   PERFORM 3500-REFUSE-DUPLICATE
               WHEN WS-MISSING-COUNT > ZEROS
                   PERFORM 3600-REFUSE-BACKOUT
               WHEN OTHER
                   PERFORM 2000-APPLY-BACKOUT
                   PERFORM 2700-REGISTER-BACKOUT
           END-EVALUATE
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURR-MM TO WS-REPORT-MM
           MOVE WS-CURR-DD TO WS-REPORT-DD
           MOVE WS-CURR-YYYY TO WS-REPORT-YYYY
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:2) TO WS-TIME-HH
           MOVE WS-CURRENT-TIME(3:2) TO WS-TIME-MM
           MOVE WS-CURRENT-TIME(5:2) TO WS-TIME-SS
           MOVE WS-CURRENT-TIME(1:6) TO WS-BACKOUT-HHMMSS
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMAUD OPEN FAILED, STATUS "
                   WS-AUDIT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00" AND
                   WS-ACCOUNT-STATUS NOT = "97"
               DISPLAY "SEVERE ERROR - SUMACC OPEN FAILED, STATUS "
                   WS-ACCOUNT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REVERSAL-FILE
           IF WS-REVERSAL-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMBAU OPEN FAILED, STATUS "
                   WS-REVERSAL-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMOUT OPEN FAILED, STATUS "
                   WS-EXTRACT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BACKOUT-REPORT-FILE
           IF WS-BACKOUT-RPT-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMBKR OPEN FAILED, STATUS "
                   WS-BACKOUT-RPT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-REPORT-DATE TO BH1-RUN-DATE
           MOVE WS-BACKOUT-JOB TO BH1-BACKOUT-JOB
           WRITE BACKOUT-REPORT-RECORD FROM WS-BACKOUT-HEADER-1
           PERFORM 2900-CHECK-REPORT-STATUS.

      * FIRST PASS - NOTHING IS UPDATED. EVERY RECORD IS TALLIED
      * UNDER ITS RUN, AND EVERY ACCOUNT MUST STILL BE ON THE MASTER -
      * AN ACCOUNT ARCHIVED SINCE THE RUN HAS TO BE REINSTATED BEFORE
      * ITS POSTINGS CAN COME BACK OFF IT.
       1100-VALIDATE-GENERATION.
           PERFORM UNTIL WS-END-OF-FILE
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 1150-VALIDATE-POSTING
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

       1150-VALIDATE-POSTING.
           ADD 1 TO WS-AUD-COUNT
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
               MOVE ZEROS TO WS-RUN-T-MISSING(WS-RUN-SUB)
               MOVE ZEROS TO WS-RUN-T-REVERSED(WS-RUN-SUB)
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(AU-N3)
           ADD 1 TO WS-RUN-T-POSTINGS(WS-RUN-SUB)
           ADD WS-AMOUNT TO WS-RUN-T-HASH(WS-RUN-SUB)
               ON SIZE ERROR
                   DISPLAY "SEVERE ERROR - BACKOUT HASH OVERFLOW"
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
           END-ADD
           PERFORM 2050-READ-ACCOUNT
           IF NOT WS-ACCT-FOUND
               ADD 1 TO WS-RUN-T-MISSING(WS-RUN-SUB)
               DISPLAY "WARNING - SUMAUD TXN " AU-TXN-NUMBER
                   " ACCOUNT " AU-ACCOUNT " IS NOT ON SUMACC"
           END-IF.

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
      * TIME ALL MATCH. A RESTARTED COBOLJ EXTENDS THE SAME SUMAUD
      * GENERATION UNDER A NEW RUN TIME, SO A GENERATION BACKED OUT
      * BEFORE THE RESTART STILL HAS THE RESTART'S POSTINGS TO COME
      * BACK - ONLY THE RUNS ALREADY REGISTERED ARE PASSED OVER. A
      * MISSING REGISTER IS THE FIRST BACKOUT EVER TAKEN.
       1300-CHECK-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
               DISPLAY "NO BACKOUT REGISTER ON SUMBKL, STARTING EMPTY"
           ELSE
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMBKL OPEN FAILED, STATUS "
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
                       DISPLAY "SEVERE ERROR - SUMBKL READ FAILED, "
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
                   ADD WS-RUN-T-MISSING(WS-RUN-SUB)
                       TO WS-MISSING-COUNT
                   IF WS-NEW-RUN-COUNT = 1
                       MOVE WS-RUN-T-DATE(WS-RUN-SUB)
                           TO WS-ID-RUN-DATE
                       MOVE WS-RUN-T-JOB(WS-RUN-SUB)
                           TO WS-ID-JOB-NAME
                       MOVE WS-RUN-T-TIME(WS-RUN-SUB)
                           TO WS-ID-RUN-TIME
                   END-IF
               END-IF
               ADD 1 TO WS-RUN-SUB
           END-PERFORM.

       1350-MATCH-REGISTER.
           MOVE 1 TO WS-RUN-SUB
           PERFORM UNTIL WS-RUN-SUB > WS-RUN-COUNT
               IF WS-RUN-T-DATE(WS-RUN-SUB) = BKL-RUN-DATE
                   AND WS-RUN-T-JOB(WS-RUN-SUB) = BKL-JOB-NAME
                   AND WS-RUN-T-TIME(WS-RUN-SUB) = BKL-RUN-TIME
                   MOVE "R" TO WS-RUN-T-STATE(WS-RUN-SUB)
               END-IF
               ADD 1 TO WS-RUN-SUB
           END-PERFORM.

      * ONE REVERSING LINE PER RUN ON THE GENERATION, THE RUNS
      * ALREADY BACKED OUT NOTED AS SUCH.
       1400-WRITE-RUN-HEADERS.
           MOVE 1 TO WS-RUN-SUB
           PERFORM UNTIL WS-RUN-SUB > WS-RUN-COUNT
               MOVE WS-RUN-T-DATE(WS-RUN-SUB) TO BH2-RUN-DATE
               MOVE WS-RUN-T-TIME(WS-RUN-SUB) TO BH2-RUN-TIME
               MOVE WS-RUN-T-JOB(WS-RUN-SUB) TO BH2-JOB-NAME
               IF WS-RUN-T-REGISTERED(WS-RUN-SUB)
                   MOVE "ALREADY BACKED OUT" TO BH2-NOTE
               ELSE
                   MOVE SPACES TO BH2-NOTE
               END-IF
               WRITE BACKOUT-REPORT-RECORD FROM WS-BACKOUT-HEADER-2
               PERFORM 2900-CHECK-REPORT-STATUS
               ADD 1 TO WS-RUN-SUB
           END-PERFORM
           WRITE BACKOUT-REPORT-RECORD FROM WS-BACKOUT-HEADER-3
           PERFORM 2900-CHECK-REPORT-STATUS.

      * SECOND PASS - THE GENERATION IS READ AGAIN FROM THE TOP AND
      * EVERY POSTING OF A RUN NOT YET BACKED OUT IS REVERSED IN THE
      * ORDER IT WAS MADE.
       2000-APPLY-BACKOUT.
           MOVE WS-BACKOUT-JOB TO GLH-JOB-NAME
           MOVE WS-REPORT-DATE TO GLH-RUN-DATE
           MOVE WS-ID-JOB-NAME TO GLH-REVERSED-JOB
           MOVE WS-ID-RUN-DATE TO GLH-REVERSED-DATE
           WRITE EXTRACT-RECORD FROM WS-GL-HEADER
           PERFORM 2950-CHECK-EXTRACT-STATUS
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMAUD REOPEN FAILED, STATUS "
                   WS-AUDIT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 1200-FIND-RUN
                       IF WS-RUN-T-NEW(WS-RUN-SUB)
                           PERFORM 2100-REVERSE-POSTING
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
           MOVE WS-REVERSED-COUNT TO GLT-POSTING-COUNT
           MOVE WS-REVERSED-TOTAL TO GLT-HASH-TOTAL
           WRITE EXTRACT-RECORD FROM WS-GL-TRAILER
           PERFORM 2950-CHECK-EXTRACT-STATUS.

       2050-READ-ACCOUNT.
           MOVE "Y" TO WS-ACCT-FOUND-SWITCH
           MOVE AU-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCT-FOUND-SWITCH
           END-READ.

      * THE STATUS BYTE NEVER BLOCKS A REVERSAL - TAKING BACK A
      * POSTING THAT SHOULD NOT HAVE HAPPENED IS RIGHT EVEN ON AN
      * ACCOUNT CLOSED OR FROZEN SINCE - BUT IT IS NOTED SO THE CLERKS
      * CAN LOOK AT WHAT THE BACKOUT LEFT ON IT. ACCT-LAST-ACTIVITY IS
      * LEFT ALONE: A BACKOUT IS NOT CUSTOMER ACTIVITY.
       2100-REVERSE-POSTING.
           MOVE SPACES TO WS-NOTE-TEXT
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(AU-N3)
           PERFORM 2050-READ-ACCOUNT
           IF NOT WS-ACCT-FOUND
               DISPLAY "SEVERE ERROR - ACCOUNT " AU-ACCOUNT
                   " LEFT SUMACC DURING THE BACKOUT"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           SUBTRACT WS-AMOUNT FROM ACCT-BALANCE
               ON SIZE ERROR
                   DISPLAY "SEVERE ERROR - BALANCE OVERFLOW ON "
                       ACCT-NUMBER
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
           END-SUBTRACT
           IF ACCT-TXN-COUNT > ZERO
               SUBTRACT 1 FROM ACCT-TXN-COUNT
           ELSE
               MOVE "TXN COUNT WAS ZERO" TO WS-NOTE-TEXT
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           IF ACCT-STATUS-CLOSED
               MOVE "ACCOUNT IS CLOSED" TO WS-NOTE-TEXT
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           IF ACCT-STATUS-FROZEN
               MOVE "ACCOUNT IS FROZEN" TO WS-NOTE-TEXT
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           REWRITE ACCOUNT-RECORD
           IF WS-ACCOUNT-STATUS NOT = "00" AND
                   WS-ACCOUNT-STATUS NOT = "02"
               DISPLAY "SEVERE ERROR - SUMACC UPDATE FAILED FOR "
                   ACCT-NUMBER ", STATUS " WS-ACCOUNT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REVERSED-COUNT
           ADD 1 TO WS-RUN-T-REVERSED(WS-RUN-SUB)
           COMPUTE WS-AMOUNT = WS-AMOUNT * -1
           ADD WS-AMOUNT TO WS-REVERSED-TOTAL
           PERFORM 2200-WRITE-REVERSAL-EXTRACT
           PERFORM 2300-WRITE-REVERSAL-AUDIT
           PERFORM 2400-WRITE-BACKOUT-LINE.

      * THE REVERSING EXTRACT KEEPS THE ORIGINAL TRANSACTION NUMBERS,
      * SO A TRANSFER'S REVERSED LEGS LINK TO EACH OTHER EXACTLY AS
      * SUMGLEX LINKED THE ORIGINALS.
       2200-WRITE-REVERSAL-EXTRACT.
           MOVE AU-ACCOUNT TO GLD-ACCOUNT
           MOVE AU-TXN-NUMBER TO GLD-TXN-NUMBER
           MOVE AU-OP-CODE TO GLD-OP-CODE
           MOVE WS-AMOUNT TO GLD-AMOUNT
           MOVE WS-REPORT-DATE TO GLD-RUN-DATE
           MOVE SPACES TO GLD-XFR-LEG
           MOVE ZEROS TO GLD-LINK-TXN-NUMBER
           MOVE SPACES TO GLD-LINK-ACCOUNT
           IF AU-XFR-DEBIT-LEG OR AU-XFR-CREDIT-LEG
               MOVE AU-XFR-LEG TO GLD-XFR-LEG
               MOVE AU-XFR-COUNTER TO GLD-LINK-ACCOUNT
               IF AU-XFR-DEBIT-LEG
                   COMPUTE GLD-LINK-TXN-NUMBER = AU-TXN-NUMBER + 1
               ELSE
                   COMPUTE GLD-LINK-TXN-NUMBER = AU-TXN-NUMBER - 1
               END-IF
           END-IF
           WRITE EXTRACT-RECORD FROM WS-GL-DETAIL
           PERFORM 2950-CHECK-EXTRACT-STATUS.

      * THE REVERSAL AUDIT RECORD IS THE ORIGINAL WITH THE BACKOUT'S
      * RUN DATE, TIME AND JOB NAME AND THE AMOUNT NEGATED.
       2300-WRITE-REVERSAL-AUDIT.
           MOVE WS-REPORT-DATE TO AU-RUN-DATE
           MOVE WS-RUN-TIME TO AU-RUN-TIME
           MOVE WS-BACKOUT-JOB TO AU-JOB-NAME
           MOVE WS-AMOUNT TO AU-N3
           WRITE REVERSAL-RECORD FROM AUDIT-RECORD
           IF WS-REVERSAL-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMBAU WRITE FAILED, STATUS "
                   WS-REVERSAL-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       2400-WRITE-BACKOUT-LINE.
           MOVE AU-TXN-NUMBER TO BL-TXN-NUMBER
           MOVE AU-OP-CODE TO BL-OP-CODE
           MOVE AU-ACCOUNT TO BL-ACCOUNT
           MOVE AU-XFR-LEG TO BL-XFR-LEG
           MOVE WS-AMOUNT TO BL-AMOUNT
           MOVE ACCT-BALANCE TO BL-NEW-BALANCE
           MOVE WS-NOTE-TEXT TO BL-NOTE
           WRITE BACKOUT-REPORT-RECORD FROM WS-BACKOUT-LINE
           PERFORM 2900-CHECK-REPORT-STATUS.

      * THE REGISTER IS A CUMULATIVE DATASET, EXTENDED IN PLACE, ONE
      * ENTRY PER RUN BACKED OUT; IT IS WRITTEN ONLY AFTER EVERY
      * REVERSAL IS ON THE MASTER.
       2700-REGISTER-BACKOUT.
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMBKL OPEN FAILED, STATUS "
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
           MOVE WS-RUN-T-DATE(WS-RUN-SUB) TO BKL-RUN-DATE
           MOVE WS-RUN-T-JOB(WS-RUN-SUB) TO BKL-JOB-NAME
           MOVE WS-RUN-T-TIME(WS-RUN-SUB) TO BKL-RUN-TIME
           MOVE WS-RUN-T-REVERSED(WS-RUN-SUB) TO BKL-POSTING-COUNT
           MOVE WS-RUN-T-HASH(WS-RUN-SUB) TO BKL-HASH-TOTAL
           MOVE WS-CURRENT-DATE-N TO BKL-BACKOUT-DATE
           MOVE WS-BACKOUT-JOB TO BKL-BACKOUT-JOB
           WRITE REGISTER-RECORD
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMBKL WRITE FAILED, STATUS "
                   WS-REGISTER-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       2850-WRITE-MESSAGE-LINE.
           WRITE BACKOUT-REPORT-RECORD FROM WS-BACKOUT-MESSAGE-LINE
           PERFORM 2900-CHECK-REPORT-STATUS.

       2900-CHECK-REPORT-STATUS.
           IF WS-BACKOUT-RPT-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMBKR WRITE FAILED, STATUS "
                   WS-BACKOUT-RPT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       2950-CHECK-EXTRACT-STATUS.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMOUT WRITE FAILED, STATUS "
                   WS-EXTRACT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-FINALIZE.
           MOVE WS-REVERSED-COUNT TO BT-REVERSED
           MOVE WS-REVERSED-TOTAL TO BT-VALUE
           WRITE BACKOUT-REPORT-RECORD FROM WS-BACKOUT-TOTAL-LINE
           PERFORM 2900-CHECK-REPORT-STATUS
           DISPLAY "BACKOUT COMPLETE - " WS-REVERSED-COUNT
               " OF " WS-AUD-COUNT " POSTINGS REVERSED FOR "
               WS-NEW-RUN-COUNT " RUNS, " WS-SKIPPED-COUNT
               " PASSED OVER AS ALREADY BACKED OUT"
           CLOSE ACCOUNT-FILE
           CLOSE REVERSAL-FILE
           CLOSE EXTRACT-FILE
           CLOSE BACKOUT-REPORT-FILE
           IF WS-WARNING-COUNT > ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      * THE SAME GENERATION TWICE WOULD TAKE ITS POSTINGS OFF THE
      * MASTER A SECOND TIME - REFUSED OUTRIGHT WHEN EVERY RUN ON IT
      * IS ALREADY REGISTERED, THE WAY THE POSTING RUN REFUSES A
      * SUMIN FILE IT HAS ALREADY CONSUMED.
       3500-REFUSE-DUPLICATE.
           DISPLAY "BACKOUT REFUSED - ALL " WS-RUN-COUNT
               " RUNS ON THE GENERATION ARE ALREADY ON THE SUMBKL "
               "REGISTER"
           MOVE "BACKOUT REFUSED - RUNS ALREADY BACKED OUT (SUMBKL)"
               TO BM-TEXT
           PERFORM 2850-WRITE-MESSAGE-LINE
           MOVE 18 TO RETURN-CODE.

       3600-REFUSE-BACKOUT.
           DISPLAY "BACKOUT REFUSED - " WS-MISSING-COUNT
               " POSTINGS AGAINST ACCOUNTS NOT ON SUMACC"
           MOVE "BACKOUT REFUSED - ACCOUNTS NOT ON SUMACC"
               TO BM-TEXT
           PERFORM 2850-WRITE-MESSAGE-LINE
           MOVE 16 TO RETURN-CODE.
       END PROGRAM SUMBACK.
