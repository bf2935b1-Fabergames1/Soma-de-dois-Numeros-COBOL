      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 10/15/2026
      * Purpose: YEAR-END INTEREST TAX REPORTING. BROWSES THE TAX
      *          YEAR'S POSTINGS, ACCOUNT BY ACCOUNT, FROM THE SUMPHS
      *          POSTING-HISTORY KSDS - WHICH HOLDS EVERY NIGHT'S
      *          POSTINGS AND EVERY SUMBACK BACKOUT'S REVERSALS FOR
      *          THE WHOLE RETENTION PERIOD - AND ACCUMULATES EACH
      *          ACCOUNT'S INTEREST POSTINGS FOR THE YEAR. AN INTEREST
      *          POSTING
      *          IS WHAT THE SUMCYCL CYCINT BATCH LEAVES ON THE TRAIL:
      *          OP A WITH AU-N2 ZERO, POSTED THROUGH THE CYCLE'S
      *          HOUSE BRANCH (0000 UNLESS THE SUMITP CARD SAYS
      *          OTHERWISE) - THE CYCSVC FEE BATCH THROUGH THE SAME
      *          BRANCH IS OP S AND NEVER MATCHES. AN INTEREST
      *          CORRECTION IS KEYED THE SAME WAY, OP A THROUGH THE
      *          HOUSE BRANCH WITH A SIGNED N1, AND A SUMBACK BACKOUT
      *          OF A NIGHT THAT POSTED THE CYCLE LEAVES THE SAME
      *          RECORDS NEGATED, SO EVERY CORRECTION NETS AGAINST THE
      *          ORIGINAL INTEREST IN THE YEAR'S TOTAL. THE TITLE COMES
      *          FROM THE SUMACC MASTER OR, FOR AN ACCOUNT ARCHIVED
      *          DURING THE YEAR, FROM THE SUMARC ARCHIVE. WRITES A
      *          YEAR-END INTEREST STATEMENT PER ACCOUNT ON SUMITS, THE
      *          SUMITF TAX REPORTING FILE (SUMTAXRC LAYOUT) FOR EVERY
      *          ACCOUNT AT OR ABOVE THE REPORTING MINIMUM, WITH A
      *          CONTROL TRAILER, AND LISTS THE ACCOUNTS BELOW THE
      *          MINIMUM SEPARATELY ON SUMITB. ENDS RC=4 WHEN NO
      *          INTEREST WAS FOUND FOR THE YEAR OR ANY ACCOUNT'S
      *          TITLE COULD NOT BE FOUND, AND RC=16 ON AN INVALID
      *          SUMITP CARD OR WHEN THE HISTORY DOES NOT REACH BACK
      *          TO THE TAX YEAR'S FIRST BUSINESS DAY (SUMCAL), BEFORE
      *          ANYTHING IS WRITTEN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMINTX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO SUMPHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT PARM-FILE ASSIGN TO SUMITP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO SUMACC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO SUMARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO SUMITS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT BELOW-MIN-FILE ASSIGN TO SUMITB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BELOW-STATUS.
           SELECT TAX-FILE ASSIGN TO SUMITF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY SUMPHRC.

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  ITP-TAX-YEAR         PIC X(04).
           05  ITP-MINIMUM          PIC X(12).
           05  ITP-BRANCH           PIC X(04).
           05  ITP-PAYER-ID         PIC X(12).
           05  FILLER               PIC X(48).

       FD  ACCOUNT-FILE.
           COPY SUMACCRC.

      * SUMARC HOLDS SUMACC RECORD IMAGES (SUMACCRC LAYOUT), WRITTEN
      * BY SUMARCH AS EACH ACCOUNT WAS PURGED.
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD.
           05  ARC-NUMBER           PIC X(08).
           05  FILLER               PIC X(29).
           05  ARC-TITLE            PIC X(20).
           05  ARC-STATUS           PIC X(01).
           05  FILLER               PIC X(22).

       FD  STATEMENT-FILE
           RECORDING MODE IS F.
       01  STATEMENT-RECORD         PIC X(80).

       FD  BELOW-MIN-FILE
           RECORDING MODE IS F.
       01  BELOW-MIN-RECORD         PIC X(80).

       FD  TAX-FILE
           RECORDING MODE IS F.
           COPY SUMTAXRC.

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-PARM-STATUS       PIC X(02) VALUE ZEROS.
       01  WS-ACCOUNT-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-ARCHIVE-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-STATEMENT-STATUS  PIC X(02) VALUE ZEROS.
       01  WS-BELOW-STATUS      PIC X(02) VALUE ZEROS.
       01  WS-TAX-STATUS        PIC X(02) VALUE ZEROS.
       01  WS-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-END-OF-FILE        VALUE "Y".
       01  WS-HIST-READY-SWITCH PIC X(01) VALUE "N".
           88  WS-HIST-READY         VALUE "Y".
       01  WS-ARC-EOF-SWITCH    PIC X(01) VALUE "N".
           88  WS-ARC-EOF            VALUE "Y".
       01  WS-GROUP-OPEN-SWITCH PIC X(01) VALUE "N".
           88  WS-GROUP-OPEN         VALUE "Y".
       01  WS-PARM-ERROR-SWITCH PIC X(01) VALUE "N".
           88  WS-PARM-ERROR         VALUE "Y".
       01  WS-UNTITLED-SWITCH   PIC X(01) VALUE "N".
           88  WS-ANY-UNTITLED       VALUE "Y".

      * PARAMETER-CARD VALUES; THE TAX YEAR DEFAULTS TO THE YEAR
      * BEFORE THE RUN DATE, SINCE THE JOB RUNS EARLY IN JANUARY.
       01  WS-TAX-YEAR          PIC 9(04) VALUE ZEROS.
       01  WS-TAX-YEAR-X REDEFINES WS-TAX-YEAR
                                PIC X(04).
       01  WS-MINIMUM           PIC S9(11)V99 VALUE 10.00.
       01  WS-INT-BRANCH        PIC X(04) VALUE "0000".
       01  WS-PAYER-ID          PIC X(12) VALUE SPACES.

      * THE TAX YEAR AS A POSTING-DATE RANGE, YYYYMMDD, THE YEAR'S
      * FIRST BUSINESS DAY, AND THE EARLIEST POSTING DATE IN THE YEAR
      * ACTUALLY ON THE HISTORY.
       01  WS-YEAR-FROM-N       PIC 9(08) VALUE ZEROS.
       01  WS-YEAR-TO-N         PIC 9(08) VALUE ZEROS.
       01  WS-FIRST-BUS-DAY     PIC 9(08) VALUE ZEROS.
       01  WS-EARLIEST-POST     PIC 9(08) VALUE ZEROS.

       01  WS-CALENDAR-PGM      PIC X(08) VALUE "SUMCAL".
           COPY SUMCALLK.

      * THE SUMAUD RECORD AS IT WAS WRITTEN, UNPACKED FROM THE
      * HISTORY RECORD'S PH-AUDIT-IMAGE.
           COPY SUMAUDRC.

       01  WS-READ-COUNT        PIC 9(09) VALUE ZEROS.
       01  WS-MATCHED-COUNT     PIC 9(09) VALUE ZEROS.
       01  WS-ACCOUNT-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-REPORTED-COUNT    PIC 9(07) VALUE ZEROS.
       01  WS-BELOW-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-UNTITLED-COUNT    PIC 9(07) VALUE ZEROS.
       01  WS-REPORTED-TOTAL    PIC S9(13)V99 VALUE ZEROS.
       01  WS-BELOW-TOTAL       PIC S9(13)V99 VALUE ZEROS.
       01  WS-CORRECTION-COUNT  PIC 9(09) VALUE ZEROS.
       01  WS-CORRECTION-TOTAL  PIC S9(13)V99 VALUE ZEROS.

       01  WS-GROUP-ACCOUNT     PIC X(08) VALUE SPACES.
       01  WS-AMOUNT            PIC S9(09)V99 VALUE ZEROS.
       01  WS-ACCT-INTEREST     PIC S9(11)V99 VALUE ZEROS.
       01  WS-ACCT-CORRECTIONS  PIC 9(03) VALUE ZEROS.
       01  WS-ACCT-TITLE        PIC X(20) VALUE SPACES.
       01  WS-ACCT-SOURCE       PIC X(01) VALUE SPACES.
           88  WS-TITLE-FROM-MASTER  VALUE "M".
           88  WS-TITLE-FROM-ARCHIVE VALUE "A".
           88  WS-TITLE-NOT-FOUND    VALUE SPACE.
       01  WS-ACCT-STATUS       PIC X(01) VALUE SPACES.
       01  WS-STATUS-TEXT       PIC X(20) VALUE SPACES.
       01  WS-RESULT-TEXT       PIC X(40) VALUE SPACES.
       01  WS-STMT-LINE         PIC X(80) VALUE SPACES.

      * SIZED WITH WS-ARC-MAX IN COBOL.cbl. A LATER ENTRY FOR THE SAME
      * ACCOUNT (ARCHIVED, REINSTATED AND ARCHIVED AGAIN) WINS, SO
      * THE TABLE IS SEARCHED FROM THE END.
       01  WS-ARC-MAX           PIC 9(05) VALUE 20000.
       01  WS-ARC-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-ARC-SUB           PIC 9(05) VALUE ZEROS.
       01  WS-ARCHIVED-TABLE.
           05  WS-ARC-ENTRY OCCURS 20000 TIMES.
               10  WS-ARC-T-NUMBER  PIC X(08).
               10  WS-ARC-T-TITLE   PIC X(20).
               10  WS-ARC-T-STATUS  PIC X(01).

      * ONE ACCOUNT'S INTEREST POSTINGS FOR THE YEAR - TWELVE CYCLES
      * PLUS WHATEVER CORRECTIONS AND REVERSALS FOLLOWED THEM.
       01  WS-PST-MAX           PIC 9(03) VALUE 400.
       01  WS-PST-COUNT         PIC 9(03) VALUE ZEROS.
       01  WS-PST-SUB           PIC 9(03) VALUE ZEROS.
       01  WS-POSTING-TABLE.
           05  WS-PST-ENTRY OCCURS 400 TIMES.
               10  WS-PST-RUN-DATE  PIC X(10).
               10  WS-PST-TXN-NO    PIC 9(07).
               10  WS-PST-JOB-NAME  PIC X(08).
               10  WS-PST-AMOUNT    PIC S9(09)V99.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY         PIC 9(04).
           05  WS-CURR-MM           PIC 9(02).
           05  WS-CURR-DD           PIC 9(02).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                PIC 9(08).

       01  WS-REPORT-DATE.
           05  WS-REPORT-MM         PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  WS-REPORT-DD         PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  WS-REPORT-YYYY       PIC 9(04).

       01  WS-PAGE-NUMBER       PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT        PIC 9(02) VALUE ZEROS.
       01  WS-BELOW-PAGE-NUMBER PIC 9(04) VALUE ZEROS.
       01  WS-BELOW-LINE-COUNT  PIC 9(02) VALUE ZEROS.
       01  WS-LINES-PER-PAGE    PIC 9(02) VALUE 50.

       01  WS-STMT-HEADER-1.
           05  FILLER               PIC X(23) VALUE
               "YEAR-END INTEREST      ".
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  SH1-RUN-DATE         PIC X(10).
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE "PAGE: ".
           05  SH1-PAGE-NUMBER      PIC ZZZ9.

       01  WS-STMT-HEADER-2.
           05  FILLER               PIC X(09) VALUE "ACCOUNT: ".
           05  SH2-ACCOUNT          PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SH2-TITLE            PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SH2-STATUS-TEXT      PIC X(20).
           05  FILLER               PIC X(10) VALUE " TAX YEAR ".
           05  SH2-TAX-YEAR         PIC 9(04).
           05  FILLER               PIC X(05) VALUE SPACES.

       01  WS-STMT-COLS-LINE.
           05  FILLER               PIC X(11) VALUE "POSTED DATE".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE " TXN NO".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(08) VALUE "JOB     ".
           05  FILLER               PIC X(13) VALUE
               "     INTEREST".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(35) VALUE "NOTE".

       01  WS-STMT-DETAIL-LINE.
           05  SD-RUN-DATE          PIC X(10).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  SD-TXN-NUMBER        PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SD-JOB-NAME          PIC X(08).
           05  SD-AMOUNT            PIC -(9).99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SD-NOTE              PIC X(35).

       01  WS-STMT-TOTAL-LINE.
           05  FILLER               PIC X(30) VALUE
               "INTEREST EARNED FOR THE YEAR :".
           05  ST-INTEREST          PIC -(11).99.
           05  FILLER               PIC X(35) VALUE SPACES.

       01  WS-STMT-RESULT-LINE.
           05  FILLER               PIC X(30) VALUE SPACES.
           05  SR-RESULT-TEXT       PIC X(40).
           05  FILLER               PIC X(10) VALUE SPACES.

       01  WS-BELOW-HEADER-1.
           05  FILLER               PIC X(23) VALUE
               "INTEREST BELOW MINIMUM ".
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  BH1-RUN-DATE         PIC X(10).
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE "PAGE: ".
           05  BH1-PAGE-NUMBER      PIC ZZZ9.

       01  WS-BELOW-HEADER-2.
           05  FILLER               PIC X(10) VALUE "TAX YEAR: ".
           05  BH2-TAX-YEAR         PIC 9(04).
           05  FILLER               PIC X(22) VALUE
               "  REPORTING MINIMUM: ".
           05  BH2-MINIMUM          PIC Z(10)9.99.
           05  FILLER               PIC X(30) VALUE SPACES.

       01  WS-BELOW-COLS-LINE.
           05  FILLER               PIC X(09) VALUE "ACCOUNT  ".
           05  FILLER               PIC X(21) VALUE
               "TITLE                ".
           05  FILLER               PIC X(02) VALUE "S ".
           05  FILLER               PIC X(15) VALUE
               "   NET INTEREST".
           05  FILLER               PIC X(06) VALUE " POSTS".
           05  FILLER               PIC X(27) VALUE "  NOTE".

       01  WS-BELOW-DETAIL-LINE.
           05  BD-ACCOUNT           PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  BD-TITLE             PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  BD-SOURCE            PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  BD-INTEREST          PIC -(11).99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  BD-POSTINGS          PIC ZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  BD-NOTE              PIC X(25).

       01  WS-BELOW-TOTAL-LINE.
           05  FILLER               PIC X(12) VALUE "ACCOUNTS  : ".
           05  BT-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(17) VALUE
               "   NET INTEREST: ".
           05  BT-INTEREST          PIC -(13).99.
           05  FILLER               PIC X(26) VALUE SPACES.

       01  WS-RUN-TOTAL-LINE.
           05  RT-LABEL             PIC X(36).
           05  RT-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RT-AMOUNT            PIC -(13).99.
           05  FILLER               PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-POSITION-HISTORY
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM 1550-READ-HISTORY
               IF NOT WS-END-OF-FILE
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2000-GROUP-RECORD
               END-IF
           END-PERFORM
           IF WS-GROUP-OPEN
               PERFORM 2500-FINISH-ACCOUNT
           END-IF
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURR-MM TO WS-REPORT-MM
           MOVE WS-CURR-DD TO WS-REPORT-DD
           MOVE WS-CURR-YYYY TO WS-REPORT-YYYY
           COMPUTE WS-TAX-YEAR = WS-CURR-YYYY - 1
           PERFORM 1200-LOAD-PARAMETERS
           IF WS-PARM-ERROR
               DISPLAY "RUN REFUSED - CORRECT THE SUMITP CARD AND "
                   "RESUBMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-YEAR-FROM-N = WS-TAX-YEAR * 10000 + 101
           COMPUTE WS-YEAR-TO-N = WS-TAX-YEAR * 10000 + 1231
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00" AND
                   WS-HISTORY-STATUS NOT = "97"
               DISPLAY "SEVERE ERROR - SUMPHS OPEN FAILED, STATUS "
                   WS-HISTORY-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-CHECK-HISTORY-COVERAGE
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00" AND
                   WS-ACCOUNT-STATUS NOT = "97"
               DISPLAY "SEVERE ERROR - SUMACC OPEN FAILED, STATUS "
                   WS-ACCOUNT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1400-LOAD-ARCHIVE
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STATEMENT-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMITS OPEN FAILED, STATUS "
                   WS-STATEMENT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BELOW-MIN-FILE
           IF WS-BELOW-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMITB OPEN FAILED, STATUS "
                   WS-BELOW-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TAX-FILE
           IF WS-TAX-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMITF OPEN FAILED, STATUS "
                   WS-TAX-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO TAX-REPORT-RECORD
           MOVE "HD" TO TAX-REC-TYPE
           MOVE WS-TAX-YEAR TO TAX-HD-TAX-YEAR
           MOVE WS-CURRENT-DATE-N TO TAX-HD-RUN-DATE
           MOVE WS-PAYER-ID TO TAX-HD-PAYER-ID
           MOVE WS-MINIMUM TO TAX-HD-MINIMUM
           PERFORM 2900-WRITE-TAX-RECORD
           PERFORM 1100-WRITE-BELOW-HEADER.

      * A MISSING OR EMPTY CARD REPORTS LAST YEAR ON THE DEFAULTS; A
      * CARD THAT IS PRESENT BUT WRONG REFUSES THE RUN RATHER THAN
      * FILE FIGURES FOR A YEAR OR MINIMUM NOBODY ASKED FOR.
       1200-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       DISPLAY "NO SUMITP CARD, TAX YEAR " WS-TAX-YEAR
                           " ON DEFAULTS"
                   NOT AT END
                       PERFORM 1250-PARSE-PARAMETERS
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "SUMITP NOT AVAILABLE, STATUS "
                   WS-PARM-STATUS ", TAX YEAR " WS-TAX-YEAR
                   " ON DEFAULTS"
           END-IF.

       1250-PARSE-PARAMETERS.
           IF FUNCTION TRIM(ITP-TAX-YEAR) NOT = SPACES
               IF ITP-TAX-YEAR NOT NUMERIC
                   DISPLAY "SUMITP TAX YEAR NOT NUMERIC"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
               ELSE
                   MOVE ITP-TAX-YEAR TO WS-TAX-YEAR
                   IF WS-TAX-YEAR > WS-CURR-YYYY
                       OR WS-TAX-YEAR < 1900
                       DISPLAY "SUMITP TAX YEAR " WS-TAX-YEAR
                           " IS NOT A PAST OR CURRENT YEAR"
                       MOVE "Y" TO WS-PARM-ERROR-SWITCH
                   END-IF
               END-IF
           END-IF
           IF FUNCTION TRIM(ITP-MINIMUM) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(ITP-MINIMUM) NOT = ZERO
                   DISPLAY "SUMITP REPORTING MINIMUM NOT NUMERIC"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
               ELSE
                   COMPUTE WS-MINIMUM = FUNCTION NUMVAL(ITP-MINIMUM)
                   IF WS-MINIMUM < ZERO
                       DISPLAY "SUMITP REPORTING MINIMUM MUST NOT BE "
                           "NEGATIVE"
                       MOVE "Y" TO WS-PARM-ERROR-SWITCH
                   END-IF
               END-IF
           END-IF
           IF ITP-BRANCH NOT = SPACES
               MOVE ITP-BRANCH TO WS-INT-BRANCH
           END-IF
           MOVE ITP-PAYER-ID TO WS-PAYER-ID.

      * A YEAR THE HISTORY DOES NOT HOLD FROM ITS FIRST BUSINESS DAY -
      * LOADED ONLY PART WAY THROUGH IT, OR ALREADY PURGED PAST THE
      * RETENTION PERIOD - WOULD FILE SHORT, SO THE RUN IS REFUSED
      * BEFORE ANYTHING IS WRITTEN. AN ACCOUNT'S EARLIEST POSTING IN
      * THE YEAR IS THE FIRST UNDER ITS KEY FROM JANUARY 1, SO ONE
      * READ PER ACCOUNT FINDS THE EARLIEST DATE ON THE FILE.
       1300-CHECK-HISTORY-COVERAGE.
           MOVE "N" TO CALRQ-FUNCTION
           MOVE WS-YEAR-FROM-N TO CALRQ-DATE
           CALL WS-CALENDAR-PGM USING CALENDAR-REQUEST
           IF NOT CALRQ-OK
               DISPLAY "SEVERE ERROR - SUMCAL LOOKUP FAILED, RC "
                   CALRQ-RETURN-CODE
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CALRQ-RESULT-DATE TO WS-FIRST-BUS-DAY
           MOVE 99999999 TO WS-EARLIEST-POST
           PERFORM 1500-POSITION-HISTORY
           PERFORM UNTIL WS-END-OF-FILE
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
               END-READ
               PERFORM 1590-CHECK-READ-STATUS
               IF NOT WS-END-OF-FILE
                   IF PH-POST-DATE < WS-YEAR-FROM-N
                       MOVE LOW-VALUES TO PH-POSTING-KEY
                       MOVE WS-YEAR-FROM-N TO PH-POST-DATE
                       START HISTORY-FILE
                               KEY IS NOT LESS THAN PH-KEY
                           INVALID KEY
                               MOVE "Y" TO WS-EOF-SWITCH
                       END-START
                       PERFORM 1580-CHECK-START-STATUS
                   ELSE
                       IF PH-POST-DATE NOT > WS-YEAR-TO-N
                           AND PH-POST-DATE < WS-EARLIEST-POST
                           MOVE PH-POST-DATE TO WS-EARLIEST-POST
                       END-IF
                       MOVE HIGH-VALUES TO PH-POSTING-KEY
                       START HISTORY-FILE
                               KEY IS GREATER THAN PH-KEY
                           INVALID KEY
                               MOVE "Y" TO WS-EOF-SWITCH
                       END-START
                       PERFORM 1580-CHECK-START-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-EARLIEST-POST > WS-FIRST-BUS-DAY
               IF WS-EARLIEST-POST = 99999999
                   DISPLAY "NO POSTINGS ON SUMPHS FOR TAX YEAR "
                       WS-TAX-YEAR
               ELSE
                   DISPLAY "SUMPHS POSTINGS FOR TAX YEAR " WS-TAX-YEAR
                       " START " WS-EARLIEST-POST
                       ", AFTER ITS FIRST BUSINESS DAY "
                       WS-FIRST-BUS-DAY
               END-IF
               DISPLAY "RUN REFUSED - THE POSTING HISTORY DOES NOT "
                   "HOLD THE WHOLE TAX YEAR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * THE FIRST READ LANDS ON THE FIRST ACCOUNT AT JANUARY 1.
       1500-POSITION-HISTORY.
           MOVE LOW-VALUES TO PH-KEY
           MOVE WS-YEAR-FROM-N TO PH-POST-DATE
           START HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM 1580-CHECK-START-STATUS.

      * DELIVERS THE NEXT HISTORY RECORD INSIDE THE TAX YEAR INTO
      * AUDIT-RECORD, OR END OF FILE. A RECORD DATED BEFORE THE YEAR
      * SENDS THE BROWSE TO JANUARY 1 IN THAT ACCOUNT, ONE DATED AFTER
      * IT PAST THE REST OF THE ACCOUNT.
       1550-READ-HISTORY.
           MOVE "N" TO WS-HIST-READY-SWITCH
           PERFORM UNTIL WS-HIST-READY OR WS-END-OF-FILE
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
               END-READ
               PERFORM 1590-CHECK-READ-STATUS
               IF NOT WS-END-OF-FILE
                   EVALUATE TRUE
                       WHEN PH-POST-DATE < WS-YEAR-FROM-N
                           MOVE LOW-VALUES TO PH-POSTING-KEY
                           MOVE WS-YEAR-FROM-N TO PH-POST-DATE
                           START HISTORY-FILE
                                   KEY IS NOT LESS THAN PH-KEY
                               INVALID KEY
                                   MOVE "Y" TO WS-EOF-SWITCH
                           END-START
                           PERFORM 1580-CHECK-START-STATUS
                       WHEN PH-POST-DATE > WS-YEAR-TO-N
                           MOVE HIGH-VALUES TO PH-POSTING-KEY
                           START HISTORY-FILE
                                   KEY IS GREATER THAN PH-KEY
                               INVALID KEY
                                   MOVE "Y" TO WS-EOF-SWITCH
                           END-START
                           PERFORM 1580-CHECK-START-STATUS
                       WHEN OTHER
                           MOVE PH-AUDIT-IMAGE TO AUDIT-RECORD
                           MOVE "Y" TO WS-HIST-READY-SWITCH
                   END-EVALUATE
               END-IF
           END-PERFORM.

       1580-CHECK-START-STATUS.
           IF WS-HISTORY-STATUS NOT = "00" AND
                   WS-HISTORY-STATUS NOT = "23"
               DISPLAY "SEVERE ERROR - SUMPHS START FAILED, STATUS "
                   WS-HISTORY-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       1590-CHECK-READ-STATUS.
           IF WS-HISTORY-STATUS NOT = "00" AND
                   WS-HISTORY-STATUS NOT = "10"
               DISPLAY "SEVERE ERROR - SUMPHS READ FAILED, STATUS "
                   WS-HISTORY-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

      * AN UNALLOCATED OR NEVER-PRIMED ARCHIVE SIMPLY MEANS NOTHING
      * WAS EVER ARCHIVED, AS IN THE POSTING RUN'S OWN LOAD.
       1400-LOAD-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "35"
               CONTINUE
           ELSE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMARC OPEN FAILED, STATUS "
                   WS-ARCHIVE-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           ELSE
               PERFORM UNTIL WS-ARC-EOF
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-ARC-EOF-SWITCH
                       NOT AT END
                           PERFORM 1450-STORE-ARCHIVE-ENTRY
                   END-READ
                   IF WS-ARCHIVE-STATUS NOT = "00" AND
                           WS-ARCHIVE-STATUS NOT = "10"
                       DISPLAY "SEVERE ERROR - SUMARC READ FAILED, "
                           "STATUS " WS-ARCHIVE-STATUS
                       MOVE 20 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           END-IF.

       1450-STORE-ARCHIVE-ENTRY.
           IF ARC-NUMBER = SPACES
               CONTINUE
           ELSE
               IF WS-ARC-COUNT NOT LESS THAN WS-ARC-MAX
                   DISPLAY "SEVERE ERROR - MORE THAN " WS-ARC-MAX
                       " SUMARC ARCHIVED ACCOUNTS, RAISE WS-ARC-MAX"
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ARC-COUNT
               MOVE ARC-NUMBER TO WS-ARC-T-NUMBER(WS-ARC-COUNT)
               MOVE ARC-TITLE TO WS-ARC-T-TITLE(WS-ARC-COUNT)
               MOVE ARC-STATUS TO WS-ARC-T-STATUS(WS-ARC-COUNT)
           END-IF.

       1100-WRITE-BELOW-HEADER.
           ADD 1 TO WS-BELOW-PAGE-NUMBER
           MOVE ZEROS TO WS-BELOW-LINE-COUNT
           MOVE WS-REPORT-DATE TO BH1-RUN-DATE
           MOVE WS-BELOW-PAGE-NUMBER TO BH1-PAGE-NUMBER
           WRITE BELOW-MIN-RECORD FROM WS-BELOW-HEADER-1
           PERFORM 2960-CHECK-BELOW-STATUS
           MOVE WS-TAX-YEAR TO BH2-TAX-YEAR
           MOVE WS-MINIMUM TO BH2-MINIMUM
           WRITE BELOW-MIN-RECORD FROM WS-BELOW-HEADER-2
           PERFORM 2960-CHECK-BELOW-STATUS
           WRITE BELOW-MIN-RECORD FROM WS-BELOW-COLS-LINE
           PERFORM 2960-CHECK-BELOW-STATUS.

       2000-GROUP-RECORD.
           IF WS-GROUP-OPEN
               AND AU-ACCOUNT NOT = WS-GROUP-ACCOUNT
               PERFORM 2500-FINISH-ACCOUNT
               MOVE "N" TO WS-GROUP-OPEN-SWITCH
           END-IF
           IF NOT WS-GROUP-OPEN
               PERFORM 2100-START-GROUP
           END-IF
           IF AU-RUN-DATE(7:4) = WS-TAX-YEAR-X
               AND AU-OP-CODE = "A"
               AND AU-BRANCH = WS-INT-BRANCH
               AND FUNCTION TEST-NUMVAL(AU-N2) = ZERO
               AND FUNCTION TEST-NUMVAL(AU-N3) = ZERO
               IF FUNCTION NUMVAL(AU-N2) = ZERO
                   PERFORM 2200-STORE-POSTING
               END-IF
           END-IF.

       2100-START-GROUP.
           MOVE "Y" TO WS-GROUP-OPEN-SWITCH
           MOVE AU-ACCOUNT TO WS-GROUP-ACCOUNT
           MOVE ZEROS TO WS-PST-COUNT
           MOVE ZEROS TO WS-ACCT-INTEREST
           MOVE ZEROS TO WS-ACCT-CORRECTIONS.

      * A NEGATIVE INTEREST POSTING IS EITHER A SUMBACK REVERSAL OR A
      * CORRECTION KEYED THROUGH THE HOUSE BRANCH; BOTH SIMPLY NET.
       2200-STORE-POSTING.
           IF WS-PST-COUNT NOT LESS THAN WS-PST-MAX
               DISPLAY "SEVERE ERROR - MORE THAN " WS-PST-MAX
                   " INTEREST POSTINGS FOR ACCOUNT " WS-GROUP-ACCOUNT
                   ", RAISE WS-PST-MAX"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MATCHED-COUNT
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(AU-N3)
           ADD 1 TO WS-PST-COUNT
           MOVE AU-RUN-DATE TO WS-PST-RUN-DATE(WS-PST-COUNT)
           IF AU-TXN-NUMBER NUMERIC
               MOVE AU-TXN-NUMBER TO WS-PST-TXN-NO(WS-PST-COUNT)
           ELSE
               MOVE ZEROS TO WS-PST-TXN-NO(WS-PST-COUNT)
           END-IF
           MOVE AU-JOB-NAME TO WS-PST-JOB-NAME(WS-PST-COUNT)
           MOVE WS-AMOUNT TO WS-PST-AMOUNT(WS-PST-COUNT)
           ADD WS-AMOUNT TO WS-ACCT-INTEREST
           IF WS-AMOUNT < ZERO
               ADD 1 TO WS-ACCT-CORRECTIONS
               ADD 1 TO WS-CORRECTION-COUNT
               ADD WS-AMOUNT TO WS-CORRECTION-TOTAL
           END-IF.

      * AN ACCOUNT WITH NO INTEREST POSTING IN THE YEAR GETS NO
      * STATEMENT AT ALL; EVERY OTHER ONE GETS ITS STATEMENT AND
      * GOES EITHER TO THE TAX FILE OR TO THE BELOW-MINIMUM LIST.
       2500-FINISH-ACCOUNT.
           IF WS-PST-COUNT = ZERO
               CONTINUE
           ELSE
               ADD 1 TO WS-ACCOUNT-COUNT
               PERFORM 2550-FIND-TITLE
               IF WS-ACCT-INTEREST NOT < WS-MINIMUM
                   AND WS-ACCT-INTEREST > ZERO
                   MOVE "REPORTED ON THE INTEREST TAX FILE"
                       TO WS-RESULT-TEXT
               ELSE
                   IF WS-ACCT-INTEREST > ZERO
                       MOVE "BELOW REPORTING MINIMUM - NOT REPORTED"
                           TO WS-RESULT-TEXT
                   ELSE
                       MOVE "NO NET INTEREST - NOT REPORTED"
                           TO WS-RESULT-TEXT
                   END-IF
               END-IF
               PERFORM 2600-PRINT-STATEMENT
               IF WS-ACCT-INTEREST NOT < WS-MINIMUM
                   AND WS-ACCT-INTEREST > ZERO
                   PERFORM 2700-WRITE-TAX-DETAIL
               ELSE
                   PERFORM 2800-WRITE-BELOW-LINE
               END-IF
           END-IF.

      * THE MASTER IS TRIED FIRST - A REINSTATED ACCOUNT IS BACK ON
      * IT AND ITS ARCHIVE ENTRY NO LONGER MATTERS.
       2550-FIND-TITLE.
           MOVE SPACES TO WS-ACCT-SOURCE
           MOVE SPACES TO WS-ACCT-TITLE
           MOVE SPACES TO WS-ACCT-STATUS
           MOVE WS-GROUP-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "M" TO WS-ACCT-SOURCE
                   MOVE ACCT-TITLE TO WS-ACCT-TITLE
                   MOVE ACCT-STATUS TO WS-ACCT-STATUS
           END-READ
           IF WS-ACCOUNT-STATUS NOT = "00" AND
                   WS-ACCOUNT-STATUS NOT = "23"
               DISPLAY "SEVERE ERROR - SUMACC READ FAILED, STATUS "
                   WS-ACCOUNT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TITLE-NOT-FOUND
               MOVE WS-ARC-COUNT TO WS-ARC-SUB
               PERFORM UNTIL WS-ARC-SUB = ZERO
                       OR WS-TITLE-FROM-ARCHIVE
                   IF WS-ARC-T-NUMBER(WS-ARC-SUB) = WS-GROUP-ACCOUNT
                       MOVE "A" TO WS-ACCT-SOURCE
                       MOVE WS-ARC-T-TITLE(WS-ARC-SUB)
                           TO WS-ACCT-TITLE
                       MOVE WS-ARC-T-STATUS(WS-ARC-SUB)
                           TO WS-ACCT-STATUS
                   ELSE
                       SUBTRACT 1 FROM WS-ARC-SUB
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-TITLE-FROM-ARCHIVE
                   MOVE "ARCHIVED" TO WS-STATUS-TEXT
               WHEN WS-TITLE-NOT-FOUND
                   MOVE "NOT ON MASTER/ARCH" TO WS-STATUS-TEXT
                   MOVE "*** TITLE NOT FOUND" TO WS-ACCT-TITLE
                   MOVE "Y" TO WS-UNTITLED-SWITCH
                   ADD 1 TO WS-UNTITLED-COUNT
               WHEN WS-ACCT-STATUS = "C"
                   MOVE "CLOSED" TO WS-STATUS-TEXT
               WHEN WS-ACCT-STATUS = "F"
                   MOVE "FROZEN" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "OPEN" TO WS-STATUS-TEXT
           END-EVALUATE.

       2600-PRINT-STATEMENT.
           PERFORM 2650-WRITE-STMT-HEADER
           MOVE 1 TO WS-PST-SUB
           PERFORM UNTIL WS-PST-SUB > WS-PST-COUNT
               MOVE WS-PST-RUN-DATE(WS-PST-SUB) TO SD-RUN-DATE
               MOVE WS-PST-TXN-NO(WS-PST-SUB) TO SD-TXN-NUMBER
               MOVE WS-PST-JOB-NAME(WS-PST-SUB) TO SD-JOB-NAME
               MOVE WS-PST-AMOUNT(WS-PST-SUB) TO SD-AMOUNT
               EVALUATE TRUE
                   WHEN WS-PST-AMOUNT(WS-PST-SUB) NOT < ZERO
                       MOVE SPACES TO SD-NOTE
                   WHEN WS-PST-JOB-NAME(WS-PST-SUB)(1:2) = "BK"
                       MOVE "BACKOUT REVERSAL" TO SD-NOTE
                   WHEN OTHER
                       MOVE "CORRECTION" TO SD-NOTE
               END-EVALUATE
               MOVE WS-STMT-DETAIL-LINE TO WS-STMT-LINE
               PERFORM 2680-WRITE-STMT-LINE
               ADD 1 TO WS-PST-SUB
           END-PERFORM
           MOVE SPACES TO WS-STMT-LINE
           PERFORM 2680-WRITE-STMT-LINE
           MOVE WS-ACCT-INTEREST TO ST-INTEREST
           MOVE WS-STMT-TOTAL-LINE TO WS-STMT-LINE
           PERFORM 2680-WRITE-STMT-LINE
           MOVE WS-RESULT-TEXT TO SR-RESULT-TEXT
           MOVE WS-STMT-RESULT-LINE TO WS-STMT-LINE
           PERFORM 2680-WRITE-STMT-LINE.

       2650-WRITE-STMT-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE ZEROS TO WS-LINE-COUNT
           MOVE WS-REPORT-DATE TO SH1-RUN-DATE
           MOVE WS-PAGE-NUMBER TO SH1-PAGE-NUMBER
           WRITE STATEMENT-RECORD FROM WS-STMT-HEADER-1
           PERFORM 2950-CHECK-STATEMENT-STATUS
           MOVE WS-GROUP-ACCOUNT TO SH2-ACCOUNT
           MOVE WS-ACCT-TITLE TO SH2-TITLE
           MOVE WS-STATUS-TEXT TO SH2-STATUS-TEXT
           MOVE WS-TAX-YEAR TO SH2-TAX-YEAR
           WRITE STATEMENT-RECORD FROM WS-STMT-HEADER-2
           PERFORM 2950-CHECK-STATEMENT-STATUS
           WRITE STATEMENT-RECORD FROM WS-STMT-COLS-LINE
           PERFORM 2950-CHECK-STATEMENT-STATUS.

       2680-WRITE-STMT-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2650-WRITE-STMT-HEADER
           END-IF
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           PERFORM 2950-CHECK-STATEMENT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       2700-WRITE-TAX-DETAIL.
           MOVE SPACES TO TAX-REPORT-RECORD
           MOVE "DT" TO TAX-REC-TYPE
           MOVE WS-TAX-YEAR TO TAX-TAX-YEAR
           MOVE WS-GROUP-ACCOUNT TO TAX-ACCOUNT
           IF WS-TITLE-NOT-FOUND
               MOVE SPACES TO TAX-TITLE
           ELSE
               MOVE WS-ACCT-TITLE TO TAX-TITLE
           END-IF
           MOVE WS-ACCT-SOURCE TO TAX-ACCT-SOURCE
           MOVE WS-ACCT-STATUS TO TAX-ACCT-STATUS
           MOVE WS-ACCT-INTEREST TO TAX-INTEREST
           MOVE WS-PST-COUNT TO TAX-POSTING-COUNT
           MOVE WS-ACCT-CORRECTIONS TO TAX-CORRECTION-COUNT
           PERFORM 2900-WRITE-TAX-RECORD
           ADD 1 TO WS-REPORTED-COUNT
           ADD WS-ACCT-INTEREST TO WS-REPORTED-TOTAL.

       2800-WRITE-BELOW-LINE.
           IF WS-BELOW-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-BELOW-HEADER
           END-IF
           MOVE WS-GROUP-ACCOUNT TO BD-ACCOUNT
           MOVE WS-ACCT-TITLE TO BD-TITLE
           MOVE WS-ACCT-SOURCE TO BD-SOURCE
           MOVE WS-ACCT-INTEREST TO BD-INTEREST
           MOVE WS-PST-COUNT TO BD-POSTINGS
           IF WS-ACCT-INTEREST > ZERO
               MOVE "BELOW MINIMUM" TO BD-NOTE
           ELSE
               MOVE "NETTED TO ZERO OR LESS" TO BD-NOTE
           END-IF
           WRITE BELOW-MIN-RECORD FROM WS-BELOW-DETAIL-LINE
           PERFORM 2960-CHECK-BELOW-STATUS
           ADD 1 TO WS-BELOW-LINE-COUNT
           ADD 1 TO WS-BELOW-COUNT
           ADD WS-ACCT-INTEREST TO WS-BELOW-TOTAL.

       2900-WRITE-TAX-RECORD.
           WRITE TAX-REPORT-RECORD
           IF WS-TAX-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMITF WRITE FAILED, STATUS "
                   WS-TAX-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       2950-CHECK-STATEMENT-STATUS.
           IF WS-STATEMENT-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMITS WRITE FAILED, STATUS "
                   WS-STATEMENT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       2960-CHECK-BELOW-STATUS.
           IF WS-BELOW-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMITB WRITE FAILED, STATUS "
                   WS-BELOW-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

      * THE RUN TOTALS CLOSE THE STATEMENT FILE ON A PAGE OF THEIR
      * OWN, SO NO CUSTOMER'S STATEMENT CARRIES THEM.
       3050-WRITE-RUN-TOTAL-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-REPORT-DATE TO SH1-RUN-DATE
           MOVE WS-PAGE-NUMBER TO SH1-PAGE-NUMBER
           WRITE STATEMENT-RECORD FROM WS-STMT-HEADER-1
           PERFORM 2950-CHECK-STATEMENT-STATUS
           MOVE SPACES TO WS-STMT-LINE
           STRING "RUN TOTALS - TAX YEAR " WS-TAX-YEAR
               DELIMITED BY SIZE INTO WS-STMT-LINE
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           PERFORM 2950-CHECK-STATEMENT-STATUS.

       3000-FINALIZE.
           MOVE SPACES TO TAX-REPORT-RECORD
           MOVE "TR" TO TAX-REC-TYPE
           MOVE WS-TAX-YEAR TO TAX-TR-TAX-YEAR
           MOVE WS-REPORTED-COUNT TO TAX-TR-RECORD-COUNT
           MOVE WS-REPORTED-TOTAL TO TAX-TR-INTEREST-TOTAL
           MOVE WS-BELOW-COUNT TO TAX-TR-BELOW-COUNT
           MOVE WS-BELOW-TOTAL TO TAX-TR-BELOW-TOTAL
           PERFORM 2900-WRITE-TAX-RECORD
           MOVE WS-BELOW-COUNT TO BT-COUNT
           MOVE WS-BELOW-TOTAL TO BT-INTEREST
           WRITE BELOW-MIN-RECORD FROM WS-BELOW-TOTAL-LINE
           PERFORM 2960-CHECK-BELOW-STATUS
           MOVE ZEROS TO WS-LINE-COUNT
           PERFORM 3050-WRITE-RUN-TOTAL-HEADER
           MOVE "HISTORY POSTINGS READ FOR THE YEAR :" TO RT-LABEL
           MOVE WS-READ-COUNT TO RT-COUNT
           MOVE ZEROS TO RT-AMOUNT
           PERFORM 3100-WRITE-RUN-TOTAL
           MOVE "INTEREST POSTINGS FOR THE YEAR     :" TO RT-LABEL
           MOVE WS-MATCHED-COUNT TO RT-COUNT
           COMPUTE RT-AMOUNT = WS-REPORTED-TOTAL + WS-BELOW-TOTAL
           PERFORM 3100-WRITE-RUN-TOTAL
           MOVE "  OF WHICH CORRECTIONS/REVERSALS   :" TO RT-LABEL
           MOVE WS-CORRECTION-COUNT TO RT-COUNT
           MOVE WS-CORRECTION-TOTAL TO RT-AMOUNT
           PERFORM 3100-WRITE-RUN-TOTAL
           MOVE "ACCOUNTS WITH INTEREST             :" TO RT-LABEL
           MOVE WS-ACCOUNT-COUNT TO RT-COUNT
           MOVE ZEROS TO RT-AMOUNT
           PERFORM 3100-WRITE-RUN-TOTAL
           MOVE "REPORTED ON THE TAX FILE           :" TO RT-LABEL
           MOVE WS-REPORTED-COUNT TO RT-COUNT
           MOVE WS-REPORTED-TOTAL TO RT-AMOUNT
           PERFORM 3100-WRITE-RUN-TOTAL
           MOVE "BELOW MINIMUM, LISTED ON SUMITB    :" TO RT-LABEL
           MOVE WS-BELOW-COUNT TO RT-COUNT
           MOVE WS-BELOW-TOTAL TO RT-AMOUNT
           PERFORM 3100-WRITE-RUN-TOTAL
           MOVE "TITLE NOT ON MASTER OR ARCHIVE     :" TO RT-LABEL
           MOVE WS-UNTITLED-COUNT TO RT-COUNT
           MOVE ZEROS TO RT-AMOUNT
           PERFORM 3100-WRITE-RUN-TOTAL
           CLOSE HISTORY-FILE
           CLOSE ACCOUNT-FILE
           CLOSE STATEMENT-FILE
           CLOSE BELOW-MIN-FILE
           CLOSE TAX-FILE
           DISPLAY "SUMINTX: TAX YEAR " WS-TAX-YEAR ", "
               WS-ACCOUNT-COUNT " ACCOUNTS, " WS-REPORTED-COUNT
               " REPORTED, " WS-BELOW-COUNT " BELOW MINIMUM"
           IF WS-ACCOUNT-COUNT = ZERO OR WS-ANY-UNTITLED
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-WRITE-RUN-TOTAL.
           WRITE STATEMENT-RECORD FROM WS-RUN-TOTAL-LINE
           PERFORM 2950-CHECK-STATEMENT-STATUS.
       END PROGRAM SUMINTX.
