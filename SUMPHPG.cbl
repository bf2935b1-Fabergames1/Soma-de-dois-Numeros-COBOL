      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 10/15/2026
      * Purpose: POSTING-HISTORY RETENTION PURGE. DELETES FROM THE
      *          SUMPHS POSTING-HISTORY KSDS (SUMPHRC) EVERY POSTING
      *          DATED BEFORE THE LEGAL HOLDING PERIOD - TODAY LESS
      *          THE SUMPHP RETENTION YEARS, SEVEN UNLESS THE CARD
      *          SAYS OTHERWISE - AND LISTS ON SUMPHR, ONE LINE PER
      *          ACCOUNT, HOW MANY POSTINGS WENT AND THE DATES THEY
      *          SPANNED. AN ACCOUNT'S OLDEST POSTINGS ARE THE FIRST
      *          UNDER ITS KEY, SO THE BROWSE DELETES UNTIL IT MEETS A
      *          POSTING INSIDE THE PERIOD AND THEN STARTS AGAIN PAST
      *          THE REST OF THAT ACCOUNT. RERUNNING IT IS HARMLESS.
      *          ENDS RC=16 ON AN INVALID SUMPHP CARD, RC=4 WHEN
      *          NOTHING WAS OLD ENOUGH TO PURGE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMPHPG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO SUMPHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT PARM-FILE ASSIGN TO SUMPHP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PURGE-REPORT-FILE ASSIGN TO SUMPHR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY SUMPHRC.

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PHP-RETENTION-YEARS  PIC X(02).
           05  FILLER               PIC X(78).

       FD  PURGE-REPORT-FILE
           RECORDING MODE IS F.
       01  PURGE-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-PARM-STATUS       PIC X(02) VALUE ZEROS.
       01  WS-REPORT-STATUS     PIC X(02) VALUE ZEROS.
       01  WS-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-END-OF-FILE        VALUE "Y".
       01  WS-PARM-ERROR-SWITCH PIC X(01) VALUE "N".
           88  WS-PARM-ERROR         VALUE "Y".
       01  WS-ACCOUNT-OPEN-SW   PIC X(01) VALUE "N".
           88  WS-ACCOUNT-OPEN       VALUE "Y".

       01  WS-RETENTION-YEARS   PIC 9(02) VALUE 07.
       01  WS-CUTOFF-DATE.
           05  WS-CUT-YYYY          PIC 9(04).
           05  WS-CUT-MM            PIC 9(02).
           05  WS-CUT-DD            PIC 9(02).
       01  WS-CUTOFF-DATE-N REDEFINES WS-CUTOFF-DATE
                                PIC 9(08).

       01  WS-PURGE-ACCOUNT     PIC X(08) VALUE SPACES.
       01  WS-ACCT-PURGED       PIC 9(07) VALUE ZEROS.
       01  WS-ACCT-OLDEST       PIC 9(08) VALUE ZEROS.
       01  WS-ACCT-NEWEST       PIC 9(08) VALUE ZEROS.
       01  WS-ACCOUNTS-READ     PIC 9(07) VALUE ZEROS.
       01  WS-ACCOUNTS-PURGED   PIC 9(07) VALUE ZEROS.
       01  WS-PURGED-COUNT      PIC 9(09) VALUE ZEROS.
       01  WS-PRIOR-ACCOUNT     PIC X(08) VALUE LOW-VALUES.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY         PIC 9(04).
           05  WS-CURR-MM           PIC 9(02).
           05  WS-CURR-DD           PIC 9(02).

       01  WS-REPORT-DATE.
           05  WS-REPORT-MM         PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  WS-REPORT-DD         PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  WS-REPORT-YYYY       PIC 9(04).

       01  WS-PAGE-NUMBER       PIC 9(04) VALUE ZEROS.
       01  WS-LINE-COUNT        PIC 9(02) VALUE ZEROS.
       01  WS-LINES-PER-PAGE    PIC 9(02) VALUE 50.

       01  WS-PURGE-HEADER-1.
           05  FILLER               PIC X(23) VALUE
               "HISTORY PURGE REPORT   ".
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  PH1-RUN-DATE         PIC X(10).
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE "PAGE: ".
           05  PH1-PAGE-NUMBER      PIC ZZZ9.

       01  WS-PURGE-HEADER-2.
           05  FILLER               PIC X(11) VALUE "RETENTION: ".
           05  PH2-YEARS            PIC Z9.
           05  FILLER               PIC X(31) VALUE
               " YEARS - PURGING POSTINGS DATED".
           05  FILLER               PIC X(08) VALUE " BEFORE ".
           05  PH2-CUTOFF           PIC 9(08).
           05  FILLER               PIC X(20) VALUE SPACES.

       01  WS-PURGE-HEADER-3.
           05  FILLER               PIC X(10) VALUE "ACCOUNT   ".
           05  FILLER               PIC X(12) VALUE "      PURGED".
           05  FILLER               PIC X(11) VALUE "   OLDEST ".
           05  FILLER               PIC X(10) VALUE "  NEWEST  ".
           05  FILLER               PIC X(37) VALUE SPACES.

       01  WS-PURGE-LINE.
           05  PL-ACCOUNT           PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  PL-PURGED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  PL-OLDEST            PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  PL-NEWEST            PIC 9(08).
           05  FILLER               PIC X(38) VALUE SPACES.

       01  WS-PURGE-TOTAL-LINE.
           05  FILLER               PIC X(17) VALUE
               "ACCOUNTS READ  : ".
           05  PT-READ              PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(13) VALUE "  PURGED IN: ".
           05  PT-ACCOUNTS          PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE "  POSTINGS: ".
           05  PT-POSTINGS          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(09) VALUE SPACES.

       01  WS-PURGE-NONE-LINE.
           05  FILLER               PIC X(44) VALUE
               "NO POSTINGS OLDER THAN THE RETENTION PERIOD ".
           05  FILLER               PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           MOVE LOW-VALUES TO PH-KEY
           START HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM 2050-CHECK-START-STATUS
           PERFORM UNTIL WS-END-OF-FILE
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
               END-READ
               IF WS-HISTORY-STATUS NOT = "00" AND
                       WS-HISTORY-STATUS NOT = "10"
                   DISPLAY "SEVERE ERROR - SUMPHS READ FAILED, STATUS "
                       WS-HISTORY-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF NOT WS-END-OF-FILE
                   PERFORM 2000-PURGE-OR-SKIP
               END-IF
           END-PERFORM
           IF WS-ACCOUNT-OPEN
               PERFORM 2500-WRITE-ACCOUNT-LINE
           END-IF
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURR-MM TO WS-REPORT-MM
           MOVE WS-CURR-DD TO WS-REPORT-DD
           MOVE WS-CURR-YYYY TO WS-REPORT-YYYY
           PERFORM 1200-LOAD-PARAMETERS
           IF WS-PARM-ERROR
               DISPLAY "RUN REFUSED - CORRECT THE SUMPHP CARD AND "
                   "RESUBMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * A FEBRUARY 29 CUTOFF IN A COMMON YEAR STILL COMPARES
      * CORRECTLY AGAINST YYYYMMDD POSTING DATES.
           COMPUTE WS-CUT-YYYY = WS-CURR-YYYY - WS-RETENTION-YEARS
           MOVE WS-CURR-MM TO WS-CUT-MM
           MOVE WS-CURR-DD TO WS-CUT-DD
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00" AND
                   WS-HISTORY-STATUS NOT = "97"
               DISPLAY "SEVERE ERROR - SUMPHS OPEN FAILED, STATUS "
                   WS-HISTORY-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PURGE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMPHR OPEN FAILED, STATUS "
                   WS-REPORT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-WRITE-PURGE-HEADER.

       1100-WRITE-PURGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE ZEROS TO WS-LINE-COUNT
           MOVE WS-REPORT-DATE TO PH1-RUN-DATE
           MOVE WS-PAGE-NUMBER TO PH1-PAGE-NUMBER
           WRITE PURGE-REPORT-RECORD FROM WS-PURGE-HEADER-1
           PERFORM 2900-CHECK-REPORT-STATUS
           MOVE WS-RETENTION-YEARS TO PH2-YEARS
           MOVE WS-CUTOFF-DATE-N TO PH2-CUTOFF
           WRITE PURGE-REPORT-RECORD FROM WS-PURGE-HEADER-2
           PERFORM 2900-CHECK-REPORT-STATUS
           WRITE PURGE-REPORT-RECORD FROM WS-PURGE-HEADER-3
           PERFORM 2900-CHECK-REPORT-STATUS.

      * A MISSING OR EMPTY CARD PURGES ON THE SEVEN-YEAR DEFAULT; A
      * CARD THAT IS PRESENT BUT WRONG REFUSES THE RUN - A PURGE
      * CANNOT BE TAKEN BACK.
       1200-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       DISPLAY "NO SUMPHP CARD, RETENTION "
                           WS-RETENTION-YEARS " YEARS"
                   NOT AT END
                       PERFORM 1250-PARSE-PARAMETERS
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "SUMPHP NOT AVAILABLE, STATUS "
                   WS-PARM-STATUS ", RETENTION "
                   WS-RETENTION-YEARS " YEARS"
           END-IF.

       1250-PARSE-PARAMETERS.
           IF FUNCTION TRIM(PHP-RETENTION-YEARS) NOT = SPACES
               IF PHP-RETENTION-YEARS NOT NUMERIC
                   DISPLAY "SUMPHP RETENTION YEARS NOT NUMERIC"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
               ELSE
                   MOVE PHP-RETENTION-YEARS TO WS-RETENTION-YEARS
                   IF WS-RETENTION-YEARS = ZERO
                       DISPLAY "SUMPHP RETENTION YEARS MUST BE 01-99"
                       MOVE "Y" TO WS-PARM-ERROR-SWITCH
                   END-IF
               END-IF
           END-IF.

       2000-PURGE-OR-SKIP.
           IF PH-ACCOUNT NOT = WS-PRIOR-ACCOUNT
               ADD 1 TO WS-ACCOUNTS-READ
               MOVE PH-ACCOUNT TO WS-PRIOR-ACCOUNT
           END-IF
           IF PH-POST-DATE < WS-CUTOFF-DATE-N
               PERFORM 2100-PURGE-POSTING
           ELSE
               PERFORM 2200-SKIP-ACCOUNT
           END-IF.

       2050-CHECK-START-STATUS.
           IF WS-HISTORY-STATUS NOT = "00" AND
                   WS-HISTORY-STATUS NOT = "23"
               DISPLAY "SEVERE ERROR - SUMPHS START FAILED, STATUS "
                   WS-HISTORY-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       2100-PURGE-POSTING.
           IF WS-ACCOUNT-OPEN
               AND PH-ACCOUNT NOT = WS-PURGE-ACCOUNT
               PERFORM 2500-WRITE-ACCOUNT-LINE
           END-IF
           IF NOT WS-ACCOUNT-OPEN
               MOVE "Y" TO WS-ACCOUNT-OPEN-SW
               MOVE PH-ACCOUNT TO WS-PURGE-ACCOUNT
               MOVE ZEROS TO WS-ACCT-PURGED
               MOVE PH-POST-DATE TO WS-ACCT-OLDEST
           END-IF
           MOVE PH-POST-DATE TO WS-ACCT-NEWEST
           DELETE HISTORY-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMPHS DELETE FAILED, STATUS "
                   WS-HISTORY-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACCT-PURGED
           ADD 1 TO WS-PURGED-COUNT.

      * THE REST OF THIS ACCOUNT IS INSIDE THE RETENTION PERIOD -
      * POSITION PAST ITS LAST POSSIBLE KEY RATHER THAN READ IT ALL.
       2200-SKIP-ACCOUNT.
           MOVE HIGH-VALUES TO PH-POSTING-KEY
           START HISTORY-FILE KEY IS GREATER THAN PH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM 2050-CHECK-START-STATUS.

       2500-WRITE-ACCOUNT-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PURGE-HEADER
           END-IF
           MOVE WS-PURGE-ACCOUNT TO PL-ACCOUNT
           MOVE WS-ACCT-PURGED TO PL-PURGED
           MOVE WS-ACCT-OLDEST TO PL-OLDEST
           MOVE WS-ACCT-NEWEST TO PL-NEWEST
           WRITE PURGE-REPORT-RECORD FROM WS-PURGE-LINE
           PERFORM 2900-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-ACCOUNTS-PURGED
           MOVE "N" TO WS-ACCOUNT-OPEN-SW.

       2900-CHECK-REPORT-STATUS.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMPHR WRITE FAILED, STATUS "
                   WS-REPORT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-FINALIZE.
           IF WS-PURGED-COUNT = ZERO
               WRITE PURGE-REPORT-RECORD FROM WS-PURGE-NONE-LINE
               PERFORM 2900-CHECK-REPORT-STATUS
           END-IF
           MOVE WS-ACCOUNTS-READ TO PT-READ
           MOVE WS-ACCOUNTS-PURGED TO PT-ACCOUNTS
           MOVE WS-PURGED-COUNT TO PT-POSTINGS
           WRITE PURGE-REPORT-RECORD FROM WS-PURGE-TOTAL-LINE
           PERFORM 2900-CHECK-REPORT-STATUS
           DISPLAY "HISTORY PURGE COMPLETE - " WS-PURGED-COUNT
               " POSTINGS DATED BEFORE " WS-CUTOFF-DATE-N
               " PURGED FROM " WS-ACCOUNTS-PURGED " ACCOUNTS"
           CLOSE HISTORY-FILE
           CLOSE PURGE-REPORT-FILE
           IF WS-PURGED-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM SUMPHPG.
