      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 10/15/2026
      * Purpose: LARGE-TRANSACTION AND STRUCTURING SURVEILLANCE OVER
      *          A REVIEW PERIOD OF THE SUMPHS POSTING HISTORY, WHOSE
      *          KEY ALREADY HOLDS EACH ACCOUNT'S POSTINGS IN DATE AND
      *          TIME ORDER. THE PERIOD IS THE FROM AND TO DATES ON THE
      *          SUMSVP CARD - BY DEFAULT THE SIX WEEKS ENDING TODAY,
      *          LONG ENOUGH FOR THE DEFAULT FIVE-DAY VELOCITY BASELINE
      *          ON AN ACCOUNT USED WEEKLY. SUMBACK REVERSALS (BK JOB
      *          NAMES) ARE NOT CUSTOMER ACTIVITY AND ARE LEFT OUT.
      *          EACH ACCOUNT'S POSTINGS ARE COLLECTED AND TESTED FOUR
      *          WAYS AGAINST THE SUMSVP PARAMETER CARD:
      *            LGTX - ANY SINGLE POSTING AT OR ABOVE THE REPORTABLE
      *                   THRESHOLD;
      *            STRD - SEVERAL POSTINGS BELOW THE THRESHOLD ON ONE
      *                   DAY WHOSE TOTAL REACHES IT;
      *            STRR - THE SAME ACROSS A ROLLING WINDOW OF DAYS,
      *                   SPREAD OVER AT LEAST TWO OF THEM;
      *            VELO - A DAY AT ONE BRANCH (AU-BRANCH) WHOSE VALUE
      *                   OR POSTING COUNT IS A MULTIPLE OF THE
      *                   ACCOUNT'S OWN AVERAGE ON ITS OTHER ACTIVE
      *                   DAYS AT THAT BRANCH.
      *          AMOUNTS ARE TESTED AS ABSOLUTE VALUES, SO MONEY IN AND
      *          MONEY OUT ARE WATCHED ALIKE. TRANSFER LEGS MOVE VALUE
      *          BETWEEN ACCOUNTS ON THE BOOKS AND ARE LEFT OUT UNLESS
      *          THE CARD ASKS FOR THEM. WRITES THE SUMSVC CASE LISTING
      *          (EACH CASE WITH ITS EVIDENCE POSTINGS) AND THE SUMSVX
      *          FILING EXTRACT (SUMSVXRC LAYOUT); ENDS RC=4 WHEN ANY
      *          CASE WAS RAISED AND RC=16 ON AN INVALID PARAMETER
      *          CARD, BEFORE ANYTHING IS WRITTEN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMSURV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO SUMPHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT PARM-FILE ASSIGN TO SUMSVP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CASE-REPORT-FILE ASSIGN TO SUMSVC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO SUMSVX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY SUMPHRC.

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  SVP-THRESHOLD        PIC X(12).
           05  SVP-MIN-POSTINGS     PIC X(02).
           05  SVP-FLOOR-PCT        PIC X(03).
           05  SVP-WINDOW-DAYS      PIC X(02).
           05  SVP-VEL-MULTIPLE     PIC X(03).
           05  SVP-VEL-BASE-DAYS    PIC X(02).
           05  SVP-VEL-FLOOR        PIC X(12).
           05  SVP-INCLUDE-XFR      PIC X(01).
           05  SVP-FROM-DATE        PIC X(08).
           05  SVP-TO-DATE          PIC X(08).
           05  FILLER               PIC X(27).

       FD  CASE-REPORT-FILE
           RECORDING MODE IS F.
       01  CASE-REPORT-RECORD       PIC X(80).

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
           COPY SUMSVXRC.

       WORKING-STORAGE SECTION.
      * EACH HISTORY RECORD'S AUDIT IMAGE IS LOOKED AT THROUGH THE
      * SUMAUD LAYOUT, AS IT WAS WHEN THIS RAN OFF THE GENERATIONS.
           COPY SUMAUDRC.

       01  WS-HISTORY-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-PARM-STATUS       PIC X(02) VALUE ZEROS.
       01  WS-CASE-STATUS       PIC X(02) VALUE ZEROS.
       01  WS-EXTRACT-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-END-OF-FILE        VALUE "Y".
       01  WS-HIST-READY-SWITCH PIC X(01) VALUE "N".
           88  WS-HIST-READY         VALUE "Y".
       01  WS-GROUP-OPEN-SWITCH PIC X(01) VALUE "N".
           88  WS-GROUP-OPEN         VALUE "Y".
       01  WS-PARM-ERROR-SWITCH PIC X(01) VALUE "N".
           88  WS-PARM-ERROR         VALUE "Y".
       01  WS-INCLUDE-XFR-SW    PIC X(01) VALUE "N".
           88  WS-INCLUDE-TRANSFERS  VALUE "Y".
       01  WS-BRS-FOUND-SWITCH  PIC X(01) VALUE "N".
           88  WS-BRS-FOUND          VALUE "Y".
       01  WS-BRD-FOUND-SWITCH  PIC X(01) VALUE "N".
           88  WS-BRD-FOUND          VALUE "Y".

      * PARAMETER-CARD VALUES, WITH THEIR DEFAULTS
       01  WS-THRESHOLD         PIC S9(11)V99 VALUE 10000.00.
       01  WS-MIN-POSTINGS      PIC 9(02) VALUE 2.
       01  WS-FLOOR-PCT         PIC 9(03) VALUE ZEROS.
       01  WS-FLOOR-AMOUNT      PIC S9(11)V99 VALUE ZEROS.
       01  WS-WINDOW-DAYS       PIC 9(02) VALUE 5.
       01  WS-VEL-MULTIPLE      PIC 9(03) VALUE 3.
       01  WS-VEL-BASE-DAYS     PIC 9(02) VALUE 5.
       01  WS-VEL-FLOOR         PIC S9(11)V99 VALUE 1000.00.
       01  WS-REVIEW-FROM-N     PIC 9(08) VALUE ZEROS.
       01  WS-REVIEW-TO-N       PIC 9(08) VALUE ZEROS.
       01  WS-REVIEW-DEFAULT-DAYS
                                PIC 9(03) VALUE 42.

       01  WS-READ-COUNT        PIC 9(09) VALUE ZEROS.
       01  WS-EXAMINED-COUNT    PIC 9(09) VALUE ZEROS.
       01  WS-XFR-SKIP-COUNT    PIC 9(09) VALUE ZEROS.
       01  WS-BAD-SKIP-COUNT    PIC 9(09) VALUE ZEROS.
       01  WS-BK-SKIP-COUNT     PIC 9(09) VALUE ZEROS.
       01  WS-CASE-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-LGTX-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-STRD-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-STRR-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-VELO-COUNT        PIC 9(06) VALUE ZEROS.
       01  WS-CASE-AMOUNT-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-SPAN-FROM-DATE    PIC 9(08) VALUE 99999999.
       01  WS-SPAN-TO-DATE      PIC 9(08) VALUE ZEROS.

       01  WS-GROUP-ACCOUNT     PIC X(08) VALUE SPACES.
       01  WS-AMOUNT            PIC S9(11)V99 VALUE ZEROS.
       01  WS-POST-DATE-N       PIC 9(08) VALUE ZEROS.
       01  WS-POST-DAY-INT      PIC 9(07) VALUE ZEROS.

      * THE CASE BEING RAISED
       01  WS-CASE-TYPE         PIC X(04) VALUE SPACES.
       01  WS-CASE-BRANCH       PIC X(04) VALUE SPACES.
       01  WS-CASE-FROM-DATE    PIC 9(08) VALUE ZEROS.
       01  WS-CASE-TO-DATE      PIC 9(08) VALUE ZEROS.
       01  WS-CASE-TXN-COUNT    PIC 9(05) VALUE ZEROS.
       01  WS-CASE-AMOUNT       PIC S9(11)V99 VALUE ZEROS.
       01  WS-CASE-TXN-NUMBER   PIC 9(07) VALUE ZEROS.
       01  WS-CASE-BASELINE     PIC S9(11)V99 VALUE ZEROS.
       01  WS-CASE-BASE-COUNT   PIC S9(05)V99 VALUE ZEROS.
       01  WS-CASE-BASE-DAYS    PIC 9(04) VALUE ZEROS.
       01  WS-EVID-FIRST        PIC 9(05) VALUE ZEROS.
       01  WS-EVID-LAST         PIC 9(05) VALUE ZEROS.

      * WINDOW WORK FIELDS
       01  WS-WIN-START-INT     PIC 9(07) VALUE ZEROS.
       01  WS-WIN-START         PIC 9(04) VALUE ZEROS.
       01  WS-WIN-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-WIN-TOTAL         PIC S9(13)V99 VALUE ZEROS.
       01  WS-WIN-ACTIVE-DAYS   PIC 9(04) VALUE ZEROS.
       01  WS-ROLL-LAST-END-INT PIC 9(07) VALUE ZEROS.
       01  WS-BASE-VALUE        PIC S9(11)V99 VALUE ZEROS.
       01  WS-BASE-COUNT        PIC S9(05)V99 VALUE ZEROS.
       01  WS-BASE-DAYS         PIC 9(04) VALUE ZEROS.

      * ONE ACCOUNT'S POSTINGS, IN DATE AND TIME ORDER. WS-PST-T-SUB
      * MARKS A POSTING BELOW THE THRESHOLD AND AT OR ABOVE THE
      * STRUCTURING FLOOR - THE ONES A STRUCTURING TOTAL IS BUILT ON.
       01  WS-PST-MAX           PIC 9(05) VALUE 20000.
       01  WS-PST-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-PST-SUB           PIC 9(05) VALUE ZEROS.
       01  WS-POSTING-TABLE.
           05  WS-PST-ENTRY OCCURS 20000 TIMES.
               10  WS-PST-T-DATE    PIC 9(08).
               10  WS-PST-T-TXN     PIC 9(07).
               10  WS-PST-T-BRANCH  PIC X(04).
               10  WS-PST-T-OP      PIC X(01).
               10  WS-PST-T-AMOUNT  PIC S9(11)V99.
               10  WS-PST-T-SUB     PIC X(01).

      * ONE ENTRY PER ACTIVE DAY, ASCENDING; FIRST/LAST POINT AT THE
      * DAY'S POSTINGS IN WS-POSTING-TABLE.
       01  WS-DAY-MAX           PIC 9(04) VALUE 2000.
       01  WS-DAY-COUNT         PIC 9(04) VALUE ZEROS.
       01  WS-DAY-SUB           PIC 9(04) VALUE ZEROS.
       01  WS-DAY-SUB-2         PIC 9(04) VALUE ZEROS.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 2000 TIMES.
               10  WS-DAY-T-DATE    PIC 9(08).
               10  WS-DAY-T-INT     PIC 9(07).
               10  WS-DAY-T-FIRST   PIC 9(05).
               10  WS-DAY-T-LAST    PIC 9(05).
               10  WS-DAY-T-SUB-COUNT
                                    PIC 9(05).
               10  WS-DAY-T-SUB-TOTAL
                                    PIC S9(13)V99.

      * ONE ENTRY PER BRANCH PER ACTIVE DAY. WS-BRD-DAY-START IS
      * WHERE THE CURRENT DAY'S ENTRIES BEGIN, SO A LOOK-UP ONLY
      * WALKS TODAY'S BRANCHES.
       01  WS-BRD-MAX           PIC 9(05) VALUE 10000.
       01  WS-BRD-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-BRD-SUB           PIC 9(05) VALUE ZEROS.
       01  WS-BRD-DAY-START     PIC 9(05) VALUE ZEROS.
       01  WS-BRANCH-DAY-TABLE.
           05  WS-BRD-ENTRY OCCURS 10000 TIMES.
               10  WS-BRD-T-BRANCH  PIC X(04).
               10  WS-BRD-T-DATE    PIC 9(08).
               10  WS-BRD-T-COUNT   PIC 9(05).
               10  WS-BRD-T-VALUE   PIC S9(13)V99.

      * THE ACCOUNT'S ACTIVITY PER BRANCH OVER THE WHOLE SPAN
       01  WS-BRS-MAX           PIC 9(04) VALUE 500.
       01  WS-BRS-COUNT         PIC 9(04) VALUE ZEROS.
       01  WS-BRS-SUB           PIC 9(04) VALUE ZEROS.
       01  WS-BRANCH-SPAN-TABLE.
           05  WS-BRS-ENTRY OCCURS 500 TIMES.
               10  WS-BRS-T-BRANCH  PIC X(04).
               10  WS-BRS-T-DAYS    PIC 9(04).
               10  WS-BRS-T-COUNT   PIC 9(07).
               10  WS-BRS-T-VALUE   PIC S9(13)V99.

       01  WS-CONVERT-DATE.
           05  WS-CONV-YYYY         PIC X(04).
           05  WS-CONV-MM           PIC X(02).
           05  WS-CONV-DD           PIC X(02).
       01  WS-CONVERT-DATE-N REDEFINES WS-CONVERT-DATE
                                PIC 9(08).
       01  WS-DATE-INPUT        PIC X(10) VALUE SPACES.

       01  WS-FORMAT-DATE-N     PIC 9(08) VALUE ZEROS.
       01  WS-FORMAT-DATE-X REDEFINES WS-FORMAT-DATE-N.
           05  WS-FMT-IN-YYYY       PIC X(04).
           05  WS-FMT-IN-MM         PIC X(02).
           05  WS-FMT-IN-DD         PIC X(02).
       01  WS-FORMATTED-DATE.
           05  WS-FMT-MM            PIC X(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  WS-FMT-DD            PIC X(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  WS-FMT-YYYY          PIC X(04).

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
       01  WS-LINES-PER-PAGE    PIC 9(02) VALUE 50.
       01  WS-CASE-LINE-OUT     PIC X(80) VALUE SPACES.

       01  WS-CASE-HEADER-1.
           05  FILLER               PIC X(23) VALUE
               "SURVEILLANCE CASES     ".
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  CH1-RUN-DATE         PIC X(10).
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE "PAGE: ".
           05  CH1-PAGE-NUMBER      PIC ZZZ9.

       01  WS-CASE-HEADER-2.
           05  FILLER               PIC X(11) VALUE "THRESHOLD: ".
           05  CH2-THRESHOLD        PIC Z(10)9.99.
           05  FILLER               PIC X(05) VALUE " MIN ".
           05  CH2-MIN-POSTINGS     PIC Z9.
           05  FILLER               PIC X(07) VALUE " FLOOR ".
           05  CH2-FLOOR-PCT        PIC ZZ9.
           05  FILLER               PIC X(09) VALUE "% WINDOW ".
           05  CH2-WINDOW-DAYS      PIC Z9.
           05  FILLER               PIC X(07) VALUE "D  VEL ".
           05  CH2-VEL-MULTIPLE     PIC ZZ9.
           05  FILLER               PIC X(03) VALUE "X/ ".
           05  CH2-VEL-BASE-DAYS    PIC Z9.
           05  FILLER               PIC X(09) VALUE "D  XFR: ".
           05  CH2-INCLUDE-XFR      PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.

       01  WS-CASE-HEADER-3.
           05  FILLER               PIC X(80) VALUE
               "LGTX SINGLE >= THRESHOLD  STRD SAME-DAY STRUCTURING  STR
      -        "R ROLLING  VELO VELOCITY".

       01  WS-CASE-COLS-LINE.
           05  FILLER               PIC X(13) VALUE "CASE         ".
           05  FILLER               PIC X(05) VALUE "TYPE ".
           05  FILLER               PIC X(09) VALUE "ACCOUNT  ".
           05  FILLER               PIC X(05) VALUE "BRCH ".
           05  FILLER               PIC X(11) VALUE "FROM       ".
           05  FILLER               PIC X(11) VALUE "TO         ".
           05  FILLER               PIC X(06) VALUE "COUNT ".
           05  FILLER               PIC X(15) VALUE
               "         AMOUNT".
           05  FILLER               PIC X(05) VALUE SPACES.

       01  WS-CASE-LINE.
           05  FILLER               PIC X(05) VALUE "CASE ".
           05  CL-CASE-NUMBER       PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  CL-CASE-TYPE         PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  CL-ACCOUNT           PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  CL-BRANCH            PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  CL-FROM-DATE         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  CL-TO-DATE           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  CL-TXN-COUNT         PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  CL-AMOUNT            PIC -(11).99.
           05  FILLER               PIC X(05) VALUE SPACES.

       01  WS-EVIDENCE-LINE.
           05  FILLER               PIC X(08) VALUE SPACES.
           05  EV-DATE              PIC X(10).
           05  FILLER               PIC X(06) VALUE "  TXN ".
           05  EV-TXN-NUMBER        PIC 9(07).
           05  FILLER               PIC X(05) VALUE "  BR ".
           05  EV-BRANCH            PIC X(04).
           05  FILLER               PIC X(05) VALUE "  OP ".
           05  EV-OP-CODE           PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  EV-AMOUNT            PIC -(11).99.
           05  FILLER               PIC X(17) VALUE SPACES.

       01  WS-VELOCITY-LINE.
           05  FILLER               PIC X(08) VALUE SPACES.
           05  FILLER               PIC X(09) VALUE "BASELINE ".
           05  VL-BASE-VALUE        PIC -(11).99.
           05  FILLER               PIC X(06) VALUE "/DAY  ".
           05  VL-BASE-COUNT        PIC ZZZZ9.99.
           05  FILLER               PIC X(15) VALUE
               " POSTINGS/DAY, ".
           05  VL-BASE-DAYS         PIC ZZZ9.
           05  FILLER               PIC X(15) VALUE
               " OTHER DAYS    ".

       01  WS-TOTAL-LINE.
           05  TL-LABEL             PIC X(40).
           05  TL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(29) VALUE SPACES.

       01  WS-TOTAL-VALUE-LINE.
           05  FILLER               PIC X(40) VALUE
               "VALUE OF ALL CASES                     :".
           05  TV-AMOUNT            PIC -(13).99.
           05  FILLER               PIC X(23) VALUE SPACES.

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
               PERFORM 2500-EVALUATE-ACCOUNT
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
               DISPLAY "RUN REFUSED - CORRECT THE SUMSVP CARD AND "
                   "RESUBMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-FLOOR-AMOUNT ROUNDED =
               WS-THRESHOLD * WS-FLOOR-PCT / 100
           DISPLAY "REVIEW PERIOD " WS-REVIEW-FROM-N " TO "
               WS-REVIEW-TO-N
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00" AND
                   WS-HISTORY-STATUS NOT = "97"
               DISPLAY "SEVERE ERROR - SUMPHS OPEN FAILED, STATUS "
                   WS-HISTORY-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CASE-REPORT-FILE
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMSVC OPEN FAILED, STATUS "
                   WS-CASE-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMSVX OPEN FAILED, STATUS "
                   WS-EXTRACT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO SURVEILLANCE-EXTRACT-RECORD
           MOVE "HD" TO SVX-REC-TYPE
           MOVE WS-CURRENT-DATE-N TO SVX-HD-RUN-DATE
           MOVE WS-THRESHOLD TO SVX-HD-THRESHOLD
           MOVE WS-MIN-POSTINGS TO SVX-HD-MIN-POSTINGS
           MOVE WS-WINDOW-DAYS TO SVX-HD-WINDOW-DAYS
           MOVE WS-VEL-MULTIPLE TO SVX-HD-VEL-MULTIPLE
           PERFORM 2890-WRITE-EXTRACT
           PERFORM 1100-WRITE-CASE-HEADER.

      * A MISSING OR EMPTY CARD RUNS ON THE DEFAULTS; A CARD THAT IS
      * PRESENT BUT WRONG REFUSES THE RUN, SINCE A FILING CUT MADE ON
      * THRESHOLDS NOBODY ASKED FOR IS WORSE THAN NONE. A TO DATE LEFT
      * BLANK IS TODAY, A FROM DATE LEFT BLANK THE DEFAULT PERIOD
      * BEFORE THE TO DATE.
       1200-LOAD-PARAMETERS.
           MOVE WS-CURRENT-DATE-N TO WS-REVIEW-TO-N
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       DISPLAY "NO SUMSVP CARD, DEFAULT THRESHOLDS "
                           "USED"
                   NOT AT END
                       PERFORM 1250-PARSE-PARAMETERS
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "SUMSVP NOT AVAILABLE, STATUS "
                   WS-PARM-STATUS ", DEFAULT THRESHOLDS USED"
           END-IF
           IF WS-REVIEW-FROM-N = ZEROS AND NOT WS-PARM-ERROR
               COMPUTE WS-REVIEW-FROM-N = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-REVIEW-TO-N)
                   - WS-REVIEW-DEFAULT-DAYS + 1)
           END-IF
           IF WS-REVIEW-FROM-N > WS-REVIEW-TO-N
               DISPLAY "SUMSVP FROM DATE IS AFTER THE TO DATE"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
           END-IF.

       1250-PARSE-PARAMETERS.
           IF FUNCTION TRIM(SVP-THRESHOLD) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(SVP-THRESHOLD) NOT = ZERO
                   DISPLAY "SUMSVP THRESHOLD NOT NUMERIC"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
               ELSE
                   COMPUTE WS-THRESHOLD =
                       FUNCTION NUMVAL(SVP-THRESHOLD)
                   IF WS-THRESHOLD NOT > ZERO
                       DISPLAY "SUMSVP THRESHOLD MUST BE ABOVE ZERO"
                       MOVE "Y" TO WS-PARM-ERROR-SWITCH
                   END-IF
               END-IF
           END-IF
           IF FUNCTION TRIM(SVP-MIN-POSTINGS) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(SVP-MIN-POSTINGS) NOT = ZERO
                   DISPLAY "SUMSVP MINIMUM POSTINGS NOT NUMERIC"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
               ELSE
                   COMPUTE WS-MIN-POSTINGS =
                       FUNCTION NUMVAL(SVP-MIN-POSTINGS)
                   IF WS-MIN-POSTINGS < 2
                       DISPLAY "SUMSVP MINIMUM POSTINGS MUST BE 2 OR "
                           "MORE"
                       MOVE "Y" TO WS-PARM-ERROR-SWITCH
                   END-IF
               END-IF
           END-IF
           IF FUNCTION TRIM(SVP-FLOOR-PCT) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(SVP-FLOOR-PCT) NOT = ZERO
                   DISPLAY "SUMSVP FLOOR PERCENT NOT NUMERIC"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
               ELSE
                   COMPUTE WS-FLOOR-PCT =
                       FUNCTION NUMVAL(SVP-FLOOR-PCT)
                   IF WS-FLOOR-PCT > 99
                       DISPLAY "SUMSVP FLOOR PERCENT MUST BE 0-99"
                       MOVE "Y" TO WS-PARM-ERROR-SWITCH
                   END-IF
               END-IF
           END-IF
           IF FUNCTION TRIM(SVP-WINDOW-DAYS) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(SVP-WINDOW-DAYS) NOT = ZERO
                   DISPLAY "SUMSVP WINDOW DAYS NOT NUMERIC"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
               ELSE
                   COMPUTE WS-WINDOW-DAYS =
                       FUNCTION NUMVAL(SVP-WINDOW-DAYS)
                   IF WS-WINDOW-DAYS < 1
                       DISPLAY "SUMSVP WINDOW DAYS MUST BE 1 OR MORE"
                       MOVE "Y" TO WS-PARM-ERROR-SWITCH
                   END-IF
               END-IF
           END-IF
           IF FUNCTION TRIM(SVP-VEL-MULTIPLE) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(SVP-VEL-MULTIPLE) NOT = ZERO
                   DISPLAY "SUMSVP VELOCITY MULTIPLE NOT NUMERIC"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
               ELSE
                   COMPUTE WS-VEL-MULTIPLE =
                       FUNCTION NUMVAL(SVP-VEL-MULTIPLE)
                   IF WS-VEL-MULTIPLE < 2
                       DISPLAY "SUMSVP VELOCITY MULTIPLE MUST BE 2 "
                           "OR MORE"
                       MOVE "Y" TO WS-PARM-ERROR-SWITCH
                   END-IF
               END-IF
           END-IF
           IF FUNCTION TRIM(SVP-VEL-BASE-DAYS) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(SVP-VEL-BASE-DAYS) NOT = ZERO
                   DISPLAY "SUMSVP BASELINE DAYS NOT NUMERIC"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
               ELSE
                   COMPUTE WS-VEL-BASE-DAYS =
                       FUNCTION NUMVAL(SVP-VEL-BASE-DAYS)
                   IF WS-VEL-BASE-DAYS < 1
                       DISPLAY "SUMSVP BASELINE DAYS MUST BE 1 OR "
                           "MORE"
                       MOVE "Y" TO WS-PARM-ERROR-SWITCH
                   END-IF
               END-IF
           END-IF
           IF FUNCTION TRIM(SVP-VEL-FLOOR) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(SVP-VEL-FLOOR) NOT = ZERO
                   DISPLAY "SUMSVP VELOCITY FLOOR NOT NUMERIC"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
               ELSE
                   COMPUTE WS-VEL-FLOOR =
                       FUNCTION NUMVAL(SVP-VEL-FLOOR)
                   IF WS-VEL-FLOOR < ZERO
                       DISPLAY "SUMSVP VELOCITY FLOOR MUST NOT BE "
                           "NEGATIVE"
                       MOVE "Y" TO WS-PARM-ERROR-SWITCH
                   END-IF
               END-IF
           END-IF
           EVALUATE SVP-INCLUDE-XFR
               WHEN "Y"
                   MOVE "Y" TO WS-INCLUDE-XFR-SW
               WHEN "N"
               WHEN SPACE
                   MOVE "N" TO WS-INCLUDE-XFR-SW
               WHEN OTHER
                   DISPLAY "SUMSVP INCLUDE-TRANSFERS MUST BE Y OR N"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
           END-EVALUATE
           IF SVP-TO-DATE NOT = SPACES
               IF SVP-TO-DATE NOT NUMERIC
                   DISPLAY "SUMSVP TO DATE MUST BE YYYYMMDD"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
               ELSE
                   MOVE SVP-TO-DATE TO WS-REVIEW-TO-N
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-REVIEW-TO-N)
                           NOT = ZERO
                       DISPLAY "SUMSVP TO DATE IS NOT A VALID DATE"
                       MOVE "Y" TO WS-PARM-ERROR-SWITCH
                   END-IF
               END-IF
           END-IF
           IF SVP-FROM-DATE NOT = SPACES
               IF SVP-FROM-DATE NOT NUMERIC
                   DISPLAY "SUMSVP FROM DATE MUST BE YYYYMMDD"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
               ELSE
                   MOVE SVP-FROM-DATE TO WS-REVIEW-FROM-N
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-REVIEW-FROM-N)
                           NOT = ZERO
                       DISPLAY "SUMSVP FROM DATE IS NOT A VALID DATE"
                       MOVE "Y" TO WS-PARM-ERROR-SWITCH
                   END-IF
               END-IF
           END-IF.

       1100-WRITE-CASE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE ZEROS TO WS-LINE-COUNT
           MOVE WS-REPORT-DATE TO CH1-RUN-DATE
           MOVE WS-PAGE-NUMBER TO CH1-PAGE-NUMBER
           WRITE CASE-REPORT-RECORD FROM WS-CASE-HEADER-1
           PERFORM 1150-CHECK-CASE-STATUS
           MOVE WS-THRESHOLD TO CH2-THRESHOLD
           MOVE WS-MIN-POSTINGS TO CH2-MIN-POSTINGS
           MOVE WS-FLOOR-PCT TO CH2-FLOOR-PCT
           MOVE WS-WINDOW-DAYS TO CH2-WINDOW-DAYS
           MOVE WS-VEL-MULTIPLE TO CH2-VEL-MULTIPLE
           MOVE WS-VEL-BASE-DAYS TO CH2-VEL-BASE-DAYS
           MOVE WS-INCLUDE-XFR-SW TO CH2-INCLUDE-XFR
           WRITE CASE-REPORT-RECORD FROM WS-CASE-HEADER-2
           PERFORM 1150-CHECK-CASE-STATUS
           WRITE CASE-REPORT-RECORD FROM WS-CASE-HEADER-3
           PERFORM 1150-CHECK-CASE-STATUS
           WRITE CASE-REPORT-RECORD FROM WS-CASE-COLS-LINE
           PERFORM 1150-CHECK-CASE-STATUS.

       1150-CHECK-CASE-STATUS.
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMSVC WRITE FAILED, STATUS "
                   WS-CASE-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-CONVERT-DATE.
           IF WS-DATE-INPUT(1:2) NUMERIC
               AND WS-DATE-INPUT(4:2) NUMERIC
               AND WS-DATE-INPUT(7:4) NUMERIC
               MOVE WS-DATE-INPUT(7:4) TO WS-CONV-YYYY
               MOVE WS-DATE-INPUT(1:2) TO WS-CONV-MM
               MOVE WS-DATE-INPUT(4:2) TO WS-CONV-DD
           ELSE
               MOVE ZEROS TO WS-CONVERT-DATE
           END-IF.

      * THE FIRST READ LANDS ON THE FIRST ACCOUNT AT THE FROM DATE.
       1500-POSITION-HISTORY.
           MOVE LOW-VALUES TO PH-KEY
           MOVE WS-REVIEW-FROM-N TO PH-POST-DATE
           START HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM 1580-CHECK-START-STATUS.

      * DELIVERS THE NEXT HISTORY RECORD INSIDE THE REVIEW PERIOD INTO
      * AUDIT-RECORD, OR END OF FILE. A RECORD DATED BEFORE THE PERIOD
      * SENDS THE BROWSE TO THE FROM DATE IN THAT ACCOUNT, ONE DATED
      * AFTER IT PAST THE REST OF THE ACCOUNT.
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
                       WHEN PH-POST-DATE < WS-REVIEW-FROM-N
                           MOVE LOW-VALUES TO PH-POSTING-KEY
                           MOVE WS-REVIEW-FROM-N TO PH-POST-DATE
                           START HISTORY-FILE
                                   KEY IS NOT LESS THAN PH-KEY
                               INVALID KEY
                                   MOVE "Y" TO WS-EOF-SWITCH
                           END-START
                           PERFORM 1580-CHECK-START-STATUS
                       WHEN PH-POST-DATE > WS-REVIEW-TO-N
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

       2000-GROUP-RECORD.
           IF WS-GROUP-OPEN
               AND AU-ACCOUNT NOT = WS-GROUP-ACCOUNT
               PERFORM 2500-EVALUATE-ACCOUNT
               MOVE "N" TO WS-GROUP-OPEN-SWITCH
           END-IF
           IF NOT WS-GROUP-OPEN
               PERFORM 2100-START-GROUP
           END-IF
           PERFORM 2200-STORE-POSTING.

       2100-START-GROUP.
           MOVE "Y" TO WS-GROUP-OPEN-SWITCH
           MOVE AU-ACCOUNT TO WS-GROUP-ACCOUNT
           MOVE ZEROS TO WS-PST-COUNT
           MOVE ZEROS TO WS-DAY-COUNT
           MOVE ZEROS TO WS-BRD-COUNT
           MOVE 1 TO WS-BRD-DAY-START.

      * A RECORD THAT CANNOT BE DATED OR VALUED IS COUNTED AND LEFT
      * OUT RATHER THAN STOPPING A QUARTERLY CUT.
       2200-STORE-POSTING.
           MOVE AU-RUN-DATE TO WS-DATE-INPUT
           PERFORM 1300-CONVERT-DATE
           MOVE WS-CONVERT-DATE-N TO WS-POST-DATE-N
           IF AU-JOB-NAME(1:2) = "BK"
               ADD 1 TO WS-BK-SKIP-COUNT
           ELSE
           IF AU-OP-CODE = "T" AND NOT WS-INCLUDE-TRANSFERS
               ADD 1 TO WS-XFR-SKIP-COUNT
           ELSE
           IF WS-POST-DATE-N = ZEROS
               OR FUNCTION TEST-NUMVAL(AU-N3) NOT = ZERO
               ADD 1 TO WS-BAD-SKIP-COUNT
           ELSE
           IF FUNCTION NUMVAL(AU-N3) = ZERO
               CONTINUE
           ELSE
               IF WS-PST-COUNT NOT LESS THAN WS-PST-MAX
                   DISPLAY "SEVERE ERROR - MORE THAN " WS-PST-MAX
                       " POSTINGS FOR ACCOUNT " WS-GROUP-ACCOUNT
                       ", RAISE WS-PST-MAX"
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-EXAMINED-COUNT
               COMPUTE WS-AMOUNT =
                   FUNCTION ABS(FUNCTION NUMVAL(AU-N3))
               ADD 1 TO WS-PST-COUNT
               MOVE WS-POST-DATE-N TO WS-PST-T-DATE(WS-PST-COUNT)
               IF AU-TXN-NUMBER NUMERIC
                   MOVE AU-TXN-NUMBER TO WS-PST-T-TXN(WS-PST-COUNT)
               ELSE
                   MOVE ZEROS TO WS-PST-T-TXN(WS-PST-COUNT)
               END-IF
               MOVE AU-BRANCH TO WS-PST-T-BRANCH(WS-PST-COUNT)
               MOVE AU-OP-CODE TO WS-PST-T-OP(WS-PST-COUNT)
               MOVE WS-AMOUNT TO WS-PST-T-AMOUNT(WS-PST-COUNT)
               IF WS-AMOUNT < WS-THRESHOLD
                   AND WS-AMOUNT NOT < WS-FLOOR-AMOUNT
                   MOVE "Y" TO WS-PST-T-SUB(WS-PST-COUNT)
               ELSE
                   MOVE "N" TO WS-PST-T-SUB(WS-PST-COUNT)
               END-IF
               IF WS-POST-DATE-N < WS-SPAN-FROM-DATE
                   MOVE WS-POST-DATE-N TO WS-SPAN-FROM-DATE
               END-IF
               IF WS-POST-DATE-N > WS-SPAN-TO-DATE
                   MOVE WS-POST-DATE-N TO WS-SPAN-TO-DATE
               END-IF
               PERFORM 2250-TALLY-DAY
               PERFORM 2270-TALLY-BRANCH-DAY
           END-IF
           END-IF
           END-IF
           END-IF.

       2250-TALLY-DAY.
           IF WS-DAY-COUNT = ZERO
               OR WS-DAY-T-DATE(WS-DAY-COUNT) NOT = WS-POST-DATE-N
               IF WS-DAY-COUNT NOT LESS THAN WS-DAY-MAX
                   DISPLAY "SEVERE ERROR - MORE THAN " WS-DAY-MAX
                       " ACTIVE DAYS FOR ACCOUNT " WS-GROUP-ACCOUNT
                       ", RAISE WS-DAY-MAX"
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DAY-COUNT
               MOVE WS-POST-DATE-N TO WS-DAY-T-DATE(WS-DAY-COUNT)
               COMPUTE WS-DAY-T-INT(WS-DAY-COUNT) =
                   FUNCTION INTEGER-OF-DATE(WS-POST-DATE-N)
               MOVE WS-PST-COUNT TO WS-DAY-T-FIRST(WS-DAY-COUNT)
               MOVE ZEROS TO WS-DAY-T-SUB-COUNT(WS-DAY-COUNT)
               MOVE ZEROS TO WS-DAY-T-SUB-TOTAL(WS-DAY-COUNT)
               COMPUTE WS-BRD-DAY-START = WS-BRD-COUNT + 1
           END-IF
           MOVE WS-PST-COUNT TO WS-DAY-T-LAST(WS-DAY-COUNT)
           IF WS-PST-T-SUB(WS-PST-COUNT) = "Y"
               ADD 1 TO WS-DAY-T-SUB-COUNT(WS-DAY-COUNT)
               ADD WS-AMOUNT TO WS-DAY-T-SUB-TOTAL(WS-DAY-COUNT)
           END-IF.

       2270-TALLY-BRANCH-DAY.
           MOVE "N" TO WS-BRD-FOUND-SWITCH
           MOVE WS-BRD-DAY-START TO WS-BRD-SUB
           PERFORM UNTIL WS-BRD-FOUND
                   OR WS-BRD-SUB > WS-BRD-COUNT
               IF WS-BRD-T-BRANCH(WS-BRD-SUB) = AU-BRANCH
                   MOVE "Y" TO WS-BRD-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-BRD-SUB
               END-IF
           END-PERFORM
           IF NOT WS-BRD-FOUND
               IF WS-BRD-COUNT NOT LESS THAN WS-BRD-MAX
                   DISPLAY "SEVERE ERROR - MORE THAN " WS-BRD-MAX
                       " BRANCH-DAYS FOR ACCOUNT " WS-GROUP-ACCOUNT
                       ", RAISE WS-BRD-MAX"
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BRD-COUNT
               MOVE WS-BRD-COUNT TO WS-BRD-SUB
               MOVE AU-BRANCH TO WS-BRD-T-BRANCH(WS-BRD-SUB)
               MOVE WS-POST-DATE-N TO WS-BRD-T-DATE(WS-BRD-SUB)
               MOVE ZEROS TO WS-BRD-T-COUNT(WS-BRD-SUB)
               MOVE ZEROS TO WS-BRD-T-VALUE(WS-BRD-SUB)
           END-IF
           ADD 1 TO WS-BRD-T-COUNT(WS-BRD-SUB)
           ADD WS-AMOUNT TO WS-BRD-T-VALUE(WS-BRD-SUB).

       2500-EVALUATE-ACCOUNT.
           PERFORM 2510-CHECK-LARGE-POSTINGS
           PERFORM 2520-CHECK-SAME-DAY
           IF WS-WINDOW-DAYS > 1
               PERFORM 2530-CHECK-ROLLING-WINDOWS
           END-IF
           PERFORM 2540-CHECK-VELOCITY.

       2510-CHECK-LARGE-POSTINGS.
           MOVE 1 TO WS-PST-SUB
           PERFORM UNTIL WS-PST-SUB > WS-PST-COUNT
               IF WS-PST-T-AMOUNT(WS-PST-SUB) NOT < WS-THRESHOLD
                   MOVE "LGTX" TO WS-CASE-TYPE
                   MOVE WS-PST-T-BRANCH(WS-PST-SUB) TO WS-CASE-BRANCH
                   MOVE WS-PST-T-DATE(WS-PST-SUB) TO WS-CASE-FROM-DATE
                   MOVE WS-PST-T-DATE(WS-PST-SUB) TO WS-CASE-TO-DATE
                   MOVE 1 TO WS-CASE-TXN-COUNT
                   MOVE WS-PST-T-AMOUNT(WS-PST-SUB) TO WS-CASE-AMOUNT
                   MOVE WS-PST-T-TXN(WS-PST-SUB) TO WS-CASE-TXN-NUMBER
                   MOVE ZEROS TO WS-CASE-BASELINE
                   MOVE ZEROS TO WS-EVID-FIRST
                   PERFORM 2800-RAISE-CASE
                   ADD 1 TO WS-LGTX-COUNT
               END-IF
               ADD 1 TO WS-PST-SUB
           END-PERFORM.

       2520-CHECK-SAME-DAY.
           MOVE 1 TO WS-DAY-SUB
           PERFORM UNTIL WS-DAY-SUB > WS-DAY-COUNT
               IF WS-DAY-T-SUB-COUNT(WS-DAY-SUB)
                       NOT < WS-MIN-POSTINGS
                   AND WS-DAY-T-SUB-TOTAL(WS-DAY-SUB)
                       NOT < WS-THRESHOLD
                   MOVE "STRD" TO WS-CASE-TYPE
                   MOVE WS-DAY-T-DATE(WS-DAY-SUB) TO WS-CASE-FROM-DATE
                   MOVE WS-DAY-T-DATE(WS-DAY-SUB) TO WS-CASE-TO-DATE
                   MOVE WS-DAY-T-SUB-COUNT(WS-DAY-SUB)
                       TO WS-CASE-TXN-COUNT
                   MOVE WS-DAY-T-SUB-TOTAL(WS-DAY-SUB)
                       TO WS-CASE-AMOUNT
                   MOVE ZEROS TO WS-CASE-TXN-NUMBER
                   MOVE ZEROS TO WS-CASE-BASELINE
                   MOVE WS-DAY-T-FIRST(WS-DAY-SUB) TO WS-EVID-FIRST
                   MOVE WS-DAY-T-LAST(WS-DAY-SUB) TO WS-EVID-LAST
                   PERFORM 2700-SET-CASE-BRANCH
                   PERFORM 2800-RAISE-CASE
                   ADD 1 TO WS-STRD-COUNT
               END-IF
               ADD 1 TO WS-DAY-SUB
           END-PERFORM.

      * EACH ACTIVE DAY IS TRIED AS THE END OF A WINDOW OF
      * WS-WINDOW-DAYS CALENDAR DAYS. A WINDOW COUNTS ONLY WHEN ITS
      * SMALLER POSTINGS FALL ON TWO OR MORE DAYS - ONE DAY ALONE IS
      * THE SAME-DAY TEST - AND ONCE A WINDOW IS RAISED THE NEXT ONE
      * STARTS AFTER IT, SO ONE RUN OF DEPOSITS IS ONE CASE. THE
      * WINDOW START ONLY EVER MOVES FORWARD, SO WS-WIN-START IS
      * CARRIED FROM ONE END DAY TO THE NEXT.
       2530-CHECK-ROLLING-WINDOWS.
           MOVE ZEROS TO WS-ROLL-LAST-END-INT
           MOVE 1 TO WS-WIN-START
           MOVE 1 TO WS-DAY-SUB
           PERFORM UNTIL WS-DAY-SUB > WS-DAY-COUNT
               COMPUTE WS-WIN-START-INT =
                   WS-DAY-T-INT(WS-DAY-SUB) - WS-WINDOW-DAYS + 1
               IF WS-WIN-START-INT NOT > WS-ROLL-LAST-END-INT
                   COMPUTE WS-WIN-START-INT = WS-ROLL-LAST-END-INT + 1
               END-IF
               PERFORM UNTIL WS-DAY-T-INT(WS-WIN-START)
                       NOT < WS-WIN-START-INT
                   ADD 1 TO WS-WIN-START
               END-PERFORM
               MOVE ZEROS TO WS-WIN-COUNT
               MOVE ZEROS TO WS-WIN-TOTAL
               MOVE ZEROS TO WS-WIN-ACTIVE-DAYS
               MOVE WS-WIN-START TO WS-DAY-SUB-2
               PERFORM UNTIL WS-DAY-SUB-2 > WS-DAY-SUB
                   IF WS-DAY-T-SUB-COUNT(WS-DAY-SUB-2) > ZERO
                       ADD 1 TO WS-WIN-ACTIVE-DAYS
                       ADD WS-DAY-T-SUB-COUNT(WS-DAY-SUB-2)
                           TO WS-WIN-COUNT
                       ADD WS-DAY-T-SUB-TOTAL(WS-DAY-SUB-2)
                           TO WS-WIN-TOTAL
                   END-IF
                   ADD 1 TO WS-DAY-SUB-2
               END-PERFORM
               IF WS-WIN-ACTIVE-DAYS > 1
                   AND WS-WIN-COUNT NOT < WS-MIN-POSTINGS
                   AND WS-WIN-TOTAL NOT < WS-THRESHOLD
                   MOVE "STRR" TO WS-CASE-TYPE
                   MOVE WS-DAY-T-DATE(WS-WIN-START)
                       TO WS-CASE-FROM-DATE
                   MOVE WS-DAY-T-DATE(WS-DAY-SUB) TO WS-CASE-TO-DATE
                   MOVE WS-WIN-COUNT TO WS-CASE-TXN-COUNT
                   MOVE WS-WIN-TOTAL TO WS-CASE-AMOUNT
                   MOVE ZEROS TO WS-CASE-TXN-NUMBER
                   MOVE ZEROS TO WS-CASE-BASELINE
                   MOVE WS-DAY-T-FIRST(WS-WIN-START) TO WS-EVID-FIRST
                   MOVE WS-DAY-T-LAST(WS-DAY-SUB) TO WS-EVID-LAST
                   PERFORM 2700-SET-CASE-BRANCH
                   PERFORM 2800-RAISE-CASE
                   ADD 1 TO WS-STRR-COUNT
                   MOVE WS-DAY-T-INT(WS-DAY-SUB)
                       TO WS-ROLL-LAST-END-INT
               END-IF
               ADD 1 TO WS-DAY-SUB
           END-PERFORM.

      * THE BASELINE FOR A BRANCH-DAY IS THE ACCOUNT'S AVERAGE ON ITS
      * OTHER ACTIVE DAYS AT THE SAME BRANCH, SO A SPIKE IS MEASURED
      * AGAINST THE ACCOUNT'S OWN HABITS AND NOT A BANK-WIDE NORM.
      * TOO FEW OTHER DAYS MEANS NO BASELINE AND NO TEST.
       2540-CHECK-VELOCITY.
           MOVE ZEROS TO WS-BRS-COUNT
           MOVE 1 TO WS-BRD-SUB
           PERFORM UNTIL WS-BRD-SUB > WS-BRD-COUNT
               PERFORM 2550-FIND-BRANCH-SPAN
               ADD 1 TO WS-BRS-T-DAYS(WS-BRS-SUB)
               ADD WS-BRD-T-COUNT(WS-BRD-SUB)
                   TO WS-BRS-T-COUNT(WS-BRS-SUB)
               ADD WS-BRD-T-VALUE(WS-BRD-SUB)
                   TO WS-BRS-T-VALUE(WS-BRS-SUB)
               ADD 1 TO WS-BRD-SUB
           END-PERFORM
           MOVE 1 TO WS-BRD-SUB
           PERFORM UNTIL WS-BRD-SUB > WS-BRD-COUNT
               PERFORM 2550-FIND-BRANCH-SPAN
               COMPUTE WS-BASE-DAYS = WS-BRS-T-DAYS(WS-BRS-SUB) - 1
               IF WS-BASE-DAYS NOT < WS-VEL-BASE-DAYS
                   AND WS-BRD-T-VALUE(WS-BRD-SUB) NOT < WS-VEL-FLOOR
                   COMPUTE WS-BASE-VALUE ROUNDED =
                       (WS-BRS-T-VALUE(WS-BRS-SUB)
                        - WS-BRD-T-VALUE(WS-BRD-SUB)) / WS-BASE-DAYS
                   COMPUTE WS-BASE-COUNT ROUNDED =
                       (WS-BRS-T-COUNT(WS-BRS-SUB)
                        - WS-BRD-T-COUNT(WS-BRD-SUB)) / WS-BASE-DAYS
                   IF WS-BRD-T-VALUE(WS-BRD-SUB)
                           NOT < WS-VEL-MULTIPLE * WS-BASE-VALUE
                       OR WS-BRD-T-COUNT(WS-BRD-SUB)
                           NOT < WS-VEL-MULTIPLE * WS-BASE-COUNT
                       MOVE "VELO" TO WS-CASE-TYPE
                       MOVE WS-BRD-T-BRANCH(WS-BRD-SUB)
                           TO WS-CASE-BRANCH
                       MOVE WS-BRD-T-DATE(WS-BRD-SUB)
                           TO WS-CASE-FROM-DATE
                       MOVE WS-BRD-T-DATE(WS-BRD-SUB)
                           TO WS-CASE-TO-DATE
                       MOVE WS-BRD-T-COUNT(WS-BRD-SUB)
                           TO WS-CASE-TXN-COUNT
                       MOVE WS-BRD-T-VALUE(WS-BRD-SUB)
                           TO WS-CASE-AMOUNT
                       MOVE ZEROS TO WS-CASE-TXN-NUMBER
                       MOVE WS-BASE-VALUE TO WS-CASE-BASELINE
                       MOVE WS-BASE-COUNT TO WS-CASE-BASE-COUNT
                       MOVE WS-BASE-DAYS TO WS-CASE-BASE-DAYS
                       MOVE ZEROS TO WS-EVID-FIRST
                       PERFORM 2800-RAISE-CASE
                       ADD 1 TO WS-VELO-COUNT
                   END-IF
               END-IF
               ADD 1 TO WS-BRD-SUB
           END-PERFORM.

       2550-FIND-BRANCH-SPAN.
           MOVE "N" TO WS-BRS-FOUND-SWITCH
           MOVE 1 TO WS-BRS-SUB
           PERFORM UNTIL WS-BRS-FOUND
                   OR WS-BRS-SUB > WS-BRS-COUNT
               IF WS-BRS-T-BRANCH(WS-BRS-SUB)
                       = WS-BRD-T-BRANCH(WS-BRD-SUB)
                   MOVE "Y" TO WS-BRS-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-BRS-SUB
               END-IF
           END-PERFORM
           IF NOT WS-BRS-FOUND
               IF WS-BRS-COUNT NOT LESS THAN WS-BRS-MAX
                   DISPLAY "SEVERE ERROR - MORE THAN " WS-BRS-MAX
                       " BRANCHES FOR ACCOUNT " WS-GROUP-ACCOUNT
                       ", RAISE WS-BRS-MAX"
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BRS-COUNT
               MOVE WS-BRS-COUNT TO WS-BRS-SUB
               MOVE WS-BRD-T-BRANCH(WS-BRD-SUB)
                   TO WS-BRS-T-BRANCH(WS-BRS-SUB)
               MOVE ZEROS TO WS-BRS-T-DAYS(WS-BRS-SUB)
               MOVE ZEROS TO WS-BRS-T-COUNT(WS-BRS-SUB)
               MOVE ZEROS TO WS-BRS-T-VALUE(WS-BRS-SUB)
           END-IF.

      * A STRUCTURING CASE CARRIES THE BRANCH ITS EVIDENCE POSTINGS
      * CAME THROUGH, OR MULT WHEN THEY CAME THROUGH MORE THAN ONE.
       2700-SET-CASE-BRANCH.
           MOVE SPACES TO WS-CASE-BRANCH
           MOVE WS-EVID-FIRST TO WS-PST-SUB
           PERFORM UNTIL WS-PST-SUB > WS-EVID-LAST
               IF WS-PST-T-SUB(WS-PST-SUB) = "Y"
                   IF WS-CASE-BRANCH = SPACES
                       MOVE WS-PST-T-BRANCH(WS-PST-SUB)
                           TO WS-CASE-BRANCH
                   ELSE
                       IF WS-PST-T-BRANCH(WS-PST-SUB)
                               NOT = WS-CASE-BRANCH
                           MOVE "MULT" TO WS-CASE-BRANCH
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-PST-SUB
           END-PERFORM.

       2800-RAISE-CASE.
           ADD 1 TO WS-CASE-COUNT
           ADD WS-CASE-AMOUNT TO WS-CASE-AMOUNT-TOTAL
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-CASE-HEADER
           END-IF
           MOVE SPACES TO WS-CASE-LINE-OUT
           PERFORM 2850-WRITE-CASE-LINE
           MOVE WS-CASE-COUNT TO CL-CASE-NUMBER
           MOVE WS-CASE-TYPE TO CL-CASE-TYPE
           MOVE WS-GROUP-ACCOUNT TO CL-ACCOUNT
           MOVE WS-CASE-BRANCH TO CL-BRANCH
           MOVE WS-CASE-FROM-DATE TO WS-FORMAT-DATE-N
           PERFORM 2950-FORMAT-DATE
           MOVE WS-FORMATTED-DATE TO CL-FROM-DATE
           MOVE WS-CASE-TO-DATE TO WS-FORMAT-DATE-N
           PERFORM 2950-FORMAT-DATE
           MOVE WS-FORMATTED-DATE TO CL-TO-DATE
           MOVE WS-CASE-TXN-COUNT TO CL-TXN-COUNT
           MOVE WS-CASE-AMOUNT TO CL-AMOUNT
           MOVE WS-CASE-LINE TO WS-CASE-LINE-OUT
           PERFORM 2850-WRITE-CASE-LINE
           EVALUATE TRUE
               WHEN WS-CASE-TYPE = "VELO"
                   MOVE WS-CASE-BASELINE TO VL-BASE-VALUE
                   MOVE WS-CASE-BASE-COUNT TO VL-BASE-COUNT
                   MOVE WS-CASE-BASE-DAYS TO VL-BASE-DAYS
                   MOVE WS-VELOCITY-LINE TO WS-CASE-LINE-OUT
                   PERFORM 2850-WRITE-CASE-LINE
               WHEN WS-EVID-FIRST > ZERO
                   PERFORM 2820-WRITE-EVIDENCE
           END-EVALUATE
           MOVE SPACES TO SURVEILLANCE-EXTRACT-RECORD
           MOVE "CS" TO SVX-REC-TYPE
           MOVE WS-CASE-COUNT TO SVX-CASE-NUMBER
           MOVE WS-CASE-TYPE TO SVX-CASE-TYPE
           MOVE WS-GROUP-ACCOUNT TO SVX-ACCOUNT
           MOVE WS-CASE-BRANCH TO SVX-BRANCH
           MOVE WS-CASE-FROM-DATE TO SVX-FROM-DATE
           MOVE WS-CASE-TO-DATE TO SVX-TO-DATE
           MOVE WS-CASE-TXN-COUNT TO SVX-TXN-COUNT
           MOVE WS-CASE-AMOUNT TO SVX-AMOUNT
           MOVE WS-CASE-TXN-NUMBER TO SVX-TXN-NUMBER
           MOVE WS-CASE-BASELINE TO SVX-BASELINE
           PERFORM 2890-WRITE-EXTRACT.

       2820-WRITE-EVIDENCE.
           MOVE WS-EVID-FIRST TO WS-PST-SUB
           PERFORM UNTIL WS-PST-SUB > WS-EVID-LAST
               IF WS-PST-T-SUB(WS-PST-SUB) = "Y"
                   MOVE WS-PST-T-DATE(WS-PST-SUB) TO WS-FORMAT-DATE-N
                   PERFORM 2950-FORMAT-DATE
                   MOVE WS-FORMATTED-DATE TO EV-DATE
                   MOVE WS-PST-T-TXN(WS-PST-SUB) TO EV-TXN-NUMBER
                   MOVE WS-PST-T-BRANCH(WS-PST-SUB) TO EV-BRANCH
                   MOVE WS-PST-T-OP(WS-PST-SUB) TO EV-OP-CODE
                   MOVE WS-PST-T-AMOUNT(WS-PST-SUB) TO EV-AMOUNT
                   MOVE WS-EVIDENCE-LINE TO WS-CASE-LINE-OUT
                   PERFORM 2850-WRITE-CASE-LINE
               END-IF
               ADD 1 TO WS-PST-SUB
           END-PERFORM.

       2850-WRITE-CASE-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-CASE-HEADER
           END-IF
           WRITE CASE-REPORT-RECORD FROM WS-CASE-LINE-OUT
           PERFORM 1150-CHECK-CASE-STATUS
           ADD 1 TO WS-LINE-COUNT.

       2890-WRITE-EXTRACT.
           WRITE SURVEILLANCE-EXTRACT-RECORD
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMSVX WRITE FAILED, STATUS "
                   WS-EXTRACT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       2950-FORMAT-DATE.
           MOVE WS-FMT-IN-MM TO WS-FMT-MM
           MOVE WS-FMT-IN-DD TO WS-FMT-DD
           MOVE WS-FMT-IN-YYYY TO WS-FMT-YYYY.

       3000-FINALIZE.
           IF WS-SPAN-TO-DATE = ZEROS
               MOVE ZEROS TO WS-SPAN-FROM-DATE
           END-IF
           MOVE SPACES TO SURVEILLANCE-EXTRACT-RECORD
           MOVE "TR" TO SVX-REC-TYPE
           MOVE WS-CASE-COUNT TO SVX-TR-CASE-COUNT
           MOVE WS-CASE-AMOUNT-TOTAL TO SVX-TR-AMOUNT-TOTAL
           MOVE WS-SPAN-FROM-DATE TO SVX-TR-FROM-DATE
           MOVE WS-SPAN-TO-DATE TO SVX-TR-TO-DATE
           MOVE WS-READ-COUNT TO SVX-TR-POSTINGS-READ
           PERFORM 2890-WRITE-EXTRACT
           IF WS-LINE-COUNT + 12 > WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-CASE-HEADER
           END-IF
           MOVE SPACES TO WS-CASE-LINE-OUT
           PERFORM 2850-WRITE-CASE-LINE
           MOVE "HISTORY RECORDS READ                   :"
               TO TL-LABEL
           MOVE WS-READ-COUNT TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "POSTINGS EXAMINED                      :"
               TO TL-LABEL
           MOVE WS-EXAMINED-COUNT TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "TRANSFER LEGS LEFT OUT                 :"
               TO TL-LABEL
           MOVE WS-XFR-SKIP-COUNT TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "BACKOUT REVERSALS LEFT OUT             :"
               TO TL-LABEL
           MOVE WS-BK-SKIP-COUNT TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "UNREADABLE DATE OR AMOUNT, LEFT OUT    :"
               TO TL-LABEL
           MOVE WS-BAD-SKIP-COUNT TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "LGTX SINGLE POSTINGS AT/ABOVE THRESHOLD:"
               TO TL-LABEL
           MOVE WS-LGTX-COUNT TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "STRD SAME-DAY STRUCTURING              :"
               TO TL-LABEL
           MOVE WS-STRD-COUNT TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "STRR ROLLING-WINDOW STRUCTURING        :"
               TO TL-LABEL
           MOVE WS-STRR-COUNT TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "VELO VELOCITY SPIKES                   :"
               TO TL-LABEL
           MOVE WS-VELO-COUNT TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "CASES RAISED                           :"
               TO TL-LABEL
           MOVE WS-CASE-COUNT TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE WS-CASE-AMOUNT-TOTAL TO TV-AMOUNT
           MOVE WS-TOTAL-VALUE-LINE TO WS-CASE-LINE-OUT
           PERFORM 2850-WRITE-CASE-LINE
           CLOSE HISTORY-FILE
           CLOSE CASE-REPORT-FILE
           CLOSE EXTRACT-FILE
           DISPLAY "SUMSURV: " WS-READ-COUNT " READ, "
               WS-CASE-COUNT " CASES RAISED"
           IF WS-CASE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-CASE-LINE-OUT
           PERFORM 2850-WRITE-CASE-LINE.
       END PROGRAM SUMSURV.
