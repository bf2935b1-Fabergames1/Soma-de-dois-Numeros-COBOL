      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 08/21/2026
      * Purpose: AUDIT TRAIL INQUIRY AND SUMMARY REPORTING. READS THE
      *          SUMPHS POSTING-HISTORY KSDS BY KEY - ONE ACCOUNT'S
      *          HISTORY WHEN THE SUMSEL CARD NAMES ONE, OTHERWISE
      *          EVERY ACCOUNT, EACH ENTERED AT THE RUN-DATE FROM AND
      *          LEFT AT THE RUN-DATE TO - SELECTS RECORDS BY THE
      *          SUMSEL PARAMETER CARD (RUN-DATE RANGE, JOB NAME,
      *          OP-CODE, AMOUNT RANGE, TRANSACTION NUMBER RANGE,
      *          ACCOUNT - BLANK MEANS NO FILTER) AND PRODUCES THE
      *          SUMDTL DETAIL LISTING, IN ACCOUNT AND POSTING ORDER,
      *          PLUS THE SUMSUM SUMMARY OF COUNTS AND VALUE TOTALS BY
      *          RUN DATE, JOB NAME AND OP-CODE. ENDS RC=4 WHEN
      *          NOTHING SELECTED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO SUMPHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SELECT-FILE ASSIGN TO SUMSEL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SELECT-STATUS.
               FILE STATUS IS WS-SUMMARY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY SUMPHRC.

       FD  SELECT-FILE
           RECORDING MODE IS F.
           05  SEL-AMT-TO           PIC X(12).
           05  SEL-TXN-FROM         PIC X(07).
           05  SEL-TXN-TO           PIC X(07).
           05  SEL-ACCOUNT          PIC X(08).
           05  FILLER               PIC X(05).

       FD  DETAIL-REPORT-FILE
           RECORDING MODE IS F.
       01  SUMMARY-REPORT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-SELECT-STATUS     PIC X(02) VALUE ZEROS.
       01  WS-DETAIL-STATUS     PIC X(02) VALUE ZEROS.
       01  WS-SUMMARY-STATUS    PIC X(02) VALUE ZEROS.
           88  WS-RECORD-SELECTED    VALUE "Y".
       01  WS-GROUP-FOUND-SWITCH PIC X(01) VALUE "N".
           88  WS-GROUP-FOUND        VALUE "Y".
       01  WS-HIST-READY-SWITCH PIC X(01) VALUE "N".
           88  WS-HIST-READY         VALUE "Y".

       01  WS-READ-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-SELECTED-COUNT    PIC 9(07) VALUE ZEROS.
       01  WS-SEL-AMT-TO        PIC S9(09)V99 VALUE +999999999.99.
       01  WS-SEL-TXN-FROM      PIC 9(07) VALUE ZEROS.
       01  WS-SEL-TXN-TO        PIC 9(07) VALUE 9999999.
       01  WS-SEL-ACCOUNT       PIC X(08) VALUE SPACES.

       01  WS-CONVERT-DATE.
           05  WS-CONV-YYYY         PIC X(04).
               10  WS-GRP-COUNT     PIC 9(07).
               10  WS-GRP-TOTAL     PIC S9(13)V99.

      * THE SUMAUD RECORD AS IT WAS WRITTEN, UNPACKED FROM THE
      * HISTORY RECORD'S PH-AUDIT-IMAGE.
           COPY SUMAUDRC.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY         PIC 9(04).
           05  WS-CURR-MM           PIC 9(02).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-READ-HISTORY
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               PERFORM 2000-SELECT-RECORD
               PERFORM 1500-READ-HISTORY
           END-PERFORM
           PERFORM 3000-FINALIZE
           STOP RUN.
           MOVE WS-CURR-MM TO WS-REPORT-MM
           MOVE WS-CURR-DD TO WS-REPORT-DD
           MOVE WS-CURR-YYYY TO WS-REPORT-YYYY
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00" AND
                   WS-HISTORY-STATUS NOT = "97"
               DISPLAY "SEVERE ERROR - SUMPHS OPEN FAILED, STATUS "
                   WS-HISTORY-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-SELECTIONS
           PERFORM 1400-POSITION-HISTORY
           PERFORM 1100-WRITE-DETAIL-HEADER.

       1200-LOAD-SELECTIONS.
           IF FUNCTION TRIM(SEL-TXN-TO) NOT = SPACES
               COMPUTE WS-SEL-TXN-TO =
                   FUNCTION NUMVAL(SEL-TXN-TO)
           END-IF
           IF FUNCTION TRIM(SEL-ACCOUNT) NOT = SPACES
               MOVE SEL-ACCOUNT TO WS-SEL-ACCOUNT
           END-IF.

       1300-CONVERT-DATE.
               MOVE ZEROS TO WS-CONVERT-DATE
           END-IF.

      * THE FIRST READ LANDS ON THE SELECTED ACCOUNT (OR THE FIRST
      * ACCOUNT) AT THE RUN-DATE FROM.
       1400-POSITION-HISTORY.
           MOVE LOW-VALUES TO PH-KEY
           IF WS-SEL-ACCOUNT NOT = SPACES
               MOVE WS-SEL-ACCOUNT TO PH-ACCOUNT
           END-IF
           MOVE WS-SEL-DATE-FROM-N TO PH-POST-DATE
           START HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM 1450-CHECK-START-STATUS.

       1450-CHECK-START-STATUS.
           IF WS-HISTORY-STATUS NOT = "00" AND
                   WS-HISTORY-STATUS NOT = "23"
               DISPLAY "SEVERE ERROR - SUMPHS START FAILED, STATUS "
                   WS-HISTORY-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

      * DELIVERS THE NEXT HISTORY RECORD INSIDE THE RUN-DATE RANGE
      * INTO AUDIT-RECORD, OR END OF FILE. A RECORD DATED BEFORE THE
      * RANGE SENDS THE BROWSE TO THE RANGE START IN THAT ACCOUNT,
      * ONE DATED AFTER IT PAST THE REST OF THE ACCOUNT.
       1500-READ-HISTORY.
           MOVE "N" TO WS-HIST-READY-SWITCH
           PERFORM UNTIL WS-HIST-READY OR WS-END-OF-FILE
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
                   EVALUATE TRUE
                       WHEN WS-SEL-ACCOUNT NOT = SPACES
                               AND PH-ACCOUNT NOT = WS-SEL-ACCOUNT
                           MOVE "Y" TO WS-EOF-SWITCH
                       WHEN PH-POST-DATE < WS-SEL-DATE-FROM-N
                           MOVE LOW-VALUES TO PH-POSTING-KEY
                           MOVE WS-SEL-DATE-FROM-N TO PH-POST-DATE
                           START HISTORY-FILE
                                   KEY IS NOT LESS THAN PH-KEY
                               INVALID KEY
                                   MOVE "Y" TO WS-EOF-SWITCH
                           END-START
                           PERFORM 1450-CHECK-START-STATUS
                       WHEN PH-POST-DATE > WS-SEL-DATE-TO-N
                           MOVE HIGH-VALUES TO PH-POSTING-KEY
                           START HISTORY-FILE
                                   KEY IS GREATER THAN PH-KEY
                               INVALID KEY
                                   MOVE "Y" TO WS-EOF-SWITCH
                           END-START
                           PERFORM 1450-CHECK-START-STATUS
                       WHEN OTHER
                           MOVE PH-AUDIT-IMAGE TO AUDIT-RECORD
                           MOVE "Y" TO WS-HIST-READY-SWITCH
                   END-EVALUATE
               END-IF
           END-PERFORM.

       1100-WRITE-DETAIL-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE ZEROS TO WS-LINE-COUNT
           PERFORM 3150-CHECK-SUMMARY-STATUS
           DISPLAY "AUDIT INQUIRY COMPLETE - " WS-SELECTED-COUNT
               " OF " WS-READ-COUNT " RECORDS SELECTED"
           CLOSE HISTORY-FILE
           CLOSE DETAIL-REPORT-FILE
           CLOSE SUMMARY-REPORT-FILE
           IF WS-SELECTED-COUNT = ZEROS
