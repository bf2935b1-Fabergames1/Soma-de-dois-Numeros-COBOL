      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 09/03/2026
      * Purpose: PERIODIC ACCOUNT STATEMENT GENERATION. READS EACH
      *          SELECTED ACCOUNT'S POSTINGS FOR THE STATEMENT PERIOD
      *          STRAIGHT FROM THE SUMPHS POSTING-HISTORY KSDS BY KEY
      *          - ACCOUNT, THEN POSTING DATE, SO THEY COME BACK IN
      *          ACCOUNT SEQUENCE AND IN THE ORDER THEY WERE MADE -
      *          TOGETHER WITH THE SUMACC ACCOUNT MASTER AND THE
      *          ACCBKUP GENERATION TAKEN WHEN THE STATEMENT PERIOD
      *          OPENED (SUMBKP), AND PRINTS ONE STATEMENT PER ACCOUNT
      *          ON SUMSTM: THE OPENING BALANCE FROM THE PERIOD-START
      *          BACKUP, EVERY AU-TXN-NUMBER POSTING WITH DATE, OP
      *          CODE AND AMOUNT (A TRANSFER LEG ALSO NAMING THE
      *          ACCOUNT ON THE OTHER SIDE), AND A CLOSING BALANCE -
      *          OPENING PLUS THE AUDITED POSTINGS - CROSS-FOOTED
      *          AGAINST THE LIVE ACCT-BALANCE. BECAUSE THE OPENING
      *          COMES FROM AN INDEPENDENT SOURCE, A FAILED TIE REALLY
      *          MEANS THE HISTORY IS MISSING A NIGHT, THE PERIOD DATE
      *          DOES NOT MATCH THE BACKUP, OR SOMETHING MOVED THE
      *          ACCOUNT OUTSIDE THE TRAIL. EACH ACCOUNT STARTS ON A
      *          NEW PAGE. THE SUMSTS SELECTION CARD NAMES ONE
      *          ACCOUNT, A RANGE, OR (LEFT BLANK) EVERY ACCOUNT WITH
      *          POSTINGS IN THE PERIOD, AND THE PERIOD START DATE
      *          (THE FIRST OF THE CURRENT MONTH WHEN BLANK). ENDS
      *          RC=4 WHEN NO STATEMENT WAS SELECTED, RC=8 WHEN ANY
      *          STATEMENT FAILS TO TIE TO THE MASTER AND RC=16 ON AN
      *          INVALID PERIOD DATE.
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
           SELECT BACKUP-FILE ASSIGN TO SUMBKP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
               FILE STATUS IS WS-ACCOUNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY SUMPHRC.

       FD  BACKUP-FILE
           RECORDING MODE IS F.
       01  SELECT-RECORD.
           05  SST-ACCOUNT-FROM     PIC X(08).
           05  SST-ACCOUNT-TO       PIC X(08).
           05  SST-PERIOD-FROM      PIC X(08).
           05  FILLER               PIC X(56).

       FD  STATEMENT-FILE
           RECORDING MODE IS F.
           COPY SUMACCRC.

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-BACKUP-STATUS     PIC X(02) VALUE ZEROS.
       01  WS-SELECT-STATUS     PIC X(02) VALUE ZEROS.
       01  WS-STATEMENT-STATUS  PIC X(02) VALUE ZEROS.
           88  WS-BKP-FOUND          VALUE "Y".
       01  WS-TIE-FAIL-SWITCH   PIC X(01) VALUE "N".
           88  WS-ANY-TIE-FAILED     VALUE "Y".
       01  WS-HIST-READY-SWITCH PIC X(01) VALUE "N".
           88  WS-HIST-READY         VALUE "Y".
       01  WS-PARM-ERROR-SWITCH PIC X(01) VALUE "N".
           88  WS-PARM-ERROR         VALUE "Y".

       01  WS-READ-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-STMT-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-GROUP-ACCOUNT     PIC X(08) VALUE SPACES.
       01  WS-AMOUNT            PIC S9(09)V99 VALUE ZEROS.
       01  WS-OPENING-BALANCE   PIC S9(11)V99 VALUE ZEROS.
       01  WS-RUNNING-BALANCE   PIC S9(11)V99 VALUE ZEROS.

       01  WS-SEL-ACCT-FROM     PIC X(08) VALUE SPACES.
       01  WS-SEL-ACCT-TO       PIC X(08) VALUE SPACES.
       01  WS-PERIOD-FROM.
           05  WS-PERIOD-YYYY       PIC 9(04).
           05  WS-PERIOD-MM         PIC 9(02).
           05  WS-PERIOD-DD         PIC 9(02).
       01  WS-PERIOD-FROM-N REDEFINES WS-PERIOD-FROM
                                PIC 9(08).
       01  WS-STMT-LINE         PIC X(80) VALUE SPACES.

      * SIZED WITH WS-ARC-MAX IN COBOL.cbl - SUMBKP IS A FULL COPY
               10  WS-PST-TXN-NO    PIC 9(07).
               10  WS-PST-OP-CODE   PIC X(01).
               10  WS-PST-AMOUNT    PIC S9(09)V99.
               10  WS-PST-XFR-LEG   PIC X(01).
               10  WS-PST-COUNTER   PIC X(08).

      * THE SUMAUD RECORD AS IT WAS WRITTEN, UNPACKED FROM THE
      * HISTORY RECORD'S PH-AUDIT-IMAGE.
           COPY SUMAUDRC.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY         PIC 9(04).
           05  FILLER               PIC X(14) VALUE "        AMOUNT".
           05  FILLER               PIC X(16) VALUE
               "         BALANCE".
           05  FILLER               PIC X(08) VALUE "TRANSFER".
           05  FILLER               PIC X(18) VALUE SPACES.

       01  WS-STMT-DETAIL-LINE.
           05  SD-RUN-DATE          PIC X(10).
           05  SD-AMOUNT            PIC -(9).99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SD-BALANCE           PIC -(11).99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SD-XFR-TEXT          PIC X(08).
           05  SD-COUNTER           PIC X(08).
           05  FILLER               PIC X(09) VALUE SPACES.

       01  WS-OPENING-LINE.
           05  FILLER               PIC X(22) VALUE
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-READ-HISTORY
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               PERFORM 2000-GROUP-RECORD
               PERFORM 1500-READ-HISTORY
           END-PERFORM
           PERFORM 3000-FINALIZE
           STOP RUN.
           MOVE WS-CURR-MM TO WS-REPORT-MM
           MOVE WS-CURR-DD TO WS-REPORT-DD
           MOVE WS-CURR-YYYY TO WS-REPORT-YYYY
           MOVE WS-CURR-YYYY TO WS-PERIOD-YYYY
           MOVE WS-CURR-MM TO WS-PERIOD-MM
           MOVE 01 TO WS-PERIOD-DD
           PERFORM 1200-LOAD-SELECTIONS
           IF WS-PARM-ERROR
               DISPLAY "RUN REFUSED - CORRECT THE SUMSTS CARD AND "
                   "RESUBMIT"
               MOVE 16 TO RETURN-CODE
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
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-LOAD-PERIOD-BACKUP
           PERFORM 1400-POSITION-HISTORY.

      * THE PERIOD-START BACKUP IS THE INDEPENDENT OPENING POSITION
      * THE TIE STANDS ON; WITHOUT IT THE CLOSING BALANCE WOULD BE
               ELSE
                   MOVE SST-ACCOUNT-FROM TO WS-SEL-ACCT-TO
               END-IF
           END-IF
           IF FUNCTION TRIM(SST-PERIOD-FROM) NOT = SPACES
               IF SST-PERIOD-FROM NOT NUMERIC
                   DISPLAY "SUMSTS PERIOD START DATE NOT NUMERIC"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
               ELSE
                   MOVE SST-PERIOD-FROM TO WS-PERIOD-FROM
                   IF WS-PERIOD-MM < 01 OR WS-PERIOD-MM > 12
                       OR WS-PERIOD-DD < 01 OR WS-PERIOD-DD > 31
                       OR WS-PERIOD-FROM-N > WS-CURRENT-DATE
                       DISPLAY "SUMSTS PERIOD START " WS-PERIOD-FROM
                           " IS NOT A PAST YYYYMMDD DATE"
                       MOVE "Y" TO WS-PARM-ERROR-SWITCH
                   END-IF
               END-IF
           END-IF.

      * THE FIRST READ LANDS ON THE FIRST SELECTED ACCOUNT AT THE
      * PERIOD START; NO OTHER PART OF THE HISTORY IS READ.
       1400-POSITION-HISTORY.
           MOVE LOW-VALUES TO PH-KEY
           IF WS-SEL-ACCT-FROM NOT = SPACES
               MOVE WS-SEL-ACCT-FROM TO PH-ACCOUNT
           END-IF
           MOVE WS-PERIOD-FROM-N TO PH-POST-DATE
           PERFORM 1450-START-HISTORY.

       1450-START-HISTORY.
           START HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           IF WS-HISTORY-STATUS NOT = "00" AND
                   WS-HISTORY-STATUS NOT = "23"
               DISPLAY "SEVERE ERROR - SUMPHS START FAILED, STATUS "
                   WS-HISTORY-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

      * DELIVERS THE NEXT PERIOD POSTING OF A SELECTED ACCOUNT INTO
      * AUDIT-RECORD, OR END OF FILE. A POSTING DATED BEFORE THE
      * PERIOD MEANS A NEW ACCOUNT HAS COME UP - START AGAIN AT ITS
      * PERIOD START INSTEAD OF READING ITS OLDER HISTORY.
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
                       WHEN WS-SEL-ACCT-FROM NOT = SPACES
                               AND PH-ACCOUNT > WS-SEL-ACCT-TO
                           MOVE "Y" TO WS-EOF-SWITCH
                       WHEN PH-POST-DATE < WS-PERIOD-FROM-N
                           MOVE LOW-VALUES TO PH-POSTING-KEY
                           MOVE WS-PERIOD-FROM-N TO PH-POST-DATE
                           PERFORM 1450-START-HISTORY
                       WHEN OTHER
                           MOVE PH-AUDIT-IMAGE TO AUDIT-RECORD
                           MOVE "Y" TO WS-HIST-READY-SWITCH
                   END-EVALUATE
               END-IF
           END-PERFORM.

       2000-GROUP-RECORD.
           IF WS-GROUP-OPEN
               AND AU-ACCOUNT NOT = WS-GROUP-ACCOUNT
           END-IF.

       2100-START-GROUP.
           MOVE "Y" TO WS-GROUP-OPEN-SWITCH
           MOVE AU-ACCOUNT TO WS-GROUP-ACCOUNT
           MOVE ZEROS TO WS-PST-COUNT
           IF WS-SEL-ACCT-FROM = SPACES
               OR (AU-ACCOUNT NOT LESS THAN WS-SEL-ACCT-FROM
               MOVE ZEROS TO WS-PST-TXN-NO(WS-PST-COUNT)
           END-IF
           MOVE AU-OP-CODE TO WS-PST-OP-CODE(WS-PST-COUNT)
           MOVE WS-AMOUNT TO WS-PST-AMOUNT(WS-PST-COUNT)
           IF AU-XFR-DEBIT-LEG OR AU-XFR-CREDIT-LEG
               MOVE AU-XFR-LEG TO WS-PST-XFR-LEG(WS-PST-COUNT)
               MOVE AU-XFR-COUNTER TO WS-PST-COUNTER(WS-PST-COUNT)
           ELSE
               MOVE SPACES TO WS-PST-XFR-LEG(WS-PST-COUNT)
               MOVE SPACES TO WS-PST-COUNTER(WS-PST-COUNT)
           END-IF.

      * THE OPENING BALANCE COMES FROM THE PERIOD-START BACKUP - AN
      * ACCOUNT NOT ON IT OPENED DURING THE PERIOD AND STARTS FROM
      * ZERO. WALKING THE AUDITED POSTINGS FORWARD FROM THAT
      * INDEPENDENT OPENING MUST LAND ON THE LIVE ACCT-BALANCE, OR
      * THE HISTORY IS MISSING A NIGHT OR SOMETHING MOVED THE
      * ACCOUNT OUTSIDE THE AUDIT TRAIL.
       2500-PRINT-STATEMENT.
           IF NOT WS-GROUP-SELECTED
               CONTINUE
                   MOVE WS-PST-OP-CODE(WS-PST-SUB) TO SD-OP-CODE
                   MOVE WS-PST-AMOUNT(WS-PST-SUB) TO SD-AMOUNT
                   MOVE WS-RUNNING-BALANCE TO SD-BALANCE
                   EVALUATE WS-PST-XFR-LEG(WS-PST-SUB)
                       WHEN "D"
                           MOVE "XFR TO  " TO SD-XFR-TEXT
                       WHEN "C"
                           MOVE "XFR FROM" TO SD-XFR-TEXT
                       WHEN OTHER
                           MOVE SPACES TO SD-XFR-TEXT
                   END-EVALUATE
                   MOVE WS-PST-COUNTER(WS-PST-SUB) TO SD-COUNTER
                   MOVE WS-STMT-DETAIL-LINE TO WS-STMT-LINE
                   PERFORM 2650-WRITE-STMT-LINE
                   ADD 1 TO WS-PST-SUB
               MOVE "N" TO WS-GROUP-OPEN-SWITCH
           END-IF
           DISPLAY "STATEMENT RUN COMPLETE - " WS-STMT-COUNT
               " STATEMENTS FROM " WS-READ-COUNT " HISTORY RECORDS"
           CLOSE HISTORY-FILE
           CLOSE STATEMENT-FILE
           CLOSE ACCOUNT-FILE
           IF WS-STMT-COUNT = ZEROS
