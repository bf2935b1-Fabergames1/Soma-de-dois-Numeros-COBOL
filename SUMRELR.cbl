      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 10/15/2026
      * Purpose: CUSTOMER RELATIONSHIP EXPOSURE REPORT. WALKS THE
      *          SUMREL RELATIONSHIP MASTER IN CUSTOMER ORDER AND, FOR
      *          EACH RELATIONSHIP, LISTS ITS LINKED ACCOUNTS WITH
      *          THE TITLE, STATUS AND BALANCE FROM THE SUMACC
      *          MASTER, THEN THE COMBINED BALANCE, THE RELATIONSHIP
      *          LIMIT AND THE HEADROOM LEFT UNDER IT (LIMIT LESS THE
      *          ABSOLUTE COMBINED BALANCE - THE SAME MEASURE THE
      *          POSTING RUN HOLDS ON). PRINTS ON SUMRLR AND ENDS RC=4
      *          WHEN ANY RELATIONSHIP IS ALREADY OVER ITS LIMIT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMRELR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATIONSHIP-FILE ASSIGN TO SUMREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-RELATIONSHIP-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO SUMACC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT EXPOSURE-REPORT-FILE ASSIGN TO SUMRLR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPOSURE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RELATIONSHIP-FILE.
           COPY SUMRELRC.

       FD  ACCOUNT-FILE.
           COPY SUMACCRC.

       FD  EXPOSURE-REPORT-FILE
           RECORDING MODE IS F.
       01  EXPOSURE-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RELATIONSHIP-STATUS PIC X(02) VALUE ZEROS.
       01  WS-ACCOUNT-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-EXPOSURE-STATUS   PIC X(02) VALUE ZEROS.
       01  WS-REL-EOF-SWITCH    PIC X(01) VALUE "N".
           88  WS-REL-EOF            VALUE "Y".
       01  WS-GROUP-OPEN-SWITCH PIC X(01) VALUE "N".
           88  WS-GROUP-OPEN         VALUE "Y".
       01  WS-ACCT-FOUND-SWITCH PIC X(01) VALUE "N".
           88  WS-ACCT-FOUND         VALUE "Y".

       01  WS-CURR-CUSTOMER     PIC X(08) VALUE SPACES.
       01  WS-GROUP-LIMIT       PIC S9(11)V99 VALUE ZEROS.
       01  WS-GROUP-BALANCE     PIC S9(11)V99 VALUE ZEROS.
       01  WS-GROUP-ACCOUNTS    PIC 9(05) VALUE ZEROS.
       01  WS-HEADROOM          PIC S9(11)V99 VALUE ZEROS.
       01  WS-RELATIONSHIP-COUNT PIC 9(05) VALUE ZEROS.
       01  WS-MEMBER-COUNT      PIC 9(05) VALUE ZEROS.
       01  WS-OVER-LIMIT-COUNT  PIC 9(05) VALUE ZEROS.

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

       01  WS-EXPOSURE-HEADER-1.
           05  FILLER               PIC X(29) VALUE
               "RELATIONSHIP EXPOSURE REPORT ".
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  EH1-RUN-DATE         PIC X(10).
           05  FILLER               PIC X(31) VALUE SPACES.

       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       01  WS-CUSTOMER-LINE.
           05  FILLER               PIC X(10) VALUE "CUSTOMER  ".
           05  CU-CUSTOMER-ID       PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  CU-CUSTOMER-NAME     PIC X(30).
           05  FILLER               PIC X(30) VALUE SPACES.

       01  WS-MEMBER-COLS-LINE.
           05  FILLER               PIC X(12) VALUE "  ACCOUNT   ".
           05  FILLER               PIC X(22) VALUE "TITLE".
           05  FILLER               PIC X(03) VALUE "ST ".
           05  FILLER               PIC X(16) VALUE
               "         BALANCE".
           05  FILLER               PIC X(27) VALUE SPACES.

       01  WS-MEMBER-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ML-ACCOUNT           PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ML-TITLE             PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ML-STATUS            PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  ML-BALANCE           PIC -(13).99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ML-NOTE              PIC X(14).
           05  FILLER               PIC X(12) VALUE SPACES.

       01  WS-GROUP-TOTAL-LINE-1.
           05  FILLER               PIC X(14) VALUE
               "  ACCOUNTS  : ".
           05  GT-ACCOUNTS          PIC ZZ,ZZ9.
           05  FILLER               PIC X(21) VALUE
               "   COMBINED BALANCE:".
           05  GT-COMBINED          PIC -(12).99.
           05  FILLER               PIC X(24) VALUE SPACES.

       01  WS-GROUP-TOTAL-LINE-2.
           05  FILLER               PIC X(14) VALUE
               "  LIMIT     : ".
           05  GT-LIMIT             PIC -(12).99.
           05  FILLER               PIC X(12) VALUE
               "  HEADROOM:".
           05  GT-HEADROOM          PIC -(12).99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  GT-FLAG              PIC X(12).
           05  FILLER               PIC X(10) VALUE SPACES.

       01  WS-EXPOSURE-TOTAL-LINE.
           05  FILLER               PIC X(16) VALUE
               "RELATIONSHIPS : ".
           05  XT-RELATIONSHIPS     PIC ZZ,ZZ9.
           05  FILLER               PIC X(20) VALUE
               "  LINKED ACCOUNTS : ".
           05  XT-MEMBERS           PIC ZZ,ZZ9.
           05  FILLER               PIC X(15) VALUE
               "  OVER LIMIT : ".
           05  XT-OVER-LIMIT        PIC ZZ,ZZ9.
           05  FILLER               PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RELATIONSHIPS
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURR-MM TO WS-REPORT-MM
           MOVE WS-CURR-DD TO WS-REPORT-DD
           MOVE WS-CURR-YYYY TO WS-REPORT-YYYY
           OPEN INPUT RELATIONSHIP-FILE
           IF WS-RELATIONSHIP-STATUS = "35"
               DISPLAY "NO SUMREL RELATIONSHIPS ON FILE"
               MOVE "Y" TO WS-REL-EOF-SWITCH
           ELSE
           IF WS-RELATIONSHIP-STATUS NOT = "00" AND
                   WS-RELATIONSHIP-STATUS NOT = "97"
               DISPLAY "SEVERE ERROR - SUMREL OPEN FAILED, STATUS "
                   WS-RELATIONSHIP-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00" AND
                   WS-ACCOUNT-STATUS NOT = "97"
               DISPLAY "SEVERE ERROR - SUMACC OPEN FAILED, STATUS "
                   WS-ACCOUNT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXPOSURE-REPORT-FILE
           IF WS-EXPOSURE-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMRLR OPEN FAILED, STATUS "
                   WS-EXPOSURE-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-REPORT-DATE TO EH1-RUN-DATE
           WRITE EXPOSURE-REPORT-RECORD FROM WS-EXPOSURE-HEADER-1
           PERFORM 2900-CHECK-EXPOSURE-STATUS.

      * A CHANGE OF CUSTOMER ID CLOSES THE PREVIOUS RELATIONSHIP'S
      * TOTALS AND OPENS THE NEXT. THE HEADER SORTS AHEAD OF ITS
      * MEMBERS, SO A GROUP THAT OPENS ON A MEMBER RECORD HAS LOST ITS
      * HEADER AND IS LISTED WITHOUT A LIMIT.
       2000-PROCESS-RELATIONSHIPS.
           PERFORM UNTIL WS-REL-EOF
               READ RELATIONSHIP-FILE
                   AT END
                       MOVE "Y" TO WS-REL-EOF-SWITCH
                   NOT AT END
                       IF NOT WS-GROUP-OPEN
                           OR REL-CUSTOMER-ID NOT = WS-CURR-CUSTOMER
                           IF WS-GROUP-OPEN
                               PERFORM 2300-END-RELATIONSHIP
                           END-IF
                           PERFORM 2100-START-RELATIONSHIP
                       END-IF
                       IF REL-MEMBER
                           PERFORM 2200-LIST-MEMBER
                       END-IF
               END-READ
               IF WS-RELATIONSHIP-STATUS NOT = "00" AND
                       WS-RELATIONSHIP-STATUS NOT = "10"
                   DISPLAY "SEVERE ERROR - SUMREL READ FAILED, STATUS "
                       WS-RELATIONSHIP-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           IF WS-GROUP-OPEN
               PERFORM 2300-END-RELATIONSHIP
           END-IF.

       2100-START-RELATIONSHIP.
           MOVE "Y" TO WS-GROUP-OPEN-SWITCH
           ADD 1 TO WS-RELATIONSHIP-COUNT
           MOVE REL-CUSTOMER-ID TO WS-CURR-CUSTOMER
           MOVE ZEROS TO WS-GROUP-LIMIT
           MOVE ZEROS TO WS-GROUP-BALANCE
           MOVE ZEROS TO WS-GROUP-ACCOUNTS
           MOVE REL-CUSTOMER-ID TO CU-CUSTOMER-ID
           IF REL-HEADER
               MOVE REL-CUSTOMER-NAME TO CU-CUSTOMER-NAME
               IF REL-LIMIT NUMERIC
                   MOVE REL-LIMIT TO WS-GROUP-LIMIT
               END-IF
           ELSE
               MOVE "** NO RELATIONSHIP HEADER **"
                   TO CU-CUSTOMER-NAME
           END-IF
           WRITE EXPOSURE-REPORT-RECORD FROM WS-BLANK-LINE
           PERFORM 2900-CHECK-EXPOSURE-STATUS
           WRITE EXPOSURE-REPORT-RECORD FROM WS-CUSTOMER-LINE
           PERFORM 2900-CHECK-EXPOSURE-STATUS
           WRITE EXPOSURE-REPORT-RECORD FROM WS-MEMBER-COLS-LINE
           PERFORM 2900-CHECK-EXPOSURE-STATUS.

      * A LINKED ACCOUNT PURGED FROM SUMACC SINCE IT WAS LINKED IS
      * LISTED BUT ADDS NOTHING TO THE COMBINED BALANCE - THE POSTING
      * RUN IGNORES IT TOO. UNLINK IT THROUGH SUMRELM.
       2200-LIST-MEMBER.
           ADD 1 TO WS-GROUP-ACCOUNTS
           ADD 1 TO WS-MEMBER-COUNT
           MOVE REL-ACCOUNT TO ML-ACCOUNT
           MOVE "Y" TO WS-ACCT-FOUND-SWITCH
           MOVE REL-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCT-FOUND-SWITCH
           END-READ
           IF WS-ACCOUNT-STATUS NOT = "00" AND
                   WS-ACCOUNT-STATUS NOT = "23"
               DISPLAY "SEVERE ERROR - SUMACC READ FAILED, STATUS "
                   WS-ACCOUNT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ACCT-FOUND
               MOVE ACCT-TITLE TO ML-TITLE
               MOVE ACCT-STATUS TO ML-STATUS
               MOVE ACCT-BALANCE TO ML-BALANCE
               MOVE SPACES TO ML-NOTE
               ADD ACCT-BALANCE TO WS-GROUP-BALANCE
           ELSE
               MOVE SPACES TO ML-TITLE
               MOVE SPACES TO ML-STATUS
               MOVE ZEROS TO ML-BALANCE
               MOVE "NOT ON MASTER" TO ML-NOTE
           END-IF
           WRITE EXPOSURE-REPORT-RECORD FROM WS-MEMBER-LINE
           PERFORM 2900-CHECK-EXPOSURE-STATUS.

       2300-END-RELATIONSHIP.
           MOVE WS-GROUP-ACCOUNTS TO GT-ACCOUNTS
           MOVE WS-GROUP-BALANCE TO GT-COMBINED
           MOVE WS-GROUP-LIMIT TO GT-LIMIT
           IF WS-GROUP-LIMIT = ZERO
               MOVE ZEROS TO GT-HEADROOM
               MOVE "NO LIMIT" TO GT-FLAG
           ELSE
               COMPUTE WS-HEADROOM =
                   WS-GROUP-LIMIT - FUNCTION ABS(WS-GROUP-BALANCE)
               MOVE WS-HEADROOM TO GT-HEADROOM
               IF WS-HEADROOM < ZERO
                   ADD 1 TO WS-OVER-LIMIT-COUNT
                   MOVE "OVER LIMIT" TO GT-FLAG
               ELSE
                   MOVE SPACES TO GT-FLAG
               END-IF
           END-IF
           WRITE EXPOSURE-REPORT-RECORD FROM WS-GROUP-TOTAL-LINE-1
           PERFORM 2900-CHECK-EXPOSURE-STATUS
           WRITE EXPOSURE-REPORT-RECORD FROM WS-GROUP-TOTAL-LINE-2
           PERFORM 2900-CHECK-EXPOSURE-STATUS
           MOVE "N" TO WS-GROUP-OPEN-SWITCH.

       2900-CHECK-EXPOSURE-STATUS.
           IF WS-EXPOSURE-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMRLR WRITE FAILED, STATUS "
                   WS-EXPOSURE-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-FINALIZE.
           MOVE WS-RELATIONSHIP-COUNT TO XT-RELATIONSHIPS
           MOVE WS-MEMBER-COUNT TO XT-MEMBERS
           MOVE WS-OVER-LIMIT-COUNT TO XT-OVER-LIMIT
           WRITE EXPOSURE-REPORT-RECORD FROM WS-BLANK-LINE
           PERFORM 2900-CHECK-EXPOSURE-STATUS
           WRITE EXPOSURE-REPORT-RECORD FROM WS-EXPOSURE-TOTAL-LINE
           PERFORM 2900-CHECK-EXPOSURE-STATUS
           DISPLAY "RELATIONSHIP EXPOSURE REPORT COMPLETE - "
               WS-RELATIONSHIP-COUNT " RELATIONSHIPS, "
               WS-OVER-LIMIT-COUNT " OVER LIMIT"
           IF WS-RELATIONSHIP-STATUS NOT = "35"
               CLOSE RELATIONSHIP-FILE
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE EXPOSURE-REPORT-FILE
           IF WS-OVER-LIMIT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM SUMRELR.
