      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 10/15/2026
      * Purpose: SUSPENSE AGING REPORT. SHOWS WHAT IS SITTING IN EACH
      *          SUSPENSE BUCKET SUMGLEX BOOKS TO THE GENERAL LEDGER
      *          ONCE THE NIGHT IS DONE: REJECTED (THIS MORNING'S
      *          SUMRJO CARRY-FORWARD PLUS TONIGHT'S SUMREJ), HELD
      *          OVERLIMIT (SUMHDO PLUS SUMHLD) AND PENDING (THE NEW
      *          SUMPND WAREHOUSE). ONE LINE PER BRANCH THE ITEMS CAME
      *          IN UNDER, WITH THE ITEM COUNT, THE BOOKED VALUE AND
      *          THAT VALUE SPREAD OVER AGE BANDS - DAYS SINCE THE ITEM
      *          WENT INTO SUSPENSE - THEN BUCKET TOTALS, THE ITEMS PAST
      *          THE PARM DAY LIMIT (30 UNLESS GIVEN) AND ANY ITEMS
      *          THAT WENT IN BEFORE SUSPENSE WAS BOOKED AND SO CARRY
      *          NO STAMP. WRITES SUMSAR; ENDS RC=4 WHEN ANY ITEM IS
      *          AT OR PAST THE LIMIT, RC=16 ON A PARM THAT IS NOT A
      *          WHOLE NUMBER OF DAYS FROM 1 TO 999.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMSUSP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-FILE ASSIGN TO SUMREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT HOLD-FILE ASSIGN TO SUMHLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT PENDING-FILE ASSIGN TO SUMPND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO SUMSAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGING-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE
           RECORDING MODE IS F.
           COPY SUMREJRC.

       FD  HOLD-FILE
           RECORDING MODE IS F.
       01  HOLD-RECORD              PIC X(80).

       FD  PENDING-FILE
           RECORDING MODE IS F.
       01  PENDING-RECORD           PIC X(80).

       FD  AGING-REPORT-FILE
           RECORDING MODE IS F.
       01  AGING-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REJECT-STATUS     PIC X(02) VALUE ZEROS.
       01  WS-HOLD-STATUS       PIC X(02) VALUE ZEROS.
       01  WS-PENDING-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-AGING-STATUS      PIC X(02) VALUE ZEROS.
       01  WS-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-END-OF-FILE        VALUE "Y".
       01  WS-BR-FOUND-SWITCH   PIC X(01) VALUE "N".
           88  WS-BR-FOUND           VALUE "Y".
       01  WS-BR-FULL-SW        PIC X(01) VALUE "N".
           88  WS-BR-TABLE-FULL      VALUE "Y".

      * THE BUCKET BEING READ OR PRINTED - R, H OR P, AS STAMPED ON
      * SUMIN-SUSP-BUCKET.
       01  WS-BUCKET            PIC X(01) VALUE SPACES.
       01  WS-BKT-SUB           PIC 9(01) VALUE ZEROS.
       01  WS-BUCKET-TABLE.
           05  WS-BKT-ENTRY OCCURS 3 TIMES.
               10  WS-BKT-ITEMS     PIC 9(07).
               10  WS-BKT-VALUE     PIC S9(13)V99.
               10  WS-BKT-BAND-VALUE PIC S9(13)V99 OCCURS 4 TIMES.
               10  WS-BKT-OVER-LIMIT PIC 9(07).
               10  WS-BKT-UNBOOKED  PIC 9(07).

       01  WS-AGING-DAYS        PIC 9(03) VALUE 30.
       01  WS-PARM-VALUE        PIC S9(07)V99 VALUE ZEROS.
       01  WS-PARM-WHOLE        PIC S9(07) VALUE ZEROS.
       01  WS-AGE-DAYS          PIC S9(05) VALUE ZEROS.
       01  WS-BAND-SUB          PIC 9(01) VALUE ZEROS.
       01  WS-TODAY-INTEGER     PIC 9(07) VALUE ZEROS.
       01  WS-SUSP-INTEGER      PIC 9(07) VALUE ZEROS.
       01  WS-OVER-LIMIT-COUNT  PIC 9(07) VALUE ZEROS.
       01  WS-ITEM-COUNT        PIC 9(07) VALUE ZEROS.

       01  WS-BR-MAX            PIC 9(03) VALUE 300.
       01  WS-BR-COUNT          PIC 9(03) VALUE ZEROS.
       01  WS-BR-SUB            PIC 9(03) VALUE ZEROS.
       01  WS-BR-PICK-SUB       PIC 9(03) VALUE ZEROS.
       01  WS-BR-LOW-BRANCH     PIC X(04) VALUE SPACES.
       01  WS-BRANCH-TABLE.
           05  WS-BR-ENTRY OCCURS 300 TIMES.
               10  WS-BR-BUCKET     PIC X(01).
               10  WS-BR-BRANCH     PIC X(04).
               10  WS-BR-ITEMS      PIC 9(07).
               10  WS-BR-VALUE      PIC S9(13)V99.
               10  WS-BR-BAND-VALUE PIC S9(13)V99 OCCURS 4 TIMES.
               10  WS-BR-PRINTED    PIC X(01).

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
       01  WS-PRINT-LINE        PIC X(80) VALUE SPACES.

      * THE SUSPENDED ITEM UNDER EXAMINATION, WHICHEVER FILE IT CAME
      * FROM.
           COPY SUMINREC.

       01  WS-HEADER-LINE-1.
           05  FILLER               PIC X(23) VALUE
               "SUSPENSE AGING REPORT  ".
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  HL1-RUN-DATE         PIC X(10).
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE "PAGE: ".
           05  HL1-PAGE-NUMBER      PIC ZZZ9.

       01  WS-HEADER-LINE-2.
           05  FILLER               PIC X(13) VALUE "AGING LIMIT: ".
           05  HL2-AGING-DAYS       PIC ZZ9.
           05  FILLER               PIC X(34) VALUE
               " DAYS SINCE THE ITEM WENT IN     ".
           05  FILLER               PIC X(30) VALUE SPACES.

       01  WS-BUCKET-TITLE-LINE.
           05  FILLER               PIC X(17) VALUE
               "SUSPENSE BUCKET: ".
           05  BT-BUCKET-NAME       PIC X(20).
           05  FILLER               PIC X(43) VALUE SPACES.

       01  WS-COLUMN-HEADER-LINE.
           05  FILLER               PIC X(06) VALUE "BRANCH".
           05  FILLER               PIC X(07) VALUE "  ITEMS".
           05  FILLER               PIC X(13) VALUE
               "        VALUE".
           05  FILLER               PIC X(12) VALUE
               "    0-7 DAYS".
           05  FILLER               PIC X(12) VALUE
               "   8-30 DAYS".
           05  FILLER               PIC X(12) VALUE
               "  31-90 DAYS".
           05  FILLER               PIC X(12) VALUE
               "     OVER 90".
           05  FILLER               PIC X(06) VALUE SPACES.

       01  WS-BRANCH-LINE.
           05  SL-BRANCH            PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SL-ITEMS             PIC ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SL-VALUE             PIC -(9).99.
           05  SL-BAND OCCURS 4 TIMES.
               10  FILLER           PIC X(01).
               10  SL-BAND-VALUE    PIC -(8).99.
           05  FILLER               PIC X(06) VALUE SPACES.

       01  WS-BUCKET-COUNT-LINE.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  BC-LABEL             PIC X(30).
           05  BC-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(35) VALUE SPACES.

       01  WS-TRUNC-LINE.
           05  FILLER               PIC X(50) VALUE
               "BRANCH TABLE TRUNCATED, MORE BRANCHES IN SUSPENSE".
           05  FILLER               PIC X(30) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-INFO.
           05  LS-PARM-LENGTH       PIC S9(04) COMP.
           05  LS-PARM-DATA         PIC X(40).

       PROCEDURE DIVISION USING LS-PARM-INFO.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-READ-REJECTS
           PERFORM 1600-READ-HOLDS
           PERFORM 1700-READ-PENDING
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURR-MM TO WS-REPORT-MM
           MOVE WS-CURR-DD TO WS-REPORT-DD
           MOVE WS-CURR-YYYY TO WS-REPORT-YYYY
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-N)
           PERFORM 1050-GET-PARM
           INITIALIZE WS-BUCKET-TABLE
           OPEN OUTPUT AGING-REPORT-FILE
           IF WS-AGING-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMSAR OPEN FAILED, STATUS "
                   WS-AGING-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-WRITE-PAGE-HEADER.

       1050-GET-PARM.
           IF LS-PARM-LENGTH > ZERO
               AND FUNCTION TRIM(LS-PARM-DATA(1:LS-PARM-LENGTH))
                   NOT = SPACES
               IF FUNCTION TEST-NUMVAL(
                       LS-PARM-DATA(1:LS-PARM-LENGTH)) NOT = ZERO
                   DISPLAY "AGING PARM INVALID - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-PARM-VALUE = FUNCTION NUMVAL(
                   LS-PARM-DATA(1:LS-PARM-LENGTH))
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-PARM-VALUE
               END-COMPUTE
               MOVE WS-PARM-VALUE TO WS-PARM-WHOLE
               IF WS-PARM-VALUE < 1 OR WS-PARM-VALUE > 999
                   OR WS-PARM-VALUE NOT = WS-PARM-WHOLE
                   DISPLAY "AGING PARM INVALID - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-VALUE TO WS-AGING-DAYS
           END-IF.

       1100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE ZEROS TO WS-LINE-COUNT
           MOVE WS-REPORT-DATE TO HL1-RUN-DATE
           MOVE WS-PAGE-NUMBER TO HL1-PAGE-NUMBER
           WRITE AGING-REPORT-RECORD FROM WS-HEADER-LINE-1
           PERFORM 1150-CHECK-AGING-STATUS
           MOVE WS-AGING-DAYS TO HL2-AGING-DAYS
           WRITE AGING-REPORT-RECORD FROM WS-HEADER-LINE-2
           PERFORM 1150-CHECK-AGING-STATUS.

       1150-CHECK-AGING-STATUS.
           IF WS-AGING-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMSAR WRITE FAILED, STATUS "
                   WS-AGING-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       1500-READ-REJECTS.
           MOVE "R" TO WS-BUCKET
           MOVE 1 TO WS-BKT-SUB
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMREJ OPEN FAILED, STATUS "
                   WS-REJECT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ REJECT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE RJ-ORIGINAL-RECORD TO SUMIN-RECORD
                       PERFORM 2000-TALLY-ITEM
               END-READ
               IF WS-REJECT-STATUS NOT = "00" AND
                       WS-REJECT-STATUS NOT = "10"
                   DISPLAY "SEVERE ERROR - SUMREJ READ FAILED, STATUS "
                       WS-REJECT-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE REJECT-FILE.

       1600-READ-HOLDS.
           MOVE "H" TO WS-BUCKET
           MOVE 2 TO WS-BKT-SUB
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMHLD OPEN FAILED, STATUS "
                   WS-HOLD-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ HOLD-FILE INTO SUMIN-RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 2000-TALLY-ITEM
               END-READ
               IF WS-HOLD-STATUS NOT = "00" AND
                       WS-HOLD-STATUS NOT = "10"
                   DISPLAY "SEVERE ERROR - SUMHLD READ FAILED, STATUS "
                       WS-HOLD-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE HOLD-FILE.

       1700-READ-PENDING.
           MOVE "P" TO WS-BUCKET
           MOVE 3 TO WS-BKT-SUB
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMPND OPEN FAILED, STATUS "
                   WS-PENDING-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ PENDING-FILE INTO SUMIN-RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 2000-TALLY-ITEM
               END-READ
               IF WS-PENDING-STATUS NOT = "00" AND
                       WS-PENDING-STATUS NOT = "10"
                   DISPLAY "SEVERE ERROR - SUMPND READ FAILED, STATUS "
                       WS-PENDING-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE PENDING-FILE.

      * ONLY AN ITEM STAMPED WITH THIS FILE'S BUCKET IS ON THE LEDGER;
      * ANYTHING ELSE ON THE FILE WENT IN BEFORE SUSPENSE WAS BOOKED
      * AND IS COUNTED SEPARATELY SO IT IS NOT MISTAKEN FOR COVERED.
       2000-TALLY-ITEM.
           IF SUMIN-DETAIL AND SUMIN-SUSP-BUCKET = WS-BUCKET
                   AND SUMIN-SUSP-VALUE NUMERIC
               ADD 1 TO WS-ITEM-COUNT
               PERFORM 2050-AGE-ITEM
               PERFORM 2100-TALLY-BRANCH
               ADD 1 TO WS-BKT-ITEMS(WS-BKT-SUB)
               ADD SUMIN-SUSP-VALUE TO WS-BKT-VALUE(WS-BKT-SUB)
               ADD SUMIN-SUSP-VALUE
                   TO WS-BKT-BAND-VALUE(WS-BKT-SUB, WS-BAND-SUB)
               IF WS-AGE-DAYS NOT LESS THAN WS-AGING-DAYS
                   ADD 1 TO WS-BKT-OVER-LIMIT(WS-BKT-SUB)
                   ADD 1 TO WS-OVER-LIMIT-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-BKT-UNBOOKED(WS-BKT-SUB)
           END-IF.

      * AGE IN CALENDAR DAYS SINCE SUMIN-SUSP-DATE; AN UNREADABLE DATE
      * AGES AS TODAY RATHER THAN INVENT AN AGE.
       2050-AGE-ITEM.
           MOVE ZEROS TO WS-AGE-DAYS
           IF SUMIN-SUSP-DATE NUMERIC AND SUMIN-SUSP-DATE > ZERO
               COMPUTE WS-SUSP-INTEGER =
                   FUNCTION INTEGER-OF-DATE(SUMIN-SUSP-DATE)
               IF WS-SUSP-INTEGER > ZERO
                   COMPUTE WS-AGE-DAYS =
                       WS-TODAY-INTEGER - WS-SUSP-INTEGER
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT GREATER THAN 7
                   MOVE 1 TO WS-BAND-SUB
               WHEN WS-AGE-DAYS NOT GREATER THAN 30
                   MOVE 2 TO WS-BAND-SUB
               WHEN WS-AGE-DAYS NOT GREATER THAN 90
                   MOVE 3 TO WS-BAND-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BAND-SUB
           END-EVALUATE.

       2100-TALLY-BRANCH.
           MOVE "N" TO WS-BR-FOUND-SWITCH
           MOVE 1 TO WS-BR-SUB
           PERFORM UNTIL WS-BR-FOUND
                   OR WS-BR-SUB > WS-BR-COUNT
               IF WS-BR-BUCKET(WS-BR-SUB) = WS-BUCKET
                   AND WS-BR-BRANCH(WS-BR-SUB) = SUMIN-SUSP-BRANCH
                   MOVE "Y" TO WS-BR-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-BR-SUB
               END-IF
           END-PERFORM
           IF NOT WS-BR-FOUND
               IF WS-BR-COUNT LESS THAN WS-BR-MAX
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-BR-COUNT TO WS-BR-SUB
                   INITIALIZE WS-BR-ENTRY(WS-BR-SUB)
                   MOVE WS-BUCKET TO WS-BR-BUCKET(WS-BR-SUB)
                   MOVE SUMIN-SUSP-BRANCH TO WS-BR-BRANCH(WS-BR-SUB)
                   MOVE "N" TO WS-BR-PRINTED(WS-BR-SUB)
               ELSE
                   MOVE "Y" TO WS-BR-FULL-SW
               END-IF
           END-IF
           IF WS-BR-SUB NOT GREATER THAN WS-BR-MAX
               AND WS-BR-SUB NOT GREATER THAN WS-BR-COUNT
               ADD 1 TO WS-BR-ITEMS(WS-BR-SUB)
               ADD SUMIN-SUSP-VALUE TO WS-BR-VALUE(WS-BR-SUB)
               ADD SUMIN-SUSP-VALUE
                   TO WS-BR-BAND-VALUE(WS-BR-SUB, WS-BAND-SUB)
           END-IF.

       3000-FINALIZE.
           MOVE "R" TO WS-BUCKET
           MOVE 1 TO WS-BKT-SUB
           MOVE "REJECTED" TO BT-BUCKET-NAME
           PERFORM 3100-PRINT-BUCKET
           MOVE "H" TO WS-BUCKET
           MOVE 2 TO WS-BKT-SUB
           MOVE "HELD OVERLIMIT" TO BT-BUCKET-NAME
           PERFORM 3100-PRINT-BUCKET
           MOVE "P" TO WS-BUCKET
           MOVE 3 TO WS-BKT-SUB
           MOVE "PENDING" TO BT-BUCKET-NAME
           PERFORM 3100-PRINT-BUCKET
           IF WS-BR-TABLE-FULL
               MOVE WS-TRUNC-LINE TO WS-PRINT-LINE
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF
           DISPLAY "SUSPENSE AGING COMPLETE - " WS-ITEM-COUNT
               " ITEMS IN SUSPENSE, " WS-OVER-LIMIT-COUNT
               " PAST " WS-AGING-DAYS " DAYS"
           CLOSE AGING-REPORT-FILE
           IF WS-OVER-LIMIT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-PRINT-BUCKET.
           IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-BUCKET-TITLE-LINE TO WS-PRINT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-COLUMN-HEADER-LINE TO WS-PRINT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           PERFORM WS-BR-COUNT TIMES
               PERFORM 3150-PRINT-LOWEST-BRANCH
           END-PERFORM
           MOVE "TOTAL" TO SL-BRANCH
           MOVE WS-BKT-ITEMS(WS-BKT-SUB) TO SL-ITEMS
           MOVE WS-BKT-VALUE(WS-BKT-SUB) TO SL-VALUE
           MOVE 1 TO WS-BAND-SUB
           PERFORM UNTIL WS-BAND-SUB > 4
               MOVE SPACES TO SL-BAND(WS-BAND-SUB)
               MOVE WS-BKT-BAND-VALUE(WS-BKT-SUB, WS-BAND-SUB)
                   TO SL-BAND-VALUE(WS-BAND-SUB)
               ADD 1 TO WS-BAND-SUB
           END-PERFORM
           MOVE WS-BRANCH-LINE TO WS-PRINT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE "AT OR PAST THE AGING LIMIT  :" TO BC-LABEL
           MOVE WS-BKT-OVER-LIMIT(WS-BKT-SUB) TO BC-COUNT
           MOVE WS-BUCKET-COUNT-LINE TO WS-PRINT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE "NOT BOOKED TO SUSPENSE      :" TO BC-LABEL
           MOVE WS-BKT-UNBOOKED(WS-BKT-SUB) TO BC-COUNT
           MOVE WS-BUCKET-COUNT-LINE TO WS-PRINT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

      * THE BUCKET'S BRANCHES PRINT IN ASCENDING ORDER: EACH PASS PICKS
      * THE LOWEST UNPRINTED BRANCH UNTIL EVERY ONE IS OUT.
       3150-PRINT-LOWEST-BRANCH.
           MOVE ZEROS TO WS-BR-PICK-SUB
           MOVE HIGH-VALUES TO WS-BR-LOW-BRANCH
           MOVE 1 TO WS-BR-SUB
           PERFORM UNTIL WS-BR-SUB > WS-BR-COUNT
               IF WS-BR-BUCKET(WS-BR-SUB) = WS-BUCKET
                   AND WS-BR-PRINTED(WS-BR-SUB) = "N"
                   AND WS-BR-BRANCH(WS-BR-SUB) NOT GREATER THAN
                       WS-BR-LOW-BRANCH
                   MOVE WS-BR-SUB TO WS-BR-PICK-SUB
                   MOVE WS-BR-BRANCH(WS-BR-SUB) TO WS-BR-LOW-BRANCH
               END-IF
               ADD 1 TO WS-BR-SUB
           END-PERFORM
           IF WS-BR-PICK-SUB > ZERO
               MOVE "Y" TO WS-BR-PRINTED(WS-BR-PICK-SUB)
               MOVE WS-BR-BRANCH(WS-BR-PICK-SUB) TO SL-BRANCH
               MOVE WS-BR-ITEMS(WS-BR-PICK-SUB) TO SL-ITEMS
               MOVE WS-BR-VALUE(WS-BR-PICK-SUB) TO SL-VALUE
               MOVE 1 TO WS-BAND-SUB
               PERFORM UNTIL WS-BAND-SUB > 4
                   MOVE SPACES TO SL-BAND(WS-BAND-SUB)
                   MOVE WS-BR-BAND-VALUE(WS-BR-PICK-SUB, WS-BAND-SUB)
                       TO SL-BAND-VALUE(WS-BAND-SUB)
                   ADD 1 TO WS-BAND-SUB
               END-PERFORM
               MOVE WS-BRANCH-LINE TO WS-PRINT-LINE
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF.

       3900-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-PAGE-HEADER
           END-IF
           WRITE AGING-REPORT-RECORD FROM WS-PRINT-LINE
           PERFORM 1150-CHECK-AGING-STATUS
           ADD 1 TO WS-LINE-COUNT.
       END PROGRAM SUMSUSP.
