      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 10/15/2026
      * Purpose: BRANCH INTAKE CONVERTER. READS ONE BRANCH'S COMMA-
      *          DELIMITED EXPORT ON SUMBRC, EDITS EVERY LINE AND
      *          WRITES THE GOOD ONES AS A PROPERLY FORMED SUMIN FILE
      *          ON SUMBIN - FILE HEADER UNDER THE BRANCH'S SOURCE ID
      *          WITH THE NEXT SEQUENCE AFTER THE ONE REGISTERED ON
      *          SUMLST, ONE BH/BT PAIR PER BRANCH BATCH CARRYING THE
      *          BRANCH CODE, AND A TRAILER COUNT AND HASH (N1 + N2 OF
      *          EVERY DETAIL) WORKED OUT FROM WHAT WAS ACTUALLY
      *          WRITTEN, SO EVERY BATCH ARRIVES IN BALANCE. AMOUNTS
      *          ARE CARRIED IN THE SUMIN TRAILING SEPARATE SIGN AND
      *          TRANSACTION SEQUENCES ASCEND FROM 1. A LINE THAT
      *          CANNOT BE CONVERTED IS LEFT OUT OF THE FEED AND
      *          LISTED WITH ITS REASON ON THE SUMBIX INTAKE
      *          EXCEPTION LISTING THAT GOES BACK TO THE BRANCH.
      *          PARM IS THE BRANCH CODE AND, OPTIONALLY, ITS SOURCE
      *          ID (DEFAULT BR FOLLOWED BY THE BRANCH CODE); A
      *          MISSING OR RESERVED BRANCH IS REFUSED RC=16. A
      *          BRANCH FILE ALREADY WAITING ON THE NIGHT'S FEED
      *          (SUMINP) UNDER THE SAME SOURCE ID IS REFUSED RC=18,
      *          WRITING NOTHING, SINCE IT WOULD CARRY THE SAME
      *          SEQUENCE AND STOP THE POSTING RUN. ENDS RC=4 WHEN ANY
      *          LINE WENT TO THE EXCEPTION LISTING AND RC=8 WHEN NO
      *          LINE COULD BE CONVERTED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMBRIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-CSV-FILE ASSIGN TO SUMBRC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO SUMLST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT PENDING-FEED-FILE ASSIGN TO SUMINP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT FEED-OUT-FILE ASSIGN TO SUMBIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-OUT-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO SUMBIX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-CSV-FILE
           RECORDING MODE IS F.
       01  CSV-LINE                 PIC X(200).

       FD  REGISTRY-FILE
           RECORDING MODE IS F.
           COPY SUMLSTRC.

       FD  PENDING-FEED-FILE
           RECORDING MODE IS F.
       01  PENDING-FEED-RECORD      PIC X(80).

       FD  FEED-OUT-FILE
           RECORDING MODE IS F.
       01  FEED-OUT-RECORD          PIC X(80).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CSV-STATUS        PIC X(02) VALUE ZEROS.
       01  WS-REGISTRY-STATUS   PIC X(02) VALUE ZEROS.
       01  WS-PENDING-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-FEED-OUT-STATUS   PIC X(02) VALUE ZEROS.
       01  WS-EXCEPTION-STATUS  PIC X(02) VALUE ZEROS.
       01  WS-CSV-EOF-SWITCH    PIC X(01) VALUE "N".
           88  WS-CSV-EOF            VALUE "Y".
       01  WS-REGISTRY-EOF-SW   PIC X(01) VALUE "N".
           88  WS-REGISTRY-EOF       VALUE "Y".
       01  WS-PENDING-EOF-SW    PIC X(01) VALUE "N".
           88  WS-PENDING-EOF        VALUE "Y".
       01  WS-PENDING-FOUND-SW  PIC X(01) VALUE "N".
           88  WS-PENDING-FOUND      VALUE "Y".
       01  WS-BATCH-OPEN-SWITCH PIC X(01) VALUE "N".
           88  WS-BATCH-OPEN         VALUE "Y".
       01  WS-LINE-BAD-SWITCH   PIC X(01) VALUE "N".
           88  WS-LINE-BAD           VALUE "Y".
       01  WS-AMT-BAD-SWITCH    PIC X(01) VALUE "N".
           88  WS-AMT-BAD            VALUE "Y".
       01  WS-BAT-FOUND-SWITCH  PIC X(01) VALUE "N".
           88  WS-BAT-FOUND          VALUE "Y".
       01  WS-AMT-REQUIRED-SW   PIC X(01) VALUE "N".
           88  WS-AMT-REQUIRED       VALUE "Y".
       01  WS-RESULT-OVFL-SW    PIC X(01) VALUE "N".
           88  WS-RESULT-OVERFLOW    VALUE "Y".

       01  WS-FULL-PARM         PIC X(40) VALUE SPACES.
       01  WS-BRANCH-PARM       PIC X(08) VALUE SPACES.
       01  WS-SOURCE-PARM       PIC X(10) VALUE SPACES.
       01  WS-BRANCH            PIC X(04) VALUE SPACES.
       01  WS-SOURCE-ID         PIC X(08) VALUE SPACES.
       01  WS-FILE-SEQ          PIC 9(06) VALUE 1.
       01  WS-PENDING-SEQ       PIC 9(06) VALUE ZEROS.
       01  WS-TXN-SEQ           PIC 9(06) VALUE ZEROS.
       01  WS-BATCH-ID          PIC X(08) VALUE SPACES.
       01  WS-BATCH-REC-COUNT   PIC 9(07) VALUE ZEROS.
       01  WS-BATCH-HASH-TOTAL  PIC S9(11)V99 VALUE ZEROS.

       01  WS-LINES-READ        PIC 9(07) VALUE ZEROS.
       01  WS-DATA-LINES        PIC 9(07) VALUE ZEROS.
       01  WS-SKIPPED-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-CONVERTED-COUNT   PIC 9(07) VALUE ZEROS.
       01  WS-EXCEPTION-COUNT   PIC 9(07) VALUE ZEROS.
       01  WS-CONVERTED-VALUE   PIC S9(11)V99 VALUE ZEROS.

      * ONE ENTRY PER BATCH WRITTEN, IN FILE ORDER - FOR THE SUMMARY
      * AND SO A BATCH CANNOT BE REOPENED FURTHER DOWN THE FILE.
       01  WS-BAT-MAX           PIC 9(04) VALUE 200.
       01  WS-BAT-COUNT         PIC 9(04) VALUE ZEROS.
       01  WS-BAT-SUB           PIC 9(04) VALUE ZEROS.
       01  WS-BAT-TABLE.
           05  WS-BAT-ENTRY OCCURS 200 TIMES.
               10  WS-BAT-T-ID          PIC X(08).
               10  WS-BAT-T-COUNT       PIC 9(07).
               10  WS-BAT-T-HASH        PIC S9(11)V99.

      * THE LINE AS SPLIT ON ITS COMMAS, THEN EACH FIELD TRIMMED.
       01  WS-LINE-WORK         PIC X(200) VALUE SPACES.
       01  WS-LINE-LEN          PIC 9(03) VALUE ZEROS.
       01  WS-LINE-PTR          PIC 9(03) VALUE ZEROS.
       01  WS-LINE-REST         PIC X(200) VALUE SPACES.
       01  WS-FIELD-COUNT       PIC 9(03) VALUE ZEROS.
       01  WS-CSV-FIELDS.
           05  WS-F-BATCH           PIC X(20).
           05  WS-F-ACCOUNT         PIC X(20).
           05  WS-F-OP-CODE         PIC X(20).
           05  WS-F-AMOUNT-1        PIC X(20).
           05  WS-F-AMOUNT-2        PIC X(20).
           05  WS-F-EFF-DATE        PIC X(20).
           05  WS-F-XFR-ACCOUNT     PIC X(20).
       01  WS-CSV-COUNTS.
           05  WS-C-BATCH           PIC 9(03).
           05  WS-C-ACCOUNT         PIC 9(03).
           05  WS-C-OP-CODE         PIC 9(03).
           05  WS-C-AMOUNT-1        PIC 9(03).
           05  WS-C-AMOUNT-2        PIC 9(03).
           05  WS-C-EFF-DATE        PIC 9(03).
           05  WS-C-XFR-ACCOUNT     PIC 9(03).
       01  WS-E-BATCH           PIC X(20) VALUE SPACES.
       01  WS-E-ACCOUNT         PIC X(20) VALUE SPACES.
       01  WS-E-OP-CODE         PIC X(20) VALUE SPACES.
       01  WS-E-AMOUNT-1        PIC X(20) VALUE SPACES.
       01  WS-E-AMOUNT-2        PIC X(20) VALUE SPACES.
       01  WS-E-EFF-DATE        PIC X(20) VALUE SPACES.
       01  WS-E-EFF-SLASHED REDEFINES WS-E-EFF-DATE.
           05  WS-E-EFF-MM          PIC X(02).
           05  WS-E-EFF-SLASH-1     PIC X(01).
           05  WS-E-EFF-DD          PIC X(02).
           05  WS-E-EFF-SLASH-2     PIC X(01).
           05  WS-E-EFF-YYYY        PIC X(04).
           05  FILLER               PIC X(10).
       01  WS-E-XFR-ACCOUNT     PIC X(20) VALUE SPACES.
       01  WS-HEADING-WORK      PIC X(20) VALUE SPACES.

      * THE CONVERTED DETAIL - WHAT 2500 WRITES.
       01  WS-CONV-OP-CODE      PIC X(01) VALUE SPACES.
       01  WS-CONV-N1           PIC S9(07)V99 VALUE ZEROS.
       01  WS-CONV-N2           PIC S9(07)V99 VALUE ZEROS.
       01  WS-CONV-EFF-DATE.
           05  WS-CONV-EFF-YYYY     PIC X(04).
           05  WS-CONV-EFF-MM       PIC X(02).
           05  WS-CONV-EFF-DD       PIC X(02).
       01  WS-CONV-EFF-DATE-N REDEFINES WS-CONV-EFF-DATE
                                PIC 9(08).

      * ONE AMOUNT AT A TIME THROUGH 2300-EDIT-AMOUNT.
       01  WS-AMT-TEXT          PIC X(20) VALUE SPACES.
       01  WS-AMT-WORK          PIC S9(10)V9(08) VALUE ZEROS.
       01  WS-AMT-CENTS         PIC S9(10)V99 VALUE ZEROS.
       01  WS-AMT-VALUE         PIC S9(07)V99 VALUE ZEROS.
       01  WS-AMT-REASON-CODE   PIC X(04) VALUE SPACES.
       01  WS-AMT-REASON-TEXT   PIC X(20) VALUE SPACES.
       01  WS-RESULT-CHECK      PIC S9(07)V99 VALUE ZEROS.

       01  WS-REASON-CODE       PIC X(04) VALUE SPACES.
       01  WS-REASON-TEXT       PIC X(30) VALUE SPACES.

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

           COPY SUMINREC.

       01  WS-INTAKE-HEADER-1.
           05  FILLER               PIC X(26) VALUE
               "BRANCH INTAKE EXCEPTIONS  ".
           05  FILLER               PIC X(08) VALUE "BRANCH: ".
           05  IH1-BRANCH           PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  IH1-RUN-DATE         PIC X(10).
           05  FILLER               PIC X(10) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE "PAGE: ".
           05  IH1-PAGE-NUMBER      PIC ZZZ9.

       01  WS-INTAKE-HEADER-2.
           05  FILLER               PIC X(08) VALUE "SOURCE: ".
           05  IH2-SOURCE-ID        PIC X(08).
           05  FILLER               PIC X(12) VALUE "  FILE SEQ: ".
           05  IH2-FILE-SEQ         PIC 9(06).
           05  FILLER               PIC X(46) VALUE SPACES.

       01  WS-INTAKE-HEADER-3.
           05  FILLER               PIC X(40) VALUE
               "  LINE  RSN   REASON / LINE AS RECEIVED ".
           05  FILLER               PIC X(40) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  EX-LINE-NUMBER       PIC ZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  EX-REASON-CODE       PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  EX-REASON-TEXT       PIC X(30).
           05  FILLER               PIC X(36) VALUE SPACES.

       01  WS-EXCEPTION-IMAGE.
           05  FILLER               PIC X(08) VALUE SPACES.
           05  EI-LINE-IMAGE        PIC X(72).

       01  WS-NO-EXCEPTION-LINE.
           05  FILLER               PIC X(40) VALUE
               "NO EXCEPTIONS - EVERY LINE CONVERTED    ".
           05  FILLER               PIC X(40) VALUE SPACES.

       01  WS-BATCH-COLS-LINE.
           05  FILLER               PIC X(40) VALUE
               "BATCH        DETAILS        HASH TOTAL  ".
           05  FILLER               PIC X(40) VALUE
               "     (BATCHES WRITTEN TO THE FEED)      ".

       01  WS-BATCH-SUM-LINE.
           05  BS-BATCH-ID          PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  BS-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  BS-HASH              PIC -(11).99.
           05  FILLER               PIC X(44) VALUE SPACES.

       01  WS-INTAKE-TOTAL-LINE.
           05  FILLER               PIC X(07) VALUE "LINES: ".
           05  IT-READ              PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(13) VALUE "  CONVERTED: ".
           05  IT-CONVERTED         PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE "  EXCEPTIONS: ".
           05  IT-EXCEPTIONS        PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE " SKIPPED: ".
           05  IT-SKIPPED           PIC Z,ZZZ,ZZ9.

       01  WS-INTAKE-VALUE-LINE.
           05  FILLER               PIC X(22) VALUE
               "VALUE CONVERTED (N1): ".
           05  IV-VALUE             PIC -(11).99.
           05  FILLER               PIC X(43) VALUE SPACES.

       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-INFO.
           05  LS-PARM-LENGTH       PIC S9(04) COMP.
           05  LS-PARM-DATA         PIC X(40).

       PROCEDURE DIVISION USING LS-PARM-INFO.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-CSV-EOF
               READ BRANCH-CSV-FILE
                   AT END
                       MOVE "Y" TO WS-CSV-EOF-SWITCH
                   NOT AT END
                       PERFORM 2000-PROCESS-LINE
               END-READ
               IF WS-CSV-STATUS NOT = "00" AND
                       WS-CSV-STATUS NOT = "10"
                   DISPLAY "SEVERE ERROR - SUMBRC READ FAILED, STATUS "
                       WS-CSV-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURR-MM TO WS-REPORT-MM
           MOVE WS-CURR-DD TO WS-REPORT-DD
           MOVE WS-CURR-YYYY TO WS-REPORT-YYYY
           PERFORM 1050-GET-PARM
           PERFORM 1300-FIND-BRANCH-SEQUENCE
           PERFORM 1350-CHECK-PENDING-FEED
           OPEN INPUT BRANCH-CSV-FILE
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMBRC OPEN FAILED, STATUS "
                   WS-CSV-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FEED-OUT-FILE
           IF WS-FEED-OUT-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMBIN OPEN FAILED, STATUS "
                   WS-FEED-OUT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMBIX OPEN FAILED, STATUS "
                   WS-EXCEPTION-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-WRITE-INTAKE-HEADER
           PERFORM 1500-WRITE-FILE-HEADER.

      * THE BRANCH CODE IS WHAT THE NIGHT RUN CREDITS THE WORK TO ON
      * ITS BRANCH SUMMARY AND THE AUDIT TRAIL. HOUSE BRANCH 0000 IS
      * KEPT FOR THE SYSTEM-GENERATED CYCLE POSTINGS AND CYCLEGEN IS
      * THE CYCLE'S OWN SOURCE ID - A BRANCH FILE MAY USE NEITHER.
       1050-GET-PARM.
           MOVE SPACES TO WS-FULL-PARM
           IF LS-PARM-LENGTH > ZERO
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH)
                   TO WS-FULL-PARM(1:LS-PARM-LENGTH)
           END-IF
           UNSTRING WS-FULL-PARM DELIMITED BY ALL SPACE
               INTO WS-BRANCH-PARM WS-SOURCE-PARM
           END-UNSTRING
           IF WS-BRANCH-PARM = SPACES
               OR WS-BRANCH-PARM(5:4) NOT = SPACES
               DISPLAY "PARM MUST BEGIN WITH THE BRANCH CODE "
                   "(1-4 CHARACTERS)"
               PERFORM 1090-REFUSE-PARM
           END-IF
           MOVE WS-BRANCH-PARM TO WS-BRANCH
           IF WS-BRANCH = "0000"
               DISPLAY "BRANCH 0000 IS THE HOUSE BRANCH, NOT FOR "
                   "BRANCH INTAKE"
               PERFORM 1090-REFUSE-PARM
           END-IF
           IF WS-SOURCE-PARM = SPACES
               MOVE "BR" TO WS-SOURCE-ID
               MOVE WS-BRANCH TO WS-SOURCE-ID(3:4)
           ELSE
               IF WS-SOURCE-PARM(9:2) NOT = SPACES
                   DISPLAY "SOURCE ID " WS-SOURCE-PARM
                       " LONGER THAN 8 CHARACTERS"
                   PERFORM 1090-REFUSE-PARM
               END-IF
               MOVE WS-SOURCE-PARM TO WS-SOURCE-ID
           END-IF
           IF WS-SOURCE-ID = "CYCLEGEN"
               DISPLAY "SOURCE ID CYCLEGEN IS RESERVED FOR THE "
                   "MONTH-END CYCLE"
               PERFORM 1090-REFUSE-PARM
           END-IF
           DISPLAY "BRANCH INTAKE FOR BRANCH " WS-BRANCH
               ", SOURCE ID " WS-SOURCE-ID.

       1090-REFUSE-PARM.
           DISPLAY "RUN REFUSED - CORRECT THE PARM AND RESUBMIT"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1100-WRITE-INTAKE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE ZEROS TO WS-LINE-COUNT
           MOVE WS-BRANCH TO IH1-BRANCH
           MOVE WS-REPORT-DATE TO IH1-RUN-DATE
           MOVE WS-PAGE-NUMBER TO IH1-PAGE-NUMBER
           WRITE EXCEPTION-RECORD FROM WS-INTAKE-HEADER-1
           PERFORM 2950-CHECK-EXCEPTION-STATUS
           MOVE WS-SOURCE-ID TO IH2-SOURCE-ID
           MOVE WS-FILE-SEQ TO IH2-FILE-SEQ
           WRITE EXCEPTION-RECORD FROM WS-INTAKE-HEADER-2
           PERFORM 2950-CHECK-EXCEPTION-STATUS
           WRITE EXCEPTION-RECORD FROM WS-INTAKE-HEADER-3
           PERFORM 2950-CHECK-EXCEPTION-STATUS.

      * THE NEXT SEQUENCE AFTER THE ONE THE POSTING RUN LAST CONSUMED
      * FOR THIS SOURCE - THE SAME RULE THE MONTH-END CYCLE FOLLOWS.
      * A BRANCH NEVER SEEN BEFORE STARTS AT 1.
       1300-FIND-BRANCH-SEQUENCE.
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMLST OPEN FAILED, STATUS "
                   WS-REGISTRY-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-REGISTRY-EOF
               READ REGISTRY-FILE
                   AT END
                       MOVE "Y" TO WS-REGISTRY-EOF-SW
                   NOT AT END
                       IF LST-SOURCE-ID = WS-SOURCE-ID
                           AND LST-FILE-SEQ NUMERIC
                           IF LST-FILE-SEQ = 999999
                               DISPLAY "SEVERE ERROR - SUMLST "
                                   "SEQUENCE FOR " WS-SOURCE-ID
                                   " EXHAUSTED"
                               MOVE 20 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           COMPUTE WS-FILE-SEQ = LST-FILE-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE.

      * THE NIGHT'S FEED IS BUILT UP THROUGH THE DAY. A FILE FOR THIS
      * SOURCE ALREADY ON IT HAS NOT POSTED YET, SO A SECOND ONE WOULD
      * CARRY THE SAME SEQUENCE AND THE POSTING RUN WOULD REFUSE THE
      * WHOLE NIGHT (RC=18). REFUSE HERE INSTEAD, BEFORE ANYTHING IS
      * WRITTEN; THE NEXT FILE FROM THE BRANCH IS CONVERTED AFTER THE
      * NIGHT RUN HAS CONSUMED THIS ONE.
       1350-CHECK-PENDING-FEED.
           OPEN INPUT PENDING-FEED-FILE
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMINP OPEN FAILED, STATUS "
                   WS-PENDING-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PENDING-EOF
               READ PENDING-FEED-FILE INTO SUMIN-RECORD
                   AT END
                       MOVE "Y" TO WS-PENDING-EOF-SW
                   NOT AT END
                       IF SUMIN-FILE-HEADER
                           AND SUMIN-FH-SOURCE-ID = WS-SOURCE-ID
                           AND SUMIN-FH-FILE-SEQ NUMERIC
                           AND SUMIN-FH-FILE-SEQ NOT LESS THAN
                               WS-FILE-SEQ
                           MOVE "Y" TO WS-PENDING-FOUND-SW
                           MOVE SUMIN-FH-FILE-SEQ TO WS-PENDING-SEQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FEED-FILE
           IF WS-PENDING-FOUND
               DISPLAY "FILE SEQ " WS-PENDING-SEQ " FROM "
                   WS-SOURCE-ID " IS ALREADY ON THE NIGHT'S FEED "
                   "AND HAS NOT POSTED"
               DISPLAY "RUN REFUSED - CONVERT THIS FILE AFTER THE "
                   "NIGHT RUN"
               MOVE 18 TO RETURN-CODE
               STOP RUN
           END-IF.

       1500-WRITE-FILE-HEADER.
           MOVE SPACES TO SUMIN-RECORD
           MOVE "FH" TO SUMIN-REC-TYPE
           MOVE WS-CURRENT-DATE-N TO SUMIN-FH-CREATE-DATE
           MOVE WS-SOURCE-ID TO SUMIN-FH-SOURCE-ID
           MOVE WS-FILE-SEQ TO SUMIN-FH-FILE-SEQ
           PERFORM 2900-WRITE-FEED-RECORD.

      * BLANK LINES AND THE SPREADSHEET'S COLUMN-HEADING LINE (FIRST
      * FIELD BEGINNING "BATCH") ARE SKIPPED, NOT LISTED.
       2000-PROCESS-LINE.
           ADD 1 TO WS-LINES-READ
           IF CSV-LINE = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM 2100-SPLIT-LINE
               ADD 1 TO WS-DATA-LINES
               MOVE WS-E-BATCH TO WS-HEADING-WORK
               INSPECT WS-HEADING-WORK CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-DATA-LINES = 1
                   AND WS-HEADING-WORK(1:5) = "BATCH"
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM 2200-EDIT-LINE
                   IF WS-LINE-BAD
                       PERFORM 2800-WRITE-EXCEPTION
                   ELSE
                       PERFORM 2500-WRITE-DETAIL
                   END-IF
               END-IF
           END-IF.

      * SPREADSHEET EXPORTS QUOTE TEXT FIELDS AND MAY END EACH LINE
      * WITH A CARRIAGE RETURN - BOTH ARE DROPPED BEFORE SPLITTING.
      * ANY SECOND BLANK-PADDED FIELD PAST THE SEVENTH IS TOO MANY.
       2100-SPLIT-LINE.
           MOVE CSV-LINE TO WS-LINE-WORK
           INSPECT WS-LINE-WORK REPLACING ALL QUOTE BY SPACE
           INSPECT WS-LINE-WORK REPLACING ALL X"0D" BY SPACE
           MOVE 200 TO WS-LINE-LEN
           PERFORM UNTIL WS-LINE-LEN = ZERO
                   OR WS-LINE-WORK(WS-LINE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LINE-LEN
           END-PERFORM
           MOVE SPACES TO WS-CSV-FIELDS
           MOVE ZEROS TO WS-CSV-COUNTS
           MOVE ZEROS TO WS-FIELD-COUNT
           MOVE SPACES TO WS-LINE-REST
           MOVE 1 TO WS-LINE-PTR
           IF WS-LINE-LEN > ZERO
               UNSTRING WS-LINE-WORK(1:WS-LINE-LEN) DELIMITED BY ","
                   INTO WS-F-BATCH COUNT IN WS-C-BATCH
                        WS-F-ACCOUNT COUNT IN WS-C-ACCOUNT
                        WS-F-OP-CODE COUNT IN WS-C-OP-CODE
                        WS-F-AMOUNT-1 COUNT IN WS-C-AMOUNT-1
                        WS-F-AMOUNT-2 COUNT IN WS-C-AMOUNT-2
                        WS-F-EFF-DATE COUNT IN WS-C-EFF-DATE
                        WS-F-XFR-ACCOUNT COUNT IN WS-C-XFR-ACCOUNT
                   WITH POINTER WS-LINE-PTR
                   TALLYING IN WS-FIELD-COUNT
               END-UNSTRING
               IF WS-LINE-PTR NOT > WS-LINE-LEN
                   MOVE WS-LINE-WORK(WS-LINE-PTR:) TO WS-LINE-REST
                   INSPECT WS-LINE-REST REPLACING ALL "," BY SPACE
               END-IF
           END-IF
           MOVE FUNCTION TRIM(WS-F-BATCH) TO WS-E-BATCH
           MOVE FUNCTION TRIM(WS-F-ACCOUNT) TO WS-E-ACCOUNT
           MOVE FUNCTION TRIM(WS-F-OP-CODE) TO WS-E-OP-CODE
           MOVE FUNCTION TRIM(WS-F-AMOUNT-1) TO WS-E-AMOUNT-1
           MOVE FUNCTION TRIM(WS-F-AMOUNT-2) TO WS-E-AMOUNT-2
           MOVE FUNCTION TRIM(WS-F-EFF-DATE) TO WS-E-EFF-DATE
           MOVE FUNCTION TRIM(WS-F-XFR-ACCOUNT) TO WS-E-XFR-ACCOUNT
           INSPECT WS-E-OP-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * THE EDITS THE NIGHT RUN WOULD OTHERWISE FAIL THE RECORD ON
      * (NONU, BOPC, NACC, XACC, XAMT, OVFL) ARE MADE HERE, SO WHAT
      * THE BRANCH GETS BACK IS ITS OWN LINE AND WHAT IS WRONG WITH
      * IT. ACCOUNT STATUS IS STILL THE NIGHT RUN'S BUSINESS.
       2200-EDIT-LINE.
           MOVE "Y" TO WS-LINE-BAD-SWITCH
           IF WS-LINE-REST NOT = SPACES
               MOVE "FLDS" TO WS-REASON-CODE
               MOVE "MORE THAN 7 FIELDS ON LINE" TO WS-REASON-TEXT
           ELSE
           IF WS-C-BATCH > 20 OR WS-C-ACCOUNT > 20
               OR WS-C-OP-CODE > 20 OR WS-C-AMOUNT-1 > 20
               OR WS-C-AMOUNT-2 > 20 OR WS-C-EFF-DATE > 20
               OR WS-C-XFR-ACCOUNT > 20
               MOVE "FLDS" TO WS-REASON-CODE
               MOVE "FIELD OVER 20 CHARACTERS" TO WS-REASON-TEXT
           ELSE
           IF WS-E-BATCH = SPACES OR WS-E-BATCH(9:12) NOT = SPACES
               MOVE "BTID" TO WS-REASON-CODE
               MOVE "BATCH ID MISSING OR OVER 8" TO WS-REASON-TEXT
           ELSE
           IF WS-E-ACCOUNT = SPACES
               OR WS-E-ACCOUNT(9:12) NOT = SPACES
               MOVE "NACC" TO WS-REASON-CODE
               MOVE "ACCOUNT MISSING OR OVER 8" TO WS-REASON-TEXT
           ELSE
           PERFORM 2250-CONVERT-OP-CODE
           IF WS-CONV-OP-CODE = SPACE
               MOVE "BOPC" TO WS-REASON-CODE
               MOVE "INVALID OPERATION CODE" TO WS-REASON-TEXT
           ELSE
           MOVE WS-E-AMOUNT-1 TO WS-AMT-TEXT
           MOVE "Y" TO WS-AMT-REQUIRED-SW
           PERFORM 2300-EDIT-AMOUNT
           IF WS-AMT-BAD
               MOVE WS-AMT-REASON-CODE TO WS-REASON-CODE
               MOVE "AMOUNT 1 " TO WS-REASON-TEXT
               MOVE WS-AMT-REASON-TEXT TO WS-REASON-TEXT(10:21)
           ELSE
           MOVE WS-AMT-VALUE TO WS-CONV-N1
           MOVE WS-E-AMOUNT-2 TO WS-AMT-TEXT
           MOVE "N" TO WS-AMT-REQUIRED-SW
           PERFORM 2300-EDIT-AMOUNT
           IF WS-AMT-BAD
               MOVE WS-AMT-REASON-CODE TO WS-REASON-CODE
               MOVE "AMOUNT 2 " TO WS-REASON-TEXT
               MOVE WS-AMT-REASON-TEXT TO WS-REASON-TEXT(10:21)
           ELSE
           MOVE WS-AMT-VALUE TO WS-CONV-N2
           PERFORM 2350-EDIT-EFF-DATE
           IF WS-CONV-EFF-DATE-N NOT NUMERIC
               MOVE "EDAT" TO WS-REASON-CODE
               MOVE "BAD EFFECTIVE DATE" TO WS-REASON-TEXT
           ELSE
           IF WS-CONV-OP-CODE = "T"
               AND (WS-E-XFR-ACCOUNT = SPACES
               OR WS-E-XFR-ACCOUNT(9:12) NOT = SPACES
               OR WS-E-XFR-ACCOUNT = WS-E-ACCOUNT)
               MOVE "XACC" TO WS-REASON-CODE
               MOVE "BAD TRANSFER COUNTER-ACCOUNT" TO WS-REASON-TEXT
           ELSE
           IF WS-CONV-OP-CODE = "T"
               AND (WS-CONV-N1 NOT GREATER THAN ZERO
               OR WS-CONV-N2 NOT = ZERO)
               MOVE "XAMT" TO WS-REASON-CODE
               MOVE "BAD TRANSFER AMOUNT" TO WS-REASON-TEXT
           ELSE
           IF WS-CONV-OP-CODE NOT = "T"
               AND WS-E-XFR-ACCOUNT NOT = SPACES
               MOVE "XACC" TO WS-REASON-CODE
               MOVE "COUNTER-ACCT ON NON-TRANSFER"
                   TO WS-REASON-TEXT
           ELSE
           PERFORM 2370-TRY-RESULT
           IF WS-RESULT-OVERFLOW
               MOVE "OVFL" TO WS-REASON-CODE
               MOVE "RESULT OVER 9,999,999.99" TO WS-REASON-TEXT
           ELSE
           PERFORM 2400-CHECK-BATCH-PLACE
           IF WS-BAT-FOUND
               MOVE "BSPL" TO WS-REASON-CODE
               MOVE "BATCH ALREADY ENDED IN FILE" TO WS-REASON-TEXT
           ELSE
               MOVE "N" TO WS-LINE-BAD-SWITCH
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * BRANCHES USE THE SINGLE-LETTER CODES OR THE WORDS ON THEIR
      * SPREADSHEET TEMPLATE, IN EITHER CASE.
       2250-CONVERT-OP-CODE.
           MOVE SPACE TO WS-CONV-OP-CODE
           EVALUATE WS-E-OP-CODE
               WHEN "A"
               WHEN "ADD"
                   MOVE "A" TO WS-CONV-OP-CODE
               WHEN "S"
               WHEN "SUB"
               WHEN "SUBTRACT"
                   MOVE "S" TO WS-CONV-OP-CODE
               WHEN "M"
               WHEN "MUL"
               WHEN "MULTIPLY"
                   MOVE "M" TO WS-CONV-OP-CODE
               WHEN "T"
               WHEN "XFER"
               WHEN "TRANSFER"
                   MOVE "T" TO WS-CONV-OP-CODE
               WHEN OTHER
                   MOVE SPACE TO WS-CONV-OP-CODE
           END-EVALUATE.

      * AN AMOUNT IS AN OPTIONALLY SIGNED NUMBER WITH AT MOST TWO
      * DECIMALS THAT FITS SUMIN-N1/N2. A BLANK AMOUNT 2 IS ZERO; A
      * BLANK AMOUNT 1 IS AN ERROR.
       2300-EDIT-AMOUNT.
           MOVE "N" TO WS-AMT-BAD-SWITCH
           MOVE ZEROS TO WS-AMT-VALUE
           IF WS-AMT-TEXT = SPACES
               IF WS-AMT-REQUIRED
                   MOVE "Y" TO WS-AMT-BAD-SWITCH
                   MOVE "NONU" TO WS-AMT-REASON-CODE
                   MOVE "MISSING" TO WS-AMT-REASON-TEXT
               END-IF
           ELSE
           IF FUNCTION TEST-NUMVAL(WS-AMT-TEXT) NOT = ZERO
               MOVE "Y" TO WS-AMT-BAD-SWITCH
               MOVE "NONU" TO WS-AMT-REASON-CODE
               MOVE "NOT A NUMBER" TO WS-AMT-REASON-TEXT
           ELSE
               COMPUTE WS-AMT-WORK = FUNCTION NUMVAL(WS-AMT-TEXT)
                   ON SIZE ERROR
                       MOVE "Y" TO WS-AMT-BAD-SWITCH
                       MOVE "BAMT" TO WS-AMT-REASON-CODE
                       MOVE "OVER 9,999,999.99" TO WS-AMT-REASON-TEXT
               END-COMPUTE
               IF NOT WS-AMT-BAD
                   MOVE WS-AMT-WORK TO WS-AMT-CENTS
                   IF WS-AMT-CENTS NOT = WS-AMT-WORK
                       MOVE "Y" TO WS-AMT-BAD-SWITCH
                       MOVE "BAMT" TO WS-AMT-REASON-CODE
                       MOVE "OVER 2 DECIMALS" TO WS-AMT-REASON-TEXT
                   ELSE
                   IF WS-AMT-CENTS > 9999999.99
                       OR WS-AMT-CENTS < -9999999.99
                       MOVE "Y" TO WS-AMT-BAD-SWITCH
                       MOVE "BAMT" TO WS-AMT-REASON-CODE
                       MOVE "OVER 9,999,999.99" TO WS-AMT-REASON-TEXT
                   ELSE
                       MOVE WS-AMT-CENTS TO WS-AMT-VALUE
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

      * YYYYMMDD OR THE SPREADSHEET'S MM/DD/YYYY; BLANK IS ZEROS, WHICH
      * THE NIGHT RUN POSTS THE NIGHT IT ARRIVES. ANYTHING ELSE LEAVES
      * THE CONVERTED DATE NON-NUMERIC FOR 2200 TO REJECT.
       2350-EDIT-EFF-DATE.
           MOVE SPACES TO WS-CONV-EFF-DATE
           IF WS-E-EFF-DATE = SPACES
               MOVE ZEROS TO WS-CONV-EFF-DATE-N
           ELSE
           IF WS-E-EFF-DATE(9:12) = SPACES
               AND WS-E-EFF-DATE(1:8) NUMERIC
               MOVE WS-E-EFF-DATE(1:8) TO WS-CONV-EFF-DATE
           ELSE
           IF WS-E-EFF-DATE(11:10) = SPACES
               AND WS-E-EFF-SLASH-1 = "/"
               AND WS-E-EFF-SLASH-2 = "/"
               AND WS-E-EFF-MM NUMERIC
               AND WS-E-EFF-DD NUMERIC
               AND WS-E-EFF-YYYY NUMERIC
               MOVE WS-E-EFF-YYYY TO WS-CONV-EFF-YYYY
               MOVE WS-E-EFF-MM TO WS-CONV-EFF-MM
               MOVE WS-E-EFF-DD TO WS-CONV-EFF-DD
           END-IF
           END-IF
           END-IF
           IF WS-CONV-EFF-DATE-N NUMERIC
               AND WS-CONV-EFF-DATE-N NOT = ZEROS
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CONV-EFF-DATE-N)
                       NOT = ZERO
                   MOVE SPACES TO WS-CONV-EFF-DATE
               END-IF
           END-IF.

      * THE NIGHT RUN COMPUTES WS-N3 FOR A, S AND M INTO THE SAME
      * S9(07)V99 AS N1 AND N2 AND REJECTS OVFL WHEN IT WILL NOT FIT;
      * TRYING IT HERE KEEPS THAT REJECT AT THE BRANCH. A TRANSFER
      * MOVES N1 ALONE, ALREADY EDITED.
       2370-TRY-RESULT.
           MOVE "N" TO WS-RESULT-OVFL-SW
           EVALUATE WS-CONV-OP-CODE
               WHEN "A"
                   COMPUTE WS-RESULT-CHECK ROUNDED =
                       WS-CONV-N1 + WS-CONV-N2
                       ON SIZE ERROR
                           MOVE "Y" TO WS-RESULT-OVFL-SW
                   END-COMPUTE
               WHEN "S"
                   COMPUTE WS-RESULT-CHECK ROUNDED =
                       WS-CONV-N1 - WS-CONV-N2
                       ON SIZE ERROR
                           MOVE "Y" TO WS-RESULT-OVFL-SW
                   END-COMPUTE
               WHEN "M"
                   COMPUTE WS-RESULT-CHECK ROUNDED =
                       WS-CONV-N1 * WS-CONV-N2
                       ON SIZE ERROR
                           MOVE "Y" TO WS-RESULT-OVFL-SW
                   END-COMPUTE
           END-EVALUATE.

      * A BATCH'S LINES MUST RUN TOGETHER IN THE FILE - ONE BH/BT
      * PAIR PER BATCH. A LINE FOR A BATCH ALREADY CLOSED EARLIER IN
      * THE FILE IS SENT BACK RATHER THAN OPENING THE BATCH TWICE.
       2400-CHECK-BATCH-PLACE.
           MOVE "N" TO WS-BAT-FOUND-SWITCH
           IF NOT WS-BATCH-OPEN
               OR WS-E-BATCH(1:8) NOT = WS-BATCH-ID
               MOVE 1 TO WS-BAT-SUB
               PERFORM UNTIL WS-BAT-FOUND
                       OR WS-BAT-SUB > WS-BAT-COUNT
                   IF WS-BAT-T-ID(WS-BAT-SUB) = WS-E-BATCH(1:8)
                       MOVE "Y" TO WS-BAT-FOUND-SWITCH
                   ELSE
                       ADD 1 TO WS-BAT-SUB
                   END-IF
               END-PERFORM
           END-IF.

       2500-WRITE-DETAIL.
           IF WS-BATCH-OPEN
               AND WS-E-BATCH(1:8) NOT = WS-BATCH-ID
               PERFORM 2650-CLOSE-OPEN-BATCH
           END-IF
           IF NOT WS-BATCH-OPEN
               PERFORM 2600-OPEN-BATCH
           END-IF
           IF WS-TXN-SEQ = 999999
               DISPLAY "SEVERE ERROR - MORE THAN 999999 DETAILS, "
                   "SPLIT THE BRANCH FILE"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TXN-SEQ
           MOVE SPACES TO SUMIN-RECORD
           MOVE "DT" TO SUMIN-REC-TYPE
           MOVE WS-TXN-SEQ TO SUMIN-TXN-SEQ
           MOVE WS-E-ACCOUNT(1:8) TO SUMIN-ACCOUNT
           MOVE WS-CONV-N1 TO SUMIN-N1
           MOVE WS-CONV-N2 TO SUMIN-N2
           MOVE WS-CONV-OP-CODE TO SUMIN-OP-CODE
           MOVE WS-CONV-EFF-DATE-N TO SUMIN-EFF-DATE
           IF WS-CONV-OP-CODE = "T"
               MOVE WS-E-XFR-ACCOUNT(1:8) TO SUMIN-XFR-ACCOUNT
           END-IF
           PERFORM 2900-WRITE-FEED-RECORD
           ADD 1 TO WS-BATCH-REC-COUNT
           ADD WS-CONV-N1 TO WS-BATCH-HASH-TOTAL
           ADD WS-CONV-N2 TO WS-BATCH-HASH-TOTAL
           ADD 1 TO WS-CONVERTED-COUNT
           ADD WS-CONV-N1 TO WS-CONVERTED-VALUE.

       2600-OPEN-BATCH.
           IF WS-BAT-COUNT NOT LESS THAN WS-BAT-MAX
               DISPLAY "SEVERE ERROR - MORE THAN " WS-BAT-MAX
                   " BATCHES IN THE BRANCH FILE, RAISE WS-BAT-MAX"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-E-BATCH(1:8) TO WS-BATCH-ID
           MOVE SPACES TO SUMIN-RECORD
           MOVE "BH" TO SUMIN-REC-TYPE
           MOVE WS-BATCH-ID TO SUMIN-BH-BATCH-ID
           MOVE WS-BRANCH TO SUMIN-BH-BRANCH
           PERFORM 2900-WRITE-FEED-RECORD
           MOVE "Y" TO WS-BATCH-OPEN-SWITCH
           MOVE ZEROS TO WS-BATCH-REC-COUNT
           MOVE ZEROS TO WS-BATCH-HASH-TOTAL.

       2650-CLOSE-OPEN-BATCH.
           IF WS-BATCH-OPEN
               MOVE SPACES TO SUMIN-RECORD
               MOVE "BT" TO SUMIN-REC-TYPE
               MOVE WS-BATCH-ID TO SUMIN-BT-BATCH-ID
               MOVE WS-BATCH-REC-COUNT TO SUMIN-BT-REC-COUNT
               MOVE WS-BATCH-HASH-TOTAL TO SUMIN-BT-HASH-TOTAL
               PERFORM 2900-WRITE-FEED-RECORD
               ADD 1 TO WS-BAT-COUNT
               MOVE WS-BATCH-ID TO WS-BAT-T-ID(WS-BAT-COUNT)
               MOVE WS-BATCH-REC-COUNT TO WS-BAT-T-COUNT(WS-BAT-COUNT)
               MOVE WS-BATCH-HASH-TOTAL TO WS-BAT-T-HASH(WS-BAT-COUNT)
               MOVE "N" TO WS-BATCH-OPEN-SWITCH
           END-IF.

       2800-WRITE-EXCEPTION.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-INTAKE-HEADER
           END-IF
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-LINES-READ TO EX-LINE-NUMBER
           MOVE WS-REASON-CODE TO EX-REASON-CODE
           MOVE WS-REASON-TEXT TO EX-REASON-TEXT
           WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE
           PERFORM 2950-CHECK-EXCEPTION-STATUS
           MOVE CSV-LINE(1:72) TO EI-LINE-IMAGE
           WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-IMAGE
           PERFORM 2950-CHECK-EXCEPTION-STATUS
           ADD 2 TO WS-LINE-COUNT
           DISPLAY "LINE " WS-LINES-READ " NOT CONVERTED - "
               WS-REASON-CODE " " WS-REASON-TEXT.

       2900-WRITE-FEED-RECORD.
           WRITE FEED-OUT-RECORD FROM SUMIN-RECORD
           IF WS-FEED-OUT-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMBIN WRITE FAILED, STATUS "
                   WS-FEED-OUT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       2950-CHECK-EXCEPTION-STATUS.
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMBIX WRITE FAILED, STATUS "
                   WS-EXCEPTION-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-FINALIZE.
           PERFORM 2650-CLOSE-OPEN-BATCH
           IF WS-EXCEPTION-COUNT = ZERO
               WRITE EXCEPTION-RECORD FROM WS-NO-EXCEPTION-LINE
               PERFORM 2950-CHECK-EXCEPTION-STATUS
           END-IF
           WRITE EXCEPTION-RECORD FROM WS-BLANK-LINE
           PERFORM 2950-CHECK-EXCEPTION-STATUS
           WRITE EXCEPTION-RECORD FROM WS-BATCH-COLS-LINE
           PERFORM 2950-CHECK-EXCEPTION-STATUS
           MOVE 1 TO WS-BAT-SUB
           PERFORM UNTIL WS-BAT-SUB > WS-BAT-COUNT
               MOVE WS-BAT-T-ID(WS-BAT-SUB) TO BS-BATCH-ID
               MOVE WS-BAT-T-COUNT(WS-BAT-SUB) TO BS-COUNT
               MOVE WS-BAT-T-HASH(WS-BAT-SUB) TO BS-HASH
               WRITE EXCEPTION-RECORD FROM WS-BATCH-SUM-LINE
               PERFORM 2950-CHECK-EXCEPTION-STATUS
               ADD 1 TO WS-BAT-SUB
           END-PERFORM
           WRITE EXCEPTION-RECORD FROM WS-BLANK-LINE
           PERFORM 2950-CHECK-EXCEPTION-STATUS
           MOVE WS-LINES-READ TO IT-READ
           MOVE WS-CONVERTED-COUNT TO IT-CONVERTED
           MOVE WS-EXCEPTION-COUNT TO IT-EXCEPTIONS
           MOVE WS-SKIPPED-COUNT TO IT-SKIPPED
           WRITE EXCEPTION-RECORD FROM WS-INTAKE-TOTAL-LINE
           PERFORM 2950-CHECK-EXCEPTION-STATUS
           MOVE WS-CONVERTED-VALUE TO IV-VALUE
           WRITE EXCEPTION-RECORD FROM WS-INTAKE-VALUE-LINE
           PERFORM 2950-CHECK-EXCEPTION-STATUS
           DISPLAY "BRANCH INTAKE COMPLETE - " WS-CONVERTED-COUNT
               " CONVERTED IN " WS-BAT-COUNT " BATCHES, "
               WS-EXCEPTION-COUNT " EXCEPTIONS, FILE SEQ " WS-FILE-SEQ
           CLOSE BRANCH-CSV-FILE
           CLOSE FEED-OUT-FILE
           CLOSE EXCEPTION-FILE
           IF WS-CONVERTED-COUNT = ZERO
               DISPLAY "NOTHING CONVERTED - THE FILE MUST NOT BE "
                   "ADDED TO THE NIGHT'S FEED"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXCEPTION-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       END PROGRAM SUMBRIN.
