      *          NEXT NIGHT). ENDS RC=8 WHEN ANY EXTRACT IS SHORT OR
      *          HAS GONE A DAY OR MORE WITHOUT A RECEIPT, SO
      *          OPERATIONS IS PAGED BEFORE THE ACCOUNTANTS FIND THE
      *          HOLE AT MONTH END. THE TRAILER COUNT AND HASH
      *          INCLUDE THE EXTRACT'S SUSPENSE ENTRIES, WHOSE SHARE IS
      *          CARRIED ALONGSIDE; A RECEIPT THAT AGREES ONLY ONCE THAT
      *          SHARE IS TAKEN OUT IS REPORTED NO SUSPENSE - THE GL
      *          LOADED THE POSTINGS BUT SKIPPED THE SUSPENSE ENTRIES -
      *          AND ALARMED AND DROPPED LIKE A SHORT LOAD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  GLXT-POSTING-COUNT   PIC 9(07).
           05  GLXT-HASH-TOTAL      PIC S9(11)V99
                                     SIGN IS TRAILING SEPARATE.
           05  GLXT-SUSPENSE-COUNT  PIC 9(07).
           05  GLXT-SUSPENSE-HASH   PIC S9(11)V99
                                     SIGN IS TRAILING SEPARATE.
           05  FILLER               PIC X(35).

       FD  RECEIPT-FILE
           RECORDING MODE IS F.
           05  GPI-HASH-TOTAL       PIC S9(11)V99
                                     SIGN IS TRAILING SEPARATE.
           05  GPI-EXTRACT-DATE     PIC 9(08).
           05  GPI-SUSPENSE-COUNT   PIC 9(07).
           05  GPI-SUSPENSE-HASH    PIC S9(11)V99
                                     SIGN IS TRAILING SEPARATE.
           05  FILLER               PIC X(12).

       FD  PENDING-OUT-FILE
           RECORDING MODE IS F.
           05  GPO-HASH-TOTAL       PIC S9(11)V99
                                     SIGN IS TRAILING SEPARATE.
           05  GPO-EXTRACT-DATE     PIC 9(08).
           05  GPO-SUSPENSE-COUNT   PIC 9(07).
           05  GPO-SUSPENSE-HASH    PIC S9(11)V99
                                     SIGN IS TRAILING SEPARATE.
           05  FILLER               PIC X(12).

       FD  RECON-REPORT-FILE
           RECORDING MODE IS F.
       01  WS-MATCHED-COUNT     PIC 9(05) VALUE ZEROS.
       01  WS-SHORT-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-UNACKED-COUNT     PIC 9(05) VALUE ZEROS.
       01  WS-NO-SUSPENSE-COUNT PIC 9(05) VALUE ZEROS.
       01  WS-POSTINGS-COUNT    PIC 9(07) VALUE ZEROS.
       01  WS-POSTINGS-HASH     PIC S9(11)V99 VALUE ZEROS.
       01  WS-TONIGHT-JOB       PIC X(08) VALUE SPACES.
       01  WS-TONIGHT-DATE      PIC X(10) VALUE SPACES.

               10  WS-EXT-T-COUNT    PIC 9(07).
               10  WS-EXT-T-HASH     PIC S9(11)V99.
               10  WS-EXT-T-EXT-DATE PIC 9(08).
               10  WS-EXT-T-SUSP-COUNT PIC 9(07).
               10  WS-EXT-T-SUSP-HASH  PIC S9(11)V99.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY         PIC 9(04).
           05  FILLER               PIC X(11) VALUE "EXTRACT    ".
           05  FILLER               PIC X(09) VALUE "JOB      ".
           05  FILLER               PIC X(09) VALUE "   COUNT ".
           05  FILLER               PIC X(10) VALUE " SUSPENSE ".
           05  FILLER               PIC X(15) VALUE
               "           HASH".
           05  FILLER               PIC X(14) VALUE "  STATUS      ".
           05  FILLER               PIC X(12) VALUE SPACES.

       01  WS-RECON-LINE.
           05  RL-RUN-DATE          PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RL-SUSP-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RL-HASH              PIC -(11).99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RL-STATUS-TEXT       PIC X(12).
           05  FILLER               PIC X(11) VALUE SPACES.

       01  WS-RECON-TOTAL-LINE.
           05  FILLER               PIC X(09) VALUE "MATCHED: ".
           05  RT-SHORT             PIC ZZ,ZZ9.
           05  FILLER               PIC X(15) VALUE "  NEVER LOADED:".
           05  RT-UNACKED           PIC ZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE "  NO SUSPENSE:".
           05  RT-NO-SUSPENSE       PIC ZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               ELSE
                   MOVE ZEROS TO WS-EXT-T-EXT-DATE(WS-EXT-COUNT)
               END-IF
               IF GPI-SUSPENSE-COUNT NUMERIC
                   AND GPI-SUSPENSE-HASH NUMERIC
                   MOVE GPI-SUSPENSE-COUNT
                       TO WS-EXT-T-SUSP-COUNT(WS-EXT-COUNT)
                   MOVE GPI-SUSPENSE-HASH
                       TO WS-EXT-T-SUSP-HASH(WS-EXT-COUNT)
               ELSE
                   MOVE ZEROS TO WS-EXT-T-SUSP-COUNT(WS-EXT-COUNT)
                   MOVE ZEROS TO WS-EXT-T-SUSP-HASH(WS-EXT-COUNT)
               END-IF
           END-IF.

      * TONIGHT'S SUMOUT GENERATION JOINS THE PENDING SET. A RESTART
               MOVE GLXT-HASH-TOTAL TO WS-EXT-T-HASH(WS-EXT-SUB)
           ELSE
               MOVE ZEROS TO WS-EXT-T-HASH(WS-EXT-SUB)
           END-IF
      * AN EXTRACT WRITTEN WITHOUT SUSPENSE FIELDS (A BACKOUT'S
      * REVERSAL FEED) HAS NO SUSPENSE SHARE.
           IF GLXT-SUSPENSE-COUNT NUMERIC
               AND GLXT-SUSPENSE-HASH NUMERIC
               MOVE GLXT-SUSPENSE-COUNT
                   TO WS-EXT-T-SUSP-COUNT(WS-EXT-SUB)
               MOVE GLXT-SUSPENSE-HASH
                   TO WS-EXT-T-SUSP-HASH(WS-EXT-SUB)
           ELSE
               MOVE ZEROS TO WS-EXT-T-SUSP-COUNT(WS-EXT-SUB)
               MOVE ZEROS TO WS-EXT-T-SUSP-HASH(WS-EXT-SUB)
           END-IF.

       2000-RECONCILE-EXTRACTS.
           MOVE WS-EXT-T-RUN-DATE(WS-EXT-SUB) TO RL-RUN-DATE
           MOVE WS-EXT-T-JOB-NAME(WS-EXT-SUB) TO RL-JOB-NAME
           MOVE WS-EXT-T-COUNT(WS-EXT-SUB) TO RL-COUNT
           MOVE WS-EXT-T-SUSP-COUNT(WS-EXT-SUB) TO RL-SUSP-COUNT
           MOVE WS-EXT-T-HASH(WS-EXT-SUB) TO RL-HASH
           COMPUTE WS-POSTINGS-COUNT = WS-EXT-T-COUNT(WS-EXT-SUB)
               - WS-EXT-T-SUSP-COUNT(WS-EXT-SUB)
           COMPUTE WS-POSTINGS-HASH = WS-EXT-T-HASH(WS-EXT-SUB)
               - WS-EXT-T-SUSP-HASH(WS-EXT-SUB)
           EVALUATE TRUE
               WHEN WS-RECEIPT-FOUND
                   AND WS-RCP-T-COUNT(WS-RCP-SUB) =
                       WS-EXT-T-HASH(WS-EXT-SUB)
                   MOVE "MATCHED" TO RL-STATUS-TEXT
                   ADD 1 TO WS-MATCHED-COUNT
               WHEN WS-RECEIPT-FOUND
                   AND WS-EXT-T-SUSP-COUNT(WS-EXT-SUB) > ZERO
                   AND WS-RCP-T-COUNT(WS-RCP-SUB) = WS-POSTINGS-COUNT
                   AND WS-RCP-T-HASH(WS-RCP-SUB) = WS-POSTINGS-HASH
                   MOVE "NO SUSPENSE" TO RL-STATUS-TEXT
                   ADD 1 TO WS-NO-SUSPENSE-COUNT
                   MOVE "Y" TO WS-ALARM-SWITCH
               WHEN WS-RECEIPT-FOUND
                   MOVE "SHORT" TO RL-STATUS-TEXT
                   ADD 1 TO WS-SHORT-COUNT
           MOVE WS-EXT-T-COUNT(WS-EXT-SUB) TO GPO-POSTING-COUNT
           MOVE WS-EXT-T-HASH(WS-EXT-SUB) TO GPO-HASH-TOTAL
           MOVE WS-EXT-T-EXT-DATE(WS-EXT-SUB) TO GPO-EXTRACT-DATE
           MOVE WS-EXT-T-SUSP-COUNT(WS-EXT-SUB) TO GPO-SUSPENSE-COUNT
           MOVE WS-EXT-T-SUSP-HASH(WS-EXT-SUB) TO GPO-SUSPENSE-HASH
           WRITE PENDING-OUT-RECORD
           IF WS-PENDING-OUT-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMGPO WRITE FAILED, STATUS "
           MOVE WS-MATCHED-COUNT TO RT-MATCHED
           MOVE WS-SHORT-COUNT TO RT-SHORT
           MOVE WS-UNACKED-COUNT TO RT-UNACKED
           MOVE WS-NO-SUSPENSE-COUNT TO RT-NO-SUSPENSE
           WRITE RECON-REPORT-RECORD FROM WS-RECON-TOTAL-LINE
           PERFORM 2900-CHECK-RECON-STATUS
           DISPLAY "GL RECON COMPLETE - " WS-MATCHED-COUNT
               " MATCHED, " WS-SHORT-COUNT " SHORT, "
               WS-NO-SUSPENSE-COUNT " NO SUSPENSE, "
               WS-UNACKED-COUNT " AWAITING RECEIPT"
           CLOSE RECON-REPORT-FILE
           CLOSE PENDING-OUT-FILE
