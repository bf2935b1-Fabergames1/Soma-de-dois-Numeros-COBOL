      * Purpose: REPAIR AND RESUBMIT SUMREJ REJECTS. READS THE PRIOR
      *          NIGHT'S REJECT GENERATION, APPLIES KEYED CORRECTIONS
      *          FROM SUMCOR, RE-RUNS THE SAME EDITS THE POSTING RUN
      *          APPLIES (NONU, BOPC, OVFL, XACC, XAMT) AND WRITES
      *          REPAIRED DETAIL RECORDS TO THE SUMRCY RECYCLE FILE
      *          PICKED UP AHEAD OF THE NEXT SUMIN. UNREPAIRED REJECTS
      *          ARE CARRIED FORWARD TO SUMRJO AND AGED ON THE SUMRAG
      *          REPORT. REJECTS DROPPED BY A D CORRECTION GO TO SUMRDR
      *          SO THE NIGHT'S SUMGLEX WRITES THEIR VALUE OFF THE
      *          REJECT SUSPENSE ACCOUNT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CARRY-FILE ASSIGN TO SUMRJO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.
           SELECT DROP-FILE ASSIGN TO SUMRDR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DROP-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO SUMRAG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGING-STATUS.
           05  COR-N2               PIC X(10).
           05  COR-OP-CODE          PIC X(01).
           05  COR-EFF-DATE         PIC X(08).
           05  COR-XFR-ACCOUNT      PIC X(08).
           05  FILLER               PIC X(19).

       FD  RECYCLE-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  CARRY-RECORD             PIC X(129).

       FD  DROP-FILE
           RECORDING MODE IS F.
       01  DROP-RECORD              PIC X(129).

       FD  AGING-REPORT-FILE
           RECORDING MODE IS F.
       01  AGING-REPORT-RECORD      PIC X(80).
       01  WS-CORRECTION-STATUS PIC X(02) VALUE ZEROS.
       01  WS-RECYCLE-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-CARRY-STATUS      PIC X(02) VALUE ZEROS.
       01  WS-DROP-STATUS       PIC X(02) VALUE ZEROS.
       01  WS-AGING-STATUS      PIC X(02) VALUE ZEROS.
       01  WS-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-END-OF-FILE        VALUE "Y".
               10  WS-COR-T-N2      PIC X(10).
               10  WS-COR-T-OP      PIC X(01).
               10  WS-COR-T-EFF     PIC X(08).
               10  WS-COR-T-XFR     PIC X(08).

       01  WS-AGING-DAYS        PIC 9(03) VALUE 7.
       01  WS-AGE-DAYS          PIC S9(05) VALUE ZEROS.
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DROP-FILE
           IF WS-DROP-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMRDR OPEN FAILED, STATUS "
                   WS-DROP-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AGING-REPORT-FILE
           IF WS-AGING-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMRAG OPEN FAILED, STATUS "
               MOVE COR-OP-CODE TO WS-COR-T-OP(WS-CORRECTION-COUNT)
               MOVE COR-EFF-DATE
                   TO WS-COR-T-EFF(WS-CORRECTION-COUNT)
               MOVE COR-XFR-ACCOUNT
                   TO WS-COR-T-XFR(WS-CORRECTION-COUNT)
           END-IF.

       2000-PROCESS-REJECT.
           PERFORM 2050-FIND-CORRECTION
           IF WS-CORRECTION-FOUND
               IF WS-COR-T-ACTION(WS-COR-SUB) = "D"
                   PERFORM 2280-DROP-REJECT
               ELSE
                   PERFORM 2100-APPLY-CORRECTION
               END-IF
               MOVE WS-COR-T-EFF(WS-COR-SUB)
                   TO SUMIN-DETAIL-DATA(36:8)
           END-IF
           IF WS-COR-T-XFR(WS-COR-SUB) NOT = SPACES
               MOVE WS-COR-T-XFR(WS-COR-SUB) TO SUMIN-XFR-ACCOUNT
           END-IF
           PERFORM 2150-EDIT-REPAIRED-RECORD
           IF WS-EDIT-FAILED
               MOVE WS-REASON-CODE TO RJ-REASON-CODE
                           ON SIZE ERROR
                               PERFORM 2250-EDIT-OVERFLOW
                       END-COMPUTE
                   WHEN "T"
                       PERFORM 2200-EDIT-TRANSFER
                   WHEN OTHER
                       MOVE "Y" TO WS-EDIT-SWITCH
                       MOVE "BOPC" TO WS-REASON-CODE
           END-IF
           END-IF.

       2200-EDIT-TRANSFER.
           IF SUMIN-XFR-ACCOUNT = SPACES
               OR SUMIN-XFR-ACCOUNT = LOW-VALUES
               OR SUMIN-XFR-ACCOUNT = SUMIN-ACCOUNT
               MOVE "Y" TO WS-EDIT-SWITCH
               MOVE "XACC" TO WS-REASON-CODE
               MOVE "BAD TRANSFER COUNTER-ACCOUNT" TO WS-REASON-TEXT
           ELSE
           IF WS-N1 NOT GREATER THAN ZERO OR WS-N2 NOT = ZERO
               MOVE "Y" TO WS-EDIT-SWITCH
               MOVE "XAMT" TO WS-REASON-CODE
               MOVE "BAD TRANSFER AMOUNT" TO WS-REASON-TEXT
           END-IF
           END-IF.

       2250-EDIT-OVERFLOW.
           MOVE "Y" TO WS-EDIT-SWITCH
           MOVE "OVFL" TO WS-REASON-CODE
           MOVE "OVERFLOW" TO WS-REASON-TEXT.

       2280-DROP-REJECT.
           ADD 1 TO WS-DROPPED-COUNT
           WRITE DROP-RECORD FROM REJECT-RECORD
           IF WS-DROP-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMRDR WRITE FAILED, STATUS "
                   WS-DROP-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       2300-CARRY-FORWARD.
           ADD 1 TO WS-CARRIED-COUNT
           WRITE CARRY-RECORD FROM REJECT-RECORD
           CLOSE REJECT-IN-FILE
           CLOSE RECYCLE-FILE
           CLOSE CARRY-FILE
           CLOSE DROP-FILE
           CLOSE AGING-REPORT-FILE
           IF WS-AGED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
