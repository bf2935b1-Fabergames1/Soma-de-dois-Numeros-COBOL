      *          PER CLEAN TRANSACTION, AND A TRAILER WITH RECORD COUNT
      *          AND HASH TOTAL FOR RECEIPT VERIFICATION. RUNS IN THE
      *          POSTPRC STEP, WHICH THE JOB BYPASSES WHEN THE POSTING
      *          RUN ENDED OUT OF BALANCE. THE TWO LEGS OF A
      *          TRANSFER ARE EXTRACTED AS A LINKED PAIR - EACH
      *          CARRIES THE OTHER LEG'S TRANSACTION NUMBER AND
      *          ACCOUNT - AND THEIR AMOUNTS NET TO ZERO, SO THE GL
      *          SEES A SELF-BALANCING ENTRY.
      *          VALUE THE NIGHT DID NOT POST IS BOOKED TO SUSPENSE
      *          AFTER THE POSTINGS: EACH STAMPED DETAIL NEWLY ON SUMREJ
      *          (REJECTED), SUMHLD (HELD OVERLIMIT) OR THE SUMPND
      *          WAREHOUSE (PENDING) IS BOOKED TO ITS BUCKET'S SUSPENSE
      *          GL ACCOUNT, AND EACH ONE THAT CAME BACK TONIGHT -
      *          REPAIRED ON SUMRCY, RELEASED ON SUMHRC, RELEASED FROM
      *          THE WAREHOUSE, OR DROPPED BY SUMREPR ONTO SUMRDR - IS
      *          CLEARED (DROPS ARE WRITTEN OFF) BY THE VALUE IT WAS
      *          BOOKED AT. THE ACCOUNTS COME FROM THE SUMSGL CARD,
      *          SUSP-REJ/SUSP-HLD/SUSP-PND UNLESS IT SAYS OTHERWISE.
      *          THE TRAILER COUNT AND HASH COVER EVERY DETAIL ON THE
      *          FILE AND CARRY THE SUSPENSE ENTRIES' SHARE SEPARATELY.
      *          ENDS RC=16 ON AN INVALID SUMSGL CARD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-FILE ASSIGN TO SUMAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REJECT-FILE ASSIGN TO SUMREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT HOLD-FILE ASSIGN TO SUMHLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT RECYCLE-FILE ASSIGN TO SUMRCY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.
           SELECT RELEASE-FILE ASSIGN TO SUMHRC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT DROP-FILE ASSIGN TO SUMRDR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DROP-STATUS.
           SELECT PENDING-IN-FILE ASSIGN TO SUMPNI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-IN-STATUS.
           SELECT PENDING-FILE ASSIGN TO SUMPND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT PARM-FILE ASSIGN TO SUMSGL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO SUMOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           RECORDING MODE IS F.
           COPY SUMAUDRC.

       FD  REJECT-FILE
           RECORDING MODE IS F.
           COPY SUMREJRC.

       FD  HOLD-FILE
           RECORDING MODE IS F.
       01  HOLD-RECORD              PIC X(80).

       FD  RECYCLE-FILE
           RECORDING MODE IS F.
       01  RECYCLE-RECORD           PIC X(80).

       FD  RELEASE-FILE
           RECORDING MODE IS F.
       01  RELEASE-RECORD           PIC X(80).

       FD  DROP-FILE
           RECORDING MODE IS F.
       01  DROP-RECORD.
           05  DROP-ORIGINAL-RECORD PIC X(80).
           05  FILLER               PIC X(49).

       FD  PENDING-IN-FILE
           RECORDING MODE IS F.
       01  PENDING-IN-RECORD        PIC X(80).

       FD  PENDING-FILE
           RECORDING MODE IS F.
       01  PENDING-RECORD           PIC X(80).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  SGL-REJECT-ACCOUNT   PIC X(08).
           05  SGL-HOLD-ACCOUNT     PIC X(08).
           05  SGL-PENDING-ACCOUNT  PIC X(08).
           05  FILLER               PIC X(56).

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS      PIC X(02) VALUE ZEROS.
       01  WS-EXTRACT-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-REJECT-STATUS     PIC X(02) VALUE ZEROS.
       01  WS-HOLD-STATUS       PIC X(02) VALUE ZEROS.
       01  WS-RECYCLE-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-RELEASE-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-DROP-STATUS       PIC X(02) VALUE ZEROS.
       01  WS-PENDING-IN-STATUS PIC X(02) VALUE ZEROS.
       01  WS-PENDING-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-PARM-STATUS       PIC X(02) VALUE ZEROS.
       01  WS-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-END-OF-FILE        VALUE "Y".
       01  WS-HEADER-DONE-SWITCH PIC X(01) VALUE "N".
           88  WS-HEADER-DONE        VALUE "Y".
       01  WS-PARM-ERROR-SWITCH PIC X(01) VALUE "N".
           88  WS-PARM-ERROR         VALUE "Y".
       01  WS-SUSP-EOF-SWITCH   PIC X(01) VALUE "N".
           88  WS-SUSP-END-OF-FILE   VALUE "Y".
       01  WS-PENDING-IN-EOF-SW PIC X(01) VALUE "N".
           88  WS-PENDING-IN-EOF     VALUE "Y".
       01  WS-PENDING-EOF-SW    PIC X(01) VALUE "N".
           88  WS-PENDING-EOF        VALUE "Y".

       01  WS-POSTING-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-HASH-TOTAL        PIC S9(11)V99 VALUE ZEROS.
       01  WS-AMOUNT            PIC S9(09)V99 VALUE ZEROS.
       01  WS-LAST-TXN-NUMBER   PIC 9(07) VALUE ZEROS.

      * SUSPENSE GL ACCOUNTS BY BUCKET, FROM THE SUMSGL CARD.
       01  WS-SUSP-REJECT-ACCT  PIC X(08) VALUE "SUSP-REJ".
       01  WS-SUSP-HOLD-ACCT    PIC X(08) VALUE "SUSP-HLD".
       01  WS-SUSP-PENDING-ACCT PIC X(08) VALUE "SUSP-PND".

       01  WS-SUSP-ACTION       PIC X(01) VALUE SPACES.
           88  WS-SUSP-BOOK          VALUE "B".
           88  WS-SUSP-CLEAR         VALUE "C".
           88  WS-SUSP-WRITE-OFF     VALUE "W".
       01  WS-SUSPENSE-COUNT    PIC 9(07) VALUE ZEROS.
       01  WS-SUSPENSE-HASH     PIC S9(11)V99 VALUE ZEROS.
       01  WS-BOOKED-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-CLEARED-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-WRITTEN-OFF-COUNT PIC 9(07) VALUE ZEROS.

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

      * THE SUSPENDED DETAIL UNDER EXAMINATION, WHICHEVER FILE IT CAME
      * FROM.
           COPY SUMINREC.

       01  WS-GL-HEADER.
           05  FILLER               PIC X(03) VALUE "HDR".
           05  GLD-AMOUNT           PIC S9(09)V99
                                     SIGN IS TRAILING SEPARATE.
           05  GLD-RUN-DATE         PIC X(10).
           05  GLD-XFR-LEG          PIC X(01).
           05  GLD-LINK-TXN-NUMBER  PIC 9(07).
           05  GLD-LINK-ACCOUNT     PIC X(08).
      * SUSPENSE ENTRIES ONLY - BLANK ON A POSTING. GLD-ACCOUNT IS THE
      * SUSPENSE GL ACCOUNT, GLD-LINK-ACCOUNT THE CUSTOMER ACCOUNT AND
      * GLD-LINK-TXN-NUMBER THE ITEM'S SUMIN-TXN-SEQ; GLD-AMOUNT IS
      * POSITIVE TO BOOK AND NEGATIVE TO CLEAR OR WRITE OFF.
           05  GLD-SUSP-BUCKET      PIC X(01).
           05  GLD-SUSP-ACTION      PIC X(01).
           05  GLD-SUSP-BRANCH      PIC X(04).
           05  GLD-SUSP-DATE        PIC X(08).
           05  FILLER               PIC X(09) VALUE SPACES.

       01  WS-GL-TRAILER.
           05  FILLER               PIC X(03) VALUE "TRL".
           05  GLT-POSTING-COUNT    PIC 9(07).
           05  GLT-HASH-TOTAL       PIC S9(11)V99
                                     SIGN IS TRAILING SEPARATE.
           05  GLT-SUSPENSE-COUNT   PIC 9(07).
           05  GLT-SUSPENSE-HASH    PIC S9(11)V99
                                     SIGN IS TRAILING SEPARATE.
           05  FILLER               PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   STOP RUN
               END-IF
           END-PERFORM
           PERFORM 4000-EXTRACT-SUSPENSE
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURR-MM TO WS-REPORT-MM
           MOVE WS-CURR-DD TO WS-REPORT-DD
           MOVE WS-CURR-YYYY TO WS-REPORT-YYYY
           PERFORM 1200-LOAD-PARAMETERS
           IF WS-PARM-ERROR
               DISPLAY "RUN REFUSED - CORRECT THE SUMSGL CARD AND "
                   "RESUBMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMAUD OPEN FAILED, STATUS "
               STOP RUN
           END-IF.

      * A MISSING OR EMPTY CARD BOOKS TO THE DEFAULT ACCOUNTS; A CARD
      * THAT IS PRESENT BUT LEAVES A BUCKET WITHOUT AN ACCOUNT, OR
      * SHARES ONE ACCOUNT BETWEEN TWO BUCKETS, REFUSES THE RUN.
       1200-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       DISPLAY "NO SUMSGL CARD, DEFAULT SUSPENSE "
                           "ACCOUNTS"
                   NOT AT END
                       PERFORM 1250-PARSE-PARAMETERS
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "SUMSGL NOT AVAILABLE, STATUS "
                   WS-PARM-STATUS ", DEFAULT SUSPENSE ACCOUNTS"
           END-IF
           DISPLAY "SUSPENSE ACCOUNTS - REJECTED " WS-SUSP-REJECT-ACCT
               " HELD " WS-SUSP-HOLD-ACCT
               " PENDING " WS-SUSP-PENDING-ACCT.

       1250-PARSE-PARAMETERS.
           IF SGL-REJECT-ACCOUNT = SPACES
               OR SGL-HOLD-ACCOUNT = SPACES
               OR SGL-PENDING-ACCOUNT = SPACES
               DISPLAY "SUMSGL MUST NAME ALL THREE SUSPENSE ACCOUNTS"
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
           ELSE
               IF SGL-REJECT-ACCOUNT = SGL-HOLD-ACCOUNT
                   OR SGL-REJECT-ACCOUNT = SGL-PENDING-ACCOUNT
                   OR SGL-HOLD-ACCOUNT = SGL-PENDING-ACCOUNT
                   DISPLAY "SUMSGL SUSPENSE ACCOUNTS MUST DIFFER"
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
               ELSE
                   MOVE SGL-REJECT-ACCOUNT TO WS-SUSP-REJECT-ACCT
                   MOVE SGL-HOLD-ACCOUNT TO WS-SUSP-HOLD-ACCT
                   MOVE SGL-PENDING-ACCOUNT TO WS-SUSP-PENDING-ACCT
               END-IF
           END-IF.

       2000-EXTRACT-POSTING.
           IF NOT WS-HEADER-DONE
               MOVE AU-JOB-NAME TO GLH-JOB-NAME
           MOVE AU-OP-CODE TO GLD-OP-CODE
           MOVE WS-AMOUNT TO GLD-AMOUNT
           MOVE AU-RUN-DATE TO GLD-RUN-DATE
           PERFORM 2050-LINK-TRANSFER-LEG
           MOVE SPACES TO GLD-SUSP-BUCKET
           MOVE SPACES TO GLD-SUSP-ACTION
           MOVE SPACES TO GLD-SUSP-BRANCH
           MOVE SPACES TO GLD-SUSP-DATE
           IF AU-TXN-NUMBER > WS-LAST-TXN-NUMBER
               MOVE AU-TXN-NUMBER TO WS-LAST-TXN-NUMBER
           END-IF
           WRITE EXTRACT-RECORD FROM WS-GL-DETAIL
           PERFORM 2200-CHECK-EXTRACT-STATUS
           ADD 1 TO WS-POSTING-COUNT
                   STOP RUN
           END-ADD.

      * THE POSTING RUN WRITES A TRANSFER'S DEBIT LEG IMMEDIATELY
      * AHEAD OF ITS CREDIT LEG, SO THE PARTNER IS ALWAYS THE NEXT
      * (DEBIT) OR PREVIOUS (CREDIT) TRANSACTION NUMBER. ORDINARY
      * POSTINGS CARRY A SPACE LEG AND A ZERO LINK.
       2050-LINK-TRANSFER-LEG.
           MOVE SPACES TO GLD-XFR-LEG
           MOVE ZEROS TO GLD-LINK-TXN-NUMBER
           MOVE SPACES TO GLD-LINK-ACCOUNT
           IF AU-XFR-DEBIT-LEG OR AU-XFR-CREDIT-LEG
               MOVE AU-XFR-LEG TO GLD-XFR-LEG
               MOVE AU-XFR-COUNTER TO GLD-LINK-ACCOUNT
               IF AU-XFR-DEBIT-LEG
                   COMPUTE GLD-LINK-TXN-NUMBER = AU-TXN-NUMBER + 1
               ELSE
                   COMPUTE GLD-LINK-TXN-NUMBER = AU-TXN-NUMBER - 1
               END-IF
           END-IF.

       2100-WRITE-FILE-HEADER.
           WRITE EXTRACT-RECORD FROM WS-GL-HEADER
           PERFORM 2200-CHECK-EXTRACT-STATUS
           END-IF
           MOVE WS-POSTING-COUNT TO GLT-POSTING-COUNT
           MOVE WS-HASH-TOTAL TO GLT-HASH-TOTAL
           MOVE WS-SUSPENSE-COUNT TO GLT-SUSPENSE-COUNT
           MOVE WS-SUSPENSE-HASH TO GLT-SUSPENSE-HASH
           WRITE EXTRACT-RECORD FROM WS-GL-TRAILER
           PERFORM 2200-CHECK-EXTRACT-STATUS
           DISPLAY "GL EXTRACT COMPLETE - " WS-POSTING-COUNT
               " DETAILS WRITTEN"
           DISPLAY "SUSPENSE ENTRIES - " WS-BOOKED-COUNT " BOOKED, "
               WS-CLEARED-COUNT " CLEARED, " WS-WRITTEN-OFF-COUNT
               " WRITTEN OFF"
           CLOSE AUDIT-FILE
           CLOSE EXTRACT-FILE.

      * SUSPENSE ENTRIES FOLLOW THE POSTINGS, NUMBERED ON FROM THE
      * NIGHT'S LAST TRANSACTION NUMBER. WHAT CAME BACK IS CLEARED
      * FIRST, THEN THE WAREHOUSE IS WALKED, THEN WHAT WENT IN TONIGHT
      * IS BOOKED - AN ITEM THAT CAME BACK AND FAILED AGAIN IS CLEARED
      * FROM ITS OLD BUCKET AND BOOKED TO ITS NEW ONE.
       4000-EXTRACT-SUSPENSE.
           PERFORM 4100-CLEAR-RECYCLED
           PERFORM 4150-CLEAR-RELEASED-HOLDS
           PERFORM 4200-WRITE-OFF-DROPPED
           PERFORM 4300-WALK-PENDING
           PERFORM 4400-BOOK-REJECTED
           PERFORM 4450-BOOK-HELD.

       4100-CLEAR-RECYCLED.
           MOVE "C" TO WS-SUSP-ACTION
           MOVE "N" TO WS-SUSP-EOF-SWITCH
           OPEN INPUT RECYCLE-FILE
           IF WS-RECYCLE-STATUS = "35"
               DISPLAY "NO SUMRCY, NO REPAIRED REJECTS TO CLEAR"
               MOVE "Y" TO WS-SUSP-EOF-SWITCH
           ELSE
               IF WS-RECYCLE-STATUS NOT = "00"
                   DISPLAY "SEVERE ERROR - SUMRCY OPEN FAILED, STATUS "
                       WS-RECYCLE-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-SUSP-END-OF-FILE
               READ RECYCLE-FILE INTO SUMIN-RECORD
                   AT END
                       MOVE "Y" TO WS-SUSP-EOF-SWITCH
                   NOT AT END
                       PERFORM 4500-WRITE-SUSPENSE-ENTRY
               END-READ
               IF WS-RECYCLE-STATUS NOT = "00" AND
                       WS-RECYCLE-STATUS NOT = "10"
                   DISPLAY "SEVERE ERROR - SUMRCY READ FAILED, STATUS "
                       WS-RECYCLE-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           IF WS-RECYCLE-STATUS NOT = "35"
               CLOSE RECYCLE-FILE
           END-IF.

       4150-CLEAR-RELEASED-HOLDS.
           MOVE "C" TO WS-SUSP-ACTION
           MOVE "N" TO WS-SUSP-EOF-SWITCH
           OPEN INPUT RELEASE-FILE
           IF WS-RELEASE-STATUS = "35"
               DISPLAY "NO SUMHRC, NO RELEASED HOLDS TO CLEAR"
               MOVE "Y" TO WS-SUSP-EOF-SWITCH
           ELSE
               IF WS-RELEASE-STATUS NOT = "00"
                   DISPLAY "SEVERE ERROR - SUMHRC OPEN FAILED, STATUS "
                       WS-RELEASE-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-SUSP-END-OF-FILE
               READ RELEASE-FILE INTO SUMIN-RECORD
                   AT END
                       MOVE "Y" TO WS-SUSP-EOF-SWITCH
                   NOT AT END
                       PERFORM 4500-WRITE-SUSPENSE-ENTRY
               END-READ
               IF WS-RELEASE-STATUS NOT = "00" AND
                       WS-RELEASE-STATUS NOT = "10"
                   DISPLAY "SEVERE ERROR - SUMHRC READ FAILED, STATUS "
                       WS-RELEASE-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           IF WS-RELEASE-STATUS NOT = "35"
               CLOSE RELEASE-FILE
           END-IF.

      * A REJECT SUMREPR DROPPED WILL NEVER POST - ITS VALUE LEAVES
      * REJECT SUSPENSE AS A WRITE-OFF RATHER THAN A CLEARANCE.
       4200-WRITE-OFF-DROPPED.
           MOVE "W" TO WS-SUSP-ACTION
           MOVE "N" TO WS-SUSP-EOF-SWITCH
           OPEN INPUT DROP-FILE
           IF WS-DROP-STATUS = "35"
               DISPLAY "NO SUMRDR, NO DROPPED REJECTS TO WRITE OFF"
               MOVE "Y" TO WS-SUSP-EOF-SWITCH
           ELSE
               IF WS-DROP-STATUS NOT = "00"
                   DISPLAY "SEVERE ERROR - SUMRDR OPEN FAILED, STATUS "
                       WS-DROP-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-SUSP-END-OF-FILE
               READ DROP-FILE
                   AT END
                       MOVE "Y" TO WS-SUSP-EOF-SWITCH
                   NOT AT END
                       MOVE DROP-ORIGINAL-RECORD TO SUMIN-RECORD
                       PERFORM 4500-WRITE-SUSPENSE-ENTRY
               END-READ
               IF WS-DROP-STATUS NOT = "00" AND
                       WS-DROP-STATUS NOT = "10"
                   DISPLAY "SEVERE ERROR - SUMRDR READ FAILED, STATUS "
                       WS-DROP-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           IF WS-DROP-STATUS NOT = "35"
               CLOSE DROP-FILE
           END-IF.

      * SUMPNI IS LAST NIGHT'S WAREHOUSE AND SUMPND TONIGHT'S. THE
      * POSTING RUN COPIES STILL-PENDING ITEMS TO THE NEW WAREHOUSE IN
      * THE ORDER IT READ THEM AND ADDS NEW ARRIVALS AFTER THEM, SO ONE
      * PASS DOWN BOTH FILES SEPARATES THE THREE KINDS: AN IMAGE ON
      * BOTH WAS CARRIED AND MOVES NOTHING, ONE MISSING FROM SUMPND WAS
      * RELEASED AND IS CLEARED, AND WHATEVER IS LEFT ON SUMPND ONCE
      * SUMPNI RUNS OUT ARRIVED TONIGHT AND IS BOOKED.
       4300-WALK-PENDING.
           MOVE "N" TO WS-PENDING-IN-EOF-SW
           MOVE "N" TO WS-PENDING-EOF-SW
           OPEN INPUT PENDING-IN-FILE
           IF WS-PENDING-IN-STATUS = "35"
               DISPLAY "NO SUMPNI, NO PRIOR WAREHOUSE TO COMPARE"
               MOVE "Y" TO WS-PENDING-IN-EOF-SW
           ELSE
               IF WS-PENDING-IN-STATUS NOT = "00"
                   DISPLAY "SEVERE ERROR - SUMPNI OPEN FAILED, STATUS "
                       WS-PENDING-IN-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 4310-READ-PENDING-IN
           END-IF
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = "35"
               DISPLAY "NO SUMPND, NO WAREHOUSE TO BOOK"
               MOVE "Y" TO WS-PENDING-EOF-SW
           ELSE
               IF WS-PENDING-STATUS NOT = "00"
                   DISPLAY "SEVERE ERROR - SUMPND OPEN FAILED, STATUS "
                       WS-PENDING-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 4320-READ-PENDING
           END-IF
           PERFORM UNTIL WS-PENDING-IN-EOF AND WS-PENDING-EOF
               EVALUATE TRUE
                   WHEN WS-PENDING-IN-EOF
                       MOVE PENDING-RECORD TO SUMIN-RECORD
                       PERFORM 4330-BOOK-PENDING
                       PERFORM 4320-READ-PENDING
                   WHEN WS-PENDING-EOF
                       MOVE PENDING-IN-RECORD TO SUMIN-RECORD
                       PERFORM 4340-CLEAR-PENDING
                       PERFORM 4310-READ-PENDING-IN
                   WHEN PENDING-IN-RECORD = PENDING-RECORD
                       PERFORM 4310-READ-PENDING-IN
                       PERFORM 4320-READ-PENDING
                   WHEN OTHER
                       MOVE PENDING-IN-RECORD TO SUMIN-RECORD
                       PERFORM 4340-CLEAR-PENDING
                       PERFORM 4310-READ-PENDING-IN
               END-EVALUATE
           END-PERFORM
           IF WS-PENDING-IN-STATUS NOT = "35"
               CLOSE PENDING-IN-FILE
           END-IF
           IF WS-PENDING-STATUS NOT = "35"
               CLOSE PENDING-FILE
           END-IF.

       4310-READ-PENDING-IN.
           READ PENDING-IN-FILE
               AT END
                   MOVE "Y" TO WS-PENDING-IN-EOF-SW
           END-READ
           IF WS-PENDING-IN-STATUS NOT = "00" AND
                   WS-PENDING-IN-STATUS NOT = "10"
               DISPLAY "SEVERE ERROR - SUMPNI READ FAILED, STATUS "
                   WS-PENDING-IN-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       4320-READ-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-PENDING-EOF-SW
           END-READ
           IF WS-PENDING-STATUS NOT = "00" AND
                   WS-PENDING-STATUS NOT = "10"
               DISPLAY "SEVERE ERROR - SUMPND READ FAILED, STATUS "
                   WS-PENDING-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       4330-BOOK-PENDING.
           IF SUMIN-SUSP-PENDING
               MOVE "B" TO WS-SUSP-ACTION
               PERFORM 4500-WRITE-SUSPENSE-ENTRY
           END-IF.

       4340-CLEAR-PENDING.
           IF SUMIN-SUSP-PENDING
               MOVE "C" TO WS-SUSP-ACTION
               PERFORM 4500-WRITE-SUSPENSE-ENTRY
           END-IF.

       4400-BOOK-REJECTED.
           MOVE "B" TO WS-SUSP-ACTION
           MOVE "N" TO WS-SUSP-EOF-SWITCH
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS = "35"
               DISPLAY "NO SUMREJ, NO REJECTS TO BOOK"
               MOVE "Y" TO WS-SUSP-EOF-SWITCH
           ELSE
               IF WS-REJECT-STATUS NOT = "00"
                   DISPLAY "SEVERE ERROR - SUMREJ OPEN FAILED, STATUS "
                       WS-REJECT-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-SUSP-END-OF-FILE
               READ REJECT-FILE
                   AT END
                       MOVE "Y" TO WS-SUSP-EOF-SWITCH
                   NOT AT END
                       MOVE RJ-ORIGINAL-RECORD TO SUMIN-RECORD
                       IF SUMIN-SUSP-REJECTED
                           PERFORM 4500-WRITE-SUSPENSE-ENTRY
                       END-IF
               END-READ
               IF WS-REJECT-STATUS NOT = "00" AND
                       WS-REJECT-STATUS NOT = "10"
                   DISPLAY "SEVERE ERROR - SUMREJ READ FAILED, STATUS "
                       WS-REJECT-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           IF WS-REJECT-STATUS NOT = "35"
               CLOSE REJECT-FILE
           END-IF.

       4450-BOOK-HELD.
           MOVE "B" TO WS-SUSP-ACTION
           MOVE "N" TO WS-SUSP-EOF-SWITCH
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               DISPLAY "NO SUMHLD, NO HOLDS TO BOOK"
               MOVE "Y" TO WS-SUSP-EOF-SWITCH
           ELSE
               IF WS-HOLD-STATUS NOT = "00"
                   DISPLAY "SEVERE ERROR - SUMHLD OPEN FAILED, STATUS "
                       WS-HOLD-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-SUSP-END-OF-FILE
               READ HOLD-FILE INTO SUMIN-RECORD
                   AT END
                       MOVE "Y" TO WS-SUSP-EOF-SWITCH
                   NOT AT END
                       IF SUMIN-SUSP-HELD
                           PERFORM 4500-WRITE-SUSPENSE-ENTRY
                       END-IF
               END-READ
               IF WS-HOLD-STATUS NOT = "00" AND
                       WS-HOLD-STATUS NOT = "10"
                   DISPLAY "SEVERE ERROR - SUMHLD READ FAILED, STATUS "
                       WS-HOLD-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           IF WS-HOLD-STATUS NOT = "35"
               CLOSE HOLD-FILE
           END-IF.

      * AN ITEM THAT WAS NEVER STAMPED (IT WENT INTO SUSPENSE BEFORE
      * SUSPENSE WAS BOOKED) OR CARRIES NO VALUE MOVES NOTHING.
       4500-WRITE-SUSPENSE-ENTRY.
           IF SUMIN-DETAIL AND SUMIN-SUSP-BOOKED
                   AND SUMIN-SUSP-VALUE NUMERIC
               IF SUMIN-SUSP-VALUE NOT = ZERO
                   PERFORM 4550-WRITE-SUSPENSE-DETAIL
               END-IF
           END-IF.

       4550-WRITE-SUSPENSE-DETAIL.
           IF NOT WS-HEADER-DONE
               MOVE SPACES TO GLH-JOB-NAME
               MOVE WS-REPORT-DATE TO GLH-RUN-DATE
               PERFORM 2100-WRITE-FILE-HEADER
           END-IF
           EVALUATE TRUE
               WHEN SUMIN-SUSP-REJECTED
                   MOVE WS-SUSP-REJECT-ACCT TO GLD-ACCOUNT
               WHEN SUMIN-SUSP-HELD
                   MOVE WS-SUSP-HOLD-ACCT TO GLD-ACCOUNT
               WHEN OTHER
                   MOVE WS-SUSP-PENDING-ACCT TO GLD-ACCOUNT
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-SUSP-BOOK
                   MOVE SUMIN-SUSP-VALUE TO WS-AMOUNT
                   ADD 1 TO WS-BOOKED-COUNT
               WHEN WS-SUSP-CLEAR
                   COMPUTE WS-AMOUNT = ZERO - SUMIN-SUSP-VALUE
                   ADD 1 TO WS-CLEARED-COUNT
               WHEN OTHER
                   COMPUTE WS-AMOUNT = ZERO - SUMIN-SUSP-VALUE
                   ADD 1 TO WS-WRITTEN-OFF-COUNT
           END-EVALUATE
           ADD 1 TO WS-LAST-TXN-NUMBER
           MOVE WS-LAST-TXN-NUMBER TO GLD-TXN-NUMBER
           MOVE SUMIN-OP-CODE TO GLD-OP-CODE
           MOVE WS-AMOUNT TO GLD-AMOUNT
           MOVE GLH-RUN-DATE TO GLD-RUN-DATE
           MOVE SPACES TO GLD-XFR-LEG
           IF SUMIN-TXN-SEQ NUMERIC
               MOVE SUMIN-TXN-SEQ TO GLD-LINK-TXN-NUMBER
           ELSE
               MOVE ZEROS TO GLD-LINK-TXN-NUMBER
           END-IF
           MOVE SUMIN-ACCOUNT TO GLD-LINK-ACCOUNT
           MOVE SUMIN-SUSP-BUCKET TO GLD-SUSP-BUCKET
           MOVE WS-SUSP-ACTION TO GLD-SUSP-ACTION
           MOVE SUMIN-SUSP-BRANCH TO GLD-SUSP-BRANCH
           MOVE SUMIN-SUSP-DATE TO GLD-SUSP-DATE
           WRITE EXTRACT-RECORD FROM WS-GL-DETAIL
           PERFORM 2200-CHECK-EXTRACT-STATUS
           ADD 1 TO WS-POSTING-COUNT
           ADD 1 TO WS-SUSPENSE-COUNT
           ADD WS-AMOUNT TO WS-HASH-TOTAL
               ON SIZE ERROR
                   DISPLAY "SEVERE ERROR - EXTRACT HASH OVERFLOW"
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
           END-ADD
           ADD WS-AMOUNT TO WS-SUSPENSE-HASH
               ON SIZE ERROR
                   DISPLAY "SEVERE ERROR - EXTRACT HASH OVERFLOW"
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
           END-ADD.
       END PROGRAM SUMGLEX.
