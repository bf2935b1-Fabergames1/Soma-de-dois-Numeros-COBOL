      *          CLOSE-OUT CERTIFICATE ON SUMCRT WITH A PASS/FAIL
      *          PER CHECK AND ENDS RC=8 ON ANY MISMATCH, SO THE
      *          MORNING STARTS WITH POSITIVE PROOF INSTEAD OF AN
      *          ASSUMPTION. A TRANSFER IS ONE CLEAN DETAIL BUT TWO
      *          SUMAUD RECORDS, SO ITS CREDIT LEG IS LEFT OUT OF THE
      *          COUNT PROVED AGAINST THE CHECKPOINT AND KEPT IN THE
      *          PHYSICAL COUNT PROVED AGAINST THE SUMOUT TRAILER.
      *          SUMOUT ALSO CARRIES THE NIGHT'S SUSPENSE ENTRIES, SO
      *          ITS POSTING DETAILS ARE PROVED AGAINST SUMAUD, ITS
      *          TRAILER AGAINST EVERY DETAIL ON THE FILE, AND EACH
      *          SUSPENSE BUCKET'S NET ENTRY AGAINST THE STAMPED ITEMS
      *          THAT WENT IN (SUMREJ, SUMHLD, THE NEW SUMPND) LESS
      *          THOSE THAT CAME BACK (SUMRCY, SUMHRC, SUMRDR, THE
      *          PRIOR SUMPND ON SUMPNI).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EXTRACT-FILE ASSIGN TO SUMOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
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
           SELECT HISTORY-FILE ASSIGN TO SUMHST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           RECORDING MODE IS F.
       01  EXTRACT-RECORD.
           05  GLX-REC-TYPE         PIC X(03).
               88  GLX-DETAIL            VALUE "DTL".
               88  GLX-TRAILER           VALUE "TRL".
           05  GLX-REST             PIC X(77).
       01  EXTRACT-DTL-RECORD REDEFINES EXTRACT-RECORD.
           05  FILLER               PIC X(19).
           05  GLXD-AMOUNT          PIC S9(09)V99
                                     SIGN IS TRAILING SEPARATE.
           05  FILLER               PIC X(26).
           05  GLXD-SUSP-BUCKET     PIC X(01).
           05  FILLER               PIC X(22).
       01  EXTRACT-TRL-RECORD REDEFINES EXTRACT-RECORD.
           05  FILLER               PIC X(03).
           05  GLXT-POSTING-COUNT   PIC 9(07).
           05  GLXT-HASH-TOTAL      PIC S9(11)V99
                                     SIGN IS TRAILING SEPARATE.
           05  GLXT-SUSPENSE-COUNT  PIC 9(07).
           05  GLXT-SUSPENSE-HASH   PIC S9(11)V99
                                     SIGN IS TRAILING SEPARATE.
           05  FILLER               PIC X(35).

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

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  WS-AUDIT-STATUS      PIC X(02) VALUE ZEROS.
       01  WS-REJECT-STATUS     PIC X(02) VALUE ZEROS.
       01  WS-EXTRACT-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-HOLD-STATUS       PIC X(02) VALUE ZEROS.
       01  WS-RECYCLE-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-RELEASE-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-DROP-STATUS       PIC X(02) VALUE ZEROS.
       01  WS-PENDING-IN-STATUS PIC X(02) VALUE ZEROS.
       01  WS-PENDING-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-HISTORY-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-CERT-STATUS       PIC X(02) VALUE ZEROS.
       01  WS-AUDIT-EOF-SW      PIC X(01) VALUE "N".
           88  WS-EXTRACT-EOF        VALUE "Y".
       01  WS-HISTORY-EOF-SW    PIC X(01) VALUE "N".
           88  WS-HISTORY-EOF        VALUE "Y".
       01  WS-SUSP-EOF-SW       PIC X(01) VALUE "N".
           88  WS-SUSP-EOF           VALUE "Y".
       01  WS-CHECKPOINT-EOF-SW PIC X(01) VALUE "N".
           88  WS-CHECKPOINT-EOF     VALUE "Y".
       01  WS-CKP-FOUND-SWITCH  PIC X(01) VALUE "N".
       01  WS-CKP-REJECT-COUNT  PIC 9(07) VALUE ZEROS.
       01  WS-CKP-TOTAL-N3      PIC S9(11)V99 VALUE ZEROS.
       01  WS-AUD-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-AUD-RECORD-COUNT  PIC 9(07) VALUE ZEROS.
       01  WS-AUD-TOTAL-N3      PIC S9(13)V99 VALUE ZEROS.
       01  WS-REJ-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-OUT-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-OUT-HASH          PIC S9(11)V99 VALUE ZEROS.
       01  WS-OUT-TRL-SUSP-COUNT PIC 9(07) VALUE ZEROS.
       01  WS-OUT-TRL-SUSP-HASH PIC S9(11)V99 VALUE ZEROS.
       01  WS-OUT-DTL-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-OUT-DTL-VALUE     PIC S9(13)V99 VALUE ZEROS.
       01  WS-OUT-POST-COUNT    PIC 9(07) VALUE ZEROS.
       01  WS-OUT-POST-VALUE    PIC S9(13)V99 VALUE ZEROS.
       01  WS-OUT-SUSP-COUNT    PIC 9(07) VALUE ZEROS.
       01  WS-OUT-SUSP-VALUE    PIC S9(13)V99 VALUE ZEROS.

      * NET SUSPENSE MOVEMENT BY BUCKET - AS ENTERED ON SUMOUT, AND AS
      * THE STAMPED ITEMS ON THE NIGHT'S FILES SAY IT SHOULD BE.
       01  WS-OUT-REJ-NET       PIC S9(13)V99 VALUE ZEROS.
       01  WS-OUT-HLD-NET       PIC S9(13)V99 VALUE ZEROS.
       01  WS-OUT-PND-NET       PIC S9(13)V99 VALUE ZEROS.
       01  WS-SRC-REJ-NET       PIC S9(13)V99 VALUE ZEROS.
       01  WS-SRC-HLD-NET       PIC S9(13)V99 VALUE ZEROS.
       01  WS-SRC-PND-NET       PIC S9(13)V99 VALUE ZEROS.
       01  WS-SUSP-DIRECTION    PIC X(01) VALUE SPACES.
           88  WS-SUSP-INTO          VALUE "I".
           88  WS-SUSP-OUT-OF        VALUE "O".
       01  WS-SUSP-ONLY-BUCKET  PIC X(01) VALUE SPACES.
           COPY SUMINREC.
       01  WS-HST-CLEAN-COUNT   PIC 9(07) VALUE ZEROS.
       01  WS-HST-REJECT-COUNT  PIC 9(07) VALUE ZEROS.
       01  WS-HST-TOTAL-N3      PIC S9(11)V99 VALUE ZEROS.
           PERFORM 1400-COUNT-REJECTS
           PERFORM 1500-READ-EXTRACT-TRAILER
           PERFORM 1600-READ-RUN-HISTORY
           PERFORM 1700-SUM-SUSPENSE-SOURCES
           PERFORM 2000-CROSS-FOOT
           PERFORM 3000-FINALIZE
           STOP RUN.
                   AT END
                       MOVE "Y" TO WS-AUDIT-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-AUD-RECORD-COUNT
                       IF NOT AU-XFR-CREDIT-LEG
                           ADD 1 TO WS-AUD-COUNT
                       END-IF
                       COMPUTE WS-AMOUNT = FUNCTION NUMVAL(AU-N3)
                       ADD WS-AMOUNT TO WS-AUD-TOTAL-N3
               END-READ
                       MOVE "Y" TO WS-REJECT-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-REJ-COUNT
                       MOVE RJ-ORIGINAL-RECORD TO SUMIN-RECORD
                       MOVE "I" TO WS-SUSP-DIRECTION
                       MOVE "R" TO WS-SUSP-ONLY-BUCKET
                       PERFORM 1790-ADD-SUSPENSE-ITEM
               END-READ
           END-PERFORM
           CLOSE REJECT-FILE.
                   AT END
                       MOVE "Y" TO WS-EXTRACT-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                           WHEN GLX-DETAIL
                               PERFORM 1550-SUM-EXTRACT-DETAIL
                           WHEN GLX-TRAILER
                               PERFORM 1560-NOTE-EXTRACT-TRAILER
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE.

      * A DETAIL WITH NO SUSPENSE BUCKET IS A POSTING.
       1550-SUM-EXTRACT-DETAIL.
           IF GLXD-AMOUNT NUMERIC
               MOVE GLXD-AMOUNT TO WS-AMOUNT
           ELSE
               MOVE ZEROS TO WS-AMOUNT
           END-IF
           ADD 1 TO WS-OUT-DTL-COUNT
           ADD WS-AMOUNT TO WS-OUT-DTL-VALUE
           EVALUATE GLXD-SUSP-BUCKET
               WHEN SPACES
                   ADD 1 TO WS-OUT-POST-COUNT
                   ADD WS-AMOUNT TO WS-OUT-POST-VALUE
               WHEN "R"
                   ADD 1 TO WS-OUT-SUSP-COUNT
                   ADD WS-AMOUNT TO WS-OUT-SUSP-VALUE
                   ADD WS-AMOUNT TO WS-OUT-REJ-NET
               WHEN "H"
                   ADD 1 TO WS-OUT-SUSP-COUNT
                   ADD WS-AMOUNT TO WS-OUT-SUSP-VALUE
                   ADD WS-AMOUNT TO WS-OUT-HLD-NET
               WHEN OTHER
                   ADD 1 TO WS-OUT-SUSP-COUNT
                   ADD WS-AMOUNT TO WS-OUT-SUSP-VALUE
                   ADD WS-AMOUNT TO WS-OUT-PND-NET
           END-EVALUATE.

       1560-NOTE-EXTRACT-TRAILER.
           MOVE "Y" TO WS-TRL-FOUND-SWITCH
           IF GLXT-POSTING-COUNT NUMERIC
               MOVE GLXT-POSTING-COUNT TO WS-OUT-COUNT
           END-IF
           IF GLXT-HASH-TOTAL NUMERIC
               MOVE GLXT-HASH-TOTAL TO WS-OUT-HASH
           END-IF
           IF GLXT-SUSPENSE-COUNT NUMERIC
               MOVE GLXT-SUSPENSE-COUNT TO WS-OUT-TRL-SUSP-COUNT
           END-IF
           IF GLXT-SUSPENSE-HASH NUMERIC
               MOVE GLXT-SUSPENSE-HASH TO WS-OUT-TRL-SUSP-HASH
           END-IF.

      * SUMHST IS CUMULATIVE; THE LAST RECORD IS THE RUN BEING
      * CERTIFIED.
       1600-READ-RUN-HISTORY.
           END-PERFORM
           CLOSE HISTORY-FILE.

      * WHAT SUSPENSE SHOULD HAVE MOVED, WORKED OUT FROM THE ITEMS
      * THEMSELVES RATHER THAN FROM SUMGLEX'S PASS: SUMREJ WAS ADDED IN
      * 1400; HERE SUMHLD AND THE NEW WAREHOUSE ADD, AND WHAT CAME BACK
      * SUBTRACTS. AN ITEM STILL ON THE WAREHOUSE IS ON BOTH SUMPNI AND
      * SUMPND AND CANCELS OUT. A FILE THAT IS NOT THERE HOLDS NOTHING.
       1700-SUM-SUSPENSE-SOURCES.
           MOVE "I" TO WS-SUSP-DIRECTION
           MOVE "H" TO WS-SUSP-ONLY-BUCKET
           MOVE "N" TO WS-SUSP-EOF-SW
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               MOVE "Y" TO WS-SUSP-EOF-SW
           ELSE
               IF WS-HOLD-STATUS NOT = "00"
                   DISPLAY "SEVERE ERROR - SUMHLD OPEN FAILED, STATUS "
                       WS-HOLD-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-SUSP-EOF
               READ HOLD-FILE INTO SUMIN-RECORD
                   AT END
                       MOVE "Y" TO WS-SUSP-EOF-SW
                   NOT AT END
                       PERFORM 1790-ADD-SUSPENSE-ITEM
               END-READ
           END-PERFORM
           IF WS-HOLD-STATUS NOT = "35"
               CLOSE HOLD-FILE
           END-IF
           MOVE "P" TO WS-SUSP-ONLY-BUCKET
           MOVE "N" TO WS-SUSP-EOF-SW
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = "35"
               MOVE "Y" TO WS-SUSP-EOF-SW
           ELSE
               IF WS-PENDING-STATUS NOT = "00"
                   DISPLAY "SEVERE ERROR - SUMPND OPEN FAILED, STATUS "
                       WS-PENDING-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-SUSP-EOF
               READ PENDING-FILE INTO SUMIN-RECORD
                   AT END
                       MOVE "Y" TO WS-SUSP-EOF-SW
                   NOT AT END
                       PERFORM 1790-ADD-SUSPENSE-ITEM
               END-READ
           END-PERFORM
           IF WS-PENDING-STATUS NOT = "35"
               CLOSE PENDING-FILE
           END-IF
           MOVE "O" TO WS-SUSP-DIRECTION
           MOVE "N" TO WS-SUSP-EOF-SW
           OPEN INPUT PENDING-IN-FILE
           IF WS-PENDING-IN-STATUS = "35"
               MOVE "Y" TO WS-SUSP-EOF-SW
           ELSE
               IF WS-PENDING-IN-STATUS NOT = "00"
                   DISPLAY "SEVERE ERROR - SUMPNI OPEN FAILED, STATUS "
                       WS-PENDING-IN-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-SUSP-EOF
               READ PENDING-IN-FILE INTO SUMIN-RECORD
                   AT END
                       MOVE "Y" TO WS-SUSP-EOF-SW
                   NOT AT END
                       PERFORM 1790-ADD-SUSPENSE-ITEM
               END-READ
           END-PERFORM
           IF WS-PENDING-IN-STATUS NOT = "35"
               CLOSE PENDING-IN-FILE
           END-IF
           MOVE SPACES TO WS-SUSP-ONLY-BUCKET
           PERFORM 1750-SUM-RETURNED-ITEMS.

      * REPAIRED, RELEASED AND DROPPED ITEMS LEAVE WHICHEVER BUCKET
      * THEY ARE STAMPED WITH.
       1750-SUM-RETURNED-ITEMS.
           MOVE "N" TO WS-SUSP-EOF-SW
           OPEN INPUT RECYCLE-FILE
           IF WS-RECYCLE-STATUS = "35"
               MOVE "Y" TO WS-SUSP-EOF-SW
           ELSE
               IF WS-RECYCLE-STATUS NOT = "00"
                   DISPLAY "SEVERE ERROR - SUMRCY OPEN FAILED, STATUS "
                       WS-RECYCLE-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-SUSP-EOF
               READ RECYCLE-FILE INTO SUMIN-RECORD
                   AT END
                       MOVE "Y" TO WS-SUSP-EOF-SW
                   NOT AT END
                       PERFORM 1790-ADD-SUSPENSE-ITEM
               END-READ
           END-PERFORM
           IF WS-RECYCLE-STATUS NOT = "35"
               CLOSE RECYCLE-FILE
           END-IF
           MOVE "N" TO WS-SUSP-EOF-SW
           OPEN INPUT RELEASE-FILE
           IF WS-RELEASE-STATUS = "35"
               MOVE "Y" TO WS-SUSP-EOF-SW
           ELSE
               IF WS-RELEASE-STATUS NOT = "00"
                   DISPLAY "SEVERE ERROR - SUMHRC OPEN FAILED, STATUS "
                       WS-RELEASE-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-SUSP-EOF
               READ RELEASE-FILE INTO SUMIN-RECORD
                   AT END
                       MOVE "Y" TO WS-SUSP-EOF-SW
                   NOT AT END
                       PERFORM 1790-ADD-SUSPENSE-ITEM
               END-READ
           END-PERFORM
           IF WS-RELEASE-STATUS NOT = "35"
               CLOSE RELEASE-FILE
           END-IF
           MOVE "N" TO WS-SUSP-EOF-SW
           OPEN INPUT DROP-FILE
           IF WS-DROP-STATUS = "35"
               MOVE "Y" TO WS-SUSP-EOF-SW
           ELSE
               IF WS-DROP-STATUS NOT = "00"
                   DISPLAY "SEVERE ERROR - SUMRDR OPEN FAILED, STATUS "
                       WS-DROP-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-SUSP-EOF
               READ DROP-FILE
                   AT END
                       MOVE "Y" TO WS-SUSP-EOF-SW
                   NOT AT END
                       MOVE DROP-ORIGINAL-RECORD TO SUMIN-RECORD
                       PERFORM 1790-ADD-SUSPENSE-ITEM
               END-READ
           END-PERFORM
           IF WS-DROP-STATUS NOT = "35"
               CLOSE DROP-FILE
           END-IF.

      * THE SAME TEST SUMGLEX APPLIES BEFORE IT WRITES AN ENTRY.
       1790-ADD-SUSPENSE-ITEM.
           IF SUMIN-DETAIL AND SUMIN-SUSP-BOOKED
                   AND SUMIN-SUSP-VALUE NUMERIC
                   AND (WS-SUSP-ONLY-BUCKET = SPACES
                       OR WS-SUSP-ONLY-BUCKET = SUMIN-SUSP-BUCKET)
               IF WS-SUSP-INTO
                   MOVE SUMIN-SUSP-VALUE TO WS-AMOUNT
               ELSE
                   COMPUTE WS-AMOUNT = ZERO - SUMIN-SUSP-VALUE
               END-IF
               EVALUATE TRUE
                   WHEN SUMIN-SUSP-REJECTED
                       ADD WS-AMOUNT TO WS-SRC-REJ-NET
                   WHEN SUMIN-SUSP-HELD
                       ADD WS-AMOUNT TO WS-SRC-HLD-NET
                   WHEN OTHER
                       ADD WS-AMOUNT TO WS-SRC-PND-NET
               END-EVALUATE
           END-IF.

       2000-CROSS-FOOT.
           MOVE "SUMAUD COUNT V CHECKPOINT" TO CC-DESC
           MOVE WS-CKP-CLEAN-COUNT TO WS-EXPECTED-COUNT
           MOVE WS-CKP-TOTAL-N3 TO WS-EXPECTED-VALUE
           MOVE WS-AUD-TOTAL-N3 TO WS-ACTUAL-VALUE
           PERFORM 2200-JUDGE-VALUES
           MOVE "SUMOUT POSTINGS V SUMAUD" TO CC-DESC
           MOVE WS-AUD-RECORD-COUNT TO WS-EXPECTED-COUNT
           MOVE WS-OUT-POST-COUNT TO WS-ACTUAL-COUNT
           PERFORM 2100-JUDGE-COUNTS
           MOVE "SUMOUT POSTING VALUE V SUMAUD" TO CV-DESC
           MOVE WS-AUD-TOTAL-N3 TO WS-EXPECTED-VALUE
           MOVE WS-OUT-POST-VALUE TO WS-ACTUAL-VALUE
           PERFORM 2200-JUDGE-VALUES
           MOVE "SUMOUT TRL COUNT V DETAILS" TO CC-DESC
           MOVE WS-OUT-DTL-COUNT TO WS-EXPECTED-COUNT
           MOVE WS-OUT-COUNT TO WS-ACTUAL-COUNT
           PERFORM 2100-JUDGE-COUNTS
           MOVE "SUMOUT TRL HASH V DETAILS" TO CV-DESC
           MOVE WS-OUT-DTL-VALUE TO WS-EXPECTED-VALUE
           MOVE WS-OUT-HASH TO WS-ACTUAL-VALUE
           PERFORM 2200-JUDGE-VALUES
           MOVE "SUMOUT TRL SUSPENSE V DETAILS" TO CC-DESC
           MOVE WS-OUT-SUSP-COUNT TO WS-EXPECTED-COUNT
           MOVE WS-OUT-TRL-SUSP-COUNT TO WS-ACTUAL-COUNT
           PERFORM 2100-JUDGE-COUNTS
           MOVE "SUMOUT TRL SUSP HASH V DETAILS" TO CV-DESC
           MOVE WS-OUT-SUSP-VALUE TO WS-EXPECTED-VALUE
           MOVE WS-OUT-TRL-SUSP-HASH TO WS-ACTUAL-VALUE
           PERFORM 2200-JUDGE-VALUES
           MOVE "REJECT SUSPENSE NET V ITEMS" TO CV-DESC
           MOVE WS-SRC-REJ-NET TO WS-EXPECTED-VALUE
           MOVE WS-OUT-REJ-NET TO WS-ACTUAL-VALUE
           PERFORM 2200-JUDGE-VALUES
           MOVE "HELD SUSPENSE NET V ITEMS" TO CV-DESC
           MOVE WS-SRC-HLD-NET TO WS-EXPECTED-VALUE
           MOVE WS-OUT-HLD-NET TO WS-ACTUAL-VALUE
           PERFORM 2200-JUDGE-VALUES
           MOVE "PENDING SUSPENSE NET V ITEMS" TO CV-DESC
           MOVE WS-SRC-PND-NET TO WS-EXPECTED-VALUE
           MOVE WS-OUT-PND-NET TO WS-ACTUAL-VALUE
           PERFORM 2200-JUDGE-VALUES
           MOVE "SUMHST CLEAN V CHECKPOINT" TO CC-DESC
           MOVE WS-CKP-CLEAN-COUNT TO WS-EXPECTED-COUNT
           MOVE WS-HST-CLEAN-COUNT TO WS-ACTUAL-COUNT
