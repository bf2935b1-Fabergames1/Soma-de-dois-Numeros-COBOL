           SELECT ARCHIVE-LIST-FILE ASSIGN TO SUMARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-LIST-STATUS.
           SELECT RELATIONSHIP-FILE ASSIGN TO SUMREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-RELATIONSHIP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUMIN-FILE
           05  ARC-NUMBER           PIC X(08).
           05  FILLER               PIC X(72).

       FD  RELATIONSHIP-FILE.
           COPY SUMRELRC.

       WORKING-STORAGE SECTION.
       01  WS-SUMIN-STATUS      PIC X(02) VALUE ZEROS.
       01  WS-REPORT-STATUS     PIC X(02) VALUE ZEROS.
       77 WS-N3             PIC S9(07)V99 VALUE ZEROS.

       01  WS-OP-CODE           PIC X(01) VALUE SPACES.
       01  WS-EDIT-ACCOUNT      PIC X(08) VALUE SPACES.
       01  WS-POST-ACCOUNT      PIC X(08) VALUE SPACES.

      * TRANSFER (OP CODE T) WORK AREAS. THE DEBIT LEG'S STATUS-EDIT
      * RESULTS ARE PARKED HERE WHILE THE COUNTER-ACCOUNT IS READ, SO
      * BOTH LEGS CAN BE LIMIT-CHECKED BEFORE EITHER ONE POSTS.
       01  WS-XFR-AMOUNT        PIC S9(07)V99 VALUE ZEROS.
       01  WS-XFR-COUNTER       PIC X(08) VALUE SPACES.
       01  WS-XFR-OTHER-ACCOUNT PIC X(08) VALUE SPACES.
       01  WS-XFR-LEG           PIC X(01) VALUE SPACES.
       01  WS-XFR-DR-ON-FILE-SW PIC X(01) VALUE "N".
       01  WS-XFR-DR-BALANCE    PIC S9(11)V99 VALUE ZEROS.
       01  WS-XFR-DR-LIMIT      PIC S9(11)V99 VALUE ZEROS.
       01  WS-XFR-REASON-TEXT   PIC X(30) VALUE SPACES.

       01  WS-REJECT-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-CLEAN-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                PIC 9(08).

      * A FUTURE-DATED ITEM IS RELEASED ON THE BUSINESS DAY ITS
      * EFFECTIVE DATE ROLLS TO, NEVER ON A WEEKEND OR HOLIDAY.
       01  WS-NOT-EFFECTIVE-SWITCH PIC X(01) VALUE "N".
           88  WS-NOT-YET-EFFECTIVE      VALUE "Y".
       01  WS-RELEASE-DATE      PIC 9(08) VALUE ZEROS.
       01  WS-CALENDAR-PGM      PIC X(08) VALUE "SUMCAL".
           COPY SUMCALLK.

       01  WS-REPORT-DATE.
           05  WS-REPORT-MM         PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
               10  WS-ARC-T-NUMBER  PIC X(08).
       01  WS-OVERLIMIT-SWITCH      PIC X(01) VALUE "N".
           88  WS-OVERLIMIT-HELD         VALUE "Y".
      * WHY A TRANSACTION WAS HELD - CARRIED ON THE SUMHLD COPY IN
      * SUMIN-HOLD-REASON AND PRINTED ON THE OVERLIMIT PAGE.
       01  WS-HOLD-REASON           PIC X(04) VALUE SPACES.
           88  WS-HOLD-ACCOUNT-LIMIT     VALUE "OLIM".
           88  WS-HOLD-RELATIONSHIP-LIMIT VALUE "RLIM".
      * THE WOULD-BE VALUE STAMPED ON A DETAIL GOING INTO SUSPENSE
      * (2032), WORKED IN ITS OWN FIELDS SO WS-N1/N2/N3 STAY AS THE
      * OVERLIMIT PAGE AND THE REPORT LINES NEED THEM.
       01  WS-SUSP-N1               PIC S9(07)V99 VALUE ZEROS.
       01  WS-SUSP-N2               PIC S9(07)V99 VALUE ZEROS.
       01  WS-SUSP-VALUE            PIC S9(07)V99 VALUE ZEROS.
       01  WS-EDIT-BALANCE          PIC S9(11)V99 VALUE ZEROS.
       01  WS-EDIT-LIMIT            PIC S9(11)V99 VALUE ZEROS.
       01  WS-PROJECTED-BALANCE     PIC S9(11)V99 VALUE ZEROS.
               10  WS-OVL-T-AMOUNT      PIC S9(09)V99.
               10  WS-OVL-T-LIMIT       PIC S9(11)V99.
               10  WS-OVL-T-PROJECTED   PIC S9(11)V99.
               10  WS-OVL-T-REASON      PIC X(04).
      * THE SUMREL CUSTOMER RELATIONSHIPS, LOADED AT START-UP BY THE
      * SEQUENTIAL RUN: ONE CUSTOMER ENTRY PER HEADER WITH ITS LIMIT
      * AND THE COMBINED SUMACC BALANCE OF ITS MEMBERS, KEPT CURRENT
      * AS 2060-POST-ACCOUNT POSTS, AND ONE MEMBER ENTRY PER LINKED
      * ACCOUNT POINTING AT ITS CUSTOMER. LIKE THE ARCHIVE LIST, THE
      * RUN STOPS RATHER THAN ENFORCE AGAINST A PARTIAL TABLE.
       01  WS-RELATIONSHIP-STATUS   PIC X(02) VALUE ZEROS.
       01  WS-REL-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-REL-EOF                VALUE "Y".
       01  WS-REL-FOUND-SWITCH      PIC X(01) VALUE "N".
           88  WS-REL-FOUND              VALUE "Y".
       01  WS-XFR-SAME-REL-SW       PIC X(01) VALUE "N".
           88  WS-XFR-SAME-RELATIONSHIP  VALUE "Y".
       01  WS-REL-LOOKUP-ACCOUNT    PIC X(08) VALUE SPACES.
       01  WS-REL-PROJECTED         PIC S9(11)V99 VALUE ZEROS.
       01  WS-XFR-DR-RLC-SUB        PIC 9(04) VALUE ZEROS.
       01  WS-RLC-MAX               PIC 9(04) VALUE 2000.
       01  WS-RLC-COUNT             PIC 9(04) VALUE ZEROS.
       01  WS-RLC-SUB               PIC 9(04) VALUE ZEROS.
       01  WS-REL-CUSTOMER-TABLE.
           05  WS-RLC-ENTRY OCCURS 2000 TIMES.
               10  WS-RLC-T-CUSTOMER    PIC X(08).
               10  WS-RLC-T-LIMIT       PIC S9(11)V99.
               10  WS-RLC-T-BALANCE     PIC S9(11)V99.
       01  WS-RLM-MAX               PIC 9(05) VALUE 10000.
       01  WS-RLM-COUNT             PIC 9(05) VALUE ZEROS.
       01  WS-RLM-SUB               PIC 9(05) VALUE ZEROS.
       01  WS-REL-MEMBER-TABLE.
           05  WS-RLM-ENTRY OCCURS 10000 TIMES.
               10  WS-RLM-T-ACCOUNT     PIC X(08).
               10  WS-RLM-T-RLC-SUB     PIC 9(04).
       01  WS-ACCT-NEW-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-ACCT-TABLE-FULL-SW    PIC X(01) VALUE "N".
           88  WS-ACCT-TABLE-FULL        VALUE "Y".
               "OVERLIMIT EXCEPTIONS".
           05  FILLER               PIC X(59) VALUE SPACES.

      * LIMIT AND PROJECTED ARE THE ACCOUNT'S FOR AN OLIM HOLD AND
      * THE RELATIONSHIP'S (COMBINED BALANCE) FOR AN RLIM HOLD.
       01  WS-OVL-COLS-LINE.
           05  FILLER               PIC X(10) VALUE "ACCOUNT   ".
           05  FILLER               PIC X(08) VALUE "TXN SEQ ".
           05  FILLER               PIC X(13) VALUE "       AMOUNT".
           05  FILLER               PIC X(15) VALUE "          LIMIT".
           05  FILLER               PIC X(15) VALUE "      PROJECTED".
           05  FILLER               PIC X(08) VALUE "  REASON".
           05  FILLER               PIC X(11) VALUE SPACES.

       01  WS-OVL-DETAIL-LINE.
           05  OV-ACCOUNT           PIC X(08).
           05  OV-LIMIT             PIC -(11).99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  OV-PROJECTED         PIC -(11).99.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  OV-REASON            PIC X(04).
           05  FILLER               PIC X(09) VALUE SPACES.

       01  WS-OVL-TRUNC-LINE.
           05  FILLER               PIC X(46) VALUE
           END-IF
           PERFORM 1400-OPEN-ACCOUNT-FILE
           PERFORM 1700-LOAD-ARCHIVED-LIST
           IF NOT WS-SLICE-MODE
               PERFORM 1800-LOAD-RELATIONSHIPS
           END-IF
      * THE HELD WAREHOUSE, LIKE THE PENDING ONE, BELONGS TO THE
      * SEQUENTIAL RUN - THE SLICE STEPS CARRY NO SUMHLD DD AND THE
      * EXPOSURE HOLD IS SKIPPED IN SLICE MODE (SEE 2055).

       1650-RELEASE-ONE-RECORD.
           MOVE PENDING-IN-RECORD TO SUMIN-RECORD
           MOVE "N" TO WS-NOT-EFFECTIVE-SWITCH
           IF SUMIN-DETAIL
               PERFORM 2035-TEST-EFFECTIVE-DATE
           END-IF
           IF WS-NOT-YET-EFFECTIVE
               PERFORM 2030-HOLD-PENDING-RECORD
           ELSE
               ADD 1 TO WS-RELEASED-COUNT
               MOVE ARC-NUMBER TO WS-ARC-T-NUMBER(WS-ARC-COUNT)
           END-IF.

      * THE CUSTOMER RELATIONSHIP MASTER IS READ ONCE AT START-UP,
      * AFTER SUMACC IS OPEN, SO EACH RELATIONSHIP'S COMBINED BALANCE
      * STARTS FROM THE MEMBERS' BALANCES ON THE MASTER - ON A RESTART
      * THAT ALREADY INCLUDES WHAT POSTED BEFORE THE FAILURE. HEADERS
      * SORT AHEAD OF THEIR MEMBERS; A MEMBER WHOSE HEADER IS MISSING,
      * OR WHOSE ACCOUNT IS NO LONGER ON SUMACC, IS IGNORED. AN
      * UNDEFINED OR EMPTY CLUSTER MEANS NO RELATIONSHIPS AND THE
      * RELATIONSHIP CHECK NEVER FIRES.
       1800-LOAD-RELATIONSHIPS.
           OPEN INPUT RELATIONSHIP-FILE
           IF WS-RELATIONSHIP-STATUS = "35"
               CONTINUE
           ELSE
           IF WS-RELATIONSHIP-STATUS NOT = "00" AND
                   WS-RELATIONSHIP-STATUS NOT = "97"
               DISPLAY "SEVERE ERROR - SUMREL OPEN FAILED, STATUS "
                   WS-RELATIONSHIP-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           ELSE
               PERFORM UNTIL WS-REL-EOF
                   READ RELATIONSHIP-FILE
                       AT END
                           MOVE "Y" TO WS-REL-EOF-SWITCH
                       NOT AT END
                           PERFORM 1850-STORE-RELATIONSHIP
                   END-READ
               END-PERFORM
               CLOSE RELATIONSHIP-FILE
           END-IF
           END-IF.

       1850-STORE-RELATIONSHIP.
           IF REL-HEADER
               IF WS-RLC-COUNT NOT LESS THAN WS-RLC-MAX
                   DISPLAY "SEVERE ERROR - MORE THAN " WS-RLC-MAX
                       " SUMREL RELATIONSHIPS, RAISE WS-RLC-MAX"
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RLC-COUNT
               MOVE REL-CUSTOMER-ID
                   TO WS-RLC-T-CUSTOMER(WS-RLC-COUNT)
               MOVE ZEROS TO WS-RLC-T-LIMIT(WS-RLC-COUNT)
               IF REL-LIMIT NUMERIC
                   MOVE REL-LIMIT TO WS-RLC-T-LIMIT(WS-RLC-COUNT)
               END-IF
               MOVE ZEROS TO WS-RLC-T-BALANCE(WS-RLC-COUNT)
           ELSE
           IF REL-MEMBER AND WS-RLC-COUNT > ZERO
               AND REL-CUSTOMER-ID = WS-RLC-T-CUSTOMER(WS-RLC-COUNT)
               IF WS-RLM-COUNT NOT LESS THAN WS-RLM-MAX
                   DISPLAY "SEVERE ERROR - MORE THAN " WS-RLM-MAX
                       " SUMREL LINKED ACCOUNTS, RAISE WS-RLM-MAX"
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE REL-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-RLM-COUNT
                       MOVE REL-ACCOUNT
                           TO WS-RLM-T-ACCOUNT(WS-RLM-COUNT)
                       MOVE WS-RLC-COUNT
                           TO WS-RLM-T-RLC-SUB(WS-RLM-COUNT)
                       ADD ACCT-BALANCE
                           TO WS-RLC-T-BALANCE(WS-RLC-COUNT)
               END-READ
           END-IF
           END-IF.

       1400-OPEN-ACCOUNT-FILE.
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "35"
           IF WS-SEQ-CHECK-ACTIVE
               MOVE SUMIN-TXN-SEQ TO WS-LAST-TXN-SEQ
           END-IF
           MOVE "N" TO WS-NOT-EFFECTIVE-SWITCH
           IF NOT WS-SLICE-MODE
               PERFORM 2035-TEST-EFFECTIVE-DATE
           END-IF
           IF WS-NOT-YET-EFFECTIVE
               MOVE "P" TO SUMIN-SUSP-BUCKET
               PERFORM 2032-STAMP-SUSPENSE
               PERFORM 2030-HOLD-PENDING-RECORD
           ELSE
           IF SUMIN-ACCOUNT = SPACES OR SUMIN-ACCOUNT = LOW-VALUES
               MOVE "MISSING ACCOUNT NUMBER" TO WS-REASON-TEXT
               PERFORM 2200-REJECT-RECORD
           ELSE
           MOVE SUMIN-ACCOUNT TO WS-EDIT-ACCOUNT
           PERFORM 2040-EDIT-ACCOUNT-STATUS
           IF WS-ACCT-EDIT-FAILED
               PERFORM 2200-REJECT-RECORD
                           NOT ON SIZE ERROR
                               PERFORM 2050-POST-CLEAN-RECORD
                       END-COMPUTE
                   WHEN "T"
                       PERFORM 2090-POST-TRANSFER
                   WHEN OTHER
                       MOVE "BOPC" TO WS-REASON-CODE
                       MOVE "INVALID OPERATION CODE" TO WS-REASON-TEXT
       2040-EDIT-ACCOUNT-STATUS.
           MOVE "N" TO WS-ACCT-EDIT-FAIL-SW
           MOVE "Y" TO WS-ACCT-ON-FILE-SWITCH
           MOVE WS-EDIT-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCT-ON-FILE-SWITCH
           MOVE 1 TO WS-ARC-SUB
           PERFORM UNTIL WS-ARC-FOUND
                   OR WS-ARC-SUB > WS-ARC-COUNT
               IF WS-ARC-T-NUMBER(WS-ARC-SUB) = WS-EDIT-ACCOUNT
                   MOVE "Y" TO WS-ARC-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-ARC-SUB
               STOP RUN
           END-IF.

      * THE CALLER SETS SUMIN-SUSP-BUCKET. A NEW ARRIVAL TAKES ITS
      * BATCH'S BRANCH; A DETAIL ALREADY STAMPED BY AN EARLIER NIGHT
      * (A REPAIRED REJECT, A RELEASED HOLD OR PENDING ITEM COMING
      * BACK OUTSIDE ANY BATCH) KEEPS THE BRANCH IT FIRST CAME IN
      * UNDER. THE VALUE IS THE SAME WOULD-BE WS-N3 SUMPNDR PUTS ON
      * THE WAREHOUSE - A TRANSFER, OR AMOUNTS THAT CANNOT BE
      * COMPUTED, CARRY ZERO.
       2032-STAMP-SUSPENSE.
           MOVE WS-CURRENT-DATE-N TO SUMIN-SUSP-DATE
           IF WS-BATCH-OPEN
               MOVE WS-BATCH-BRANCH TO SUMIN-SUSP-BRANCH
           ELSE
           IF SUMIN-SUSP-BRANCH = SPACES
                   OR SUMIN-SUSP-BRANCH = LOW-VALUES
               MOVE "----" TO SUMIN-SUSP-BRANCH
           END-IF
           END-IF
           MOVE ZEROS TO WS-SUSP-VALUE
           IF SUMIN-N1 NUMERIC AND SUMIN-N2 NUMERIC
               MOVE SUMIN-N1 TO WS-SUSP-N1
               MOVE SUMIN-N2 TO WS-SUSP-N2
               EVALUATE SUMIN-OP-CODE
                   WHEN "A"
                       COMPUTE WS-SUSP-VALUE ROUNDED =
                           WS-SUSP-N1 + WS-SUSP-N2
                           ON SIZE ERROR
                               MOVE ZEROS TO WS-SUSP-VALUE
                       END-COMPUTE
                   WHEN "S"
                       COMPUTE WS-SUSP-VALUE ROUNDED =
                           WS-SUSP-N1 - WS-SUSP-N2
                           ON SIZE ERROR
                               MOVE ZEROS TO WS-SUSP-VALUE
                       END-COMPUTE
                   WHEN "M"
                       COMPUTE WS-SUSP-VALUE ROUNDED =
                           WS-SUSP-N1 * WS-SUSP-N2
                           ON SIZE ERROR
                               MOVE ZEROS TO WS-SUSP-VALUE
                       END-COMPUTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           MOVE WS-SUSP-VALUE TO SUMIN-SUSP-VALUE.

      * AN EFFECTIVE DATE ON A WEEKEND OR HOLIDAY ROLLS TO THE NEXT
      * BUSINESS DAY ON THE SUMCAL CALENDAR, AND THE ITEM WAITS ON
      * SUMPNO UNTIL THAT DAY'S RUN. A DATE SUMCAL CANNOT PLACE IS
      * COMPARED AS KEYED.
       2035-TEST-EFFECTIVE-DATE.
           MOVE "N" TO WS-NOT-EFFECTIVE-SWITCH
           IF SUMIN-EFF-DATE NUMERIC
               MOVE SUMIN-EFF-DATE TO WS-RELEASE-DATE
               MOVE "N" TO CALRQ-FUNCTION
               MOVE SUMIN-EFF-DATE TO CALRQ-DATE
               CALL WS-CALENDAR-PGM USING CALENDAR-REQUEST
               IF CALRQ-OK
                   MOVE CALRQ-RESULT-DATE TO WS-RELEASE-DATE
               END-IF
               IF WS-RELEASE-DATE > WS-CURRENT-DATE-N
                   MOVE "Y" TO WS-NOT-EFFECTIVE-SWITCH
               END-IF
           END-IF.

      * THE EXPOSURE CHECK FIRES BEFORE ANY TOTAL OR THE MASTER IS
      * TOUCHED: A HELD TRANSACTION LEAVES NO TRACE IN WS-TOTAL-N3,
      * THE AUDIT TRAIL OR THE ACCOUNT BALANCE - IT SITS ON SUMHLD
      * THE SAME ACCOUNT WOULD MAKE THE TRIPWIRE RACE-DEPENDENT.
      * OVERLIMIT ENFORCEMENT IS A SEQUENTIAL-RUN DUTY, LIKE THE
      * PENDING WAREHOUSE.
      * A TRANSACTION THAT CLEARS THE ACCOUNT'S OWN LIMIT IS THEN
      * CHECKED AGAINST ITS CUSTOMER RELATIONSHIP (2056), EXCEPT FOR A
      * TRANSFER BETWEEN TWO ACCOUNTS OF THE SAME RELATIONSHIP, WHICH
      * LEAVES THE COMBINED BALANCE WHERE IT WAS.
       2055-CHECK-EXPOSURE-LIMIT.
           MOVE "N" TO WS-OVERLIMIT-SWITCH
           MOVE SPACES TO WS-HOLD-REASON
           IF NOT WS-SLICE-MODE
               AND WS-ACCT-ON-FILE AND WS-EDIT-LIMIT NOT = ZERO
               COMPUTE WS-PROJECTED-BALANCE =
               IF FUNCTION ABS(WS-PROJECTED-BALANCE) >
                       WS-EDIT-LIMIT
                   MOVE "Y" TO WS-OVERLIMIT-SWITCH
                   MOVE "OLIM" TO WS-HOLD-REASON
               END-IF
           END-IF
           IF NOT WS-SLICE-MODE AND NOT WS-OVERLIMIT-HELD
               AND NOT WS-XFR-SAME-RELATIONSHIP
               PERFORM 2056-CHECK-RELATIONSHIP-LIMIT
           END-IF.

      * ON A BREACH THE RELATIONSHIP'S LIMIT AND PROJECTED COMBINED
      * BALANCE REPLACE THE ACCOUNT'S IN WS-EDIT-LIMIT AND
      * WS-PROJECTED-BALANCE, SO THE OVERLIMIT PAGE SHOWS THE FIGURES
      * THAT CAUSED THE HOLD.
       2056-CHECK-RELATIONSHIP-LIMIT.
           MOVE WS-EDIT-ACCOUNT TO WS-REL-LOOKUP-ACCOUNT
           PERFORM 2052-FIND-RELATIONSHIP
           IF WS-REL-FOUND
               IF WS-RLC-T-LIMIT(WS-RLC-SUB) NOT = ZERO
                   COMPUTE WS-REL-PROJECTED =
                       WS-RLC-T-BALANCE(WS-RLC-SUB) + WS-N3
                   IF FUNCTION ABS(WS-REL-PROJECTED) >
                           WS-RLC-T-LIMIT(WS-RLC-SUB)
                       MOVE "Y" TO WS-OVERLIMIT-SWITCH
                       MOVE "RLIM" TO WS-HOLD-REASON
                       MOVE WS-RLC-T-LIMIT(WS-RLC-SUB)
                           TO WS-EDIT-LIMIT
                       MOVE WS-REL-PROJECTED
                           TO WS-PROJECTED-BALANCE
                   END-IF
               END-IF
           END-IF.

      * ON EXIT WS-RLC-SUB ADDRESSES THE CUSTOMER ENTRY OF THE
      * RELATIONSHIP WS-REL-LOOKUP-ACCOUNT BELONGS TO, WHEN IT BELONGS
      * TO ONE.
       2052-FIND-RELATIONSHIP.
           MOVE "N" TO WS-REL-FOUND-SWITCH
           MOVE ZEROS TO WS-RLC-SUB
           MOVE 1 TO WS-RLM-SUB
           PERFORM UNTIL WS-REL-FOUND
                   OR WS-RLM-SUB > WS-RLM-COUNT
               IF WS-RLM-T-ACCOUNT(WS-RLM-SUB) = WS-REL-LOOKUP-ACCOUNT
                   MOVE "Y" TO WS-REL-FOUND-SWITCH
                   MOVE WS-RLM-T-RLC-SUB(WS-RLM-SUB) TO WS-RLC-SUB
               ELSE
                   ADD 1 TO WS-RLM-SUB
               END-IF
           END-PERFORM.

       2057-HOLD-OVERLIMIT-RECORD.
           ADD 1 TO WS-OVERLIMIT-COUNT
           MOVE WS-HOLD-REASON TO SUMIN-HOLD-REASON
           MOVE "H" TO SUMIN-SUSP-BUCKET
           PERFORM 2032-STAMP-SUSPENSE
           WRITE HELD-RECORD FROM SUMIN-RECORD
           IF WS-HELD-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMHLD WRITE FAILED, STATUS "
           END-IF
           IF WS-OVL-COUNT LESS THAN WS-OVL-MAX
               ADD 1 TO WS-OVL-COUNT
               MOVE WS-EDIT-ACCOUNT TO WS-OVL-T-ACCOUNT(WS-OVL-COUNT)
               MOVE SUMIN-TXN-SEQ TO WS-OVL-T-TXN-SEQ(WS-OVL-COUNT)
               MOVE WS-N3 TO WS-OVL-T-AMOUNT(WS-OVL-COUNT)
               MOVE WS-EDIT-LIMIT TO WS-OVL-T-LIMIT(WS-OVL-COUNT)
               MOVE WS-PROJECTED-BALANCE
                   TO WS-OVL-T-PROJECTED(WS-OVL-COUNT)
               MOVE WS-HOLD-REASON TO WS-OVL-T-REASON(WS-OVL-COUNT)
           ELSE
               MOVE "Y" TO WS-OVL-TABLE-FULL-SW
           END-IF
           IF WS-HOLD-RELATIONSHIP-LIMIT
               DISPLAY "TRANSACTION HELD OVER RELATIONSHIP LIMIT - "
                   "ACCOUNT " WS-EDIT-ACCOUNT
           ELSE
               DISPLAY "TRANSACTION HELD OVERLIMIT - ACCOUNT "
                   WS-EDIT-ACCOUNT
           END-IF.

       2058-APPLY-CLEAN-RECORD.
           PERFORM 2075-FIND-BRANCH-ENTRY
           IF WS-BATCH-OPEN
               ADD WS-N3 TO WS-BATCH-TOTAL-N3
           END-IF
           MOVE SUMIN-ACCOUNT TO WS-POST-ACCOUNT
           PERFORM 2060-POST-ACCOUNT
           PERFORM 2100-WRITE-DETAIL-LINE
           PERFORM 2150-WRITE-AUDIT-RECORD.

       2060-POST-ACCOUNT.
           MOVE "Y" TO WS-ACCT-FOUND-SWITCH
           MOVE WS-POST-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCT-FOUND-SWITCH
                   MOVE SPACES TO ACCOUNT-RECORD
                   MOVE WS-POST-ACCOUNT TO ACCT-NUMBER
                   MOVE ZEROS TO ACCT-BALANCE
                   MOVE ZEROS TO ACCT-TXN-COUNT
                   MOVE "O" TO ACCT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-POST-ACCOUNT TO WS-REL-LOOKUP-ACCOUNT
           PERFORM 2052-FIND-RELATIONSHIP
           IF WS-REL-FOUND
               ADD WS-N3 TO WS-RLC-T-BALANCE(WS-RLC-SUB)
           END-IF
           PERFORM 2070-TALLY-ACCOUNT.

      * LOCATES (OR ADDS) THE SETTLEMENT ENTRY FOR THE BRANCH THE
           MOVE 1 TO WS-ACCT-SUB
           PERFORM UNTIL WS-ACCT-FOUND
                   OR WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-ACCT-T-NUMBER(WS-ACCT-SUB) = WS-POST-ACCOUNT
                   MOVE "Y" TO WS-ACCT-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-ACCT-SUB
               IF WS-ACCT-COUNT LESS THAN WS-ACCT-MAX
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-SUB
                   MOVE WS-POST-ACCOUNT
                       TO WS-ACCT-T-NUMBER(WS-ACCT-SUB)
                   MOVE ZEROS TO WS-ACCT-T-TXNS(WS-ACCT-SUB)
                   MOVE ZEROS TO WS-ACCT-T-AMOUNT(WS-ACCT-SUB)
               MOVE ACCT-BALANCE TO WS-ACCT-T-BALANCE(WS-ACCT-SUB)
           END-IF.

      * A TRANSFER MOVES SUMIN-N1 FROM SUMIN-ACCOUNT (ALREADY THROUGH
      * THE STATUS AND ARCHIVE EDITS IN 2020) TO SUMIN-XFR-ACCOUNT.
      * THE COUNTER-ACCOUNT GETS THE SAME EDITS, THEN BOTH LEGS GET
      * THE EXPOSURE CHECK; ONLY WHEN BOTH PASS DOES EITHER POST. A
      * FAILED CREDIT-LEG EDIT REJECTS THE WHOLE DETAIL AND AN
      * OVERLIMIT LEG HOLDS THE WHOLE DETAIL ON SUMHLD, SO A
      * TRANSFER IS NEVER LEFT HALF DONE.
       2090-POST-TRANSFER.
           MOVE SUMIN-XFR-ACCOUNT TO WS-XFR-COUNTER
           IF WS-XFR-COUNTER = SPACES OR WS-XFR-COUNTER = LOW-VALUES
               OR WS-XFR-COUNTER = SUMIN-ACCOUNT
               MOVE "XACC" TO WS-REASON-CODE
               MOVE "BAD TRANSFER COUNTER-ACCOUNT" TO WS-REASON-TEXT
               PERFORM 2200-REJECT-RECORD
           ELSE
           IF WS-N1 NOT GREATER THAN ZERO OR WS-N2 NOT = ZERO
               MOVE "XAMT" TO WS-REASON-CODE
               MOVE "BAD TRANSFER AMOUNT" TO WS-REASON-TEXT
               PERFORM 2200-REJECT-RECORD
           ELSE
               MOVE WS-N1 TO WS-XFR-AMOUNT
               MOVE WS-ACCT-ON-FILE-SWITCH TO WS-XFR-DR-ON-FILE-SW
               MOVE WS-EDIT-BALANCE TO WS-XFR-DR-BALANCE
               MOVE WS-EDIT-LIMIT TO WS-XFR-DR-LIMIT
               MOVE WS-XFR-COUNTER TO WS-EDIT-ACCOUNT
               PERFORM 2040-EDIT-ACCOUNT-STATUS
               IF WS-ACCT-EDIT-FAILED
                   MOVE WS-REASON-TEXT TO WS-XFR-REASON-TEXT
                   MOVE "CTR " TO WS-REASON-TEXT
                   MOVE WS-XFR-REASON-TEXT TO WS-REASON-TEXT(5:26)
                   PERFORM 2200-REJECT-RECORD
               ELSE
                   PERFORM 2092-CHECK-TRANSFER-LIMITS
                   IF WS-OVERLIMIT-HELD
                       PERFORM 2057-HOLD-OVERLIMIT-RECORD
                   ELSE
                       PERFORM 2094-APPLY-TRANSFER
                   END-IF
               END-IF
           END-IF
           END-IF.

      * THE CREDIT LEG IS CHECKED FIRST WHILE ITS MASTER VALUES ARE
      * STILL IN WS-EDIT-BALANCE/WS-EDIT-LIMIT, THEN THE PARKED DEBIT
      * LEG. WS-EDIT-ACCOUNT IS LEFT ON WHICHEVER LEG BREACHED, SO
      * THE OVERLIMIT PAGE NAMES THE ACCOUNT THAT CAUSED THE HOLD.
       2092-CHECK-TRANSFER-LIMITS.
           MOVE "N" TO WS-XFR-SAME-REL-SW
           MOVE SUMIN-ACCOUNT TO WS-REL-LOOKUP-ACCOUNT
           PERFORM 2052-FIND-RELATIONSHIP
           IF WS-REL-FOUND
               MOVE WS-RLC-SUB TO WS-XFR-DR-RLC-SUB
               MOVE WS-XFR-COUNTER TO WS-REL-LOOKUP-ACCOUNT
               PERFORM 2052-FIND-RELATIONSHIP
               IF WS-REL-FOUND AND WS-RLC-SUB = WS-XFR-DR-RLC-SUB
                   MOVE "Y" TO WS-XFR-SAME-REL-SW
               END-IF
           END-IF
           MOVE WS-XFR-AMOUNT TO WS-N3
           PERFORM 2055-CHECK-EXPOSURE-LIMIT
           IF NOT WS-OVERLIMIT-HELD
               MOVE SUMIN-ACCOUNT TO WS-EDIT-ACCOUNT
               MOVE WS-XFR-DR-ON-FILE-SW TO WS-ACCT-ON-FILE-SWITCH
               MOVE WS-XFR-DR-BALANCE TO WS-EDIT-BALANCE
               MOVE WS-XFR-DR-LIMIT TO WS-EDIT-LIMIT
               COMPUTE WS-N3 = ZERO - WS-XFR-AMOUNT
               PERFORM 2055-CHECK-EXPOSURE-LIMIT
           END-IF
           MOVE "N" TO WS-XFR-SAME-REL-SW.

      * THE TWO LEGS NET TO ZERO, SO THE TRANSFER COUNTS AS ONE CLEAN
      * RECORD BUT ADDS NOTHING TO WS-TOTAL-N3, THE BATCH TOTAL OR
      * THE BRANCH NET. EACH LEG IS POSTED, PRINTED AND AUDITED IN
      * TURN - DEBIT THEN CREDIT - SO THE PAIR TAKES CONSECUTIVE
      * TRANSACTION NUMBERS ON SUMAUD.
       2094-APPLY-TRANSFER.
           PERFORM 2075-FIND-BRANCH-ENTRY
           IF WS-BR-SUB NOT GREATER THAN WS-BR-COUNT
               ADD 1 TO WS-BR-T-CLEAN(WS-BR-SUB)
           END-IF
           ADD 1 TO WS-CLEAN-COUNT
           MOVE "D" TO WS-XFR-LEG
           MOVE SUMIN-ACCOUNT TO WS-POST-ACCOUNT
           MOVE WS-XFR-COUNTER TO WS-XFR-OTHER-ACCOUNT
           COMPUTE WS-N3 = ZERO - WS-XFR-AMOUNT
           PERFORM 2096-POST-TRANSFER-LEG
           MOVE "C" TO WS-XFR-LEG
           MOVE WS-XFR-COUNTER TO WS-POST-ACCOUNT
           MOVE SUMIN-ACCOUNT TO WS-XFR-OTHER-ACCOUNT
           MOVE WS-XFR-AMOUNT TO WS-N3
           PERFORM 2096-POST-TRANSFER-LEG
           MOVE SPACES TO WS-XFR-LEG.

       2096-POST-TRANSFER-LEG.
           PERFORM 2060-POST-ACCOUNT
           PERFORM 2100-WRITE-DETAIL-LINE
           PERFORM 2150-WRITE-AUDIT-RECORD.

       2250-REJECT-OVERFLOW.
           MOVE "OVFL" TO WS-REASON-CODE
           MOVE "OVERFLOW" TO WS-REASON-TEXT
           MOVE WS-N1 TO AU-N1
           MOVE WS-N2 TO AU-N2
           MOVE WS-N3 TO AU-N3
           MOVE WS-POST-ACCOUNT TO AU-ACCOUNT
           IF WS-BATCH-OPEN
               MOVE WS-BATCH-BRANCH TO AU-BRANCH
           ELSE
               MOVE "----" TO AU-BRANCH
           END-IF
           IF WS-XFR-LEG NOT = SPACES
               MOVE SPACES TO AU-XFR-DATA
               MOVE WS-XFR-OTHER-ACCOUNT TO AU-XFR-COUNTER
               MOVE WS-XFR-LEG TO AU-XFR-LEG
           END-IF
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - AUDIT WRITE FAILED, STATUS "
               ADD 1 TO WS-BR-T-REJECTS(WS-BR-SUB)
           END-IF
           ADD 1 TO WS-REJECT-COUNT
           IF SUMIN-DETAIL
               MOVE "R" TO SUMIN-SUSP-BUCKET
               PERFORM 2032-STAMP-SUSPENSE
           END-IF
           MOVE SUMIN-RECORD TO RJ-ORIGINAL-RECORD
           MOVE WS-REASON-CODE TO RJ-REASON-CODE
           MOVE WS-REASON-TEXT TO RJ-REASON-TEXT
               MOVE WS-OVL-T-AMOUNT(WS-OVL-SUB) TO OV-AMOUNT
               MOVE WS-OVL-T-LIMIT(WS-OVL-SUB) TO OV-LIMIT
               MOVE WS-OVL-T-PROJECTED(WS-OVL-SUB) TO OV-PROJECTED
               MOVE WS-OVL-T-REASON(WS-OVL-SUB) TO OV-REASON
               MOVE WS-OVL-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM 2550-WRITE-REPORT-LINE
               ADD 1 TO WS-OVL-SUB
