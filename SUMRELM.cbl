      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 10/15/2026
      * Purpose: ISPF DIALOG FOR SUMREL CUSTOMER RELATIONSHIP
      *          MAINTENANCE. ACCEPTS A CUSTOMER ID AND SHOWS THE
      *          RELATIONSHIP'S NAME, LIMIT, LINKED ACCOUNTS AND THEIR
      *          COMBINED SUMACC BALANCE, THEN APPLIES ONE ACTION -
      *          L SETS THE RELATIONSHIP LIMIT (CREATING THE
      *          RELATIONSHIP WHEN IT IS NEW), A LINKS AN ACCOUNT TO
      *          IT, D UNLINKS ONE - UNDER THE SAME DUAL CONTROL AS
      *          SUMLIMM: A SECOND APPROVER ID THAT MUST DIFFER FROM
      *          THE SIGNED-ON USER AND APPEAR ON THE SUMAPL
      *          AUTHORIZED-APPROVER LIST. EVERY CHANGE APPENDS A
      *          BEFORE/AFTER RECORD TO THE SUMRLA RELATIONSHIP
      *          MAINTENANCE AUDIT FILE. A ZERO LIMIT REMOVES THE
      *          RELATIONSHIP CEILING. AN ACCOUNT MUST BE ON SUMACC TO
      *          BE LINKED AND MAY BELONG TO ONE RELATIONSHIP ONLY.
      *          STARTED FROM THE SUMADM CLIST (ISPSTART PGM(SUMRELM))
      *          WITH SUMREL, SUMACC AND SUMAPL ALLOCATED SHR AND
      *          SUMRLA MOD. SUMREL IS SHARED WITH ITS BATCH READERS
      *          (THE COBOLJ GO STEP AND COBOLE); THIS DIALOG IS ITS
      *          ONLY UPDATER, AND THE CLUSTER'S VSAM SHARE OPTIONS
      *          KEEP IT TO ONE UPDATER AT A TIME, SO A SECOND CLERK'S
      *          OPEN I-O IS REFUSED RATHER THAN RACING THE FIRST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMRELM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATIONSHIP-FILE ASSIGN TO SUMREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-RELATIONSHIP-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO SUMACC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT REL-AUDIT-FILE ASSIGN TO SUMRLA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REL-AUDIT-STATUS.
           SELECT APPROVER-FILE ASSIGN TO SUMAPL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPROVER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RELATIONSHIP-FILE.
           COPY SUMRELRC.

       FD  ACCOUNT-FILE.
           COPY SUMACCRC.

      * RLA-ACTION IS THE DIALOG ACTION (L, A OR D). RLA-ACCOUNT IS
      * BLANK FOR A LIMIT CHANGE; FOR A LINK OR UNLINK BOTH LIMIT
      * FIELDS CARRY THE RELATIONSHIP'S (UNCHANGED) LIMIT.
       FD  REL-AUDIT-FILE
           RECORDING MODE IS F.
       01  REL-AUDIT-RECORD.
           05  RLA-CHANGE-DATE      PIC 9(08).
           05  RLA-CHANGE-TIME      PIC 9(06).
           05  RLA-USER-ID          PIC X(08).
           05  RLA-APPROVER-ID      PIC X(08).
           05  RLA-CUSTOMER-ID      PIC X(08).
           05  RLA-ACTION           PIC X(01).
           05  RLA-ACCOUNT          PIC X(08).
           05  RLA-BEFORE-LIMIT     PIC S9(11)V99
                                     SIGN IS TRAILING SEPARATE.
           05  RLA-AFTER-LIMIT      PIC S9(11)V99
                                     SIGN IS TRAILING SEPARATE.
           05  FILLER               PIC X(05).

       FD  APPROVER-FILE
           RECORDING MODE IS F.
       01  APPROVER-RECORD.
           05  APL-APPROVER-ID      PIC X(08).
           05  FILLER               PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-RELATIONSHIP-STATUS PIC X(02) VALUE ZEROS.
       01  WS-ACCOUNT-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-REL-AUDIT-STATUS  PIC X(02) VALUE ZEROS.
       01  WS-APPROVER-STATUS   PIC X(02) VALUE ZEROS.
       01  WS-APPROVER-EOF-SW   PIC X(01) VALUE "N".
           88  WS-APPROVER-EOF       VALUE "Y".
       01  WS-APPR-FOUND-SWITCH PIC X(01) VALUE "N".
           88  WS-APPROVER-FOUND     VALUE "Y".
       01  WS-ACCT-FOUND-SWITCH PIC X(01) VALUE "N".
           88  WS-ACCT-FOUND         VALUE "Y".
       01  WS-REL-FOUND-SWITCH  PIC X(01) VALUE "N".
           88  WS-REL-FOUND          VALUE "Y".
       01  WS-LINK-FOUND-SWITCH PIC X(01) VALUE "N".
           88  WS-LINK-FOUND         VALUE "Y".
       01  WS-REL-EOF-SWITCH    PIC X(01) VALUE "N".
           88  WS-REL-EOF            VALUE "Y".
       01  WS-APPR-MAX          PIC 9(03) VALUE 50.
       01  WS-APPR-COUNT        PIC 9(03) VALUE ZEROS.
       01  WS-APPR-SUB          PIC 9(03) VALUE ZEROS.
       01  WS-APPROVER-TABLE.
           05  WS-APPR-ENTRY OCCURS 50 TIMES.
               10  WS-APPR-T-ID     PIC X(08).
       01  WS-DONE-SWITCH       PIC X(01) VALUE "N".
           88  WS-DIALOG-DONE        VALUE "Y".

       01  WS-BEFORE-LIMIT      PIC S9(11)V99 VALUE ZEROS.
       01  WS-AFTER-LIMIT       PIC S9(11)V99 VALUE ZEROS.
       01  WS-COMBINED-BALANCE  PIC S9(11)V99 VALUE ZEROS.
       01  WS-MEMBER-COUNT      PIC 9(05) VALUE ZEROS.
       01  WS-MEMBER-PTR        PIC 9(03) VALUE ZEROS.
       01  WS-LINKED-CUSTOMER   PIC X(08) VALUE SPACES.
       01  WS-ISPF-RC           PIC S9(08) COMP VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY         PIC 9(04).
           05  WS-CURR-MM           PIC 9(02).
           05  WS-CURR-DD           PIC 9(02).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                PIC 9(08).
       01  WS-CURRENT-TIME      PIC 9(08).

      * ISPF SERVICE AND PARAMETER LITERALS - TRAILING BLANKS MATTER
       01  ISP-VDEFINE          PIC X(08) VALUE "VDEFINE ".
       01  ISP-VDELETE          PIC X(08) VALUE "VDELETE ".
       01  ISP-VGET             PIC X(08) VALUE "VGET    ".
       01  ISP-DISPLAY          PIC X(08) VALUE "DISPLAY ".
       01  ISP-CHAR             PIC X(08) VALUE "CHAR    ".
       01  ISP-PANEL-NAME       PIC X(08) VALUE "SUMRELP ".

       01  ISP-ZUSER-NAME       PIC X(08) VALUE "(ZUSER) ".
       01  ISP-CUSTID-NAME      PIC X(08) VALUE "(CUSTID)".
       01  ISP-CNAME-NAME       PIC X(08) VALUE "(CNAME) ".
       01  ISP-CURLIM-NAME      PIC X(08) VALUE "(CURLIM)".
       01  ISP-COMBAL-NAME      PIC X(08) VALUE "(COMBAL)".
       01  ISP-NACCTS-NAME      PIC X(08) VALUE "(NACCTS)".
       01  ISP-MEMLST-NAME      PIC X(08) VALUE "(MEMLST)".
       01  ISP-ACTION-NAME      PIC X(08) VALUE "(ACTION)".
       01  ISP-ACCTNO-NAME      PIC X(08) VALUE "(ACCTNO)".
       01  ISP-NEWLIM-NAME      PIC X(08) VALUE "(NEWLIM)".
       01  ISP-APPRID-NAME      PIC X(08) VALUE "(APPRID)".
       01  ISP-MSGTXT-NAME      PIC X(08) VALUE "(MSGTXT)".

       01  ISP-LEN-1            PIC 9(08) COMP VALUE 1.
       01  ISP-LEN-5            PIC 9(08) COMP VALUE 5.
       01  ISP-LEN-8            PIC 9(08) COMP VALUE 8.
       01  ISP-LEN-15           PIC 9(08) COMP VALUE 15.
       01  ISP-LEN-20           PIC 9(08) COMP VALUE 20.
       01  ISP-LEN-40           PIC 9(08) COMP VALUE 40.
       01  ISP-LEN-63           PIC 9(08) COMP VALUE 63.

       01  WS-ZUSER             PIC X(08) VALUE SPACES.
       01  WS-CUSTID            PIC X(08) VALUE SPACES.
       01  WS-CNAME             PIC X(20) VALUE SPACES.
       01  WS-CURLIM            PIC X(15) VALUE SPACES.
       01  WS-COMBAL            PIC X(15) VALUE SPACES.
       01  WS-NACCTS            PIC X(05) VALUE SPACES.
      * THE FIRST SIX LINKED ACCOUNTS, THEN "MORE" - THE SUMRELR
      * EXPOSURE REPORT LISTS THEM ALL.
       01  WS-MEMLST            PIC X(63) VALUE SPACES.
       01  WS-ACTION            PIC X(01) VALUE SPACES.
           88  WS-ACTION-LIMIT       VALUE "L".
           88  WS-ACTION-LINK        VALUE "A".
           88  WS-ACTION-UNLINK      VALUE "D".
       01  WS-ACCTNO            PIC X(08) VALUE SPACES.
       01  WS-NEWLIM            PIC X(15) VALUE SPACES.
       01  WS-APPRID            PIC X(08) VALUE SPACES.
       01  WS-MSGTXT            PIC X(40) VALUE SPACES.
       01  WS-AMOUNT-EDIT       PIC -(11).99.
       01  WS-COUNT-EDIT        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-DIALOG-LOOP UNTIL WS-DIALOG-DONE
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN I-O RELATIONSHIP-FILE
           IF WS-RELATIONSHIP-STATUS = "35"
               OPEN OUTPUT RELATIONSHIP-FILE
               CLOSE RELATIONSHIP-FILE
               OPEN I-O RELATIONSHIP-FILE
           END-IF
           IF WS-RELATIONSHIP-STATUS NOT = "00" AND
                   WS-RELATIONSHIP-STATUS NOT = "97"
               DISPLAY "SEVERE ERROR - SUMREL OPEN FAILED, STATUS "
                   WS-RELATIONSHIP-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00" AND
                   WS-ACCOUNT-STATUS NOT = "97"
               DISPLAY "SEVERE ERROR - SUMACC OPEN FAILED, STATUS "
                   WS-ACCOUNT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND REL-AUDIT-FILE
           IF WS-REL-AUDIT-STATUS = "35"
               OPEN OUTPUT REL-AUDIT-FILE
           END-IF
           IF WS-REL-AUDIT-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMRLA OPEN FAILED, STATUS "
                   WS-REL-AUDIT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-APPROVER-LIST
           PERFORM 1100-DEFINE-ISPF-VARS
           CALL "ISPLINK" USING ISP-VGET ISP-ZUSER-NAME
           MOVE SPACES TO WS-MSGTXT.

      * DUAL CONTROL FAILS SAFE: NO READABLE APPROVER LIST, OR AN
      * EMPTY ONE, MEANS NO RELATIONSHIP CHANGES AT ALL.
       1200-LOAD-APPROVER-LIST.
           OPEN INPUT APPROVER-FILE
           IF WS-APPROVER-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMAPL APPROVER LIST OPEN "
                   "FAILED, STATUS " WS-APPROVER-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-APPROVER-EOF
               READ APPROVER-FILE
                   AT END
                       MOVE "Y" TO WS-APPROVER-EOF-SW
                   NOT AT END
                       PERFORM 1250-STORE-APPROVER
               END-READ
           END-PERFORM
           CLOSE APPROVER-FILE
           IF WS-APPR-COUNT = ZEROS
               DISPLAY "SEVERE ERROR - SUMAPL APPROVER LIST EMPTY, "
                   "NO CHANGES CAN BE APPROVED"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       1250-STORE-APPROVER.
           IF APL-APPROVER-ID = SPACES
               CONTINUE
           ELSE
               IF WS-APPR-COUNT NOT LESS THAN WS-APPR-MAX
                   DISPLAY "SEVERE ERROR - MORE THAN " WS-APPR-MAX
                       " SUMAPL APPROVER ENTRIES"
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-APPR-COUNT
               MOVE APL-APPROVER-ID TO WS-APPR-T-ID(WS-APPR-COUNT)
           END-IF.

       1100-DEFINE-ISPF-VARS.
           CALL "ISPLINK" USING ISP-VDEFINE ISP-ZUSER-NAME
               WS-ZUSER ISP-CHAR ISP-LEN-8
           CALL "ISPLINK" USING ISP-VDEFINE ISP-CUSTID-NAME
               WS-CUSTID ISP-CHAR ISP-LEN-8
           CALL "ISPLINK" USING ISP-VDEFINE ISP-CNAME-NAME
               WS-CNAME ISP-CHAR ISP-LEN-20
           CALL "ISPLINK" USING ISP-VDEFINE ISP-CURLIM-NAME
               WS-CURLIM ISP-CHAR ISP-LEN-15
           CALL "ISPLINK" USING ISP-VDEFINE ISP-COMBAL-NAME
               WS-COMBAL ISP-CHAR ISP-LEN-15
           CALL "ISPLINK" USING ISP-VDEFINE ISP-NACCTS-NAME
               WS-NACCTS ISP-CHAR ISP-LEN-5
           CALL "ISPLINK" USING ISP-VDEFINE ISP-MEMLST-NAME
               WS-MEMLST ISP-CHAR ISP-LEN-63
           CALL "ISPLINK" USING ISP-VDEFINE ISP-ACTION-NAME
               WS-ACTION ISP-CHAR ISP-LEN-1
           CALL "ISPLINK" USING ISP-VDEFINE ISP-ACCTNO-NAME
               WS-ACCTNO ISP-CHAR ISP-LEN-8
           CALL "ISPLINK" USING ISP-VDEFINE ISP-NEWLIM-NAME
               WS-NEWLIM ISP-CHAR ISP-LEN-15
           CALL "ISPLINK" USING ISP-VDEFINE ISP-APPRID-NAME
               WS-APPRID ISP-CHAR ISP-LEN-8
           CALL "ISPLINK" USING ISP-VDEFINE ISP-MSGTXT-NAME
               WS-MSGTXT ISP-CHAR ISP-LEN-40.

       2000-DIALOG-LOOP.
           PERFORM 2050-SHOW-RELATIONSHIP
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-ACCTNO
           MOVE SPACES TO WS-NEWLIM
           MOVE SPACES TO WS-APPRID
           CALL "ISPLINK" USING ISP-DISPLAY ISP-PANEL-NAME
           MOVE RETURN-CODE TO WS-ISPF-RC
           MOVE ZEROS TO RETURN-CODE
           IF WS-ISPF-RC = 8
               MOVE "Y" TO WS-DONE-SWITCH
           ELSE
               PERFORM 2100-APPLY-CHANGE
           END-IF.

      * A CUSTOMER ID NOT YET ON SUMREL LEAVES THE NAME AS KEYED, SO
      * THE CLERK CAN TYPE ONE IN AND CREATE THE RELATIONSHIP WITH
      * AN L ACTION.
       2050-SHOW-RELATIONSHIP.
           MOVE SPACES TO WS-CURLIM
           MOVE SPACES TO WS-COMBAL
           MOVE SPACES TO WS-NACCTS
           MOVE SPACES TO WS-MEMLST
           IF FUNCTION TRIM(WS-CUSTID) = SPACES
               MOVE SPACES TO WS-CNAME
           ELSE
               PERFORM 2060-READ-RELATIONSHIP
               IF WS-REL-FOUND
                   MOVE REL-CUSTOMER-NAME TO WS-CNAME
                   IF REL-LIMIT NUMERIC
                       MOVE REL-LIMIT TO WS-AMOUNT-EDIT
                   ELSE
                       MOVE ZEROS TO WS-AMOUNT-EDIT
                   END-IF
                   MOVE WS-AMOUNT-EDIT TO WS-CURLIM
                   PERFORM 2070-TOTAL-MEMBERS
                   MOVE WS-COMBINED-BALANCE TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO WS-COMBAL
                   MOVE WS-MEMBER-COUNT TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO WS-NACCTS
               ELSE
                   MOVE "NEW - NO LIMIT" TO WS-CURLIM
               END-IF
           END-IF.

       2060-READ-RELATIONSHIP.
           MOVE "Y" TO WS-REL-FOUND-SWITCH
           MOVE WS-CUSTID TO REL-CUSTOMER-ID
           MOVE SPACES TO REL-ACCOUNT
           READ RELATIONSHIP-FILE
               INVALID KEY
                   MOVE "N" TO WS-REL-FOUND-SWITCH
           END-READ
           IF WS-REL-FOUND AND NOT REL-HEADER
               MOVE "N" TO WS-REL-FOUND-SWITCH
           END-IF.

      * THE MEMBERS FOLLOW THE HEADER IN KEY ORDER; THE BROWSE STOPS
      * AT THE NEXT CUSTOMER ID. A MEMBER NO LONGER ON SUMACC (PURGED
      * BY THE ARCHIVE RUN) COUNTS BUT ADDS NOTHING TO THE BALANCE.
       2070-TOTAL-MEMBERS.
           MOVE ZEROS TO WS-COMBINED-BALANCE
           MOVE ZEROS TO WS-MEMBER-COUNT
           MOVE 1 TO WS-MEMBER-PTR
           MOVE "N" TO WS-REL-EOF-SWITCH
           START RELATIONSHIP-FILE KEY IS GREATER THAN REL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-REL-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-REL-EOF
               READ RELATIONSHIP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-REL-EOF-SWITCH
                   NOT AT END
                       IF REL-CUSTOMER-ID NOT = WS-CUSTID
                           MOVE "Y" TO WS-REL-EOF-SWITCH
                       ELSE
                           PERFORM 2080-ADD-MEMBER
                       END-IF
               END-READ
           END-PERFORM.

       2080-ADD-MEMBER.
           ADD 1 TO WS-MEMBER-COUNT
           IF WS-MEMBER-COUNT < 7
               MOVE REL-ACCOUNT TO WS-MEMLST(WS-MEMBER-PTR:8)
               ADD 9 TO WS-MEMBER-PTR
           ELSE
           IF WS-MEMBER-COUNT = 7
               MOVE "MORE" TO WS-MEMLST(WS-MEMBER-PTR:4)
           END-IF
           END-IF
           MOVE REL-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD ACCT-BALANCE TO WS-COMBINED-BALANCE
           END-READ.

       2100-APPLY-CHANGE.
           MOVE SPACES TO WS-MSGTXT
           IF FUNCTION TRIM(WS-CUSTID) = SPACES
               MOVE "ENTER A CUSTOMER ID" TO WS-MSGTXT
           ELSE
           IF WS-ACTION = SPACES
               MOVE "ENTER AN ACTION - L, A OR D" TO WS-MSGTXT
           ELSE
           IF WS-ACTION-LIMIT
               PERFORM 2110-EDIT-NEW-LIMIT
           ELSE
           IF WS-ACTION-LINK OR WS-ACTION-UNLINK
               IF FUNCTION TRIM(WS-ACCTNO) = SPACES
                   MOVE "ENTER AN ACCOUNT NUMBER" TO WS-MSGTXT
               END-IF
           ELSE
               MOVE "ACTION MUST BE L, A OR D" TO WS-MSGTXT
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-MSGTXT = SPACES
               IF FUNCTION TRIM(WS-APPRID) = SPACES
                   MOVE "A SECOND APPROVER ID IS REQUIRED"
                       TO WS-MSGTXT
               ELSE
               IF WS-APPRID = WS-ZUSER
                   MOVE "APPROVER MUST DIFFER FROM THE USER"
                       TO WS-MSGTXT
               ELSE
               PERFORM 2150-CHECK-APPROVER-LIST
               IF NOT WS-APPROVER-FOUND
                   MOVE "APPROVER NOT ON THE AUTHORIZED LIST"
                       TO WS-MSGTXT
               ELSE
                   EVALUATE TRUE
                       WHEN WS-ACTION-LIMIT
                           PERFORM 2200-SET-LIMIT
                       WHEN WS-ACTION-LINK
                           PERFORM 2210-LINK-ACCOUNT
                       WHEN WS-ACTION-UNLINK
                           PERFORM 2220-UNLINK-ACCOUNT
                   END-EVALUATE
               END-IF
               END-IF
               END-IF
           END-IF.

       2110-EDIT-NEW-LIMIT.
           IF FUNCTION TRIM(WS-NEWLIM) = SPACES
               MOVE "ENTER A NEW LIMIT (0 REMOVES IT)" TO WS-MSGTXT
           ELSE
           IF FUNCTION TEST-NUMVAL(WS-NEWLIM) NOT = ZERO
               MOVE "NEW LIMIT IS NOT NUMERIC" TO WS-MSGTXT
           ELSE
           IF FUNCTION NUMVAL(WS-NEWLIM) < ZERO
               MOVE "THE LIMIT MUST NOT BE NEGATIVE" TO WS-MSGTXT
           END-IF
           END-IF
           END-IF.

       2150-CHECK-APPROVER-LIST.
           MOVE "N" TO WS-APPR-FOUND-SWITCH
           MOVE 1 TO WS-APPR-SUB
           PERFORM UNTIL WS-APPROVER-FOUND
                   OR WS-APPR-SUB > WS-APPR-COUNT
               IF WS-APPR-T-ID(WS-APPR-SUB) = WS-APPRID
                   MOVE "Y" TO WS-APPR-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-APPR-SUB
               END-IF
           END-PERFORM.

      * A NEW RELATIONSHIP NEEDS A NAME; ON AN EXISTING ONE A NAME
      * KEYED OVER THE SHOWN ONE IS TAKEN WITH THE LIMIT CHANGE.
       2200-SET-LIMIT.
           COMPUTE WS-AFTER-LIMIT = FUNCTION NUMVAL(WS-NEWLIM)
           PERFORM 2060-READ-RELATIONSHIP
           IF NOT WS-REL-FOUND
               IF FUNCTION TRIM(WS-CNAME) = SPACES
                   MOVE "ENTER A CUSTOMER NAME TO CREATE IT"
                       TO WS-MSGTXT
               ELSE
                   MOVE ZEROS TO WS-BEFORE-LIMIT
                   MOVE SPACES TO RELATIONSHIP-RECORD
                   MOVE WS-CUSTID TO REL-CUSTOMER-ID
                   MOVE SPACES TO REL-ACCOUNT
                   MOVE "H" TO REL-REC-TYPE
                   MOVE WS-CNAME TO REL-CUSTOMER-NAME
                   MOVE WS-AFTER-LIMIT TO REL-LIMIT
                   MOVE WS-CURRENT-DATE-N TO REL-LINK-DATE
                   WRITE RELATIONSHIP-RECORD
                   PERFORM 2900-CHECK-REL-WRITE-STATUS
                   MOVE SPACES TO WS-ACCTNO
                   PERFORM 2300-WRITE-CHANGE-AUDIT
                   MOVE "RELATIONSHIP CREATED AND LOGGED"
                       TO WS-MSGTXT
               END-IF
           ELSE
               IF REL-LIMIT NUMERIC
                   MOVE REL-LIMIT TO WS-BEFORE-LIMIT
               ELSE
                   MOVE ZEROS TO WS-BEFORE-LIMIT
               END-IF
               MOVE WS-AFTER-LIMIT TO REL-LIMIT
               IF FUNCTION TRIM(WS-CNAME) NOT = SPACES
                   MOVE WS-CNAME TO REL-CUSTOMER-NAME
               END-IF
               REWRITE RELATIONSHIP-RECORD
               IF WS-RELATIONSHIP-STATUS NOT = "00" AND
                       WS-RELATIONSHIP-STATUS NOT = "02"
                   DISPLAY "SEVERE ERROR - SUMREL REWRITE FAILED, "
                       "STATUS " WS-RELATIONSHIP-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-ACCTNO
               PERFORM 2300-WRITE-CHANGE-AUDIT
               MOVE "RELATIONSHIP LIMIT UPDATED AND LOGGED"
                   TO WS-MSGTXT
           END-IF.

       2210-LINK-ACCOUNT.
           PERFORM 2060-READ-RELATIONSHIP
           IF NOT WS-REL-FOUND
               MOVE "SET UP THE RELATIONSHIP FIRST (L)"
                   TO WS-MSGTXT
           ELSE
               IF REL-LIMIT NUMERIC
                   MOVE REL-LIMIT TO WS-BEFORE-LIMIT
               ELSE
                   MOVE ZEROS TO WS-BEFORE-LIMIT
               END-IF
               MOVE WS-BEFORE-LIMIT TO WS-AFTER-LIMIT
               PERFORM 2230-READ-ACCOUNT
               IF NOT WS-ACCT-FOUND
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-MSGTXT
               ELSE
               PERFORM 2250-FIND-ACCOUNT-LINK
               IF WS-LINK-FOUND
                   STRING "ACCOUNT ALREADY LINKED TO "
                       WS-LINKED-CUSTOMER
                       DELIMITED BY SIZE
                       INTO WS-MSGTXT
                   END-STRING
               ELSE
                   MOVE SPACES TO RELATIONSHIP-RECORD
                   MOVE WS-CUSTID TO REL-CUSTOMER-ID
                   MOVE WS-ACCTNO TO REL-ACCOUNT
                   MOVE "A" TO REL-REC-TYPE
                   MOVE ZEROS TO REL-LIMIT
                   MOVE WS-CURRENT-DATE-N TO REL-LINK-DATE
                   WRITE RELATIONSHIP-RECORD
                   PERFORM 2900-CHECK-REL-WRITE-STATUS
                   PERFORM 2300-WRITE-CHANGE-AUDIT
                   MOVE "ACCOUNT LINKED AND LOGGED" TO WS-MSGTXT
               END-IF
               END-IF
           END-IF.

       2220-UNLINK-ACCOUNT.
           PERFORM 2060-READ-RELATIONSHIP
           IF WS-REL-FOUND AND REL-LIMIT NUMERIC
               MOVE REL-LIMIT TO WS-BEFORE-LIMIT
           ELSE
               MOVE ZEROS TO WS-BEFORE-LIMIT
           END-IF
           MOVE WS-BEFORE-LIMIT TO WS-AFTER-LIMIT
           MOVE "Y" TO WS-LINK-FOUND-SWITCH
           MOVE WS-CUSTID TO REL-CUSTOMER-ID
           MOVE WS-ACCTNO TO REL-ACCOUNT
           READ RELATIONSHIP-FILE
               INVALID KEY
                   MOVE "N" TO WS-LINK-FOUND-SWITCH
           END-READ
           IF NOT WS-LINK-FOUND
               MOVE "ACCOUNT NOT LINKED TO THIS CUSTOMER"
                   TO WS-MSGTXT
           ELSE
               DELETE RELATIONSHIP-FILE
               IF WS-RELATIONSHIP-STATUS NOT = "00"
                   DISPLAY "SEVERE ERROR - SUMREL DELETE FAILED, "
                       "STATUS " WS-RELATIONSHIP-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2300-WRITE-CHANGE-AUDIT
               MOVE "ACCOUNT UNLINKED AND LOGGED" TO WS-MSGTXT
           END-IF.

       2230-READ-ACCOUNT.
           MOVE "Y" TO WS-ACCT-FOUND-SWITCH
           MOVE WS-ACCTNO TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCT-FOUND-SWITCH
           END-READ.

      * ONE RELATIONSHIP PER ACCOUNT: THE WHOLE FILE IS BROWSED FOR A
      * MEMBER RECORD CARRYING THE ACCOUNT UNDER ANY CUSTOMER ID.
       2250-FIND-ACCOUNT-LINK.
           MOVE "N" TO WS-LINK-FOUND-SWITCH
           MOVE "N" TO WS-REL-EOF-SWITCH
           MOVE LOW-VALUES TO REL-KEY
           START RELATIONSHIP-FILE KEY IS NOT LESS THAN REL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-REL-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-REL-EOF OR WS-LINK-FOUND
               READ RELATIONSHIP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-REL-EOF-SWITCH
                   NOT AT END
                       IF REL-MEMBER AND REL-ACCOUNT = WS-ACCTNO
                           MOVE "Y" TO WS-LINK-FOUND-SWITCH
                           MOVE REL-CUSTOMER-ID
                               TO WS-LINKED-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.

       2300-WRITE-CHANGE-AUDIT.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO REL-AUDIT-RECORD
           MOVE WS-CURRENT-DATE-N TO RLA-CHANGE-DATE
           MOVE WS-CURRENT-TIME(1:6) TO RLA-CHANGE-TIME
           MOVE WS-ZUSER TO RLA-USER-ID
           MOVE WS-APPRID TO RLA-APPROVER-ID
           MOVE WS-CUSTID TO RLA-CUSTOMER-ID
           MOVE WS-ACTION TO RLA-ACTION
           MOVE WS-ACCTNO TO RLA-ACCOUNT
           MOVE WS-BEFORE-LIMIT TO RLA-BEFORE-LIMIT
           MOVE WS-AFTER-LIMIT TO RLA-AFTER-LIMIT
           WRITE REL-AUDIT-RECORD
           IF WS-REL-AUDIT-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMRLA WRITE FAILED, STATUS "
                   WS-REL-AUDIT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       2900-CHECK-REL-WRITE-STATUS.
           IF WS-RELATIONSHIP-STATUS NOT = "00"
               DISPLAY "SEVERE ERROR - SUMREL WRITE FAILED, STATUS "
                   WS-RELATIONSHIP-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-FINALIZE.
           CALL "ISPLINK" USING ISP-VDELETE ISP-ZUSER-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-CUSTID-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-CNAME-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-CURLIM-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-COMBAL-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-NACCTS-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-MEMLST-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-ACTION-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-ACCTNO-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-NEWLIM-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-APPRID-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-MSGTXT-NAME
           CLOSE RELATIONSHIP-FILE
           CLOSE ACCOUNT-FILE
           CLOSE REL-AUDIT-FILE.
       END PROGRAM SUMRELM.
