      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 10/15/2026
      * Purpose: ISPF DIALOG FOR READ-ONLY ACCOUNT INQUIRY. ACCEPTS AN
      *          ACCOUNT NUMBER AND SHOWS, ON ONE SCREEN, THE SUMACC
      *          TITLE, STATUS, BALANCE, ACCT-LIMIT, LAST ACTIVITY AND
      *          TRANSACTION COUNT, FOLLOWED BY A SCROLLABLE ISPF TABLE
      *          OF THE ACCOUNT'S MOST RECENT POSTINGS FROM THE LAST
      *          TWO SUMAUD GENERATIONS (NEWEST FIRST), ITS ITEMS
      *          WAITING IN THE SUMPND PENDING WAREHOUSE AND ON THE
      *          SUMHLD OVERLIMIT HOLD, AND ITS OPEN SUMREJ REJECTS.
      *          HELD ITEMS AND REJECTS ARE READ FROM THE CARRY-FORWARD
      *          FILE (SUMHDO / SUMRJO) AND LAST NIGHT'S FRESH
      *          GENERATION (SUMHLD / SUMREJ) - THE SAME PAIR THE
      *          RELEASE AND REPAIR RUNS READ - WITH AN ITEM ON BOTH
      *          SHOWN ONCE. THE FRESH GENERATION STILL CARRIES WHAT
      *          THIS MORNING'S RUNS RESOLVED, SO AN ITEM RELEASED
      *          (SUMHRC), REPAIRED (SUMRCY) OR DROPPED (SUMRDR) - THE
      *          SAME ACCOUNT AND TRANSACTION SEQUENCE - IS NOT SHOWN
      *          AS HELD OR OPEN. A TRANSFER IS SHOWN FOR BOTH OF ITS
      *          ACCOUNTS, SIGNED FROM THE INQUIRED ACCOUNT'S SIDE.
      *          NOTHING IS UPDATED: SUMACC IS OPENED INPUT AND THE
      *          SUMADM CLIST ALLOCATES EVERY DATASET SHR, SO THE
      *          INQUIRY RUNS ALONGSIDE THE REL DIALOG AND THE BATCH
      *          READERS - BUT NOT WHILE LIM HOLDS SUMACC OLD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMACCI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO SUMACC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO SUMAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PENDING-FILE ASSIGN TO SUMPND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT HELD-CARRY-FILE ASSIGN TO SUMHDO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-CARRY-STATUS.
           SELECT HELD-FILE ASSIGN TO SUMHLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT REJECT-CARRY-FILE ASSIGN TO SUMRJO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-CARRY-STATUS.
           SELECT REJECT-FILE ASSIGN TO SUMREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT RELEASE-FILE ASSIGN TO SUMHRC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT RECYCLE-FILE ASSIGN TO SUMRCY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.
           SELECT DROP-FILE ASSIGN TO SUMRDR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DROP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY SUMACCRC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY SUMAUDRC.

       FD  PENDING-FILE
           RECORDING MODE IS F.
       01  PENDING-RECORD           PIC X(80).

       FD  HELD-CARRY-FILE
           RECORDING MODE IS F.
       01  HELD-CARRY-RECORD        PIC X(80).

       FD  HELD-FILE
           RECORDING MODE IS F.
       01  HELD-RECORD              PIC X(80).

       FD  REJECT-CARRY-FILE
           RECORDING MODE IS F.
       01  REJECT-CARRY-RECORD      PIC X(129).

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-IN-RECORD         PIC X(129).

       FD  RELEASE-FILE
           RECORDING MODE IS F.
       01  RELEASE-RECORD           PIC X(80).

       FD  RECYCLE-FILE
           RECORDING MODE IS F.
       01  RECYCLE-RECORD           PIC X(80).

       FD  DROP-FILE
           RECORDING MODE IS F.
       01  DROP-RECORD.
           05  DROP-ORIGINAL-RECORD PIC X(80).
           05  FILLER               PIC X(49).

       WORKING-STORAGE SECTION.
      * PENDING AND HELD ITEMS, AND A REJECT'S ORIGINAL RECORD, ARE
      * ALL LOOKED AT THROUGH THE ONE SUMIN LAYOUT BELOW.
           COPY SUMINREC.
           COPY SUMREJRC.

       01  WS-ACCOUNT-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-AUDIT-STATUS      PIC X(02) VALUE ZEROS.
       01  WS-PENDING-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-HELD-CARRY-STATUS PIC X(02) VALUE ZEROS.
       01  WS-HELD-STATUS       PIC X(02) VALUE ZEROS.
       01  WS-REJECT-CARRY-STATUS PIC X(02) VALUE ZEROS.
       01  WS-REJECT-STATUS     PIC X(02) VALUE ZEROS.
       01  WS-RELEASE-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-RECYCLE-STATUS    PIC X(02) VALUE ZEROS.
       01  WS-DROP-STATUS       PIC X(02) VALUE ZEROS.
       01  WS-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-END-OF-FILE        VALUE "Y".
       01  WS-DONE-SWITCH       PIC X(01) VALUE "N".
           88  WS-DIALOG-DONE        VALUE "Y".
       01  WS-ACCT-FOUND-SWITCH PIC X(01) VALUE "N".
           88  WS-ACCT-FOUND         VALUE "Y".
       01  WS-ITEM-MATCH-SWITCH PIC X(01) VALUE "N".
           88  WS-ITEM-MATCHES       VALUE "Y".
       01  WS-DUP-FOUND-SWITCH  PIC X(01) VALUE "N".
           88  WS-DUP-FOUND          VALUE "Y".
       01  WS-VALUE-KNOWN-SW    PIC X(01) VALUE "N".
           88  WS-VALUE-KNOWN        VALUE "Y".
       01  WS-TABLE-FULL-SWITCH PIC X(01) VALUE "N".
           88  WS-TABLE-FULL         VALUE "Y".
       01  WS-RESOLVED-SWITCH   PIC X(01) VALUE "N".
           88  WS-ITEM-RESOLVED      VALUE "Y".

       01  WS-ISPF-RC           PIC S9(08) COMP VALUE ZEROS.
       01  WS-N1                PIC S9(07)V99 VALUE ZEROS.
       01  WS-N2                PIC S9(07)V99 VALUE ZEROS.
       01  WS-N3                PIC S9(11)V99 VALUE ZEROS.
       01  WS-AMOUNT-EDIT       PIC -(11).99.
       01  WS-COUNT-EDIT        PIC Z(4)9.
       01  WS-ITEM-SOURCE       PIC X(05) VALUE SPACES.
       01  WS-ITEM-DATE         PIC X(10) VALUE SPACES.
       01  WS-ITEM-SEQ          PIC X(07) VALUE SPACES.
       01  WS-ITEM-DETAIL       PIC X(30) VALUE SPACES.
       01  WS-ITEM-KEY          PIC X(80) VALUE SPACES.

      * THE LAST WS-PST-MAX MATCHING POSTINGS, OLDEST FIRST - THE
      * SUMAUD CONCATENATION IS OLDEST GENERATION FIRST, SO AN OLDER
      * POSTING IS SHIFTED OUT AS A NEWER ONE ARRIVES.
       01  WS-POST-FOUND        PIC 9(05) VALUE ZEROS.
       01  WS-PST-MAX           PIC 9(04) VALUE 15.
       01  WS-PST-COUNT         PIC 9(04) VALUE ZEROS.
       01  WS-PST-SUB           PIC 9(04) VALUE ZEROS.
       01  WS-POSTING-TABLE.
           05  WS-PST-ENTRY OCCURS 15 TIMES.
               10  WS-PST-T-DATE    PIC X(10).
               10  WS-PST-T-SEQ     PIC X(07).
               10  WS-PST-T-OP      PIC X(01).
               10  WS-PST-T-AMOUNT  PIC X(15).
               10  WS-PST-T-DETAIL  PIC X(30).

      * PENDING, HELD AND REJECTED ITEMS IN FILE ORDER. WS-ITM-T-KEY
      * IS THE WHOLE SUMIN RECORD FOR A HELD ITEM AND THE REJECT DATE
      * AND SEQUENCE FOR A REJECT, SO AN ITEM ON BOTH THE CARRY-FORWARD
      * AND THE FRESH FILE IS LISTED ONCE.
       01  WS-PEND-COUNT        PIC 9(04) VALUE ZEROS.
       01  WS-HELD-COUNT        PIC 9(04) VALUE ZEROS.
       01  WS-REJ-COUNT         PIC 9(04) VALUE ZEROS.
       01  WS-ITM-MAX           PIC 9(04) VALUE 200.
       01  WS-ITM-COUNT         PIC 9(04) VALUE ZEROS.
       01  WS-ITM-SUB           PIC 9(04) VALUE ZEROS.
       01  WS-ITEM-TABLE.
           05  WS-ITM-ENTRY OCCURS 200 TIMES.
               10  WS-ITM-T-SOURCE  PIC X(05).
               10  WS-ITM-T-DATE    PIC X(10).
               10  WS-ITM-T-SEQ     PIC X(07).
               10  WS-ITM-T-OP      PIC X(01).
               10  WS-ITM-T-AMOUNT  PIC X(15).
               10  WS-ITM-T-DETAIL  PIC X(30).
               10  WS-ITM-T-KEY     PIC X(80).

      * THE INQUIRED ACCOUNT'S ITEMS RELEASED, REPAIRED OR DROPPED
      * THIS MORNING, BY ACCOUNT AND TRANSACTION SEQUENCE.
       01  WS-RSV-MAX           PIC 9(04) VALUE 200.
       01  WS-RSV-COUNT         PIC 9(04) VALUE ZEROS.
       01  WS-RSV-SUB           PIC 9(04) VALUE ZEROS.
       01  WS-RESOLVED-KEY.
           05  WS-RSV-ACCOUNT       PIC X(08).
           05  WS-RSV-TXN-SEQ       PIC 9(06).
       01  WS-RESOLVED-TABLE.
           05  WS-RSV-T-KEY OCCURS 200 TIMES PIC X(14).

      * ISPF SERVICE AND PARAMETER LITERALS - TRAILING BLANKS MATTER
       01  ISP-VDEFINE          PIC X(08) VALUE "VDEFINE ".
       01  ISP-VDELETE          PIC X(08) VALUE "VDELETE ".
       01  ISP-TBCREATE         PIC X(08) VALUE "TBCREATE".
       01  ISP-TBADD            PIC X(08) VALUE "TBADD   ".
       01  ISP-TBEND            PIC X(08) VALUE "TBEND   ".
       01  ISP-TBTOP            PIC X(08) VALUE "TBTOP   ".
       01  ISP-TBDISPL          PIC X(08) VALUE "TBDISPL ".
       01  ISP-CHAR             PIC X(08) VALUE "CHAR    ".
       01  ISP-NOWRITE          PIC X(08) VALUE "NOWRITE ".
       01  ISP-REPLACE          PIC X(08) VALUE "REPLACE ".
       01  ISP-TABLE-NAME       PIC X(08) VALUE "ACCITBL ".
       01  ISP-PANEL-NAME       PIC X(08) VALUE "SUMACCP ".
       01  ISP-KEYS-NONE        PIC X(08) VALUE "        ".
       01  ISP-NAME-LIST        PIC X(40) VALUE
           "(IQSRC IQDATE IQSEQ IQOP IQAMT IQDET)".

       01  ISP-ACCTNO-NAME      PIC X(08) VALUE "(ACCTNO)".
       01  ISP-ATITLE-NAME      PIC X(08) VALUE "(ATITLE)".
       01  ISP-ASTAT-NAME       PIC X(08) VALUE "(ASTAT) ".
       01  ISP-CURBAL-NAME      PIC X(08) VALUE "(CURBAL)".
       01  ISP-CURLIM-NAME      PIC X(08) VALUE "(CURLIM)".
       01  ISP-LASTAC-NAME      PIC X(08) VALUE "(LASTAC)".
       01  ISP-TXNCNT-NAME      PIC X(08) VALUE "(TXNCNT)".
       01  ISP-NPOST-NAME       PIC X(08) VALUE "(NPOST) ".
       01  ISP-NPEND-NAME       PIC X(08) VALUE "(NPEND) ".
       01  ISP-NHELD-NAME       PIC X(08) VALUE "(NHELD) ".
       01  ISP-NREJ-NAME        PIC X(08) VALUE "(NREJ)  ".
       01  ISP-MSGTXT-NAME      PIC X(08) VALUE "(MSGTXT)".
       01  ISP-IQSRC-NAME       PIC X(08) VALUE "(IQSRC) ".
       01  ISP-IQDATE-NAME      PIC X(08) VALUE "(IQDATE)".
       01  ISP-IQSEQ-NAME       PIC X(08) VALUE "(IQSEQ) ".
       01  ISP-IQOP-NAME        PIC X(08) VALUE "(IQOP)  ".
       01  ISP-IQAMT-NAME       PIC X(08) VALUE "(IQAMT) ".
       01  ISP-IQDET-NAME       PIC X(08) VALUE "(IQDET) ".

       01  ISP-LEN-4            PIC 9(08) COMP VALUE 4.
       01  ISP-LEN-5            PIC 9(08) COMP VALUE 5.
       01  ISP-LEN-6            PIC 9(08) COMP VALUE 6.
       01  ISP-LEN-7            PIC 9(08) COMP VALUE 7.
       01  ISP-LEN-8            PIC 9(08) COMP VALUE 8.
       01  ISP-LEN-10           PIC 9(08) COMP VALUE 10.
       01  ISP-LEN-15           PIC 9(08) COMP VALUE 15.
       01  ISP-LEN-20           PIC 9(08) COMP VALUE 20.
       01  ISP-LEN-30           PIC 9(08) COMP VALUE 30.
       01  ISP-LEN-40           PIC 9(08) COMP VALUE 40.

       01  WS-ACCTNO            PIC X(08) VALUE SPACES.
       01  WS-ATITLE            PIC X(20) VALUE SPACES.
       01  WS-ASTAT             PIC X(06) VALUE SPACES.
       01  WS-CURBAL            PIC X(15) VALUE SPACES.
       01  WS-CURLIM            PIC X(15) VALUE SPACES.
       01  WS-LASTAC            PIC X(08) VALUE SPACES.
       01  WS-TXNCNT            PIC X(07) VALUE SPACES.
       01  WS-NPOST             PIC X(05) VALUE SPACES.
       01  WS-NPEND             PIC X(05) VALUE SPACES.
       01  WS-NHELD             PIC X(05) VALUE SPACES.
       01  WS-NREJ              PIC X(05) VALUE SPACES.
       01  WS-MSGTXT            PIC X(40) VALUE SPACES.
       01  WS-IQSRC             PIC X(05) VALUE SPACES.
       01  WS-IQDATE            PIC X(10) VALUE SPACES.
       01  WS-IQSEQ             PIC X(07) VALUE SPACES.
       01  WS-IQOP              PIC X(04) VALUE SPACES.
       01  WS-IQAMT             PIC X(15) VALUE SPACES.
       01  WS-IQDET             PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-DIALOG-LOOP UNTIL WS-DIALOG-DONE
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00" AND
                   WS-ACCOUNT-STATUS NOT = "97"
               DISPLAY "SEVERE ERROR - SUMACC OPEN FAILED, STATUS "
                   WS-ACCOUNT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-DEFINE-ISPF-VARS
           PERFORM 2800-BUILD-ISPF-TABLE
           MOVE "ENTER AN ACCOUNT NUMBER" TO WS-MSGTXT.

       1100-DEFINE-ISPF-VARS.
           CALL "ISPLINK" USING ISP-VDEFINE ISP-ACCTNO-NAME
               WS-ACCTNO ISP-CHAR ISP-LEN-8
           CALL "ISPLINK" USING ISP-VDEFINE ISP-ATITLE-NAME
               WS-ATITLE ISP-CHAR ISP-LEN-20
           CALL "ISPLINK" USING ISP-VDEFINE ISP-ASTAT-NAME
               WS-ASTAT ISP-CHAR ISP-LEN-6
           CALL "ISPLINK" USING ISP-VDEFINE ISP-CURBAL-NAME
               WS-CURBAL ISP-CHAR ISP-LEN-15
           CALL "ISPLINK" USING ISP-VDEFINE ISP-CURLIM-NAME
               WS-CURLIM ISP-CHAR ISP-LEN-15
           CALL "ISPLINK" USING ISP-VDEFINE ISP-LASTAC-NAME
               WS-LASTAC ISP-CHAR ISP-LEN-8
           CALL "ISPLINK" USING ISP-VDEFINE ISP-TXNCNT-NAME
               WS-TXNCNT ISP-CHAR ISP-LEN-7
           CALL "ISPLINK" USING ISP-VDEFINE ISP-NPOST-NAME
               WS-NPOST ISP-CHAR ISP-LEN-5
           CALL "ISPLINK" USING ISP-VDEFINE ISP-NPEND-NAME
               WS-NPEND ISP-CHAR ISP-LEN-5
           CALL "ISPLINK" USING ISP-VDEFINE ISP-NHELD-NAME
               WS-NHELD ISP-CHAR ISP-LEN-5
           CALL "ISPLINK" USING ISP-VDEFINE ISP-NREJ-NAME
               WS-NREJ ISP-CHAR ISP-LEN-5
           CALL "ISPLINK" USING ISP-VDEFINE ISP-MSGTXT-NAME
               WS-MSGTXT ISP-CHAR ISP-LEN-40
           CALL "ISPLINK" USING ISP-VDEFINE ISP-IQSRC-NAME
               WS-IQSRC ISP-CHAR ISP-LEN-5
           CALL "ISPLINK" USING ISP-VDEFINE ISP-IQDATE-NAME
               WS-IQDATE ISP-CHAR ISP-LEN-10
           CALL "ISPLINK" USING ISP-VDEFINE ISP-IQSEQ-NAME
               WS-IQSEQ ISP-CHAR ISP-LEN-7
           CALL "ISPLINK" USING ISP-VDEFINE ISP-IQOP-NAME
               WS-IQOP ISP-CHAR ISP-LEN-4
           CALL "ISPLINK" USING ISP-VDEFINE ISP-IQAMT-NAME
               WS-IQAMT ISP-CHAR ISP-LEN-15
           CALL "ISPLINK" USING ISP-VDEFINE ISP-IQDET-NAME
               WS-IQDET ISP-CHAR ISP-LEN-30.

      * EVERY ENTER LOOKS THE ACCOUNT UP AGAIN, SO THE SCREEN ALSO
      * REFRESHES A BALANCE OR LIMIT CHANGED SINCE THE LAST LOOK-UP.
       2000-DIALOG-LOOP.
           CALL "ISPLINK" USING ISP-TBTOP ISP-TABLE-NAME
           CALL "ISPLINK" USING ISP-TBDISPL ISP-TABLE-NAME
               ISP-PANEL-NAME
           MOVE RETURN-CODE TO WS-ISPF-RC
           MOVE ZEROS TO RETURN-CODE
           IF WS-ISPF-RC = 8
               MOVE "Y" TO WS-DONE-SWITCH
           ELSE
               PERFORM 2100-LOOK-UP-ACCOUNT
               PERFORM 2800-BUILD-ISPF-TABLE
           END-IF.

       2100-LOOK-UP-ACCOUNT.
           MOVE SPACES TO WS-ATITLE
           MOVE SPACES TO WS-ASTAT
           MOVE SPACES TO WS-CURBAL
           MOVE SPACES TO WS-CURLIM
           MOVE SPACES TO WS-LASTAC
           MOVE SPACES TO WS-TXNCNT
           MOVE SPACES TO WS-MSGTXT
           MOVE ZEROS TO WS-POST-FOUND
           MOVE ZEROS TO WS-PST-COUNT
           MOVE ZEROS TO WS-PEND-COUNT
           MOVE ZEROS TO WS-HELD-COUNT
           MOVE ZEROS TO WS-REJ-COUNT
           MOVE ZEROS TO WS-ITM-COUNT
           MOVE ZEROS TO WS-RSV-COUNT
           MOVE "N" TO WS-TABLE-FULL-SWITCH
           IF FUNCTION TRIM(WS-ACCTNO) = SPACES
               MOVE "ENTER AN ACCOUNT NUMBER" TO WS-MSGTXT
           ELSE
               PERFORM 2110-SHOW-ACCOUNT
               PERFORM 2200-SCAN-POSTINGS
               PERFORM 2300-SCAN-PENDING
               PERFORM 2360-SCAN-RELEASED
               PERFORM 2370-SCAN-RECYCLED
               PERFORM 2380-SCAN-DROPPED
               MOVE "HELD " TO WS-ITEM-SOURCE
               PERFORM 2400-SCAN-HELD-CARRY
               PERFORM 2450-SCAN-HELD-FRESH
               MOVE "REJ  " TO WS-ITEM-SOURCE
               PERFORM 2500-SCAN-REJECT-CARRY
               PERFORM 2550-SCAN-REJECT-FRESH
               IF WS-TABLE-FULL
                   MOVE "TABLE FULL - FIRST 200 ITEMS SHOWN"
                       TO WS-MSGTXT
               END-IF
           END-IF
           MOVE WS-POST-FOUND TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-NPOST
           MOVE WS-PEND-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-NPEND
           MOVE WS-HELD-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-NHELD
           MOVE WS-REJ-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-NREJ.

      * AN ACCOUNT NOT ON THE MASTER CAN STILL HAVE PENDING, HELD OR
      * REJECTED ITEMS WAITING (A KNOWN-ACCOUNTS-ONLY NACC REJECT, OR
      * AN ITEM THAT WILL OPEN IT ON FIRST USE), SO THE SCAN GOES ON.
       2110-SHOW-ACCOUNT.
           MOVE "Y" TO WS-ACCT-FOUND-SWITCH
           MOVE WS-ACCTNO TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCT-FOUND-SWITCH
           END-READ
           IF WS-ACCT-FOUND
               MOVE ACCT-TITLE TO WS-ATITLE
               EVALUATE TRUE
                   WHEN ACCT-STATUS-OPEN
                       MOVE "OPEN" TO WS-ASTAT
                   WHEN ACCT-STATUS-CLOSED
                       MOVE "CLOSED" TO WS-ASTAT
                   WHEN ACCT-STATUS-FROZEN
                       MOVE "FROZEN" TO WS-ASTAT
                   WHEN OTHER
                       MOVE ACCT-STATUS TO WS-ASTAT
               END-EVALUATE
               MOVE ACCT-BALANCE TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-CURBAL
               IF ACCT-LIMIT NUMERIC
                   MOVE ACCT-LIMIT TO WS-AMOUNT-EDIT
               ELSE
                   MOVE ZEROS TO WS-AMOUNT-EDIT
               END-IF
               MOVE WS-AMOUNT-EDIT TO WS-CURLIM
               MOVE ACCT-LAST-ACTIVITY TO WS-LASTAC
               MOVE ACCT-TXN-COUNT TO WS-TXNCNT
           ELSE
               MOVE "NOT ON MASTER" TO WS-ATITLE
               MOVE "ACCOUNT NOT ON SUMACC - ITEMS ONLY" TO WS-MSGTXT
           END-IF.

       2200-SCAN-POSTINGS.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               MOVE "NO SUMAUD GENERATION TO READ" TO WS-MSGTXT
           ELSE
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "SEVERE ERROR - SUMAUD OPEN FAILED, STATUS "
                       WS-AUDIT-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF AU-ACCOUNT = WS-ACCTNO
                               PERFORM 2250-KEEP-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       2250-KEEP-POSTING.
           ADD 1 TO WS-POST-FOUND
           IF WS-PST-COUNT < WS-PST-MAX
               ADD 1 TO WS-PST-COUNT
           ELSE
               MOVE 1 TO WS-PST-SUB
               PERFORM UNTIL WS-PST-SUB NOT LESS THAN WS-PST-MAX
                   MOVE WS-PST-ENTRY(WS-PST-SUB + 1)
                       TO WS-PST-ENTRY(WS-PST-SUB)
                   ADD 1 TO WS-PST-SUB
               END-PERFORM
           END-IF
           MOVE AU-RUN-DATE TO WS-PST-T-DATE(WS-PST-COUNT)
           MOVE AU-TXN-NUMBER TO WS-PST-T-SEQ(WS-PST-COUNT)
           MOVE AU-OP-CODE TO WS-PST-T-OP(WS-PST-COUNT)
           IF FUNCTION TEST-NUMVAL(AU-N3) = ZERO
               COMPUTE WS-N3 = FUNCTION NUMVAL(AU-N3)
               MOVE WS-N3 TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-PST-T-AMOUNT(WS-PST-COUNT)
           ELSE
               MOVE SPACES TO WS-PST-T-AMOUNT(WS-PST-COUNT)
           END-IF
           MOVE SPACES TO WS-PST-T-DETAIL(WS-PST-COUNT)
           EVALUATE TRUE
               WHEN AU-XFR-DEBIT-LEG
                   STRING "TRANSFER TO " AU-XFR-COUNTER
                       DELIMITED BY SIZE
                       INTO WS-PST-T-DETAIL(WS-PST-COUNT)
               WHEN AU-XFR-CREDIT-LEG
                   STRING "TRANSFER FROM " AU-XFR-COUNTER
                       DELIMITED BY SIZE
                       INTO WS-PST-T-DETAIL(WS-PST-COUNT)
               WHEN OTHER
                   STRING "BRANCH " AU-BRANCH " JOB " AU-JOB-NAME
                       DELIMITED BY SIZE
                       INTO WS-PST-T-DETAIL(WS-PST-COUNT)
           END-EVALUATE.

       2300-SCAN-PENDING.
           MOVE "PEND " TO WS-ITEM-SOURCE
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-PENDING-STATUS NOT = "00"
                   DISPLAY "SEVERE ERROR - SUMPND OPEN FAILED, STATUS "
                       WS-PENDING-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ PENDING-FILE INTO SUMIN-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 2350-KEEP-PENDING
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       2350-KEEP-PENDING.
           PERFORM 2600-MATCH-SUMIN-ITEM
           IF WS-ITEM-MATCHES
               ADD 1 TO WS-PEND-COUNT
               MOVE SPACES TO WS-ITEM-DATE
               IF SUMIN-EFF-DATE NUMERIC
                   MOVE SUMIN-EFF-DATE TO WS-ITEM-DATE
               END-IF
               MOVE SUMIN-TXN-SEQ TO WS-ITEM-SEQ
               IF SUMIN-OP-CODE = "T"
                   PERFORM 2660-DESCRIBE-TRANSFER
               ELSE
                   MOVE "WAITING FOR EFFECTIVE DATE"
                       TO WS-ITEM-DETAIL
               END-IF
               MOVE SPACES TO WS-ITEM-KEY
               PERFORM 2700-ADD-ITEM
           END-IF.

       2360-SCAN-RELEASED.
           OPEN INPUT RELEASE-FILE
           IF WS-RELEASE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-RELEASE-STATUS NOT = "00"
                   DISPLAY "SEVERE ERROR - SUMHRC OPEN FAILED, STATUS "
                       WS-RELEASE-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ RELEASE-FILE INTO SUMIN-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 2390-KEEP-RESOLVED
                   END-READ
               END-PERFORM
               CLOSE RELEASE-FILE
           END-IF.

       2370-SCAN-RECYCLED.
           OPEN INPUT RECYCLE-FILE
           IF WS-RECYCLE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-RECYCLE-STATUS NOT = "00"
                   DISPLAY "SEVERE ERROR - SUMRCY OPEN FAILED, STATUS "
                       WS-RECYCLE-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ RECYCLE-FILE INTO SUMIN-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 2390-KEEP-RESOLVED
                   END-READ
               END-PERFORM
               CLOSE RECYCLE-FILE
           END-IF.

       2380-SCAN-DROPPED.
           OPEN INPUT DROP-FILE
           IF WS-DROP-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-DROP-STATUS NOT = "00"
                   DISPLAY "SEVERE ERROR - SUMRDR OPEN FAILED, STATUS "
                       WS-DROP-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ DROP-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE DROP-ORIGINAL-RECORD TO SUMIN-RECORD
                           PERFORM 2390-KEEP-RESOLVED
                   END-READ
               END-PERFORM
               CLOSE DROP-FILE
           END-IF.

      * A REPAIR THAT CORRECTED THE ACCOUNT NUMBER RESUBMITS UNDER THE
      * NEW ONE, SO ITS OLD REJECT STAYS LISTED UNTIL THE NEXT REPAIR
      * RUN TAKES IT OFF THE CARRY-FORWARD FILE.
       2390-KEEP-RESOLVED.
           PERFORM 2600-MATCH-SUMIN-ITEM
           IF WS-ITEM-MATCHES
               IF WS-RSV-COUNT NOT LESS THAN WS-RSV-MAX
                   MOVE "RESOLVED LIST FULL - SOME MAY BE CLOSED"
                       TO WS-MSGTXT
               ELSE
                   ADD 1 TO WS-RSV-COUNT
                   MOVE SUMIN-ACCOUNT TO WS-RSV-ACCOUNT
                   MOVE SUMIN-TXN-SEQ TO WS-RSV-TXN-SEQ
                   MOVE WS-RESOLVED-KEY TO WS-RSV-T-KEY(WS-RSV-COUNT)
               END-IF
           END-IF.

       2395-FIND-RESOLVED.
           MOVE "N" TO WS-RESOLVED-SWITCH
           MOVE SUMIN-ACCOUNT TO WS-RSV-ACCOUNT
           MOVE SUMIN-TXN-SEQ TO WS-RSV-TXN-SEQ
           MOVE 1 TO WS-RSV-SUB
           PERFORM UNTIL WS-ITEM-RESOLVED
                   OR WS-RSV-SUB > WS-RSV-COUNT
               IF WS-RSV-T-KEY(WS-RSV-SUB) = WS-RESOLVED-KEY
                   MOVE "Y" TO WS-RESOLVED-SWITCH
               ELSE
                   ADD 1 TO WS-RSV-SUB
               END-IF
           END-PERFORM.

       2400-SCAN-HELD-CARRY.
           OPEN INPUT HELD-CARRY-FILE
           IF WS-HELD-CARRY-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-HELD-CARRY-STATUS NOT = "00"
                   DISPLAY "SEVERE ERROR - SUMHDO OPEN FAILED, STATUS "
                       WS-HELD-CARRY-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ HELD-CARRY-FILE INTO SUMIN-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 2470-KEEP-HELD
                   END-READ
               END-PERFORM
               CLOSE HELD-CARRY-FILE
           END-IF.

       2450-SCAN-HELD-FRESH.
           OPEN INPUT HELD-FILE
           IF WS-HELD-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-HELD-STATUS NOT = "00"
                   DISPLAY "SEVERE ERROR - SUMHLD OPEN FAILED, STATUS "
                       WS-HELD-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ HELD-FILE INTO SUMIN-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 2470-KEEP-HELD
                   END-READ
               END-PERFORM
               CLOSE HELD-FILE
           END-IF.

       2470-KEEP-HELD.
           PERFORM 2600-MATCH-SUMIN-ITEM
           IF WS-ITEM-MATCHES
               PERFORM 2395-FIND-RESOLVED
           END-IF
           IF WS-ITEM-MATCHES AND NOT WS-ITEM-RESOLVED
               MOVE SUMIN-RECORD TO WS-ITEM-KEY
               PERFORM 2750-FIND-DUPLICATE
               IF NOT WS-DUP-FOUND
                   ADD 1 TO WS-HELD-COUNT
                   MOVE SPACES TO WS-ITEM-DATE
                   IF SUMIN-EFF-DATE NUMERIC AND
                           SUMIN-EFF-DATE NOT = ZEROS
                       MOVE SUMIN-EFF-DATE TO WS-ITEM-DATE
                   END-IF
                   MOVE SUMIN-TXN-SEQ TO WS-ITEM-SEQ
                   IF SUMIN-HOLD-REASON = "RLIM"
                       MOVE "OVER RELATIONSHIP LIMIT (RLIM)"
                           TO WS-ITEM-DETAIL
                   ELSE
                       MOVE "OVER ACCOUNT LIMIT (OLIM)"
                           TO WS-ITEM-DETAIL
                   END-IF
                   PERFORM 2700-ADD-ITEM
               END-IF
           END-IF.

       2500-SCAN-REJECT-CARRY.
           OPEN INPUT REJECT-CARRY-FILE
           IF WS-REJECT-CARRY-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-REJECT-CARRY-STATUS NOT = "00"
                   DISPLAY "SEVERE ERROR - SUMRJO OPEN FAILED, STATUS "
                       WS-REJECT-CARRY-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ REJECT-CARRY-FILE INTO REJECT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 2570-KEEP-REJECT
                   END-READ
               END-PERFORM
               CLOSE REJECT-CARRY-FILE
           END-IF.

       2550-SCAN-REJECT-FRESH.
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-REJECT-STATUS NOT = "00"
                   DISPLAY "SEVERE ERROR - SUMREJ OPEN FAILED, STATUS "
                       WS-REJECT-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ REJECT-FILE INTO REJECT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 2570-KEEP-REJECT
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

       2570-KEEP-REJECT.
           MOVE RJ-ORIGINAL-RECORD TO SUMIN-RECORD
           PERFORM 2600-MATCH-SUMIN-ITEM
           IF WS-ITEM-MATCHES
               PERFORM 2395-FIND-RESOLVED
           END-IF
           IF WS-ITEM-MATCHES AND NOT WS-ITEM-RESOLVED
               MOVE SPACES TO WS-ITEM-KEY
               STRING RJ-REJECT-DATE RJ-REJECT-SEQ
                   DELIMITED BY SIZE INTO WS-ITEM-KEY
               PERFORM 2750-FIND-DUPLICATE
               IF NOT WS-DUP-FOUND
                   ADD 1 TO WS-REJ-COUNT
                   MOVE RJ-REJECT-DATE TO WS-ITEM-DATE
                   MOVE RJ-REJECT-SEQ TO WS-ITEM-SEQ
                   MOVE SPACES TO WS-ITEM-DETAIL
                   STRING RJ-REASON-CODE " " RJ-REASON-TEXT
                       DELIMITED BY SIZE INTO WS-ITEM-DETAIL
                   PERFORM 2700-ADD-ITEM
               END-IF
           END-IF.

      * A DETAIL BELONGS TO THE INQUIRED ACCOUNT WHEN IT IS POSTED TO
      * IT OR, FOR A TRANSFER, WHEN IT IS THE COUNTER-ACCOUNT.
       2600-MATCH-SUMIN-ITEM.
           MOVE "N" TO WS-ITEM-MATCH-SWITCH
           IF SUMIN-DETAIL
               IF SUMIN-ACCOUNT = WS-ACCTNO
                   MOVE "Y" TO WS-ITEM-MATCH-SWITCH
               ELSE
                   IF SUMIN-OP-CODE = "T" AND
                           SUMIN-XFR-ACCOUNT = WS-ACCTNO
                       MOVE "Y" TO WS-ITEM-MATCH-SWITCH
                   END-IF
               END-IF
           END-IF.

      * THE WOULD-BE WS-N3 WITH THE SAME A/S/M ARITHMETIC THE POSTING
      * RUN APPLIES; A TRANSFER IS THE AMOUNT MOVED, NEGATIVE ON THE
      * ACCOUNT IT LEAVES AND POSITIVE ON THE COUNTER-ACCOUNT.
       2650-COMPUTE-ITEM-VALUE.
           MOVE "N" TO WS-VALUE-KNOWN-SW
           MOVE ZEROS TO WS-N3
           IF SUMIN-N1 NUMERIC AND SUMIN-N2 NUMERIC
               MOVE SUMIN-N1 TO WS-N1
               MOVE SUMIN-N2 TO WS-N2
               EVALUATE SUMIN-OP-CODE
                   WHEN "A"
                       COMPUTE WS-N3 ROUNDED = WS-N1 + WS-N2
                           ON SIZE ERROR
                               MOVE ZEROS TO WS-N3
                           NOT ON SIZE ERROR
                               MOVE "Y" TO WS-VALUE-KNOWN-SW
                       END-COMPUTE
                   WHEN "S"
                       COMPUTE WS-N3 ROUNDED = WS-N1 - WS-N2
                           ON SIZE ERROR
                               MOVE ZEROS TO WS-N3
                           NOT ON SIZE ERROR
                               MOVE "Y" TO WS-VALUE-KNOWN-SW
                       END-COMPUTE
                   WHEN "M"
                       COMPUTE WS-N3 ROUNDED = WS-N1 * WS-N2
                           ON SIZE ERROR
                               MOVE ZEROS TO WS-N3
                           NOT ON SIZE ERROR
                               MOVE "Y" TO WS-VALUE-KNOWN-SW
                       END-COMPUTE
                   WHEN "T"
                       IF SUMIN-ACCOUNT = WS-ACCTNO
                           COMPUTE WS-N3 = ZERO - WS-N1
                       ELSE
                           MOVE WS-N1 TO WS-N3
                       END-IF
                       MOVE "Y" TO WS-VALUE-KNOWN-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2660-DESCRIBE-TRANSFER.
           MOVE SPACES TO WS-ITEM-DETAIL
           IF SUMIN-ACCOUNT = WS-ACCTNO
               STRING "TRANSFER TO " SUMIN-XFR-ACCOUNT
                   DELIMITED BY SIZE INTO WS-ITEM-DETAIL
           ELSE
               STRING "TRANSFER FROM " SUMIN-ACCOUNT
                   DELIMITED BY SIZE INTO WS-ITEM-DETAIL
           END-IF.

       2700-ADD-ITEM.
           IF WS-ITM-COUNT NOT LESS THAN WS-ITM-MAX
               MOVE "Y" TO WS-TABLE-FULL-SWITCH
           ELSE
               ADD 1 TO WS-ITM-COUNT
               MOVE WS-ITEM-SOURCE TO WS-ITM-T-SOURCE(WS-ITM-COUNT)
               MOVE WS-ITEM-DATE TO WS-ITM-T-DATE(WS-ITM-COUNT)
               MOVE WS-ITEM-SEQ TO WS-ITM-T-SEQ(WS-ITM-COUNT)
               MOVE SUMIN-OP-CODE TO WS-ITM-T-OP(WS-ITM-COUNT)
               PERFORM 2650-COMPUTE-ITEM-VALUE
               IF WS-VALUE-KNOWN
                   MOVE WS-N3 TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO WS-ITM-T-AMOUNT(WS-ITM-COUNT)
               ELSE
                   MOVE SPACES TO WS-ITM-T-AMOUNT(WS-ITM-COUNT)
               END-IF
               MOVE WS-ITEM-DETAIL TO WS-ITM-T-DETAIL(WS-ITM-COUNT)
               MOVE WS-ITEM-KEY TO WS-ITM-T-KEY(WS-ITM-COUNT)
           END-IF.

       2750-FIND-DUPLICATE.
           MOVE "N" TO WS-DUP-FOUND-SWITCH
           MOVE 1 TO WS-ITM-SUB
           PERFORM UNTIL WS-DUP-FOUND
                   OR WS-ITM-SUB > WS-ITM-COUNT
               IF WS-ITM-T-SOURCE(WS-ITM-SUB) = WS-ITEM-SOURCE AND
                       WS-ITM-T-KEY(WS-ITM-SUB) = WS-ITEM-KEY
                   MOVE "Y" TO WS-DUP-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-ITM-SUB
               END-IF
           END-PERFORM.

      * POSTINGS FIRST, NEWEST AT THE TOP, THEN THE WAITING ITEMS.
       2800-BUILD-ISPF-TABLE.
           CALL "ISPLINK" USING ISP-TBEND ISP-TABLE-NAME
           MOVE ZEROS TO RETURN-CODE
           CALL "ISPLINK" USING ISP-TBCREATE ISP-TABLE-NAME
               ISP-KEYS-NONE ISP-NAME-LIST ISP-NOWRITE ISP-REPLACE
           MOVE ZEROS TO RETURN-CODE
           MOVE WS-PST-COUNT TO WS-PST-SUB
           PERFORM UNTIL WS-PST-SUB < 1
               MOVE "POST " TO WS-IQSRC
               MOVE WS-PST-T-DATE(WS-PST-SUB) TO WS-IQDATE
               MOVE WS-PST-T-SEQ(WS-PST-SUB) TO WS-IQSEQ
               MOVE WS-PST-T-OP(WS-PST-SUB) TO WS-IQOP
               MOVE WS-PST-T-AMOUNT(WS-PST-SUB) TO WS-IQAMT
               MOVE WS-PST-T-DETAIL(WS-PST-SUB) TO WS-IQDET
               CALL "ISPLINK" USING ISP-TBADD ISP-TABLE-NAME
               SUBTRACT 1 FROM WS-PST-SUB
           END-PERFORM
           MOVE 1 TO WS-ITM-SUB
           PERFORM UNTIL WS-ITM-SUB > WS-ITM-COUNT
               MOVE WS-ITM-T-SOURCE(WS-ITM-SUB) TO WS-IQSRC
               MOVE WS-ITM-T-DATE(WS-ITM-SUB) TO WS-IQDATE
               MOVE WS-ITM-T-SEQ(WS-ITM-SUB) TO WS-IQSEQ
               MOVE WS-ITM-T-OP(WS-ITM-SUB) TO WS-IQOP
               MOVE WS-ITM-T-AMOUNT(WS-ITM-SUB) TO WS-IQAMT
               MOVE WS-ITM-T-DETAIL(WS-ITM-SUB) TO WS-IQDET
               CALL "ISPLINK" USING ISP-TBADD ISP-TABLE-NAME
               ADD 1 TO WS-ITM-SUB
           END-PERFORM.

       3000-FINALIZE.
           CALL "ISPLINK" USING ISP-TBEND ISP-TABLE-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-ACCTNO-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-ATITLE-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-ASTAT-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-CURBAL-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-CURLIM-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-LASTAC-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-TXNCNT-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-NPOST-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-NPEND-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-NHELD-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-NREJ-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-MSGTXT-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-IQSRC-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-IQDATE-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-IQSEQ-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-IQOP-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-IQAMT-NAME
           CALL "ISPLINK" USING ISP-VDELETE ISP-IQDET-NAME
           CLOSE ACCOUNT-FILE.
       END PROGRAM SUMACCI.
