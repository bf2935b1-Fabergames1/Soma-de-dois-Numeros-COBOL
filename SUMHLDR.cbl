      *          SUMIN CONCATENATION THE WAY SUMRCY RE-FEEDS REPAIRED
      *          REJECTS - THEY RE-RUN EVERY POSTING EDIT INCLUDING
      *          THE EXPOSURE CHECK, SO RAISE THE ACCOUNT'S LIMIT
      *          THROUGH SUMLIMM FIRST OR THE RECORD HOLDS AGAIN - OR,
      *          FOR A RECORD HELD OVER ITS CUSTOMER RELATIONSHIP'S
      *          LIMIT (REASON RLIM ON THE REGISTER), THE RELATIONSHIP
      *          LIMIT THROUGH SUMRELM.
      *          UNRELEASED RECORDS ARE CARRIED FORWARD TO SUMHDO AND
      *          LISTED ON THE SUMHRG REGISTER. ENDS RC=4 WHEN
      *          ANYTHING IS STILL HELD.
       01  WS-REGISTER-HEADER-2.
           05  FILLER               PIC X(09) VALUE "ACCOUNT  ".
           05  FILLER               PIC X(08) VALUE "TXN SEQ ".
           05  FILLER               PIC X(06) VALUE "RSN   ".
           05  FILLER               PIC X(30) VALUE
               "DISPOSITION                   ".
           05  FILLER               PIC X(27) VALUE SPACES.

       01  WS-REGISTER-LINE.
           05  RG-ACCOUNT           PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RG-TXN-SEQ           PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RG-REASON            PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RG-DISPOSITION       PIC X(30).
           05  FILLER               PIC X(27) VALUE SPACES.

       01  WS-REGISTER-TOTAL-LINE.
           05  FILLER               PIC X(11) VALUE "RELEASED : ".
           END-PERFORM
           MOVE SUMIN-ACCOUNT TO RG-ACCOUNT
           MOVE SUMIN-TXN-SEQ TO RG-TXN-SEQ
      * RECORDS HELD BEFORE THE REASON WAS CARRIED CAN ONLY BE
      * ACCOUNT-LIMIT HOLDS.
           IF SUMIN-HOLD-REASON = SPACES
               MOVE "OLIM" TO RG-REASON
           ELSE
               MOVE SUMIN-HOLD-REASON TO RG-REASON
           END-IF
           IF WS-RELEASE-FOUND
               ADD 1 TO WS-RELEASED-COUNT
               WRITE RECYCLE-RECORD FROM SUMIN-RECORD
