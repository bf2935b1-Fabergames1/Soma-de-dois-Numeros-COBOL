      * DETAIL RECORDS. A DETAIL WHOSE EFFECTIVE DATE IS IN THE
      * FUTURE IS WAREHOUSED ON SUMPNO INSTEAD OF POSTED; ZERO,
      * BLANK OR NON-NUMERIC MEANS POST THE NIGHT IT ARRIVES.
      * OP CODE T IS AN ACCOUNT-TO-ACCOUNT TRANSFER: SUMIN-N1 MOVES
      * FROM SUMIN-ACCOUNT TO THE COUNTER-ACCOUNT IN SUMIN-XFR-ACCOUNT
      * (SUMIN-N2 MUST BE ZERO); BLANK FOR EVERY OTHER OP CODE.
      * SUMIN-HOLD-REASON IS SET ONLY ON THE SUMHLD COPY OF A DETAIL
      * THE POSTING RUN HELD - OLIM OVER THE ACCOUNT'S ACCT-LIMIT, RLIM
      * OVER ITS CUSTOMER RELATIONSHIP'S LIMIT - AND IS IGNORED ON
      * INPUT.
      * SUMIN-SUSPENSE-DATA IS SET ONLY ON THE COPY OF A DETAIL THE
      * POSTING RUN PUTS INTO SUSPENSE - R ON THE SUMREJ IMAGE, H ON
      * THE SUMHLD COPY, P ON THE SUMPNO COPY OF A NEW FUTURE-DATED
      * ARRIVAL - WITH THE DATE IT WENT IN, THE BRANCH OF THE BATCH IT
      * CAME IN (---- OUTSIDE ANY BATCH) AND ITS WOULD-BE WS-N3 (ZERO
      * FOR A TRANSFER, WHOSE LEGS NET TO ZERO, OR WHEN THE AMOUNTS
      * CANNOT BE COMPUTED). SUMGLEX BOOKS THAT VALUE TO THE BUCKET'S
      * SUSPENSE GL ACCOUNT AND CLEARS EXACTLY THAT VALUE WHEN THE
      * ITEM COMES BACK THROUGH SUMRCY, SUMHRC OR THE PENDING RELEASE,
      * HOWEVER A REPAIR CHANGED THE AMOUNTS. THE STAMP RIDES THROUGH
      * SUMREPR AND SUMHLDR UNTOUCHED AND IS IGNORED ON INPUT. A BLANK
      * BUCKET MEANS THE ITEM WAS NEVER BOOKED TO SUSPENSE.
      ******************************************************************
       01  SUMIN-RECORD.
           05  SUMIN-REC-TYPE       PIC X(02).
                                         SIGN IS TRAILING SEPARATE.
               10  SUMIN-OP-CODE        PIC X(01).
               10  SUMIN-EFF-DATE       PIC 9(08).
               10  SUMIN-XFR-ACCOUNT    PIC X(08).
               10  SUMIN-HOLD-REASON    PIC X(04).
               10  SUMIN-SUSPENSE-DATA.
                   15  SUMIN-SUSP-BUCKET    PIC X(01).
                       88  SUMIN-SUSP-REJECTED   VALUE "R".
                       88  SUMIN-SUSP-HELD       VALUE "H".
                       88  SUMIN-SUSP-PENDING    VALUE "P".
                       88  SUMIN-SUSP-BOOKED     VALUE "R" "H" "P".
                   15  SUMIN-SUSP-DATE      PIC 9(08).
                   15  SUMIN-SUSP-BRANCH    PIC X(04).
                   15  SUMIN-SUSP-VALUE     PIC S9(07)V99
                                             SIGN IS TRAILING SEPARATE.
           05  SUMIN-FILE-HDR-DATA REDEFINES SUMIN-DETAIL-DATA.
               10  SUMIN-FH-CREATE-DATE PIC 9(08).
               10  SUMIN-FH-SOURCE-ID   PIC X(08).
