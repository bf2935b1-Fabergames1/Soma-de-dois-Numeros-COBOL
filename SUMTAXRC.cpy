      ******************************************************************
      * SUMITF YEAR-END INTEREST TAX REPORTING RECORD - LRECL 80
      * WRITTEN BY SUMINTX: ONE HD HEADER NAMING THE TAX YEAR, THE
      * PAYER ID AND THE REPORTING MINIMUM, ONE DT RECORD PER ACCOUNT
      * WHOSE NET INTEREST FOR THE YEAR REACHED THE MINIMUM, IN
      * ACCOUNT ORDER, AND ONE TR CONTROL TRAILER CARRYING THE DT
      * COUNT AND THE SUM OF TAX-INTEREST, SO THE RECEIVING SIDE CAN
      * PROVE IT GOT THE WHOLE FILE. TAX-INTEREST IS NET OF EVERY
      * CORRECTION AND BACKOUT REVERSAL POSTED IN THE YEAR.
      * TAX-ACCT-SOURCE IS M WHEN THE TITLE CAME FROM THE SUMACC
      * MASTER, A WHEN FROM THE SUMARC ARCHIVE (THE ACCOUNT WAS
      * ARCHIVED DURING THE YEAR), SPACE WHEN NEITHER HAD IT.
      * THE TRAILER ALSO COUNTS THE BELOW-MINIMUM ACCOUNTS LEFT OFF
      * THE FILE AND THEIR INTEREST, FOR THE BOOKS TO TIE TO.
      ******************************************************************
       01  TAX-REPORT-RECORD.
           05  TAX-REC-TYPE         PIC X(02).
               88  TAX-HEADER            VALUE "HD".
               88  TAX-DETAIL            VALUE "DT".
               88  TAX-TRAILER           VALUE "TR".
           05  TAX-DETAIL-DATA.
               10  TAX-TAX-YEAR         PIC 9(04).
               10  TAX-ACCOUNT          PIC X(08).
               10  TAX-TITLE            PIC X(20).
               10  TAX-ACCT-SOURCE      PIC X(01).
               10  TAX-ACCT-STATUS      PIC X(01).
               10  TAX-INTEREST         PIC S9(11)V99
                                         SIGN IS TRAILING SEPARATE.
               10  TAX-POSTING-COUNT    PIC 9(03).
               10  TAX-CORRECTION-COUNT PIC 9(03).
               10  FILLER               PIC X(24).
           05  TAX-HEADER-DATA REDEFINES TAX-DETAIL-DATA.
               10  TAX-HD-TAX-YEAR      PIC 9(04).
               10  TAX-HD-RUN-DATE      PIC 9(08).
               10  TAX-HD-PAYER-ID      PIC X(12).
               10  TAX-HD-MINIMUM       PIC S9(11)V99
                                         SIGN IS TRAILING SEPARATE.
               10  FILLER               PIC X(40).
           05  TAX-TRAILER-DATA REDEFINES TAX-DETAIL-DATA.
               10  TAX-TR-TAX-YEAR      PIC 9(04).
               10  TAX-TR-RECORD-COUNT  PIC 9(07).
               10  TAX-TR-INTEREST-TOTAL
                                        PIC S9(13)V99
                                         SIGN IS TRAILING SEPARATE.
               10  TAX-TR-BELOW-COUNT   PIC 9(07).
               10  TAX-TR-BELOW-TOTAL   PIC S9(13)V99
                                         SIGN IS TRAILING SEPARATE.
               10  FILLER               PIC X(28).
