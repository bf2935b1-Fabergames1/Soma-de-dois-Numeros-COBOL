      ******************************************************************
      * SUMSVX SURVEILLANCE FILING EXTRACT RECORD - LRECL 80
      * WRITTEN BY SUMSURV FOR COMPLIANCE'S FILING SYSTEM: ONE HD
      * HEADER CARRYING THE RUN DATE AND THE PARAMETER-CARD VALUES
      * THE CASES WERE RAISED UNDER, ONE CS RECORD PER CASE IN CASE
      * NUMBER ORDER, AND ONE TR TRAILER WITH THE CASE COUNT, THE SUM
      * OF SVX-AMOUNT AND THE SPAN OF AUDIT DATES REVIEWED, SO THE
      * RECEIVING SIDE CAN PROVE IT GOT THE WHOLE FILE.
      * CASE TYPES: LGTX ONE POSTING AT OR ABOVE THE THRESHOLD, STRD
      * SAME-DAY STRUCTURING, STRR ROLLING MULTI-DAY STRUCTURING, VELO
      * VELOCITY SPIKE AGAINST THE ACCOUNT'S OWN NORMAL ACTIVITY AT
      * ONE BRANCH. AMOUNTS ARE ABSOLUTE POSTED VALUES. SVX-TXN-NUMBER
      * IS SET FOR LGTX ONLY; SVX-BASELINE (THE AVERAGE DAILY VALUE
      * ON THE BRANCH'S OTHER ACTIVE DAYS) FOR VELO ONLY. SVX-BRANCH
      * IS MULT WHEN A STRUCTURING CASE SPANS SEVERAL BRANCHES.
      ******************************************************************
       01  SURVEILLANCE-EXTRACT-RECORD.
           05  SVX-REC-TYPE         PIC X(02).
               88  SVX-HEADER            VALUE "HD".
               88  SVX-CASE              VALUE "CS".
               88  SVX-TRAILER           VALUE "TR".
           05  SVX-CASE-DATA.
               10  SVX-CASE-NUMBER      PIC 9(06).
               10  SVX-CASE-TYPE        PIC X(04).
               10  SVX-ACCOUNT          PIC X(08).
               10  SVX-BRANCH           PIC X(04).
               10  SVX-FROM-DATE        PIC 9(08).
               10  SVX-TO-DATE          PIC 9(08).
               10  SVX-TXN-COUNT        PIC 9(05).
               10  SVX-AMOUNT           PIC S9(11)V99
                                         SIGN IS TRAILING SEPARATE.
               10  SVX-TXN-NUMBER       PIC 9(07).
               10  SVX-BASELINE         PIC S9(11)V99
                                         SIGN IS TRAILING SEPARATE.
           05  SVX-HEADER-DATA REDEFINES SVX-CASE-DATA.
               10  SVX-HD-RUN-DATE      PIC 9(08).
               10  SVX-HD-THRESHOLD     PIC S9(11)V99
                                         SIGN IS TRAILING SEPARATE.
               10  SVX-HD-MIN-POSTINGS  PIC 9(02).
               10  SVX-HD-WINDOW-DAYS   PIC 9(02).
               10  SVX-HD-VEL-MULTIPLE  PIC 9(03).
               10  FILLER               PIC X(49).
           05  SVX-TRAILER-DATA REDEFINES SVX-CASE-DATA.
               10  SVX-TR-CASE-COUNT    PIC 9(06).
               10  SVX-TR-AMOUNT-TOTAL  PIC S9(13)V99
                                         SIGN IS TRAILING SEPARATE.
               10  SVX-TR-FROM-DATE     PIC 9(08).
               10  SVX-TR-TO-DATE       PIC 9(08).
               10  SVX-TR-POSTINGS-READ PIC 9(09).
               10  FILLER               PIC X(31).
