      ******************************************************************
      * SUMPHS POSTING-HISTORY KSDS RECORD - LRECL 119, KEY 39 AT 0
      * ONE RECORD PER SUMAUD POSTING, LOADED EVERY NIGHT BY SUMPHLD
      * FROM THE GENERATION THE COBOLJ GO STEP JUST WROTE (AND BY
      * COBOLB FROM A BACKOUT'S SUMBAU REVERSALS), KEPT UNTIL SUMPHPG
      * PURGES IT PAST THE RETENTION PERIOD. THE KEY PUTS ONE
      * ACCOUNT'S POSTINGS TOGETHER IN THE ORDER THEY WERE MADE:
      * POSTING DATE (AU-RUN-DATE AS YYYYMMDD), THEN RUN TIME, THEN
      * TRANSACTION NUMBER. AU-TXN-NUMBER STARTS AGAIN AT 1 EVERY RUN,
      * SO THE RUN TIME AND JOB NAME ARE PART OF THE KEY - TWO RUNS ON
      * ONE DAY (A SPLIT NIGHT, A BACKOUT) NEVER SHARE ONE. READERS
      * POSITION WITH START ON PH-ACCOUNT AND PH-POST-DATE.
      * PH-AUDIT-IMAGE IS THE SUMAUD RECORD AS WRITTEN (SUMAUDRC), SO
      * A READER MOVES IT TO ITS OWN AUDIT-RECORD AND WORKS AS IT DID
      * OFF THE GDG.
      ******************************************************************
       01  POSTING-HISTORY-RECORD.
           05  PH-KEY.
               10  PH-ACCOUNT           PIC X(08).
               10  PH-POSTING-KEY.
                   15  PH-POST-DATE     PIC 9(08).
                   15  PH-RUN-TIME      PIC X(08).
                   15  PH-TXN-NUMBER    PIC 9(07).
                   15  PH-JOB-NAME      PIC X(08).
           05  PH-AUDIT-IMAGE           PIC X(80).
