      * SETTLEMENT CAN TIE VALUE BACK TO A BRANCH; RECORDS POSTED
      * OUTSIDE ANY BATCH (THE RECYCLE AND RELEASE CONCATENATIONS)
      * CARRY ---- THERE.
      * A TRANSFER (OP CODE T) WRITES TWO RECORDS WITH CONSECUTIVE
      * TRANSACTION NUMBERS - THE DEBIT LEG (AU-XFR-LEG D, NEGATIVE
      * AU-N3) FOLLOWED BY THE CREDIT LEG (C, POSITIVE AU-N3), SO THE
      * PAIR NETS TO ZERO. AU-N1 IS THE AMOUNT MOVED AND THE AU-N2
      * POSITION CARRIES THE OTHER LEG'S ACCOUNT (AU-XFR-COUNTER).
      ******************************************************************
       01  AUDIT-RECORD.
           05  AU-RUN-DATE          PIC X(10).
           05  AU-OP-CODE           PIC X(01).
           05  AU-N1                PIC -(8).99.
           05  AU-N2                PIC -(8).99.
           05  AU-XFR-DATA REDEFINES AU-N2.
               10  AU-XFR-COUNTER   PIC X(08).
               10  FILLER           PIC X(03).
           05  AU-N3                PIC -(8).99.
           05  AU-ACCOUNT           PIC X(08).
           05  AU-BRANCH            PIC X(04).
           05  AU-XFR-LEG           PIC X(01).
               88  AU-XFR-DEBIT-LEG      VALUE "D".
               88  AU-XFR-CREDIT-LEG     VALUE "C".
