      ******************************************************************
      * SUMREL CUSTOMER RELATIONSHIP MASTER RECORD - LRECL 80
      * VSAM KSDS KEYED BY REL-KEY (CUSTOMER ID + ACCOUNT NUMBER). EACH
      * RELATIONSHIP IS ONE HEADER RECORD (REL-ACCOUNT SPACES, SO IT
      * SORTS AHEAD OF ITS MEMBERS) CARRYING THE CUSTOMER NAME AND THE
      * RELATIONSHIP-LEVEL EXPOSURE LIMIT, FOLLOWED BY ONE MEMBER
      * RECORD PER LINKED SUMACC ACCOUNT. AN ACCOUNT BELONGS TO ONE
      * RELATIONSHIP AT MOST. THE POSTING RUN HOLDS A TRANSACTION THAT
      * WOULD CARRY THE MEMBERS' COMBINED BALANCE PAST REL-LIMIT, THE
      * SAME WAY ACCT-LIMIT IS ENFORCED PER ACCOUNT; A ZERO LIMIT
      * MEANS NO RELATIONSHIP CEILING. MAINTAINED ONLY THROUGH THE
      * SUMRELM DIALOG UNDER SUMAPL DUAL CONTROL.
      ******************************************************************
       01  RELATIONSHIP-RECORD.
           05  REL-KEY.
               10  REL-CUSTOMER-ID      PIC X(08).
               10  REL-ACCOUNT          PIC X(08).
           05  REL-REC-TYPE         PIC X(01).
               88  REL-HEADER            VALUE "H".
               88  REL-MEMBER            VALUE "A".
           05  REL-CUSTOMER-NAME    PIC X(20).
           05  REL-LIMIT            PIC S9(11)V99
                                     SIGN IS TRAILING SEPARATE.
           05  REL-LINK-DATE        PIC 9(08).
           05  FILLER               PIC X(21).
