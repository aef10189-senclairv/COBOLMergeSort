      ******************************************************************
      * Copybook: GLACK
      * Purpose: GENERAL-LEDGER ACKNOWLEDGEMENT RECORD -- ONE LINE
      *          PER GLPOST.DAT POSTING LINE THE LEDGER HAS BOOKED OR
      *          TURNED BACK, ECHOING OUR SOURCE KEY, ACCOUNT AND
      *          DR/CR MARKER (SEE COPYBOOK GLPREC) WITH THE LEDGER'S
      *          VERDICT, THE AMOUNT IT ACTUALLY BOOKED, ITS OWN
      *          BOOKING DATE, AND A REASON TEXT ON A RETURN. THE
      *          ACK FILE CARRIES THE STANDARD HDR/TRL RECORDS; THE
      *          TRAILER HASH SUMS GLA-AMOUNT. GLRECON MATCHES IT
      *          BACK TO THE OPEN POSTING LINES
      ******************************************************************
           10 GLA-SOURCE-KEY PIC S9(7)V99.
           10 GLA-ACCOUNT PIC X(10).
           10 GLA-DRCR PIC X(2).
           10 GLA-STATUS PIC X(1).
               88 GLA-ACCEPTED VALUE "A".
               88 GLA-REJECTED VALUE "R".
           10 GLA-AMOUNT PIC 9(11).
           10 GLA-BOOK-DATE PIC X(8).
           10 GLA-REASON PIC X(20).
