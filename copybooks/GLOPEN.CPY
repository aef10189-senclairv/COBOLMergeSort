      ******************************************************************
      * Copybook: GLOPEN
      * Purpose: GL OPEN-ITEM RECORD -- ONE LINE PER GLPOST.DAT
      *          POSTING LINE THE LEDGER HAS NOT YET CONFIRMED, PLUS
      *          EVERY SUSPENSE POSTING UNTIL THE DESK CLEARS IT. THE
      *          POSTING FIELDS COME STRAIGHT OFF THE GLPREC LINE; THE
      *          ACK FIELDS RECORD WHAT THE LEDGER LAST SAID ABOUT
      *          IT. STATUS U IS SENT BUT UNCONFIRMED, R RETURNED BY
      *          THE LEDGER, D BOOKED AT A DIFFERENT AMOUNT, S BOOKED
      *          TO SUSPENSE AND AWAITING RECLASS. GLRECON KEEPS THE
      *          FILE AND AGES IT OFF GLO-POST-DATE
      ******************************************************************
           10 GLO-POST-DATE PIC X(8).
           10 GLO-SOURCE-KEY PIC S9(7)V99.
           10 GLO-ACCOUNT PIC X(10).
           10 GLO-DRCR PIC X(2).
           10 GLO-AMOUNT PIC 9(11).
           10 GLO-DESC PIC X(20).
           10 GLO-STATUS PIC X(1).
               88 GLO-UNCONFIRMED VALUE "U".
               88 GLO-RETURNED VALUE "R".
               88 GLO-DIFFERENCE VALUE "D".
               88 GLO-SUSPENSE VALUE "S".
               88 GLO-CLOSED VALUE "C".
           10 GLO-ACK-AMOUNT PIC 9(11).
           10 GLO-ACK-DATE PIC X(8).
           10 GLO-REASON PIC X(20).
