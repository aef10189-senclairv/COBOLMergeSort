      ******************************************************************
      * Copybook: ACCTJRN
      * Purpose: ACCOUNT-MAP JOURNAL RECORD -- ONE RECORD PER ACTION
      *          ACCTMNT APPLIES TO ACCTMAP.DAT, CARRYING THE SESSION
      *          DATE, THE OPERATOR IDENTIFIER, THE ACTION CODE AND
      *          KEY, AND THE FULL BEFORE AND AFTER MAP CARDS IN THE
      *          ACCTMAP SHAPE (AN ADD HAS A SPACES BEFORE IMAGE, A
      *          RETIREMENT OF A MAPPING THAT NEVER TOOK EFFECT A
      *          SPACES AFTER IMAGE). THE JOURNAL ACCUMULATES ACROSS
      *          SESSIONS (OPENED EXTEND, LIKE MNTJRNL.DAT), SO EVERY
      *          ACCOUNT THE LEDGER WAS EVER FED IS TRACEABLE TO WHO
      *          SET IT UP AND WHAT IT REPLACED
      ******************************************************************
           10 AJR-DATE PIC 9(8).
           10 AJR-OPERATOR PIC X(8).
           10 AJR-ACTION PIC X(1).
               88 AJR-ADD VALUE "A".
               88 AJR-CHANGE VALUE "C".
               88 AJR-RETIRE VALUE "R".
           10 AJR-KEY PIC S9(7)V99.
           10 AJR-BEFORE-IMAGE PIC X(41).
           10 AJR-AFTER-IMAGE PIC X(41).
