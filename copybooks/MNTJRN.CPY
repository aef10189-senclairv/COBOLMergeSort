      *          IMAGE, A DELETE A SPACES AFTER IMAGE). THE JOURNAL
      *          ACCUMULATES ACROSS SESSIONS (OPENED EXTEND, LIKE
      *          JOURNAL.DAT), SO AN AD-HOC FIX IS ALWAYS TRACEABLE
      *          TO WHO MADE IT AND WHAT IT REPLACED. AN ACTION HELD
      *          FOR DUAL CONTROL IS JOURNALED ONLY WHEN APPROVED, THE
      *          OPERATOR WHO ENTERED IT IN MNT-OPERATOR AND THE ONE
      *          WHO RELEASED IT IN MNT-APPROVER (SPACES FOR AN ACTION
      *          APPLIED DIRECTLY, AND ON RECORDS WRITTEN BEFORE THE
      *          FIELD WAS ADDED)
      ******************************************************************
           10 MNT-DATE PIC 9(8).
           10 MNT-OPERATOR PIC X(8).
           10 MNT-KEY PIC S9(7)V99.
           10 MNT-BEFORE-IMAGE PIC X(44).
           10 MNT-AFTER-IMAGE PIC X(44).
           10 MNT-APPROVER PIC X(8).
