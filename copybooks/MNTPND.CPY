      ******************************************************************
      * Copybook: MNTPND
      * Purpose: PENDING-APPROVAL RECORD -- ONE MASTERMNT ACTION HELD
      *          FOR A SECOND OPERATOR'S DECISION: EVERY DELETE, AND
      *          ANY ADD OR CHANGE THAT MOVES MERGE-AMOUNT BY MORE
      *          THAN THE DUAL-CONTROL THRESHOLD. THE ITEM NUMBER IS
      *          WHAT THE APPROVE OR REJECT CARD NAMES. THE ACTION IS
      *          KEPT AS THE EDITED TRNREC CARD IMAGE, SO AN APPROVED
      *          ITEM GOES THROUGH EXACTLY THE PATH A DIRECT ACTION
      *          DOES. THE MASTER AMOUNT WHEN HELD IS FOR THE
      *          APPROVER'S EYES ONLY -- THE ACTION IS APPLIED AGAINST
      *          THE MASTER AS IT STANDS ON THE DAY OF APPROVAL
      ******************************************************************
           10 PND-ITEM PIC 9(6).
           10 PND-DATE PIC 9(8).
           10 PND-OPERATOR PIC X(8).
           10 PND-RUNID PIC X(8).
           10 PND-REASON PIC X(4).
               88 PND-FOR-AMOUNT VALUE "AMT ".
               88 PND-FOR-DELETE VALUE "DEL ".
           10 PND-HELD-AMOUNT PIC 9(5).
           10 PND-ACTION PIC X(45).
           10 PND-STATE PIC X(1).
               88 PND-PENDING VALUE "P".
               88 PND-APPROVED VALUE "A".
               88 PND-REJECTED VALUE "R".
