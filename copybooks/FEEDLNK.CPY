      ******************************************************************
      * Copybook: FEEDLNK
      * Purpose: PARAMETER BLOCK FOR THE FEEDCHK DUPLICATE-FEED GUARD
      *          -- ONE BLOCK PER UPSTREAM INPUT A STEP READS. THE
      *          CALLER FILLS IN ITS OWN NAME, THE INPUT'S FILE NAME,
      *          THE SOURCE-REGION CODE IT STAMPS ON THAT INPUT'S
      *          RECORDS AND THE RUN-ID, AND CALLS WITH FUNCTION CHECK
      *          BEFORE IT OPENS THE INPUT; FEEDCHK HANDS BACK THE
      *          FILE'S IDENTITY OFF ITS HDR AND TRL RECORDS AND THE
      *          VERDICT. WHEN THE STEP HAS FINISHED CLEAN IT CALLS
      *          AGAIN WITH THE SAME BLOCK AND FUNCTION POST, WHICH
      *          RECORDS THE FILE AS CONSUMED -- A STEP THAT DIES
      *          PART WAY LEAVES NOTHING REGISTERED, SO ITS RERUN IS
      *          NOT MISTAKEN FOR A REPLAY
      ******************************************************************
           10 FC-FUNCTION PIC X(5).
               88 FC-CHECK VALUE "CHECK".
               88 FC-POST VALUE "POST".
           10 FC-PROGRAM PIC X(12).
           10 FC-FILE-NAME PIC X(12).
           10 FC-REGION PIC X(2).
           10 FC-RUN-ID PIC X(8).
           10 FC-FILE-ID PIC X(8).
           10 FC-CREATE-DATE PIC X(8).
           10 FC-REC-COUNT PIC 9(9).
           10 FC-AMT-HASH PIC 9(13).
      *    VERDICT -- N FIRST RECEIPT, O A REPLAY RELEASED BY AN
      *    OVERRIDE CARD, R ALREADY CONSUMED BY THIS SAME RUN-ID (A
      *    CYCLEDRV RESUME), A INPUT NOT PRESENT, U NO HDR/TRL TO
      *    IDENTIFY IT BY (THE CALLER'S OWN PROOF ABENDS ON THAT)
           10 FC-RESULT PIC X(1).
               88 FC-FIRST-RECEIPT VALUE "N".
               88 FC-OVERRIDDEN VALUE "O".
               88 FC-SAME-RUN VALUE "R".
               88 FC-NOT-PRESENT VALUE "A".
               88 FC-UNIDENTIFIED VALUE "U".
           10 FC-OVERRIDE-OPER PIC X(8).
