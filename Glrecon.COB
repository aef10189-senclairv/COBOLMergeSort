      ******************************************************************
      * Author: VINCENT SENCLAIR
      * Date: 10-15-26
      * Purpose: GENERAL-LEDGER ACKNOWLEDGEMENT RECONCILIATION AND
      *          OPEN-ITEM AGING -- CARRIES EVERY GLPOST.DAT POSTING
      *          LINE ON A PERSISTENT OPEN-ITEMS FILE (GLOPEN.DAT, SEE
      *          COPYBOOK GLOPEN) UNTIL THE LEDGER CONFIRMS IT, AND
      *          MATCHES THE LEDGER'S ACK/RETURN FILE (GLACK.DAT, SEE
      *          COPYBOOK GLACK) BACK TO THOSE LINES ON SOURCE KEY,
      *          ACCOUNT AND DR/CR, OLDEST OPEN LINE FIRST. A LINE
      *          BOOKED AT THE AMOUNT WE SENT IS CLOSED; A LINE
      *          BOOKED AT ANOTHER AMOUNT, OR RETURNED WITH A REASON,
      *          STAYS OPEN AND PRINTS ON THE RECONCILIATION REPORT;
      *          AN ACK THAT MATCHES NOTHING PRINTS THERE TOO. A
      *          SUSPENSE-ACCOUNT POSTING STAYS OPEN EVEN ONCE BOOKED
      *          -- SUSPENSE IS MONEY NOBODY HAS CLAIMED YET -- UNTIL
      *          A CLEAR CARD ON GLCLR.DAT NAMES IT ALONG WITH THE
      *          OPERATOR WHO RECLASSED IT. THE AGING REPORT LISTS
      *          EVERY OPEN LINE WITH ITS DAYS OUTSTANDING IN THE
      *          BALRPT PAGED STYLE, WITH 0-30/31-60/61-90/OVER-90
      *          BUCKET TOTALS AND THE SUSPENSE BALANCE. A GLPOST.DAT
      *          OR GLACK.DAT ALREADY TAKEN (SAME HDR DATE, TRL COUNT
      *          AND HASH) IS NOT TAKEN TWICE, SO A RERUN IS HARMLESS.
      *          GLPRM.DAT (THE GLPOST PARAMETER FILE) NAMES THE
      *          SUSPENSE ACCOUNT. RETURN-CODE 4 MEANS SOMETHING WAS
      *          RETURNED, BOOKED AT A DIFFERENT AMOUNT, OR UNMATCHED.
      *          RUNS NIGHTLY AS THE LAST CYCLEDRV STEP SO EVERY
      *          GLPOST.DAT IS TAKEN BEFORE THE NEXT CYCLE REWRITES
      *          IT; A MISSING GLACK.DAT OR GLCLR.DAT THERE JUST MEANS
      *          NOTHING TO APPLY TONIGHT. SEE JCL/GLRECON.JCL FOR THE
      *          MATCHING JOB STEP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DD-EQUIVALENT SELECT CLAUSES -- TONIGHT'S POSTING FILE,
      *    THE LEDGER'S ACK FILE AND THE CLEAR CARDS IN, THE OPEN-ITEM
      *    FILE IN AND BACK OUT, THE TWO REPORTS OUT
           SELECT POSTING-IN ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTING-IN-STATUS.

      *    THE LEDGER ANSWERS ON ITS OWN SCHEDULE -- A MISSING ACK
      *    FILE (STATUS 35) JUST MEANS NOTHING CAME BACK TONIGHT
           SELECT ACK-IN ASSIGN TO "GLACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-IN-STATUS.

      *    OPTIONAL CLEAR CARDS FOR RECLASSED SUSPENSE AND SETTLED
      *    DIFFERENCES
           SELECT CLEAR-IN ASSIGN TO "GLCLR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEAR-IN-STATUS.

           SELECT OPEN-FILE ASSIGN TO "GLOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-FILE-STATUS.

           SELECT RECON-RPT ASSIGN TO "GLRECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-RPT-STATUS.

           SELECT AGING-RPT ASSIGN TO "GLAGING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-RPT-STATUS.

      *    THE GLPOST PARAMETER FILE -- LINE 1 THE SUSPENSE ACCOUNT
           SELECT PARM-IN ASSIGN TO "GLPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-IN-STATUS.

      *    CONTROL-TOTAL AUDIT TRAIL -- SAME RUN-SCOPED CTL FILE
      *    DISCIPLINE MERGER USES
           SELECT CONTROL-RPT ASSIGN DYNAMIC CTL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.

      *    OPTIONAL RUN-ID HANDOFF CARD -- CYCLEDRV LEAVES THE
      *    CYCLE'S RUN-ID HERE SO EVERY STEP OF ONE CYCLE LOGS UNDER
      *    ONE CTL FILE; A MISSING OR EMPTY CARD MEANS A STANDALONE
      *    RUN AND THE TIME-OF-DAY DERIVATION STAYS
           SELECT CYCLE-RUN ASSIGN TO "CYCRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POSTING-IN.
       01 POSTING-IN-REC PIC X(60).

       FD ACK-IN.
       01 ACK-IN-REC PIC X(61).

       FD CLEAR-IN.
       01 CLEAR-IN-REC PIC X(80).

       FD OPEN-FILE.
       01 OPEN-FILE-REC PIC X(110).

       FD RECON-RPT.
       01 RECON-RPT-LINE PIC X(132).

       FD AGING-RPT.
       01 AGING-RPT-LINE PIC X(132).

       FD PARM-IN.
       01 PARM-IN-REC PIC X(80).

       FD CONTROL-RPT.
       01 CONTROL-RPT-LINE PIC X(132).

       FD CYCLE-RUN.
       01 CYCLE-RUN-REC PIC X(80).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
      *    FILE STATUS / END-OF-FILE SWITCHES
       01 POSTING-IN-STATUS PIC XX.
       01 ACK-IN-STATUS PIC XX.
       01 CLEAR-IN-STATUS PIC XX.
       01 OPEN-FILE-STATUS PIC XX.
       01 RECON-RPT-STATUS PIC XX.
       01 AGING-RPT-STATUS PIC XX.
       01 PARM-IN-STATUS PIC XX.
       01 CTL-STATUS PIC XX.
       01 POSTING-EOF-SWITCH PIC X(1) VALUE "N".
           88 POSTING-EOF VALUE "Y".
       01 ACK-EOF-SWITCH PIC X(1) VALUE "N".
           88 ACK-EOF VALUE "Y".
       01 CLEAR-EOF-SWITCH PIC X(1) VALUE "N".
           88 CLEAR-EOF VALUE "Y".
       01 OPEN-EOF-SWITCH PIC X(1) VALUE "N".
           88 OPEN-EOF VALUE "Y".

      *    THE RECORDS UNDER INSPECTION
       01 POSTING-REC.
           COPY GLPREC.
       01 ACK-REC.
           COPY GLACK.
       01 OPEN-REC.
           COPY GLOPEN.

      *    OPEN-ITEM FILE CONTROL FIELDS -- CARRIED ON THE HDR LINE
      *    PAST THE STANDARD 44 BYTES: THE HDR DATE, TRL COUNT AND
      *    TRL HASH OF THE LAST GLPOST.DAT AND GLACK.DAT TAKEN, SO
      *    THE SAME FILE IS NEVER LOADED OR APPLIED TWICE
       01 OPEN-CONTROL.
           05 LAST-POST-IDENTITY.
               10 LAST-POST-DATE PIC X(8).
               10 LAST-POST-COUNT PIC 9(9).
               10 LAST-POST-HASH PIC 9(13).
           05 LAST-ACK-IDENTITY.
               10 LAST-ACK-DATE PIC X(8).
               10 LAST-ACK-COUNT PIC 9(9).
               10 LAST-ACK-HASH PIC 9(13).
       01 THIS-IDENTITY.
           05 THIS-DATE PIC X(8).
           05 THIS-COUNT PIC 9(9).
           05 THIS-HASH PIC 9(13).

      *    THE OPEN ITEMS IN MEMORY -- READ UP FRONT IN THE ORDER
      *    THEY WERE POSTED, NEW LINES APPENDED, REWRITTEN WHOLE AT
      *    THE END WITHOUT THE CLOSED ONES
       01 ITEM-MAX PIC 9(5) VALUE 20000.
       01 ITEM-COUNT PIC 9(5) VALUE 0.
       01 ITEM-COUNT-BEFORE PIC 9(5) VALUE 0.
       01 ITEM-TABLE.
           05 ITEM-ENTRY OCCURS 20000 TIMES PIC X(100).
       01 ITEM-IX PIC 9(5).
       01 ITEM-FOUND-SWITCH PIC X(1).
           88 ITEM-FOUND VALUE "Y".

      *    TONIGHT'S ACK LINES -- HELD UNTIL THE TRAILER PROVES THE
      *    FILE AND ITS IDENTITY SAYS IT IS NEW, THEN APPLIED
       01 ACK-MAX PIC 9(5) VALUE 20000.
       01 ACK-COUNT PIC 9(5) VALUE 0.
       01 ACK-TABLE.
           05 ACK-ENTRY OCCURS 20000 TIMES PIC X(61).
       01 ACK-IX PIC 9(5).

      *    CLEAR CARD -- COLUMNS 1-12 THE SOURCE KEY (MASTERINQ CARD
      *    CONVENTION), 14-23 THE ACCOUNT, 25-26 DR OR CR, 28-35 THE
      *    POSTING DATE, 37-44 THE OPERATOR
       01 CLEAR-KEY PIC S9(7)V99.
       01 CLEAR-ACCOUNT PIC X(10).
       01 CLEAR-DRCR PIC X(2).
       01 CLEAR-POST-DATE PIC X(8).
       01 CLEAR-OPERATOR PIC X(8).

      *    SUSPENSE ACCOUNT OFF GLPRM.DAT
       01 SUSPENSE-ACCT PIC X(10).

      *    INTERFACE-STANDARD HEADER/TRAILER WORK AREAS
       01 HEADER-REC.
           COPY BATHDR.
       01 TRAILER-REC.
           COPY BATTRL.
       01 CHECK-FILE-NAME PIC X(12).
       01 TRL-SEEN-SWITCH PIC X(1).
           88 TRL-SEEN VALUE "Y".
       01 BODY-READ PIC 9(9).
       01 BODY-HASH PIC 9(13).
       01 TODAY-DATE PIC 9(8).

      *    AGING WORK FIELDS -- DAYS OUTSTANDING OFF THE POSTING DATE
       01 POST-DATE-NUM PIC 9(8).
       01 DAYS-OUT PIC 9(5).
       01 BUCKET-IX PIC 9(1).
       01 BUCKET-TABLE.
           05 BUCKET-ENTRY OCCURS 4 TIMES.
               07 BK-LABEL PIC X(12).
               07 BK-ITEMS PIC 9(7).
               07 BK-AMOUNT PIC 9(13).
       01 SUSPENSE-ITEMS PIC 9(7) VALUE 0.
       01 SUSPENSE-AMOUNT PIC 9(13) VALUE 0.

      *    CONTROL-TOTAL COUNTERS
       01 POSTINGS-LOADED PIC 9(9) VALUE 0.
       01 ACKS-READ PIC 9(9) VALUE 0.
       01 ACKS-CONFIRMED PIC 9(9) VALUE 0.
       01 ACKS-RETURNED PIC 9(9) VALUE 0.
       01 ACKS-DIFFERENT PIC 9(9) VALUE 0.
       01 ACKS-UNMATCHED PIC 9(9) VALUE 0.
       01 ITEMS-CLEARED PIC 9(9) VALUE 0.
       01 ITEMS-UNCONFIRMED PIC 9(9) VALUE 0.
       01 ITEMS-KEPT PIC 9(9) VALUE 0.
       01 KEPT-AMT-HASH PIC 9(13) VALUE 0.
       01 OPEN-READ PIC 9(9) VALUE 0.
       01 OPEN-AMT-HASH PIC 9(13) VALUE 0.

      *    REPORT WORK FIELDS
       01 SHOW-KEY PIC -(7)9.99.
       01 SHOW-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 SHOW-ACK-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 SHOW-DIFFERENCE PIC -(10)9.
       01 AMOUNT-DIFFERENCE PIC S9(11).

      *    AGING REPORT FORMATTING -- SAME 55-LINE PAGING BALRPT USES
       01 PAGE-NO PIC 9(4) VALUE 0.
       01 PENDING-LINE PIC X(132).
       01 LINE-COUNT PIC 9(2) VALUE 99.
       01 LINES-PER-PAGE PIC 9(2) VALUE 55.

       01 HEAD-LINE-1.
           05 FILLER PIC X(30) VALUE "GL OPEN-ITEM AGING REPORT".
           05 FILLER PIC X(7) VALUE "AS OF: ".
           05 HD-TODAY PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "RUN ID: ".
           05 HD-RUNID PIC X(8).
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HD-PAGE PIC ZZZ9.
       01 HEAD-LINE-2.
           05 FILLER PIC X(8) VALUE "POSTED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE " DAYS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(2) VALUE "ST".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "ACCOUNT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(2) VALUE "DC".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE " SOURCE KEY".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "        AMOUNT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "    LEDGER AMT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "REASON".
       01 DETAIL-LINE.
           05 DET-POST-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DAYS PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-STATUS PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-ACCOUNT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DRCR PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-KEY PIC -(7)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-ACK-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-REASON PIC X(20).
       01 BUCKET-LINE.
           05 BKL-LABEL PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BKL-ITEMS PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(7) VALUE " ITEMS ".
           05 BKL-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

      *    RUN-SCOPED CONTROL-TOTAL LOG FILENAME -- SEE GET-RUN-ID
       01 RUN-ID PIC X(8).
       01 CYCLE-RUN-STATUS PIC XX.
       01 CTL-FILENAME.
           05 FILLER PIC X(3) VALUE "CTL".
           05 CTL-RUNID PIC X(8).
           05 FILLER PIC X(4) VALUE ".LOG".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM GET-RUN-ID
            MOVE RUN-ID TO CTL-RUNID
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD

            PERFORM READ-PARM-FILE
            PERFORM LOAD-OPEN-ITEMS
            PERFORM OPEN-RECON-REPORT
            PERFORM LOAD-POSTING-FILE
            PERFORM LOAD-ACK-FILE
            PERFORM APPLY-ACK-LINES
            PERFORM APPLY-CLEAR-CARDS
            PERFORM LIST-UNCONFIRMED
            PERFORM CLOSE-RECON-REPORT
            PERFORM WRITE-AGING-REPORT
            PERFORM REWRITE-OPEN-ITEMS
            PERFORM WRITE-CONTROL-TOTALS

            IF ACKS-RETURNED > 0 OR ACKS-DIFFERENT > 0
                OR ACKS-UNMATCHED > 0
                MOVE 4 TO RETURN-CODE
            END-IF

            GOBACK.

      *    RUN-SCOPED IDENTIFIER -- TAKEN FROM THE CYCRUN.DAT HANDOFF
      *    CARD WHEN CYCLEDRV IS DRIVING THE NIGHT, SO EVERY STEP OF
      *    THE CYCLE SHARES ONE CTL FILE; A MISSING (STATUS 35) OR
      *    EMPTY CARD MEANS A STANDALONE RUN AND THE TIME-OF-DAY
      *    DERIVATION STAYS IN PLACE
       GET-RUN-ID.
            OPEN INPUT CYCLE-RUN
            IF CYCLE-RUN-STATUS = "00"
                MOVE SPACES TO CYCLE-RUN-REC
                READ CYCLE-RUN
                    AT END
                        CONTINUE
                END-READ
                CLOSE CYCLE-RUN
                IF CYCLE-RUN-REC(1:8) NOT = SPACES
                    MOVE CYCLE-RUN-REC(1:8) TO RUN-ID
                ELSE
                    ACCEPT RUN-ID FROM TIME
                END-IF
            ELSE
                IF CYCLE-RUN-STATUS NOT = "35"
                    DISPLAY "GLRECON ABEND: CANNOT OPEN "
                        "CYCRUN.DAT, FILE STATUS " CYCLE-RUN-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ACCEPT RUN-ID FROM TIME
            END-IF.

      *    THE SUSPENSE ACCOUNT IS WHATEVER GLPOST POSTED UNMAPPED
      *    KEYS TO -- THE SAME REQUIRED CARD, SO THE TWO STEPS NEVER
      *    DISAGREE ABOUT WHICH LINES ARE SUSPENSE
       READ-PARM-FILE.
            MOVE SPACES TO SUSPENSE-ACCT
            OPEN INPUT PARM-IN
            IF PARM-IN-STATUS NOT = "00"
                DISPLAY "GLRECON ABEND: CANNOT OPEN GLPRM.DAT, "
                    "FILE STATUS " PARM-IN-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            READ PARM-IN
                NOT AT END
                    MOVE PARM-IN-REC(1:10) TO SUSPENSE-ACCT
            END-READ
            CLOSE PARM-IN
            IF SUSPENSE-ACCT = SPACES
                DISPLAY "GLRECON ABEND: GLPRM.DAT MUST CARRY THE "
                    "SUSPENSE ACCOUNT ON LINE 1"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    THE OPEN-ITEM FILE -- A MISSING FILE (STATUS 35) IS THE
      *    FIRST NIGHT. OTHERWISE IT IS OUR OWN HDR/TRL-PROVED FILE
      *    AND IS HELD TO THE SAME STANDARD AS ANY INTERFACE FILE
       LOAD-OPEN-ITEMS.
            MOVE SPACES TO OPEN-CONTROL
            MOVE 0 TO LAST-POST-COUNT LAST-POST-HASH
            MOVE 0 TO LAST-ACK-COUNT LAST-ACK-HASH
            MOVE "GLOPEN.DAT" TO CHECK-FILE-NAME
            OPEN INPUT OPEN-FILE
            IF OPEN-FILE-STATUS = "35"
                SET OPEN-EOF TO TRUE
            ELSE
                IF OPEN-FILE-STATUS NOT = "00"
                    DISPLAY "GLRECON ABEND: CANNOT OPEN GLOPEN.DAT, "
                        "FILE STATUS " OPEN-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                READ OPEN-FILE
                    AT END
                        PERFORM MISSING-HEADER-ABEND
                END-READ
                IF OPEN-FILE-REC(1:3) NOT = "HDR"
                    PERFORM MISSING-HEADER-ABEND
                END-IF
                MOVE OPEN-FILE-REC(45:60) TO OPEN-CONTROL
            END-IF
            MOVE "N" TO TRL-SEEN-SWITCH
            PERFORM UNTIL OPEN-EOF
                READ OPEN-FILE
                    AT END
                        IF NOT TRL-SEEN
                            PERFORM MISSING-TRAILER-ABEND
                        END-IF
                        SET OPEN-EOF TO TRUE
                        CLOSE OPEN-FILE
                    NOT AT END
                        IF TRL-SEEN
                            PERFORM AFTER-TRAILER-ABEND
                        END-IF
                        IF OPEN-FILE-REC(1:3) = "TRL"
                            MOVE OPEN-FILE-REC(1:44) TO TRAILER-REC
                            MOVE OPEN-READ TO BODY-READ
                            MOVE OPEN-AMT-HASH TO BODY-HASH
                            PERFORM VERIFY-TRAILER
                            SET TRL-SEEN TO TRUE
                        ELSE
                            PERFORM LOAD-ONE-OPEN-ITEM
                        END-IF
                END-READ
            END-PERFORM.

       LOAD-ONE-OPEN-ITEM.
            IF ITEM-COUNT >= ITEM-MAX
                DISPLAY "GLRECON ABEND: MORE THAN " ITEM-MAX
                    " OPEN ITEMS"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO ITEM-COUNT
            MOVE OPEN-FILE-REC(1:100) TO ITEM-ENTRY(ITEM-COUNT)
            MOVE OPEN-FILE-REC(1:100) TO OPEN-REC
            ADD 1 TO OPEN-READ
            ADD GLO-AMOUNT TO OPEN-AMT-HASH.

       OPEN-RECON-REPORT.
            OPEN OUTPUT RECON-RPT
            IF RECON-RPT-STATUS NOT = "00"
                DISPLAY "GLRECON ABEND: CANNOT OPEN GLRECON.RPT, "
                    "FILE STATUS " RECON-RPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO RECON-RPT-LINE
            STRING "GL ACKNOWLEDGEMENT RECONCILIATION  RUN " RUN-ID
                "  AS OF " TODAY-DATE
                "  SUSPENSE ACCOUNT " SUSPENSE-ACCT
                DELIMITED BY SIZE INTO RECON-RPT-LINE
            PERFORM WRITE-RECON-LINE
            MOVE SPACES TO RECON-RPT-LINE
            PERFORM WRITE-RECON-LINE.

      *    TONIGHT'S POSTING FILE -- EVERY LINE JOINS THE OPEN ITEMS
      *    AS SENT-BUT-UNCONFIRMED. THE FILE'S IDENTITY IS ONLY KNOWN
      *    AT ITS TRAILER, SO THE LINES ARE APPENDED AS READ AND
      *    WITHDRAWN AGAIN IF THE SAME FILE WAS ALREADY TAKEN
       LOAD-POSTING-FILE.
            MOVE "GLPOST.DAT" TO CHECK-FILE-NAME
            OPEN INPUT POSTING-IN
            IF POSTING-IN-STATUS NOT = "00"
                DISPLAY "GLRECON ABEND: CANNOT OPEN GLPOST.DAT, "
                    "FILE STATUS " POSTING-IN-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            READ POSTING-IN
                AT END
                    PERFORM MISSING-HEADER-ABEND
            END-READ
            IF POSTING-IN-REC(1:3) NOT = "HDR"
                PERFORM MISSING-HEADER-ABEND
            END-IF
            MOVE POSTING-IN-REC(1:44) TO HEADER-REC
            MOVE BHDR-CREATE-DATE TO THIS-DATE
            MOVE ITEM-COUNT TO ITEM-COUNT-BEFORE
            MOVE 0 TO BODY-READ
            MOVE 0 TO BODY-HASH
            MOVE "N" TO TRL-SEEN-SWITCH
            PERFORM UNTIL POSTING-EOF
                READ POSTING-IN
                    AT END
                        IF NOT TRL-SEEN
                            PERFORM MISSING-TRAILER-ABEND
                        END-IF
                        SET POSTING-EOF TO TRUE
                        CLOSE POSTING-IN
                    NOT AT END
                        IF TRL-SEEN
                            PERFORM AFTER-TRAILER-ABEND
                        END-IF
                        IF POSTING-IN-REC(1:3) = "TRL"
                            MOVE POSTING-IN-REC(1:44) TO TRAILER-REC
                            PERFORM VERIFY-TRAILER
                            SET TRL-SEEN TO TRUE
                        ELSE
                            PERFORM ADD-ONE-POSTING
                        END-IF
                END-READ
            END-PERFORM
            MOVE BODY-READ TO THIS-COUNT
            MOVE BODY-HASH TO THIS-HASH
            IF THIS-IDENTITY = LAST-POST-IDENTITY
                MOVE ITEM-COUNT-BEFORE TO ITEM-COUNT
                MOVE SPACES TO RECON-RPT-LINE
                STRING "GLPOST.DAT CREATED " THIS-DATE
                    " ALREADY ON THE OPEN ITEMS -- NOT LOADED AGAIN"
                    DELIMITED BY SIZE INTO RECON-RPT-LINE
                PERFORM WRITE-RECON-LINE
            ELSE
                MOVE THIS-IDENTITY TO LAST-POST-IDENTITY
                MOVE BODY-READ TO POSTINGS-LOADED
            END-IF.

       ADD-ONE-POSTING.
            MOVE POSTING-IN-REC TO POSTING-REC
            ADD 1 TO BODY-READ
            ADD GLP-AMOUNT TO BODY-HASH
            IF ITEM-COUNT >= ITEM-MAX
                DISPLAY "GLRECON ABEND: MORE THAN " ITEM-MAX
                    " OPEN ITEMS"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO OPEN-REC
            MOVE GLP-POST-DATE TO GLO-POST-DATE
            MOVE GLP-SOURCE-KEY TO GLO-SOURCE-KEY
            MOVE GLP-ACCOUNT TO GLO-ACCOUNT
            MOVE GLP-DRCR TO GLO-DRCR
            MOVE GLP-AMOUNT TO GLO-AMOUNT
            MOVE GLP-DESC TO GLO-DESC
            SET GLO-UNCONFIRMED TO TRUE
            MOVE 0 TO GLO-ACK-AMOUNT
            ADD 1 TO ITEM-COUNT
            MOVE OPEN-REC TO ITEM-ENTRY(ITEM-COUNT).

      *    THE LEDGER'S ANSWER -- HELD IN MEMORY UNTIL THE TRAILER
      *    PROVES IT, SO A TRUNCATED ACK FILE CHANGES NOTHING
       LOAD-ACK-FILE.
            MOVE "GLACK.DAT" TO CHECK-FILE-NAME
            OPEN INPUT ACK-IN
            EVALUATE ACK-IN-STATUS
                WHEN "00"
                    CONTINUE
                WHEN "35"
                    SET ACK-EOF TO TRUE
                    MOVE "NO GLACK.DAT TONIGHT -- NOTHING CONFIRMED"
                        TO RECON-RPT-LINE
                    PERFORM WRITE-RECON-LINE
                WHEN OTHER
                    DISPLAY "GLRECON ABEND: CANNOT OPEN GLACK.DAT, "
                        "FILE STATUS " ACK-IN-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE
            IF NOT ACK-EOF
                READ ACK-IN
                    AT END
                        PERFORM MISSING-HEADER-ABEND
                END-READ
                IF ACK-IN-REC(1:3) NOT = "HDR"
                    PERFORM MISSING-HEADER-ABEND
                END-IF
                MOVE ACK-IN-REC(1:44) TO HEADER-REC
                MOVE BHDR-CREATE-DATE TO THIS-DATE
            END-IF
            MOVE 0 TO BODY-READ
            MOVE 0 TO BODY-HASH
            MOVE "N" TO TRL-SEEN-SWITCH
            PERFORM UNTIL ACK-EOF
                READ ACK-IN
                    AT END
                        IF NOT TRL-SEEN
                            PERFORM MISSING-TRAILER-ABEND
                        END-IF
                        SET ACK-EOF TO TRUE
                        CLOSE ACK-IN
                        PERFORM CHECK-ACK-IDENTITY
                    NOT AT END
                        IF TRL-SEEN
                            PERFORM AFTER-TRAILER-ABEND
                        END-IF
                        IF ACK-IN-REC(1:3) = "TRL"
                            MOVE ACK-IN-REC(1:44) TO TRAILER-REC
                            PERFORM VERIFY-TRAILER
                            SET TRL-SEEN TO TRUE
                        ELSE
                            PERFORM HOLD-ONE-ACK
                        END-IF
                END-READ
            END-PERFORM.

       HOLD-ONE-ACK.
            IF ACK-COUNT >= ACK-MAX
                DISPLAY "GLRECON ABEND: MORE THAN " ACK-MAX
                    " LINES ON GLACK.DAT"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE ACK-IN-REC TO ACK-REC
            ADD 1 TO BODY-READ
            ADD GLA-AMOUNT TO BODY-HASH
            ADD 1 TO ACK-COUNT
            MOVE ACK-IN-REC TO ACK-ENTRY(ACK-COUNT).

       CHECK-ACK-IDENTITY.
            MOVE BODY-READ TO THIS-COUNT
            MOVE BODY-HASH TO THIS-HASH
            IF THIS-IDENTITY = LAST-ACK-IDENTITY
                MOVE 0 TO ACK-COUNT
                MOVE SPACES TO RECON-RPT-LINE
                STRING "GLACK.DAT CREATED " THIS-DATE
                    " ALREADY APPLIED -- NOT APPLIED AGAIN"
                    DELIMITED BY SIZE INTO RECON-RPT-LINE
                PERFORM WRITE-RECON-LINE
            ELSE
                MOVE THIS-IDENTITY TO LAST-ACK-IDENTITY
                MOVE BODY-READ TO ACKS-READ
            END-IF.

      *    ONE ACK LINE AGAINST THE OLDEST OPEN LINE WITH THE SAME
      *    SOURCE KEY, ACCOUNT AND DR/CR THAT IS STILL WAITING ON THE
      *    LEDGER (SENT OR RETURNED) -- THE SUMMARY KEYS REPEAT NIGHT
      *    AFTER NIGHT, AND THE LEDGER WORKS ITS QUEUE IN ORDER
       APPLY-ACK-LINES.
            PERFORM VARYING ACK-IX FROM 1 BY 1
                UNTIL ACK-IX > ACK-COUNT
                MOVE ACK-ENTRY(ACK-IX) TO ACK-REC
                PERFORM FIND-ACKED-ITEM
                IF ITEM-FOUND
                    PERFORM APPLY-ONE-ACK
                    MOVE OPEN-REC TO ITEM-ENTRY(ITEM-IX)
                ELSE
                    ADD 1 TO ACKS-UNMATCHED
                    MOVE GLA-SOURCE-KEY TO SHOW-KEY
                    MOVE GLA-AMOUNT TO SHOW-AMOUNT
                    MOVE SPACES TO RECON-RPT-LINE
                    STRING "UNMATCHED ACK  KEY " SHOW-KEY
                        " ACCOUNT " GLA-ACCOUNT " " GLA-DRCR
                        " STATUS " GLA-STATUS
                        " AMOUNT " SHOW-AMOUNT
                        " -- NO OPEN LINE"
                        DELIMITED BY SIZE INTO RECON-RPT-LINE
                    PERFORM WRITE-RECON-LINE
                END-IF
            END-PERFORM.

       FIND-ACKED-ITEM.
            MOVE "N" TO ITEM-FOUND-SWITCH
            PERFORM VARYING ITEM-IX FROM 1 BY 1
                UNTIL ITEM-IX > ITEM-COUNT OR ITEM-FOUND
                MOVE ITEM-ENTRY(ITEM-IX) TO OPEN-REC
                IF (GLO-UNCONFIRMED OR GLO-RETURNED)
                    AND GLO-SOURCE-KEY = GLA-SOURCE-KEY
                    AND GLO-ACCOUNT = GLA-ACCOUNT
                    AND GLO-DRCR = GLA-DRCR
                    SET ITEM-FOUND TO TRUE
                END-IF
            END-PERFORM
      *    THE VARYING STEPS PAST THE HIT BEFORE THE UNTIL IS TESTED
            IF ITEM-FOUND
                SUBTRACT 1 FROM ITEM-IX
            END-IF.

       APPLY-ONE-ACK.
            MOVE GLA-AMOUNT TO GLO-ACK-AMOUNT
            MOVE GLA-BOOK-DATE TO GLO-ACK-DATE
            MOVE GLO-SOURCE-KEY TO SHOW-KEY
            MOVE GLO-AMOUNT TO SHOW-AMOUNT
            MOVE GLA-AMOUNT TO SHOW-ACK-AMOUNT
            EVALUATE TRUE
                WHEN GLA-REJECTED
                    SET GLO-RETURNED TO TRUE
                    MOVE GLA-REASON TO GLO-REASON
                    ADD 1 TO ACKS-RETURNED
                    MOVE SPACES TO RECON-RPT-LINE
                    STRING "RETURNED       KEY " SHOW-KEY
                        " ACCOUNT " GLO-ACCOUNT " " GLO-DRCR
                        " POSTED " GLO-POST-DATE
                        " AMOUNT " SHOW-AMOUNT
                        " REASON " GLA-REASON
                        DELIMITED BY SIZE INTO RECON-RPT-LINE
                    PERFORM WRITE-RECON-LINE
                WHEN GLA-AMOUNT NOT = GLO-AMOUNT
                    SET GLO-DIFFERENCE TO TRUE
                    MOVE "AMOUNT DIFFERENCE" TO GLO-REASON
                    ADD 1 TO ACKS-DIFFERENT
                    COMPUTE AMOUNT-DIFFERENCE =
                        GLA-AMOUNT - GLO-AMOUNT
                    MOVE AMOUNT-DIFFERENCE TO SHOW-DIFFERENCE
                    MOVE SPACES TO RECON-RPT-LINE
                    STRING "DIFFERENCE     KEY " SHOW-KEY
                        " ACCOUNT " GLO-ACCOUNT " " GLO-DRCR
                        " POSTED " GLO-POST-DATE
                        " SENT " SHOW-AMOUNT
                        " BOOKED " SHOW-ACK-AMOUNT
                        " DIFF " SHOW-DIFFERENCE
                        DELIMITED BY SIZE INTO RECON-RPT-LINE
                    PERFORM WRITE-RECON-LINE
      *        BOOKED AS SENT -- CLOSED, UNLESS IT SITS IN SUSPENSE
                WHEN GLO-ACCOUNT = SUSPENSE-ACCT
                    SET GLO-SUSPENSE TO TRUE
                    MOVE "IN SUSPENSE" TO GLO-REASON
                    ADD 1 TO ACKS-CONFIRMED
                WHEN OTHER
                    SET GLO-CLOSED TO TRUE
                    MOVE SPACES TO GLO-REASON
                    ADD 1 TO ACKS-CONFIRMED
            END-EVALUATE.

      *    CLEAR CARDS -- THE DESK'S WORD THAT A SUSPENSE LINE HAS
      *    BEEN RECLASSED OR A DIFFERENCE SETTLED. ONLY A LINE THE
      *    LEDGER HAS ALREADY BOOKED (S OR D) CAN BE CLEARED; A LINE
      *    STILL WAITING ON THE LEDGER IS NOT THE DESK'S TO CLOSE
       APPLY-CLEAR-CARDS.
            OPEN INPUT CLEAR-IN
            EVALUATE CLEAR-IN-STATUS
                WHEN "00"
                    CONTINUE
                WHEN "35"
                    SET CLEAR-EOF TO TRUE
                WHEN OTHER
                    DISPLAY "GLRECON ABEND: CANNOT OPEN GLCLR.DAT, "
                        "FILE STATUS " CLEAR-IN-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE
            PERFORM UNTIL CLEAR-EOF
                READ CLEAR-IN
                    AT END
                        SET CLEAR-EOF TO TRUE
                        CLOSE CLEAR-IN
                    NOT AT END
                        IF CLEAR-IN-REC NOT = SPACES
                            PERFORM APPLY-ONE-CLEAR-CARD
                        END-IF
                END-READ
            END-PERFORM.

       APPLY-ONE-CLEAR-CARD.
            COMPUTE CLEAR-KEY = FUNCTION NUMVAL(CLEAR-IN-REC(1:12))
            MOVE CLEAR-IN-REC(14:10) TO CLEAR-ACCOUNT
            MOVE CLEAR-IN-REC(25:2) TO CLEAR-DRCR
            MOVE CLEAR-IN-REC(28:8) TO CLEAR-POST-DATE
            MOVE CLEAR-IN-REC(37:8) TO CLEAR-OPERATOR
            MOVE CLEAR-KEY TO SHOW-KEY
            IF CLEAR-OPERATOR = SPACES
                MOVE SPACES TO RECON-RPT-LINE
                STRING "CLEAR CARD IGNORED  KEY " SHOW-KEY
                    " -- NO OPERATOR ON THE CARD"
                    DELIMITED BY SIZE INTO RECON-RPT-LINE
                PERFORM WRITE-RECON-LINE
            ELSE
                MOVE "N" TO ITEM-FOUND-SWITCH
                PERFORM VARYING ITEM-IX FROM 1 BY 1
                    UNTIL ITEM-IX > ITEM-COUNT OR ITEM-FOUND
                    MOVE ITEM-ENTRY(ITEM-IX) TO OPEN-REC
                    IF (GLO-SUSPENSE OR GLO-DIFFERENCE)
                        AND GLO-SOURCE-KEY = CLEAR-KEY
                        AND GLO-ACCOUNT = CLEAR-ACCOUNT
                        AND GLO-DRCR = CLEAR-DRCR
                        AND GLO-POST-DATE = CLEAR-POST-DATE
                        SET ITEM-FOUND TO TRUE
                        SET GLO-CLOSED TO TRUE
                        MOVE OPEN-REC TO ITEM-ENTRY(ITEM-IX)
                        ADD 1 TO ITEMS-CLEARED
                    END-IF
                END-PERFORM
                MOVE SPACES TO RECON-RPT-LINE
                IF ITEM-FOUND
                    STRING "CLEARED        KEY " SHOW-KEY
                        " ACCOUNT " CLEAR-ACCOUNT " " CLEAR-DRCR
                        " POSTED " CLEAR-POST-DATE
                        " BY " CLEAR-OPERATOR
                        DELIMITED BY SIZE INTO RECON-RPT-LINE
                ELSE
                    STRING "CLEAR CARD IGNORED  KEY " SHOW-KEY
                        " ACCOUNT " CLEAR-ACCOUNT " " CLEAR-DRCR
                        " POSTED " CLEAR-POST-DATE
                        " -- NO BOOKED SUSPENSE OR DIFFERENCE LINE"
                        DELIMITED BY SIZE INTO RECON-RPT-LINE
                END-IF
                PERFORM WRITE-RECON-LINE
            END-IF.

      *    EVERY LINE STILL WAITING ON THE LEDGER, OLDEST FIRST
       LIST-UNCONFIRMED.
            MOVE SPACES TO RECON-RPT-LINE
            PERFORM WRITE-RECON-LINE
            MOVE "UNCONFIRMED LINES -- SENT, NO ACK YET"
                TO RECON-RPT-LINE
            PERFORM WRITE-RECON-LINE
            PERFORM VARYING ITEM-IX FROM 1 BY 1
                UNTIL ITEM-IX > ITEM-COUNT
                MOVE ITEM-ENTRY(ITEM-IX) TO OPEN-REC
                IF GLO-UNCONFIRMED
                    ADD 1 TO ITEMS-UNCONFIRMED
                    PERFORM COMPUTE-DAYS-OUT
                    MOVE GLO-SOURCE-KEY TO SHOW-KEY
                    MOVE GLO-AMOUNT TO SHOW-AMOUNT
                    MOVE SPACES TO RECON-RPT-LINE
                    STRING "  KEY " SHOW-KEY
                        " ACCOUNT " GLO-ACCOUNT " " GLO-DRCR
                        " POSTED " GLO-POST-DATE
                        " AMOUNT " SHOW-AMOUNT
                        " DAYS " DAYS-OUT
                        DELIMITED BY SIZE INTO RECON-RPT-LINE
                    PERFORM WRITE-RECON-LINE
                END-IF
            END-PERFORM
            IF ITEMS-UNCONFIRMED = 0
                MOVE "  NONE" TO RECON-RPT-LINE
                PERFORM WRITE-RECON-LINE
            END-IF.

       CLOSE-RECON-REPORT.
            MOVE SPACES TO RECON-RPT-LINE
            PERFORM WRITE-RECON-LINE
            MOVE SPACES TO RECON-RPT-LINE
            STRING "POSTINGS LOADED=" POSTINGS-LOADED
                " ACKS READ=" ACKS-READ
                " CONFIRMED=" ACKS-CONFIRMED
                " RETURNED=" ACKS-RETURNED
                " DIFFERENT=" ACKS-DIFFERENT
                " UNMATCHED=" ACKS-UNMATCHED
                DELIMITED BY SIZE INTO RECON-RPT-LINE
            PERFORM WRITE-RECON-LINE
            MOVE SPACES TO RECON-RPT-LINE
            STRING "CLEARED=" ITEMS-CLEARED
                " UNCONFIRMED=" ITEMS-UNCONFIRMED
                DELIMITED BY SIZE INTO RECON-RPT-LINE
            PERFORM WRITE-RECON-LINE
            CLOSE RECON-RPT.

       WRITE-RECON-LINE.
            WRITE RECON-RPT-LINE
            IF RECON-RPT-STATUS NOT = "00"
                DISPLAY "GLRECON ABEND: WRITE TO GLRECON.RPT "
                    "FAILED, FILE STATUS " RECON-RPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO RECON-RPT-LINE.

      *    DAYS OUTSTANDING -- A POSTING DATE THAT IS NOT A DATE AGES
      *    AS ZERO RATHER THAN KILLING THE REPORT
       COMPUTE-DAYS-OUT.
            MOVE 0 TO DAYS-OUT
            IF GLO-POST-DATE NUMERIC
                MOVE GLO-POST-DATE TO POST-DATE-NUM
                IF POST-DATE-NUM > 16010101
                    AND POST-DATE-NUM NOT > TODAY-DATE
                    COMPUTE DAYS-OUT =
                        FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                        - FUNCTION INTEGER-OF-DATE(POST-DATE-NUM)
                END-IF
            END-IF.

      *    THE AGING REPORT -- EVERY LINE STILL OPEN, IN POSTING
      *    ORDER, THEN THE BUCKET TOTALS AND THE SUSPENSE BALANCE
       WRITE-AGING-REPORT.
            MOVE "0-30 DAYS" TO BK-LABEL(1)
            MOVE "31-60 DAYS" TO BK-LABEL(2)
            MOVE "61-90 DAYS" TO BK-LABEL(3)
            MOVE "OVER 90" TO BK-LABEL(4)
            PERFORM VARYING BUCKET-IX FROM 1 BY 1
                UNTIL BUCKET-IX > 4
                MOVE 0 TO BK-ITEMS(BUCKET-IX)
                MOVE 0 TO BK-AMOUNT(BUCKET-IX)
            END-PERFORM
            MOVE TODAY-DATE TO HD-TODAY
            MOVE RUN-ID TO HD-RUNID

            OPEN OUTPUT AGING-RPT
            IF AGING-RPT-STATUS NOT = "00"
                DISPLAY "GLRECON ABEND: CANNOT OPEN GLAGING.RPT, "
                    "FILE STATUS " AGING-RPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM VARYING ITEM-IX FROM 1 BY 1
                UNTIL ITEM-IX > ITEM-COUNT
                MOVE ITEM-ENTRY(ITEM-IX) TO OPEN-REC
                IF NOT GLO-CLOSED
                    PERFORM AGE-ONE-ITEM
                END-IF
            END-PERFORM

            MOVE SPACES TO AGING-RPT-LINE
            PERFORM WRITE-AGING-LINE
            PERFORM VARYING BUCKET-IX FROM 1 BY 1
                UNTIL BUCKET-IX > 4
                MOVE BK-LABEL(BUCKET-IX) TO BKL-LABEL
                MOVE BK-ITEMS(BUCKET-IX) TO BKL-ITEMS
                MOVE BK-AMOUNT(BUCKET-IX) TO BKL-AMOUNT
                MOVE BUCKET-LINE TO AGING-RPT-LINE
                PERFORM WRITE-AGING-LINE
            END-PERFORM
            MOVE "IN SUSPENSE" TO BKL-LABEL
            MOVE SUSPENSE-ITEMS TO BKL-ITEMS
            MOVE SUSPENSE-AMOUNT TO BKL-AMOUNT
            MOVE BUCKET-LINE TO AGING-RPT-LINE
            PERFORM WRITE-AGING-LINE
            CLOSE AGING-RPT.

       AGE-ONE-ITEM.
            PERFORM COMPUTE-DAYS-OUT
            EVALUATE TRUE
                WHEN DAYS-OUT NOT > 30
                    MOVE 1 TO BUCKET-IX
                WHEN DAYS-OUT NOT > 60
                    MOVE 2 TO BUCKET-IX
                WHEN DAYS-OUT NOT > 90
                    MOVE 3 TO BUCKET-IX
                WHEN OTHER
                    MOVE 4 TO BUCKET-IX
            END-EVALUATE
            ADD 1 TO BK-ITEMS(BUCKET-IX)
            ADD GLO-AMOUNT TO BK-AMOUNT(BUCKET-IX)
            IF GLO-ACCOUNT = SUSPENSE-ACCT
                ADD 1 TO SUSPENSE-ITEMS
                ADD GLO-AMOUNT TO SUSPENSE-AMOUNT
            END-IF
            MOVE SPACES TO DETAIL-LINE
            MOVE GLO-POST-DATE TO DET-POST-DATE
            MOVE DAYS-OUT TO DET-DAYS
            MOVE GLO-STATUS TO DET-STATUS
            MOVE GLO-ACCOUNT TO DET-ACCOUNT
            MOVE GLO-DRCR TO DET-DRCR
            MOVE GLO-SOURCE-KEY TO DET-KEY
            MOVE GLO-AMOUNT TO DET-AMOUNT
            MOVE GLO-ACK-AMOUNT TO DET-ACK-AMOUNT
            MOVE GLO-REASON TO DET-REASON
            MOVE DETAIL-LINE TO AGING-RPT-LINE
            PERFORM WRITE-AGING-LINE.

      *    PAGED OUTPUT -- A FRESH HEADING BLOCK EVERY TIME THE LINE
      *    COUNT RUNS OVER. THE HEADING BLOCK WRITES THROUGH THE SAME
      *    RECORD AREA, SO THE PENDING LINE IS PARKED AROUND IT
       WRITE-AGING-LINE.
            IF LINE-COUNT >= LINES-PER-PAGE
                MOVE AGING-RPT-LINE TO PENDING-LINE
                PERFORM WRITE-PAGE-HEADING
                MOVE PENDING-LINE TO AGING-RPT-LINE
            END-IF
            WRITE AGING-RPT-LINE
            IF AGING-RPT-STATUS NOT = "00"
                DISPLAY "GLRECON ABEND: WRITE TO GLAGING.RPT "
                    "FAILED, FILE STATUS " AGING-RPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO LINE-COUNT
            MOVE SPACES TO AGING-RPT-LINE.

       WRITE-PAGE-HEADING.
            ADD 1 TO PAGE-NO
            MOVE PAGE-NO TO HD-PAGE
            MOVE SPACES TO AGING-RPT-LINE
            MOVE HEAD-LINE-1 TO AGING-RPT-LINE
            WRITE AGING-RPT-LINE
            MOVE SPACES TO AGING-RPT-LINE
            MOVE HEAD-LINE-2 TO AGING-RPT-LINE
            WRITE AGING-RPT-LINE
            MOVE SPACES TO AGING-RPT-LINE
            WRITE AGING-RPT-LINE
            MOVE 3 TO LINE-COUNT.

      *    REWRITE THE OPEN ITEMS WHOLE -- CLOSED LINES DROP OFF,
      *    THE HDR CARRIES THE IDENTITIES OF THE LAST POSTING AND ACK
      *    FILES TAKEN, AND THE TRL PROVES THE BODY FOR TOMORROW
       REWRITE-OPEN-ITEMS.
            OPEN OUTPUT OPEN-FILE
            IF OPEN-FILE-STATUS NOT = "00"
                DISPLAY "GLRECON ABEND: CANNOT REWRITE GLOPEN.DAT, "
                    "FILE STATUS " OPEN-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO HEADER-REC
            MOVE "HDR" TO BHDR-TAG
            MOVE "GLOPEN" TO BHDR-FILE-ID
            MOVE TODAY-DATE TO BHDR-CREATE-DATE
            MOVE SPACES TO OPEN-FILE-REC
            MOVE HEADER-REC TO OPEN-FILE-REC(1:44)
            MOVE OPEN-CONTROL TO OPEN-FILE-REC(45:60)
            PERFORM WRITE-OPEN-PHYSICAL
            PERFORM VARYING ITEM-IX FROM 1 BY 1
                UNTIL ITEM-IX > ITEM-COUNT
                MOVE ITEM-ENTRY(ITEM-IX) TO OPEN-REC
                IF NOT GLO-CLOSED
                    MOVE SPACES TO OPEN-FILE-REC
                    MOVE OPEN-REC TO OPEN-FILE-REC(1:100)
                    INSPECT OPEN-FILE-REC
                        REPLACING ALL LOW-VALUE BY SPACE
                    PERFORM WRITE-OPEN-PHYSICAL
                    ADD 1 TO ITEMS-KEPT
                    ADD GLO-AMOUNT TO KEPT-AMT-HASH
                END-IF
            END-PERFORM
            MOVE SPACES TO TRAILER-REC
            MOVE "TRL" TO BTRL-TAG
            MOVE ITEMS-KEPT TO BTRL-REC-COUNT
            MOVE KEPT-AMT-HASH TO BTRL-AMT-HASH
            MOVE SPACES TO OPEN-FILE-REC
            MOVE TRAILER-REC TO OPEN-FILE-REC(1:44)
            PERFORM WRITE-OPEN-PHYSICAL
            CLOSE OPEN-FILE.

       WRITE-OPEN-PHYSICAL.
            WRITE OPEN-FILE-REC
            IF OPEN-FILE-STATUS NOT = "00"
                DISPLAY "GLRECON ABEND: WRITE TO GLOPEN.DAT "
                    "FAILED, FILE STATUS " OPEN-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    INTERFACE-STANDARD ABENDS AND TRAILER PROOF -- SHARED BY
      *    ALL THREE HDR/TRL FILES, CHECK-FILE-NAME SAYING WHICH
       MISSING-HEADER-ABEND.
            DISPLAY "GLRECON ABEND: " CHECK-FILE-NAME
                " HAS NO HDR HEADER RECORD"
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       MISSING-TRAILER-ABEND.
            DISPLAY "GLRECON ABEND: " CHECK-FILE-NAME
                " ENDED WITHOUT A TRL TRAILER RECORD -- "
                "TRANSFER MAY BE TRUNCATED"
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       AFTER-TRAILER-ABEND.
            DISPLAY "GLRECON ABEND: " CHECK-FILE-NAME
                " HAS RECORDS AFTER THE TRL TRAILER RECORD"
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       VERIFY-TRAILER.
            IF BTRL-REC-COUNT NOT = BODY-READ
                OR BTRL-AMT-HASH NOT = BODY-HASH
                DISPLAY "GLRECON ABEND: " CHECK-FILE-NAME
                    " TRAILER COUNT " BTRL-REC-COUNT " / HASH "
                    BTRL-AMT-HASH " DO NOT MATCH THE BODY READ"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    CONTROL-TOTAL AUDIT TRAIL -- OPEN ITEMS READ + LOADED -
      *    CLOSED = OPEN ITEMS WRITTEN
       WRITE-CONTROL-TOTALS.
            OPEN EXTEND CONTROL-RPT
            IF CTL-STATUS = "35"
                CLOSE CONTROL-RPT
                OPEN OUTPUT CONTROL-RPT
            END-IF
            IF CTL-STATUS NOT = "00"
                DISPLAY "GLRECON ABEND: CANNOT OPEN " CTL-FILENAME
                    ", FILE STATUS " CTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE SPACES TO CONTROL-RPT-LINE
            STRING "GLRECON CONTROL TOTALS: OPEN-READ=" OPEN-READ
                " LOADED=" POSTINGS-LOADED
                " CLEARED=" ITEMS-CLEARED
                " OPEN-KEPT=" ITEMS-KEPT
                DELIMITED BY SIZE INTO CONTROL-RPT-LINE
            PERFORM WRITE-CONTROL-LINE
            MOVE SPACES TO CONTROL-RPT-LINE
            STRING "GLRECON ACKS=" ACKS-READ
                " CONFIRMED=" ACKS-CONFIRMED
                " RETURNED=" ACKS-RETURNED
                " DIFFERENT=" ACKS-DIFFERENT
                " UNMATCHED=" ACKS-UNMATCHED
                DELIMITED BY SIZE INTO CONTROL-RPT-LINE
            PERFORM WRITE-CONTROL-LINE

            CLOSE CONTROL-RPT.

       WRITE-CONTROL-LINE.
            WRITE CONTROL-RPT-LINE
            IF CTL-STATUS NOT = "00"
                DISPLAY "GLRECON ABEND: WRITE TO " CTL-FILENAME
                    " FAILED, FILE STATUS " CTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       END PROGRAM GLRECON.
