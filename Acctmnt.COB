      ******************************************************************
      * Author: VINCENT SENCLAIR
      * Date: 10-15-26
      * Purpose: ACCOUNT-MAP MAINTENANCE -- THE MASTERMNT DISCIPLINE
      *          FOR ACCTMAP.DAT, THE MAP GLPOST TRANSLATES SUM-KEYS TO
      *          GL ACCOUNTS THROUGH, SO THE MAP IS NO LONGER EDITED
      *          BY HAND. THE FIRST SYSIN CARD IS THE OPERATOR
      *          IDENTIFIER; EVERY FOLLOWING CARD IS AN ADD, CHANGE OR
      *          RETIRE ACTION: THE ACTION CODE IN COLUMN 1 AND AN
      *          ACCTMAP CARD IMAGE (SEE COPYBOOK ACCTMAP) FROM COLUMN
      *          3 -- KEY, ACCOUNT, EFFECTIVE-FROM, EFFECTIVE-TO. AN
      *          ADD NEEDS AN ACCOUNT AND AN EFFECTIVE-FROM DATE, SO A
      *          CHART-OF-ACCOUNTS REORGANIZATION CAN BE SET UP AHEAD
      *          OF THE DAY IT TAKES HOLD. A CHANGE OR RETIRE NAMES THE
      *          MAPPING BY KEY AND EFFECTIVE-FROM; A CHANGE CARRIES A
      *          NEW ACCOUNT, A NEW EFFECTIVE-TO, OR BOTH; A RETIRE
      *          ENDS THE MAPPING ON ITS EFFECTIVE-TO DATE (TODAY WHEN
      *          BLANK), AND A RETIREMENT DATED BEFORE THE MAPPING EVER
      *          TOOK EFFECT REMOVES IT. EVERY ACCOUNT IS CHECKED
      *          AGAINST THE CHART OF ACCOUNTS ON GLCOA.DAT, AND NO
      *          ACTION MAY LEAVE TWO DATE RANGES FOR ONE KEY
      *          OVERLAPPING. EVERY APPLIED ACTION IS JOURNALED TO
      *          ACCTJRNL.DAT (SEE COPYBOOK ACCTJRN) WITH BEFORE AND
      *          AFTER CARDS AND THE OPERATOR ID. ACCTMAP.DAT IS
      *          REWRITTEN WHOLE IN KEY / EFFECTIVE-FROM ORDER, THE
      *          ORDER GLPOST REQUIRES -- A SESSION WITH NO ACTION
      *          CARDS SIMPLY RESEQUENCES THE FILE. THE SESSION ENDS
      *          WITH A PROOF LISTING OF EVERY ACTION AND ITS FATE.
      *          RETURN-CODE 4 FLAGS A REJECTED ACTION OR AN OVERLAP
      *          ALREADY ON THE FILE.
      *          SEE JCL/ACCTMNT.JCL FOR THE MATCHING JOB STEP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE ACCOUNT MAP -- READ WHOLE UP FRONT, REWRITTEN WHOLE AT
      *    THE END OF A SESSION THAT GOT THAT FAR
           SELECT ACCTMAP-FILE ASSIGN TO "ACCTMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTMAP-FILE-STATUS.

      *    CHART OF ACCOUNTS -- COLUMNS 1-10 THE ACCOUNT, COLUMN 12
      *    I FOR AN ACCOUNT CLOSED TO NEW POSTINGS, 14-43 THE TITLE
           SELECT CHART-IN ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHART-IN-STATUS.

      *    MAP JOURNAL -- ACCUMULATES ACROSS SESSIONS (OPENED EXTEND,
      *    THE MNTJRNL.DAT DISCIPLINE)
           SELECT ACCT-JRNL ASSIGN TO "ACCTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCT-JRNL-STATUS.

           SELECT PROOF-RPT ASSIGN TO "ACCTPRF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROOF-RPT-STATUS.

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
       FD ACCTMAP-FILE.
       01 ACCTMAP-FILE-REC PIC X(80).

       FD CHART-IN.
       01 CHART-IN-REC PIC X(80).

       FD ACCT-JRNL.
       01 ACCT-JRNL-REC PIC X(120).

       FD PROOF-RPT.
       01 PROOF-RPT-LINE PIC X(132).

       FD CONTROL-RPT.
       01 CONTROL-RPT-LINE PIC X(132).

       FD CYCLE-RUN.
       01 CYCLE-RUN-REC PIC X(80).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
      *    FILE STATUS / END-OF-FILE SWITCHES
       01 ACCTMAP-FILE-STATUS PIC XX.
       01 CHART-IN-STATUS PIC XX.
       01 ACCT-JRNL-STATUS PIC XX.
       01 PROOF-RPT-STATUS PIC XX.
       01 CTL-STATUS PIC XX.
       01 ACCTMAP-EOF-SWITCH PIC X(1) VALUE "N".
           88 ACCTMAP-EOF VALUE "Y".
       01 CHART-EOF-SWITCH PIC X(1) VALUE "N".
           88 CHART-EOF VALUE "Y".
       01 CARDS-EOF-SWITCH PIC X(1) VALUE "N".
           88 CARDS-EOF VALUE "Y".

      *    SYSIN -- THE OPERATOR CARD, THEN ACTION CARDS UNTIL END OF
      *    FILE OR A BLANK CARD
       01 MAINT-CARD PIC X(80).
       01 OPERATOR-ID PIC X(8).
       01 ACTION-CODE PIC X(1).
           88 ACTION-ADD VALUE "A".
           88 ACTION-CHANGE VALUE "C".
           88 ACTION-RETIRE VALUE "R".

      *    THE ACTION CARD'S MAP IMAGE, AND THE MAP CARD BEING LOADED
      *    OR WRITTEN -- BOTH IN THE ACCTMAP SHAPE
       01 ACTION-CARD.
           COPY ACCTMAP.
       01 MAP-CARD.
           COPY ACCTMAP.

      *    THE MAP IN MEMORY -- KEPT IN ASCENDING KEY / EFFECTIVE-FROM
      *    ORDER AS IT IS LOADED AND AS ADDS ARE FILED. A BLANK FROM
      *    DATE IS HELD AS ZERO AND A BLANK TO DATE AS 99999999, SO A
      *    RANGE TEST IS PLAIN NUMERIC COMPARISON. A MAPPING RETIRED
      *    BEFORE IT TOOK EFFECT IS FLAGGED DROPPED, NOT SQUEEZED OUT,
      *    SO THE SLOT NUMBERS HELD FOR THE SESSION STAY GOOD
       01 MAP-MAX PIC 9(5) VALUE 20000.
       01 MAP-COUNT PIC 9(5) VALUE 0.
       01 MAP-TABLE.
           05 MAP-ENTRY OCCURS 20000 TIMES.
               07 ME-KEY PIC S9(7)V99.
               07 ME-ACCOUNT PIC X(10).
               07 ME-FROM PIC 9(8).
               07 ME-TO PIC 9(8).
               07 ME-LIVE-SWITCH PIC X(1).
                   88 ME-LIVE VALUE "Y".
       01 MAP-IX PIC 9(5).
       01 MAP-JX PIC 9(5).
       01 KEY-START-IX PIC 9(5).
       01 MAP-FOUND-SWITCH PIC X(1).
           88 MAP-FOUND VALUE "Y".
       01 OPEN-ENDED PIC 9(8) VALUE 99999999.

      *    THE CHART OF ACCOUNTS IN MEMORY
       01 CHART-MAX PIC 9(5) VALUE 20000.
       01 CHART-COUNT PIC 9(5) VALUE 0.
       01 CHART-TABLE.
           05 CHART-ENTRY OCCURS 20000 TIMES.
               07 CHT-ACCOUNT PIC X(10).
               07 CHT-STATUS PIC X(1).
       01 CHART-IX PIC 9(5).

      *    THE ACTION'S MAPPING AS IT WILL STAND, AND ITS WORK FIELDS
       01 NEW-KEY PIC S9(7)V99.
       01 NEW-ACCOUNT PIC X(10).
       01 NEW-FROM PIC 9(8).
       01 NEW-TO PIC 9(8).
       01 CARD-FROM PIC 9(8).
       01 KEY-WIDE PIC S9(9)V999.
       01 OVERLAP-FROM PIC 9(8).

      *    FIELD-EDIT WORK AREAS -- THE MASTERMNT DATE PATTERN
       01 EDIT-DATE.
           05 EDIT-YEAR PIC X(4).
           05 EDIT-YEAR-NUM REDEFINES EDIT-YEAR PIC 9(4).
           05 EDIT-MONTH PIC X(2).
           05 EDIT-MONTH-NUM REDEFINES EDIT-MONTH PIC 9(2).
           05 EDIT-DAY PIC X(2).
           05 EDIT-DAY-NUM REDEFINES EDIT-DAY PIC 9(2).
       01 EDIT-DATE-NUM REDEFINES EDIT-DATE PIC 9(8).
       01 DATE-OK-SWITCH PIC X(1).
           88 DATE-OK VALUE "Y".
       01 DAYS-IN-MONTH PIC 9(2).
       01 KEY-TEXT PIC X(12).
       01 KEY-OK-SWITCH PIC X(1).
           88 KEY-OK VALUE "Y".
       01 KEY-CHAR-IX PIC 9(2).
       01 KEY-DIGITS PIC 9(2).
       01 KEY-POINTS PIC 9(2).
       01 KEY-SIGNS PIC 9(2).
       01 EDIT-OK-SWITCH PIC X(1).
           88 EDIT-OK VALUE "Y".
       01 CARD-LINE-NO PIC 9(7) VALUE 0.

      *    JOURNAL RECORD -- HELD FOR THE SESSION AND WRITTEN ONLY
      *    ONCE THE NEW MAP IS SAFELY DOWN, SO THE JOURNAL NEVER
      *    CLAIMS A CHANGE THE MAP DOES NOT CARRY
       01 JOURNAL-REC.
           COPY ACCTJRN.
       01 SAVE-BEFORE-IMAGE PIC X(41).
       01 JRNL-MAX PIC 9(4) VALUE 500.
       01 JRNL-COUNT PIC 9(4) VALUE 0.
       01 JRNL-TABLE.
           05 JRNL-ENTRY OCCURS 500 TIMES PIC X(108).
       01 JRNL-IX PIC 9(4).

       01 TODAY-DATE PIC 9(8).

      *    SESSION COUNTERS FOR THE PROOF LISTING AND CTL LOG
       01 MAP-CARDS-READ PIC 9(9) VALUE 0.
       01 MAP-CARDS-WRITTEN PIC 9(9) VALUE 0.
       01 EXISTING-OVERLAPS PIC 9(9) VALUE 0.
       01 ACTIONS-READ PIC 9(9) VALUE 0.
       01 ADDS-APPLIED PIC 9(9) VALUE 0.
       01 CHANGES-APPLIED PIC 9(9) VALUE 0.
       01 RETIRES-APPLIED PIC 9(9) VALUE 0.
       01 ACTIONS-REJECTED PIC 9(9) VALUE 0.

      *    PROOF-LISTING WORK FIELDS
       01 RPT-ACTION PIC X(8).
       01 RPT-REASON PIC X(30).
       01 SHOW-KEY PIC -(7)9.99.
       01 SHOW-FROM PIC X(8).

      *    RUN-SCOPED CONTROL-TOTAL LOG FILENAME -- SAME SHAPE AND
      *    TIME-OF-DAY DERIVATION MERGERBATCH USES. WHEN CYCLEDRV IS
      *    DRIVING THE NIGHT THE CYCLE'S RUN-ID IS TAKEN FROM
      *    CYCRUN.DAT INSTEAD (SEE GET-RUN-ID)
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

            MOVE SPACES TO MAINT-CARD
            ACCEPT MAINT-CARD
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            IF MAINT-CARD = SPACES
                DISPLAY "ACCTMNT ABEND: NO OPERATOR IDENTIFIER "
                    "ON SYSIN"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE MAINT-CARD(1:8) TO OPERATOR-ID

            PERFORM LOAD-CHART
            PERFORM OPEN-PROOF-REPORT
            PERFORM LOAD-ACCOUNT-MAP
            PERFORM CHECK-EXISTING-OVERLAPS

            PERFORM UNTIL CARDS-EOF
                MOVE SPACES TO MAINT-CARD
                ACCEPT MAINT-CARD
                    ON EXCEPTION
                        SET CARDS-EOF TO TRUE
                END-ACCEPT
                IF NOT CARDS-EOF
                    IF MAINT-CARD = SPACES
                        SET CARDS-EOF TO TRUE
                    ELSE
                        PERFORM WORK-ONE-ACTION
                    END-IF
                END-IF
            END-PERFORM

            PERFORM REWRITE-ACCOUNT-MAP
            PERFORM WRITE-JOURNAL-FILE
            PERFORM WRITE-PROOF-TOTALS
            CLOSE PROOF-RPT
            PERFORM WRITE-CONTROL-TOTALS

            IF ACTIONS-REJECTED > 0 OR EXISTING-OVERLAPS > 0
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
                    DISPLAY "ACCTMNT ABEND: CANNOT OPEN "
                        "CYCRUN.DAT, FILE STATUS " CYCLE-RUN-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ACCEPT RUN-ID FROM TIME
            END-IF.

      *    THE CHART OF ACCOUNTS IS THE LEDGER'S OWN LIST -- WITHOUT
      *    IT NO ACCOUNT CAN BE PROVED, SO A MISSING FILE ABENDS
       LOAD-CHART.
            OPEN INPUT CHART-IN
            IF CHART-IN-STATUS NOT = "00"
                DISPLAY "ACCTMNT ABEND: CANNOT OPEN GLCOA.DAT, "
                    "FILE STATUS " CHART-IN-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL CHART-EOF
                READ CHART-IN
                    AT END
                        SET CHART-EOF TO TRUE
                        CLOSE CHART-IN
                    NOT AT END
                        IF CHART-IN-REC(1:10) NOT = SPACES
                            IF CHART-COUNT >= CHART-MAX
                                DISPLAY "ACCTMNT ABEND: MORE THAN "
                                    CHART-MAX " ACCOUNTS ON GLCOA.DAT"
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO CHART-COUNT
                            MOVE CHART-IN-REC(1:10)
                                TO CHT-ACCOUNT(CHART-COUNT)
                            MOVE CHART-IN-REC(12:1)
                                TO CHT-STATUS(CHART-COUNT)
                        END-IF
                END-READ
            END-PERFORM.

       OPEN-PROOF-REPORT.
            OPEN OUTPUT PROOF-RPT
            IF PROOF-RPT-STATUS NOT = "00"
                DISPLAY "ACCTMNT ABEND: CANNOT OPEN ACCTPRF.RPT, "
                    "FILE STATUS " PROOF-RPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO PROOF-RPT-LINE
            STRING "ACCOUNT MAP MAINTENANCE PROOF LISTING  RUN " RUN-ID
                "  OPERATOR " OPERATOR-ID "  DATE " TODAY-DATE
                DELIMITED BY SIZE INTO PROOF-RPT-LINE
            PERFORM WRITE-PROOF-LINE
            MOVE SPACES TO PROOF-RPT-LINE
            PERFORM WRITE-PROOF-LINE.

      *    LOAD THE MAP IN ANY ORDER AND FILE IT SORTED. THE MAP IS
      *    OURS TO MAINTAIN, SO A MISSING FILE IS A SETUP ERROR, AND
      *    A CARD THAT CANNOT BE READ AS A MAPPING STOPS THE SESSION
      *    BEFORE THE FILE IS REWRITTEN WITHOUT IT
       LOAD-ACCOUNT-MAP.
            OPEN INPUT ACCTMAP-FILE
            IF ACCTMAP-FILE-STATUS NOT = "00"
                DISPLAY "ACCTMNT ABEND: CANNOT OPEN ACCTMAP.DAT, "
                    "FILE STATUS " ACCTMAP-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL ACCTMAP-EOF
                READ ACCTMAP-FILE
                    AT END
                        SET ACCTMAP-EOF TO TRUE
                        CLOSE ACCTMAP-FILE
                    NOT AT END
                        ADD 1 TO CARD-LINE-NO
                        IF ACCTMAP-FILE-REC NOT = SPACES
                            PERFORM LOAD-ONE-MAP-CARD
                        END-IF
                END-READ
            END-PERFORM.

       LOAD-ONE-MAP-CARD.
            ADD 1 TO MAP-CARDS-READ
            MOVE ACCTMAP-FILE-REC(1:41) TO MAP-CARD
            MOVE AMC-KEY OF MAP-CARD TO KEY-TEXT
            PERFORM CHECK-KEY-TEXT
            IF NOT KEY-OK
                PERFORM BAD-MAP-CARD-ABEND
            END-IF
            MOVE AMC-ACCOUNT OF MAP-CARD TO NEW-ACCOUNT
            IF AMC-EFF-FROM OF MAP-CARD = SPACES
                MOVE 0 TO NEW-FROM
            ELSE
                MOVE AMC-EFF-FROM OF MAP-CARD TO EDIT-DATE
                PERFORM CHECK-CARD-DATE
                IF NOT DATE-OK
                    PERFORM BAD-MAP-CARD-ABEND
                END-IF
                MOVE EDIT-DATE-NUM TO NEW-FROM
            END-IF
            IF AMC-EFF-TO OF MAP-CARD = SPACES
                MOVE OPEN-ENDED TO NEW-TO
            ELSE
                MOVE AMC-EFF-TO OF MAP-CARD TO EDIT-DATE
                PERFORM CHECK-CARD-DATE
                IF NOT DATE-OK
                    PERFORM BAD-MAP-CARD-ABEND
                END-IF
                MOVE EDIT-DATE-NUM TO NEW-TO
            END-IF
            PERFORM FILE-NEW-MAPPING.

       BAD-MAP-CARD-ABEND.
            DISPLAY "ACCTMNT ABEND: ACCTMAP.DAT LINE " CARD-LINE-NO
                " IS NOT A VALID MAP CARD -- " ACCTMAP-FILE-REC(1:41)
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *    FILE NEW-KEY / NEW-ACCOUNT / NEW-FROM / NEW-TO IN ORDER --
      *    A MAPPING WITH THE SAME KEY AND FROM DATE AS ONE ALREADY
      *    FILED GOES BEHIND IT, SO FILE ORDER SURVIVES FOR TIES
       FILE-NEW-MAPPING.
            IF MAP-COUNT >= MAP-MAX
                DISPLAY "ACCTMNT ABEND: MORE THAN " MAP-MAX
                    " MAPPINGS ON ACCTMAP.DAT"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE 1 TO MAP-IX
            MOVE "N" TO MAP-FOUND-SWITCH
            PERFORM UNTIL MAP-IX > MAP-COUNT OR MAP-FOUND
                IF ME-KEY(MAP-IX) > NEW-KEY
                    OR (ME-KEY(MAP-IX) = NEW-KEY
                        AND ME-FROM(MAP-IX) > NEW-FROM)
                    SET MAP-FOUND TO TRUE
                ELSE
                    ADD 1 TO MAP-IX
                END-IF
            END-PERFORM
            PERFORM VARYING MAP-JX FROM MAP-COUNT BY -1
                UNTIL MAP-JX < MAP-IX
                MOVE MAP-ENTRY(MAP-JX) TO MAP-ENTRY(MAP-JX + 1)
            END-PERFORM
            MOVE NEW-KEY TO ME-KEY(MAP-IX)
            MOVE NEW-ACCOUNT TO ME-ACCOUNT(MAP-IX)
            MOVE NEW-FROM TO ME-FROM(MAP-IX)
            MOVE NEW-TO TO ME-TO(MAP-IX)
            MOVE "Y" TO ME-LIVE-SWITCH(MAP-IX)
            ADD 1 TO MAP-COUNT.

      *    A HAND-EDITED MAP MAY ALREADY CARRY TWO RANGES FOR ONE KEY
      *    THAT OVERLAP -- LISTED FOR THE OPERATOR TO RETIRE ONE OF,
      *    NOT REFUSED, SINCE REFUSING WOULD LEAVE NO WAY TO FIX THEM.
      *    THE TABLE IS IN KEY / FROM ORDER, SO A RANGE OVERLAPS AN
      *    EARLIER ONE FOR ITS KEY WHEN IT STARTS ON OR BEFORE THE
      *    LATEST END SEEN SO FAR FOR THAT KEY
       CHECK-EXISTING-OVERLAPS.
            MOVE 1 TO KEY-START-IX
            PERFORM VARYING MAP-IX FROM 2 BY 1
                UNTIL MAP-IX > MAP-COUNT
                IF ME-KEY(MAP-IX) NOT = ME-KEY(MAP-IX - 1)
                    MOVE MAP-IX TO KEY-START-IX
                END-IF
                PERFORM VARYING MAP-JX FROM KEY-START-IX BY 1
                    UNTIL MAP-JX >= MAP-IX
                    IF ME-FROM(MAP-IX) NOT > ME-TO(MAP-JX)
                        ADD 1 TO EXISTING-OVERLAPS
                        MOVE ME-KEY(MAP-IX) TO SHOW-KEY
                        MOVE SPACES TO PROOF-RPT-LINE
                        STRING "EXISTING OVERLAP KEY=" SHOW-KEY
                            " " ME-ACCOUNT(MAP-JX)
                            " FROM " ME-FROM(MAP-JX)
                            " AND " ME-ACCOUNT(MAP-IX)
                            " FROM " ME-FROM(MAP-IX)
                            DELIMITED BY SIZE INTO PROOF-RPT-LINE
                        PERFORM WRITE-PROOF-LINE
                    END-IF
                END-PERFORM
            END-PERFORM
            IF EXISTING-OVERLAPS > 0
                MOVE SPACES TO PROOF-RPT-LINE
                PERFORM WRITE-PROOF-LINE
            END-IF.

      *    ONE ACTION CARD THROUGH THE MILL -- EDITED FIRST, APPLIED
      *    SECOND, JOURNALED LAST. A CARD THAT FAILS AN EDIT NEVER
      *    TOUCHES THE MAP
       WORK-ONE-ACTION.
            ADD 1 TO ACTIONS-READ
            MOVE MAINT-CARD(1:1) TO ACTION-CODE
            MOVE MAINT-CARD(3:41) TO ACTION-CARD
            MOVE SPACES TO RPT-REASON
            PERFORM VALIDATE-ACTION
            IF EDIT-OK
                EVALUATE TRUE
                    WHEN ACTION-ADD
                        PERFORM APPLY-ADD
                    WHEN ACTION-CHANGE
                        PERFORM APPLY-CHANGE
                    WHEN ACTION-RETIRE
                        PERFORM APPLY-RETIRE
                END-EVALUATE
            END-IF
            IF RPT-REASON = SPACES
                MOVE "APPLIED" TO RPT-ACTION
            ELSE
                ADD 1 TO ACTIONS-REJECTED
                MOVE "REJECTED" TO RPT-ACTION
            END-IF
            PERFORM WRITE-PROOF-DETAIL.

      *    CARD EDITS -- A VALID CODE AND KEY ALWAYS; DATES, WHEN
      *    PRESENT, REAL CALENDAR DATES; AN ADD NEEDS AN ACCOUNT AND A
      *    FROM DATE; A CHANGE NEEDS SOMETHING TO CHANGE; ANY ACCOUNT
      *    GIVEN FOR AN ADD OR CHANGE MUST BE OPEN ON THE CHART
       VALIDATE-ACTION.
            MOVE "Y" TO EDIT-OK-SWITCH
            MOVE AMC-KEY OF ACTION-CARD TO KEY-TEXT
            PERFORM CHECK-KEY-TEXT
            MOVE "Y" TO DATE-OK-SWITCH
            MOVE 0 TO CARD-FROM
            IF AMC-EFF-FROM OF ACTION-CARD NOT = SPACES
                MOVE AMC-EFF-FROM OF ACTION-CARD TO EDIT-DATE
                PERFORM CHECK-CARD-DATE
                IF DATE-OK
                    MOVE EDIT-DATE-NUM TO CARD-FROM
                END-IF
            END-IF
            MOVE OPEN-ENDED TO NEW-TO
            IF DATE-OK AND AMC-EFF-TO OF ACTION-CARD NOT = SPACES
                MOVE AMC-EFF-TO OF ACTION-CARD TO EDIT-DATE
                PERFORM CHECK-CARD-DATE
                IF DATE-OK
                    MOVE EDIT-DATE-NUM TO NEW-TO
                END-IF
            END-IF
            EVALUATE TRUE
                WHEN NOT ACTION-ADD AND NOT ACTION-CHANGE
                    AND NOT ACTION-RETIRE
                    MOVE "INVALID ACTION CODE" TO RPT-REASON
                WHEN NOT KEY-OK
                    MOVE "KEY NOT NUMERIC" TO RPT-REASON
                WHEN NOT DATE-OK
                    MOVE "INVALID DATE" TO RPT-REASON
                WHEN ACTION-ADD
                    AND AMC-ACCOUNT OF ACTION-CARD = SPACES
                    MOVE "NO ACCOUNT" TO RPT-REASON
                WHEN ACTION-ADD
                    AND AMC-EFF-FROM OF ACTION-CARD = SPACES
                    MOVE "NO EFFECTIVE-FROM DATE" TO RPT-REASON
                WHEN ACTION-CHANGE
                    AND AMC-ACCOUNT OF ACTION-CARD = SPACES
                    AND AMC-EFF-TO OF ACTION-CARD = SPACES
                    MOVE "NOTHING TO CHANGE" TO RPT-REASON
                WHEN (ACTION-ADD OR ACTION-CHANGE)
                    AND AMC-ACCOUNT OF ACTION-CARD NOT = SPACES
                    PERFORM CHECK-CHART-ACCOUNT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF RPT-REASON NOT = SPACES
                MOVE "N" TO EDIT-OK-SWITCH
            END-IF.

       CHECK-CHART-ACCOUNT.
            MOVE "N" TO MAP-FOUND-SWITCH
            PERFORM VARYING CHART-IX FROM 1 BY 1
                UNTIL CHART-IX > CHART-COUNT OR MAP-FOUND
                IF CHT-ACCOUNT(CHART-IX) = AMC-ACCOUNT OF ACTION-CARD
                    SET MAP-FOUND TO TRUE
                    IF CHT-STATUS(CHART-IX) = "I"
                        MOVE "ACCOUNT CLOSED ON CHART"
                            TO RPT-REASON
                    END-IF
                END-IF
            END-PERFORM
            IF NOT MAP-FOUND
                MOVE "ACCOUNT NOT ON CHART" TO RPT-REASON
            END-IF.

      *    THE KEY COLUMNS MUST HOLD A PLAIN DECIMAL NUMBER -- DIGITS,
      *    AT MOST ONE POINT AND ONE SIGN, SPACES ONLY AROUND THEM --
      *    THAT FITS THE MERGE-KEY, OR NUMVAL WOULD TURN A TYPO INTO
      *    SOME OTHER KEY WITHOUT A WORD. LEAVES THE VALUE IN NEW-KEY
       CHECK-KEY-TEXT.
            MOVE "Y" TO KEY-OK-SWITCH
            MOVE 0 TO KEY-DIGITS KEY-POINTS KEY-SIGNS
            PERFORM VARYING KEY-CHAR-IX FROM 1 BY 1
                UNTIL KEY-CHAR-IX > 12
                EVALUATE KEY-TEXT(KEY-CHAR-IX:1)
                    WHEN "0" THRU "9"
                        ADD 1 TO KEY-DIGITS
                    WHEN "."
                        ADD 1 TO KEY-POINTS
                    WHEN "-"
                    WHEN "+"
                        ADD 1 TO KEY-SIGNS
                    WHEN SPACE
                        CONTINUE
                    WHEN OTHER
                        MOVE "N" TO KEY-OK-SWITCH
                END-EVALUATE
            END-PERFORM
            IF KEY-DIGITS = 0 OR KEY-POINTS > 1 OR KEY-SIGNS > 1
                MOVE "N" TO KEY-OK-SWITCH
            END-IF
            MOVE 0 TO NEW-KEY
            IF KEY-OK
                COMPUTE KEY-WIDE = FUNCTION NUMVAL(KEY-TEXT)
                IF KEY-WIDE > 9999999.99 OR KEY-WIDE < -9999999.99
                    MOVE "N" TO KEY-OK-SWITCH
                ELSE
                    MOVE KEY-WIDE TO NEW-KEY
                END-IF
            END-IF.

      *    A REAL CALENDAR DATE, YYYYMMDD -- THE MASTERMNT EDIT
       CHECK-CARD-DATE.
            MOVE "Y" TO DATE-OK-SWITCH
            IF EDIT-YEAR-NUM NOT NUMERIC
                OR EDIT-MONTH-NUM NOT NUMERIC
                OR EDIT-DAY-NUM NOT NUMERIC
                MOVE "N" TO DATE-OK-SWITCH
            ELSE
                IF EDIT-MONTH-NUM < 01 OR EDIT-MONTH-NUM > 12
                    MOVE "N" TO DATE-OK-SWITCH
                ELSE
                    EVALUATE EDIT-MONTH-NUM
                        WHEN 01 WHEN 03 WHEN 05 WHEN 07
                        WHEN 08 WHEN 10 WHEN 12
                            MOVE 31 TO DAYS-IN-MONTH
                        WHEN 04 WHEN 06 WHEN 09 WHEN 11
                            MOVE 30 TO DAYS-IN-MONTH
                        WHEN 02
                            IF FUNCTION MOD(EDIT-YEAR-NUM, 4) = 0
                                AND (FUNCTION MOD(EDIT-YEAR-NUM, 100)
                                    NOT = 0
                                    OR FUNCTION MOD(EDIT-YEAR-NUM,
                                        400) = 0)
                                MOVE 29 TO DAYS-IN-MONTH
                            ELSE
                                MOVE 28 TO DAYS-IN-MONTH
                            END-IF
                    END-EVALUATE
                    IF EDIT-DAY-NUM < 01
                        OR EDIT-DAY-NUM > DAYS-IN-MONTH
                        MOVE "N" TO DATE-OK-SWITCH
                    END-IF
                END-IF
            END-IF.

      *    ADD -- A NEW RANGE FOR THE KEY, CLEAR OF EVERY RANGE THE
      *    KEY ALREADY HAS
       APPLY-ADD.
            MOVE AMC-ACCOUNT OF ACTION-CARD TO NEW-ACCOUNT
            MOVE CARD-FROM TO NEW-FROM
            MOVE 0 TO MAP-IX
            IF NEW-TO < NEW-FROM
                MOVE "EFFECTIVE-TO BEFORE FROM" TO RPT-REASON
            ELSE
                PERFORM CHECK-NEW-OVERLAP
            END-IF
            IF RPT-REASON = SPACES
                PERFORM FILE-NEW-MAPPING
                MOVE SPACES TO SAVE-BEFORE-IMAGE
                PERFORM HOLD-JOURNAL-RECORD
                ADD 1 TO ADDS-APPLIED
            END-IF.

      *    CHANGE -- A NEW ACCOUNT AND/OR A NEW END DATE FOR THE
      *    MAPPING NAMED BY KEY AND FROM DATE; THE CHANGED RANGE MUST
      *    STILL CLEAR THE KEY'S OTHER RANGES
       APPLY-CHANGE.
            PERFORM FIND-MAPPING
            IF NOT MAP-FOUND
                MOVE "NO SUCH MAPPING" TO RPT-REASON
            ELSE
                MOVE ME-ACCOUNT(MAP-IX) TO NEW-ACCOUNT
                IF AMC-ACCOUNT OF ACTION-CARD NOT = SPACES
                    MOVE AMC-ACCOUNT OF ACTION-CARD TO NEW-ACCOUNT
                END-IF
                IF AMC-EFF-TO OF ACTION-CARD = SPACES
                    MOVE ME-TO(MAP-IX) TO NEW-TO
                END-IF
                MOVE ME-FROM(MAP-IX) TO NEW-FROM
                IF NEW-TO < NEW-FROM
                    MOVE "EFFECTIVE-TO BEFORE FROM" TO RPT-REASON
                ELSE
                    PERFORM CHECK-NEW-OVERLAP
                END-IF
            END-IF
            IF RPT-REASON = SPACES
                PERFORM SNAP-BEFORE-IMAGE
                MOVE NEW-ACCOUNT TO ME-ACCOUNT(MAP-IX)
                MOVE NEW-TO TO ME-TO(MAP-IX)
                PERFORM HOLD-JOURNAL-RECORD
                ADD 1 TO CHANGES-APPLIED
            END-IF.

      *    RETIRE -- END THE MAPPING ON THE CARD'S EFFECTIVE-TO DATE,
      *    TODAY WHEN BLANK. A MAPPING ENDED BEFORE ITS FROM DATE
      *    NEVER TOOK EFFECT AND IS DROPPED. AN ACCOUNT ON THE CARD
      *    PICKS BETWEEN TWO MAPPINGS SHARING A KEY AND FROM DATE,
      *    WHICH ONLY A HAND-EDITED MAP CAN HOLD
       APPLY-RETIRE.
            IF AMC-EFF-TO OF ACTION-CARD = SPACES
                MOVE TODAY-DATE TO NEW-TO
            END-IF
            PERFORM FIND-MAPPING
            EVALUATE TRUE
                WHEN NOT MAP-FOUND
                    MOVE "NO SUCH MAPPING" TO RPT-REASON
                WHEN ME-TO(MAP-IX) NOT > NEW-TO
                    MOVE "ALREADY ENDS BY THAT DATE" TO RPT-REASON
                WHEN OTHER
                    PERFORM SNAP-BEFORE-IMAGE
                    IF NEW-TO < ME-FROM(MAP-IX)
                        MOVE "N" TO ME-LIVE-SWITCH(MAP-IX)
                    ELSE
                        MOVE NEW-TO TO ME-TO(MAP-IX)
                    END-IF
                    PERFORM HOLD-JOURNAL-RECORD
                    ADD 1 TO RETIRES-APPLIED
            END-EVALUATE.

       FIND-MAPPING.
            MOVE "N" TO MAP-FOUND-SWITCH
            PERFORM VARYING MAP-IX FROM 1 BY 1
                UNTIL MAP-IX > MAP-COUNT OR MAP-FOUND
                IF ME-LIVE(MAP-IX)
                    AND ME-KEY(MAP-IX) = NEW-KEY
                    AND ME-FROM(MAP-IX) = CARD-FROM
                    AND (ACTION-CHANGE
                        OR AMC-ACCOUNT OF ACTION-CARD = SPACES
                        OR AMC-ACCOUNT OF ACTION-CARD
                            = ME-ACCOUNT(MAP-IX))
                    SET MAP-FOUND TO TRUE
                END-IF
            END-PERFORM
      *    THE VARYING STEPS PAST THE HIT BEFORE THE UNTIL IS TESTED
            IF MAP-FOUND
                SUBTRACT 1 FROM MAP-IX
            END-IF.

      *    NEW-FROM THRU NEW-TO AGAINST EVERY OTHER LIVE RANGE FOR THE
      *    KEY -- MAP-IX NAMES THE MAPPING BEING CHANGED (ZERO FOR AN
      *    ADD) SO IT IS NOT HELD AGAINST ITSELF
       CHECK-NEW-OVERLAP.
            PERFORM VARYING MAP-JX FROM 1 BY 1
                UNTIL MAP-JX > MAP-COUNT OR RPT-REASON NOT = SPACES
                IF MAP-JX NOT = MAP-IX
                    AND ME-LIVE(MAP-JX)
                    AND ME-KEY(MAP-JX) = NEW-KEY
                    AND NEW-FROM NOT > ME-TO(MAP-JX)
                    AND ME-FROM(MAP-JX) NOT > NEW-TO
                    MOVE ME-FROM(MAP-JX) TO OVERLAP-FROM
                    STRING "OVERLAPS RANGE FROM " OVERLAP-FROM
                        DELIMITED BY SIZE INTO RPT-REASON
                END-IF
            END-PERFORM.

       SNAP-BEFORE-IMAGE.
            PERFORM BUILD-MAP-CARD
            MOVE MAP-CARD TO SAVE-BEFORE-IMAGE.

      *    THE MAPPING IN SLOT MAP-IX BACK INTO CARD FORM -- THE KEY
      *    RIGHT-ALIGNED IN PLAIN DECIMAL, ZERO AND OPEN-ENDED DATES
      *    BACK TO BLANKS
       BUILD-MAP-CARD.
            MOVE SPACES TO MAP-CARD
            MOVE ME-KEY(MAP-IX) TO SHOW-KEY
            MOVE SHOW-KEY TO AMC-KEY OF MAP-CARD(2:11)
            MOVE ME-ACCOUNT(MAP-IX) TO AMC-ACCOUNT OF MAP-CARD
            IF ME-FROM(MAP-IX) NOT = 0
                MOVE ME-FROM(MAP-IX) TO AMC-EFF-FROM OF MAP-CARD
            END-IF
            IF ME-TO(MAP-IX) NOT = OPEN-ENDED
                MOVE ME-TO(MAP-IX) TO AMC-EFF-TO OF MAP-CARD
            END-IF.

      *    THE APPLIED ACTION'S JOURNAL RECORD -- HELD UNTIL THE NEW
      *    MAP IS WRITTEN (SEE WRITE-JOURNAL-FILE). A DROPPED MAPPING
      *    HAS A SPACES AFTER IMAGE
       HOLD-JOURNAL-RECORD.
            IF JRNL-COUNT >= JRNL-MAX
                DISPLAY "ACCTMNT ABEND: MORE THAN " JRNL-MAX
                    " APPLIED ACTIONS IN ONE SESSION"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO JOURNAL-REC
            MOVE TODAY-DATE TO AJR-DATE
            MOVE OPERATOR-ID TO AJR-OPERATOR
            MOVE ACTION-CODE TO AJR-ACTION
            MOVE NEW-KEY TO AJR-KEY
            MOVE SAVE-BEFORE-IMAGE TO AJR-BEFORE-IMAGE
            IF ME-LIVE(MAP-IX)
                PERFORM BUILD-MAP-CARD
                MOVE MAP-CARD TO AJR-AFTER-IMAGE
            ELSE
                MOVE SPACES TO AJR-AFTER-IMAGE
            END-IF
            ADD 1 TO JRNL-COUNT
            MOVE JOURNAL-REC TO JRNL-ENTRY(JRNL-COUNT).

      *    REWRITE THE MAP WHOLE, IN KEY / FROM ORDER, WITHOUT THE
      *    DROPPED MAPPINGS
       REWRITE-ACCOUNT-MAP.
            OPEN OUTPUT ACCTMAP-FILE
            IF ACCTMAP-FILE-STATUS NOT = "00"
                DISPLAY "ACCTMNT ABEND: CANNOT REWRITE ACCTMAP.DAT, "
                    "FILE STATUS " ACCTMAP-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM VARYING MAP-IX FROM 1 BY 1
                UNTIL MAP-IX > MAP-COUNT
                IF ME-LIVE(MAP-IX)
                    PERFORM BUILD-MAP-CARD
                    MOVE SPACES TO ACCTMAP-FILE-REC
                    MOVE MAP-CARD TO ACCTMAP-FILE-REC(1:41)
                    WRITE ACCTMAP-FILE-REC
                    IF ACCTMAP-FILE-STATUS NOT = "00"
                        DISPLAY "ACCTMNT ABEND: WRITE TO ACCTMAP.DAT "
                            "FAILED, FILE STATUS " ACCTMAP-FILE-STATUS
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO MAP-CARDS-WRITTEN
                END-IF
            END-PERFORM
            CLOSE ACCTMAP-FILE.

       WRITE-JOURNAL-FILE.
            OPEN EXTEND ACCT-JRNL
            IF ACCT-JRNL-STATUS = "35"
                CLOSE ACCT-JRNL
                OPEN OUTPUT ACCT-JRNL
            END-IF
            IF ACCT-JRNL-STATUS NOT = "00"
                DISPLAY "ACCTMNT ABEND: CANNOT OPEN ACCTJRNL.DAT, "
                    "FILE STATUS " ACCT-JRNL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM VARYING JRNL-IX FROM 1 BY 1
                UNTIL JRNL-IX > JRNL-COUNT
                MOVE SPACES TO ACCT-JRNL-REC
                MOVE JRNL-ENTRY(JRNL-IX) TO ACCT-JRNL-REC(1:108)
                INSPECT ACCT-JRNL-REC REPLACING ALL LOW-VALUE BY SPACE
                WRITE ACCT-JRNL-REC
                IF ACCT-JRNL-STATUS NOT = "00"
                    DISPLAY "ACCTMNT ABEND: WRITE TO ACCTJRNL.DAT "
                        "FAILED, FILE STATUS " ACCT-JRNL-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-PERFORM
            CLOSE ACCT-JRNL.

       WRITE-PROOF-DETAIL.
            MOVE NEW-KEY TO SHOW-KEY
            MOVE SPACES TO PROOF-RPT-LINE
            STRING RPT-ACTION " " ACTION-CODE " KEY=" SHOW-KEY
                " ACCT=" AMC-ACCOUNT OF ACTION-CARD
                " FROM=" AMC-EFF-FROM OF ACTION-CARD
                " TO=" AMC-EFF-TO OF ACTION-CARD
                " " RPT-REASON
                DELIMITED BY SIZE INTO PROOF-RPT-LINE
            PERFORM WRITE-PROOF-LINE.

       WRITE-PROOF-TOTALS.
            MOVE SPACES TO PROOF-RPT-LINE
            PERFORM WRITE-PROOF-LINE
            MOVE SPACES TO PROOF-RPT-LINE
            STRING "ACTIONS READ=" ACTIONS-READ
                " ADDS=" ADDS-APPLIED
                " CHANGES=" CHANGES-APPLIED
                " RETIRES=" RETIRES-APPLIED
                " REJECTS=" ACTIONS-REJECTED
                DELIMITED BY SIZE INTO PROOF-RPT-LINE
            PERFORM WRITE-PROOF-LINE
            MOVE SPACES TO PROOF-RPT-LINE
            STRING "MAP CARDS READ=" MAP-CARDS-READ
                " WRITTEN=" MAP-CARDS-WRITTEN
                " EXISTING OVERLAPS=" EXISTING-OVERLAPS
                DELIMITED BY SIZE INTO PROOF-RPT-LINE
            PERFORM WRITE-PROOF-LINE.

       WRITE-PROOF-LINE.
            WRITE PROOF-RPT-LINE
            IF PROOF-RPT-STATUS NOT = "00"
                DISPLAY "ACCTMNT ABEND: WRITE TO ACCTPRF.RPT "
                    "FAILED, FILE STATUS " PROOF-RPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    CONTROL-TOTAL AUDIT TRAIL -- READ = APPLIED + REJECTED, AND
      *    MAP CARDS READ + ADDS - DROPPED RETIREMENTS = WRITTEN
       WRITE-CONTROL-TOTALS.
            OPEN EXTEND CONTROL-RPT
            IF CTL-STATUS = "35"
                CLOSE CONTROL-RPT
                OPEN OUTPUT CONTROL-RPT
            END-IF
            IF CTL-STATUS NOT = "00"
                DISPLAY "ACCTMNT ABEND: CANNOT OPEN " CTL-FILENAME
                    ", FILE STATUS " CTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE SPACES TO CONTROL-RPT-LINE
            STRING "ACCTMNT CONTROL TOTALS: OPERATOR="
                OPERATOR-ID " READ=" ACTIONS-READ
                " ADDS=" ADDS-APPLIED " CHANGES=" CHANGES-APPLIED
                " RETIRES=" RETIRES-APPLIED
                " REJECTS=" ACTIONS-REJECTED
                DELIMITED BY SIZE INTO CONTROL-RPT-LINE
            PERFORM WRITE-CONTROL-LINE
            MOVE SPACES TO CONTROL-RPT-LINE
            STRING "ACCTMNT MAP CARDS: READ=" MAP-CARDS-READ
                " WRITTEN=" MAP-CARDS-WRITTEN
                " EXISTING-OVERLAPS=" EXISTING-OVERLAPS
                DELIMITED BY SIZE INTO CONTROL-RPT-LINE
            PERFORM WRITE-CONTROL-LINE
            CLOSE CONTROL-RPT.

       WRITE-CONTROL-LINE.
            WRITE CONTROL-RPT-LINE
            IF CTL-STATUS NOT = "00"
                DISPLAY "ACCTMNT ABEND: WRITE TO " CTL-FILENAME
                    " FAILED, FILE STATUS " CTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       END PROGRAM ACCTMNT.
