      ******************************************************************
      * Author: VINCENT SENCLAIR
      * Date: 10-15-26
      * Purpose: SINGLE-RUN BACKOUT OFF THE MASTER-UPDATE JOURNAL --
      *          ACCEPTS THE RUN-ID OF ONE MASTERUPDT RUN ON SYSIN,
      *          PULLS THAT RUN'S JOURNAL.DAT ENTRIES (SEE COPYBOOK
      *          JRNREC) AND TURNS EACH ONE INTO ITS COMPENSATING
      *          TRANSACTION IN THE TRNREC LAYOUT: AN ADD BECOMES A
      *          DELETE, A DELETE BECOMES A RE-ADD OF THE BEFORE
      *          IMAGE (SOURCE REGION AND ALL), AND A CHANGE BECOMES A
      *          CHANGE BACK TO THE BEFORE IMAGE. WITHIN A KEY THE
      *          COMPENSATIONS COME OUT IN REVERSE APPLY ORDER, SO AN
      *          ADD-THEN-CHANGE UNWINDS AS CHANGE-BACK-THEN-DELETE;
      *          ACROSS KEYS THEY COME OUT ASCENDING, THE ORDER
      *          MASTERUPDT DEMANDS. THE RESULT IS THE HDR/TRL-STAMPED
      *          BKOTRAN.DAT THE NEXT MASTERUPDT TAKES AS AN OPTIONAL
      *          TRANSACTION INPUT, SO ONE BAD FEED IS UNWOUND
      *          WITHOUT ROLLING THE WHOLE GENERATION BACK AND LOSING
      *          EVERYTHING THAT RAN SINCE. A KEY THAT WAS TOUCHED
      *          AGAIN AFTER THE RUN -- BY A LATER JOURNAL.DAT ENTRY,
      *          OR BY A MASTERMNT ACTION ON MNTJRNL.DAT DATED ON OR
      *          AFTER THE RUN'S APPLY DATE -- IS HELD OFF: RESTORING
      *          ITS BEFORE IMAGE WOULD QUIETLY UNDO THAT LATER WORK.
      *          THOSE KEYS ARE LISTED ON THE CONFLICT SECTION OF
      *          BKORPT.RPT FOR THE DESK TO RESOLVE BY HAND THROUGH
      *          MASTERMNT. BACKING THE SAME RUN OUT TWICE HOLDS EVERY
      *          KEY, SINCE THE FIRST BACKOUT'S OWN UPDATE JOURNALED
      *          THEM ALL AFTER THE RUN. RETURN-CODE 4 MEANS SOMETHING
      *          WAS HELD. SEE JCL/JRNBKOUT.JCL FOR THE MATCHING JOB
      *          STEP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNBKOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-IN ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-IN-STATUS.

      *    THE DESK'S OWN JOURNAL -- A MISSING FILE (STATUS 35) JUST
      *    MEANS NO MAINTENANCE SESSION HAS EVER RUN
           SELECT MAINT-JRNL ASSIGN TO "MNTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-JRNL-STATUS.

      *    COMPENSATING TRANSACTIONS FOR THE NEXT MASTERUPDT
           SELECT BKOTRAN-OUT ASSIGN TO "BKOTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKOTRAN-OUT-STATUS.

           SELECT BACKOUT-RPT ASSIGN TO "BKORPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKOUT-RPT-STATUS.

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
       FD JOURNAL-IN.
       01 JOURNAL-IN-REC PIC X(120).

       FD MAINT-JRNL.
       01 MAINT-JRNL-REC PIC X(130).

       FD BKOTRAN-OUT.
       01 BKOTRAN-OUT-REC PIC X(45).

       FD BACKOUT-RPT.
       01 BACKOUT-RPT-LINE PIC X(132).

       FD CONTROL-RPT.
       01 CONTROL-RPT-LINE PIC X(132).

       FD CYCLE-RUN.
       01 CYCLE-RUN-REC PIC X(80).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
      *    FILE STATUS / END-OF-FILE SWITCHES
       01 JOURNAL-IN-STATUS PIC XX.
       01 MAINT-JRNL-STATUS PIC XX.
       01 BKOTRAN-OUT-STATUS PIC XX.
       01 BACKOUT-RPT-STATUS PIC XX.
       01 CTL-STATUS PIC XX.
       01 JOURNAL-EOF-SWITCH PIC X(1) VALUE "N".
           88 JOURNAL-EOF VALUE "Y".
       01 MAINT-EOF-SWITCH PIC X(1) VALUE "N".
           88 MAINT-EOF VALUE "Y".

      *    SYSIN CARD -- COLUMNS 1-8 THE RUN-ID TO BACK OUT
       01 BKO-CARD PIC X(80).
       01 TARGET-RUN-ID PIC X(8).
       01 TARGET-APPLY-DATE PIC 9(8) VALUE 0.
       01 TARGET-FOUND-SWITCH PIC X(1) VALUE "N".
           88 TARGET-FOUND VALUE "Y".

      *    THE RECORDS UNDER INSPECTION
       01 JOURNAL-REC.
           COPY JRNREC.
       01 MAINT-REC.
           COPY MNTJRN.

      *    IMAGE DECODE AREA -- A BEFORE OR AFTER IMAGE IS RAW MRGREC
      *    BYTES; MOVING IT HERE GIVES THE NAMED FIELDS BACK
       01 IMAGE-REC.
           COPY MRGREC.

      *    THE TARGET RUN'S JOURNAL ENTRIES, IN APPLY ORDER AS READ.
      *    A HELD ENTRY CARRIES THE FIRST LATER TOUCH THAT HELD IT
       01 ENTRY-MAX PIC 9(4) VALUE 5000.
       01 ENTRY-COUNT PIC 9(4) VALUE 0.
       01 ENTRY-TABLE.
           05 ENTRY-ITEM OCCURS 5000 TIMES.
               07 ENT-TRAN-CODE PIC X(1).
               07 ENT-KEY PIC S9(7)V99.
               07 ENT-BEFORE-IMAGE PIC X(44).
               07 ENT-AFTER-IMAGE PIC X(44).
               07 ENT-HELD-SWITCH PIC X(1).
                   88 ENT-HELD VALUE "Y".
               07 ENT-HELD-REASON PIC X(40).
       01 ENT-IX PIC 9(4).

      *    OUTPUT ORDER -- ENTRY NUMBERS ASCENDING ON KEY AND, WITHIN
      *    A KEY, DESCENDING ON APPLY ORDER, KEPT BY INSERTION AS THE
      *    ENTRIES ARE LOADED. A NEW ENTRY IS ALWAYS THE LATEST APPLY,
      *    SO IT GOES AHEAD OF EVERY ENTRY ALREADY FILED FOR ITS KEY
       01 ORDER-TABLE.
           05 ORDER-ITEM PIC 9(4) OCCURS 5000 TIMES.
       01 ORD-IX PIC 9(4).
       01 INSERT-AT PIC 9(4).

      *    HOLD WORK AREAS
       01 TOUCH-KEY PIC S9(7)V99.
       01 TOUCH-REASON PIC X(40).

      *    COMPENSATING TRANSACTION UNDER CONSTRUCTION
       01 TRAN-REC.
           COPY TRNREC.

      *    INTERFACE-STANDARD HEADER/TRAILER WORK AREAS (SEE
      *    COPYBOOKS BATHDR/BATTRL) -- THE TRAILER HASH SUMS ONLY
      *    NUMERIC AMOUNTS, THE RULE MNTTRAN.DAT IS WRITTEN BY AND
      *    MASTERUPDT RECOMPUTES BY
       01 HEADER-REC.
           COPY BATHDR.
       01 TRAILER-REC.
           COPY BATTRL.
       01 TODAY-DATE PIC 9(8).

      *    CONTROL-TOTAL COUNTERS
       01 JOURNAL-READ PIC 9(9) VALUE 0.
       01 MAINT-READ PIC 9(9) VALUE 0.
       01 TRANS-WRITTEN PIC 9(9) VALUE 0.
       01 TRANS-HELD PIC 9(9) VALUE 0.
       01 BKO-AMT-HASH PIC 9(13) VALUE 0.

      *    REPORT WORK FIELDS
       01 RPT-CODE-TEXT PIC X(8).
       01 SHOW-KEY PIC -(7)9.99.

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

            MOVE SPACES TO BKO-CARD
            ACCEPT BKO-CARD
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            IF BKO-CARD(1:8) = SPACES
                DISPLAY "JRNBKOUT ABEND: NO RUN-ID SUPPLIED ON SYSIN"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE BKO-CARD(1:8) TO TARGET-RUN-ID

            PERFORM LOAD-TARGET-RUN
            IF NOT TARGET-FOUND
                DISPLAY "JRNBKOUT ABEND: RUN " TARGET-RUN-ID
                    " HAS NO ENTRIES ON JOURNAL.DAT"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM SCAN-MAINT-JOURNAL

            ACCEPT TODAY-DATE FROM DATE YYYYMMDD
            PERFORM OPEN-OUTPUTS
            PERFORM WRITE-COMPENSATIONS
            PERFORM WRITE-CONFLICTS
            PERFORM CLOSE-OUTPUTS
            PERFORM WRITE-CONTROL-TOTALS

            DISPLAY "JRNBKOUT: RUN " TARGET-RUN-ID " ENTRIES="
                ENTRY-COUNT " BACKED OUT=" TRANS-WRITTEN
                " HELD=" TRANS-HELD
            IF TRANS-HELD > 0
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
                    DISPLAY "JRNBKOUT ABEND: CANNOT OPEN "
                        "CYCRUN.DAT, FILE STATUS " CYCLE-RUN-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ACCEPT RUN-ID FROM TIME
            END-IF.

      *    ONE FORWARD PASS OVER THE JOURNAL. THE JOURNAL IS APPENDED
      *    IN APPLY ORDER, SO ONCE THE TARGET RUN HAS BEEN SEEN EVERY
      *    OTHER RUN'S ENTRY IS A LATER TOUCH, AND A KEY IT SHARES
      *    WITH THE TARGET RUN IS HELD
       LOAD-TARGET-RUN.
            OPEN INPUT JOURNAL-IN
            IF JOURNAL-IN-STATUS NOT = "00"
                DISPLAY "JRNBKOUT ABEND: CANNOT OPEN JOURNAL.DAT, "
                    "FILE STATUS " JOURNAL-IN-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL JOURNAL-EOF
                READ JOURNAL-IN
                    AT END
                        SET JOURNAL-EOF TO TRUE
                    NOT AT END
                        IF JOURNAL-IN-REC NOT = SPACES
                            MOVE JOURNAL-IN-REC(1:114)
                                TO JOURNAL-REC
                            ADD 1 TO JOURNAL-READ
                            PERFORM SORT-JOURNAL-ENTRY
                        END-IF
                END-READ
            END-PERFORM
            CLOSE JOURNAL-IN.

       SORT-JOURNAL-ENTRY.
            IF JRN-RUN-ID = TARGET-RUN-ID
                IF NOT TARGET-FOUND
                    SET TARGET-FOUND TO TRUE
                    MOVE JRN-APPLY-DATE TO TARGET-APPLY-DATE
                END-IF
                PERFORM FILE-TARGET-ENTRY
            ELSE
                IF TARGET-FOUND
                    MOVE JRN-KEY TO TOUCH-KEY
                    MOVE SPACES TO TOUCH-REASON
                    STRING "JOURNAL RUN " JRN-RUN-ID
                        " APPLIED " JRN-APPLY-DATE
                        DELIMITED BY SIZE INTO TOUCH-REASON
                    PERFORM HOLD-TOUCHED-KEY
                END-IF
            END-IF.

       FILE-TARGET-ENTRY.
            IF ENTRY-COUNT >= ENTRY-MAX
                DISPLAY "JRNBKOUT ABEND: RUN " TARGET-RUN-ID
                    " HAS MORE THAN " ENTRY-MAX " JOURNAL ENTRIES"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO ENTRY-COUNT
            MOVE JRN-TRAN-CODE TO ENT-TRAN-CODE(ENTRY-COUNT)
            MOVE JRN-KEY TO ENT-KEY(ENTRY-COUNT)
            MOVE JRN-BEFORE-IMAGE TO ENT-BEFORE-IMAGE(ENTRY-COUNT)
            MOVE JRN-AFTER-IMAGE TO ENT-AFTER-IMAGE(ENTRY-COUNT)
            MOVE "N" TO ENT-HELD-SWITCH(ENTRY-COUNT)
            MOVE SPACES TO ENT-HELD-REASON(ENTRY-COUNT)

            MOVE ENTRY-COUNT TO INSERT-AT
            PERFORM VARYING ORD-IX FROM ENTRY-COUNT BY -1
                UNTIL ORD-IX < 2
                OR ENT-KEY(ORDER-ITEM(ORD-IX - 1)) < JRN-KEY
                MOVE ORDER-ITEM(ORD-IX - 1) TO ORDER-ITEM(ORD-IX)
                COMPUTE INSERT-AT = ORD-IX - 1
            END-PERFORM
            MOVE ENTRY-COUNT TO ORDER-ITEM(INSERT-AT).

      *    HOLD EVERY TARGET ENTRY FOR TOUCH-KEY -- THE FIRST LATER
      *    TOUCH FOUND IS THE ONE THE CONFLICT LISTING NAMES
       HOLD-TOUCHED-KEY.
            PERFORM VARYING ENT-IX FROM 1 BY 1
                UNTIL ENT-IX > ENTRY-COUNT
                IF ENT-KEY(ENT-IX) = TOUCH-KEY
                    AND NOT ENT-HELD(ENT-IX)
                    SET ENT-HELD(ENT-IX) TO TRUE
                    MOVE TOUCH-REASON TO ENT-HELD-REASON(ENT-IX)
                END-IF
            END-PERFORM.

      *    THE DESK'S JOURNAL CARRIES A SESSION DATE BUT NO RUN-ID,
      *    SO ANY ACTION DATED ON OR AFTER THE TARGET RUN'S APPLY
      *    DATE COUNTS AS LATER -- A SAME-DAY FIX THAT ACTUALLY CAME
      *    FIRST IS HELD TOO, WHICH COSTS THE DESK A LOOK RATHER THAN
      *    LETTING A BEFORE IMAGE OVERWRITE ITS WORK
       SCAN-MAINT-JOURNAL.
            OPEN INPUT MAINT-JRNL
            EVALUATE MAINT-JRNL-STATUS
                WHEN "00"
                    CONTINUE
                WHEN "35"
                    SET MAINT-EOF TO TRUE
                WHEN OTHER
                    DISPLAY "JRNBKOUT ABEND: CANNOT OPEN "
                        "MNTJRNL.DAT, FILE STATUS " MAINT-JRNL-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE
            PERFORM UNTIL MAINT-EOF
                READ MAINT-JRNL
                    AT END
                        SET MAINT-EOF TO TRUE
                        CLOSE MAINT-JRNL
                    NOT AT END
                        IF MAINT-JRNL-REC NOT = SPACES
                            MOVE MAINT-JRNL-REC(1:122) TO MAINT-REC
                            ADD 1 TO MAINT-READ
                            IF MNT-DATE NOT < TARGET-APPLY-DATE
                                MOVE MNT-KEY TO TOUCH-KEY
                                MOVE SPACES TO TOUCH-REASON
                                STRING "MNTJRNL " MNT-DATE
                                    " OPERATOR " MNT-OPERATOR
                                    DELIMITED BY SIZE
                                    INTO TOUCH-REASON
                                PERFORM HOLD-TOUCHED-KEY
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

       OPEN-OUTPUTS.
            OPEN OUTPUT BKOTRAN-OUT
            IF BKOTRAN-OUT-STATUS NOT = "00"
                DISPLAY "JRNBKOUT ABEND: CANNOT OPEN BKOTRAN.DAT, "
                    "FILE STATUS " BKOTRAN-OUT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO HEADER-REC
            MOVE "HDR" TO BHDR-TAG
            MOVE "BKOTRAN" TO BHDR-FILE-ID
            MOVE TODAY-DATE TO BHDR-CREATE-DATE
            MOVE SPACES TO BKOTRAN-OUT-REC
            MOVE HEADER-REC TO BKOTRAN-OUT-REC(1:44)
            PERFORM WRITE-BKOTRAN-PHYSICAL

            OPEN OUTPUT BACKOUT-RPT
            IF BACKOUT-RPT-STATUS NOT = "00"
                DISPLAY "JRNBKOUT ABEND: CANNOT OPEN BKORPT.RPT, "
                    "FILE STATUS " BACKOUT-RPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO BACKOUT-RPT-LINE
            STRING "JRNBKOUT BACKOUT REPORT  RUN " TARGET-RUN-ID
                " APPLIED " TARGET-APPLY-DATE
                "  BACKOUT RUN " RUN-ID
                DELIMITED BY SIZE INTO BACKOUT-RPT-LINE
            PERFORM WRITE-REPORT-LINE
            MOVE SPACES TO BACKOUT-RPT-LINE
            PERFORM WRITE-REPORT-LINE
            MOVE "COMPENSATING TRANSACTIONS WRITTEN TO BKOTRAN.DAT"
                TO BACKOUT-RPT-LINE
            PERFORM WRITE-REPORT-LINE.

      *    ONE COMPENSATING TRANSACTION PER ENTRY NOT HELD, IN
      *    OUTPUT ORDER
       WRITE-COMPENSATIONS.
            PERFORM VARYING ORD-IX FROM 1 BY 1
                UNTIL ORD-IX > ENTRY-COUNT
                MOVE ORDER-ITEM(ORD-IX) TO ENT-IX
                IF NOT ENT-HELD(ENT-IX)
                    PERFORM BUILD-COMPENSATION
                    PERFORM WRITE-COMPENSATION
                END-IF
            END-PERFORM.

      *    THE INVERSE OF THE JOURNALED ACTION. A CHANGE LEAVES THE
      *    MASTER'S SOURCE REGION ALONE, SO ONLY THE RE-ADD OF A
      *    DELETED RECORD NEEDS THE BEFORE IMAGE'S SOURCE CARRIED
       BUILD-COMPENSATION.
            MOVE SPACES TO TRAN-REC
            MOVE ENT-KEY(ENT-IX) TO TRAN-KEY
            EVALUATE ENT-TRAN-CODE(ENT-IX)
                WHEN "A"
                    MOVE ENT-AFTER-IMAGE(ENT-IX) TO IMAGE-REC
                    SET TRAN-DELETE TO TRUE
                    MOVE "ADD" TO RPT-CODE-TEXT
                WHEN "D"
                    MOVE ENT-BEFORE-IMAGE(ENT-IX) TO IMAGE-REC
                    SET TRAN-ADD TO TRUE
                    MOVE MERGE-SOURCE OF IMAGE-REC TO TRAN-SOURCE
                    MOVE "DELETE" TO RPT-CODE-TEXT
                WHEN OTHER
                    MOVE ENT-BEFORE-IMAGE(ENT-IX) TO IMAGE-REC
                    SET TRAN-CHANGE TO TRUE
                    MOVE "CHANGE" TO RPT-CODE-TEXT
            END-EVALUATE
            MOVE MERGE-NAME OF IMAGE-REC TO TRAN-NAME
            MOVE MERGE-AMOUNT OF IMAGE-REC TO TRAN-AMOUNT
            MOVE MERGE-DATE OF IMAGE-REC TO TRAN-DATE.

       WRITE-COMPENSATION.
            MOVE SPACES TO BKOTRAN-OUT-REC
            MOVE TRAN-REC TO BKOTRAN-OUT-REC

      *            AN IMAGE JOURNALED FROM A PAYLOAD THAT WAS NEVER
      *            FULLY POPULATED CAN CARRY BINARY-ZERO BYTES --
      *            STRIP THOSE BEFORE WRITING OR THE LINE SEQUENTIAL
      *            WRITE BELOW FAILS WITH FILE STATUS 71
            INSPECT BKOTRAN-OUT-REC REPLACING ALL LOW-VALUE BY SPACE

            PERFORM WRITE-BKOTRAN-PHYSICAL
            ADD 1 TO TRANS-WRITTEN
            IF TRAN-AMOUNT NUMERIC
                ADD TRAN-AMOUNT TO BKO-AMT-HASH
            END-IF

            MOVE ENT-KEY(ENT-IX) TO SHOW-KEY
            MOVE SPACES TO BACKOUT-RPT-LINE
            STRING "  " TRAN-CODE " KEY=" SHOW-KEY
                "  UNDOES " RPT-CODE-TEXT
                "  NAME " TRAN-NAME " AMOUNT " TRAN-AMOUNT
                " DATE " TRAN-DATE
                DELIMITED BY SIZE INTO BACKOUT-RPT-LINE
            PERFORM WRITE-REPORT-LINE.

       WRITE-BKOTRAN-PHYSICAL.
            WRITE BKOTRAN-OUT-REC
            IF BKOTRAN-OUT-STATUS NOT = "00"
                DISPLAY "JRNBKOUT ABEND: WRITE TO BKOTRAN.DAT "
                    "FAILED, FILE STATUS " BKOTRAN-OUT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    THE CONFLICT LISTING -- EVERY HELD ENTRY WITH THE LATER
      *    TOUCH THAT HELD IT
       WRITE-CONFLICTS.
            MOVE SPACES TO BACKOUT-RPT-LINE
            PERFORM WRITE-REPORT-LINE
            MOVE "CONFLICTS -- HELD OFF, KEY TOUCHED AFTER THE RUN"
                TO BACKOUT-RPT-LINE
            PERFORM WRITE-REPORT-LINE
            PERFORM VARYING ORD-IX FROM 1 BY 1
                UNTIL ORD-IX > ENTRY-COUNT
                MOVE ORDER-ITEM(ORD-IX) TO ENT-IX
                IF ENT-HELD(ENT-IX)
                    ADD 1 TO TRANS-HELD
                    MOVE ENT-KEY(ENT-IX) TO SHOW-KEY
                    MOVE SPACES TO BACKOUT-RPT-LINE
                    STRING "  " ENT-TRAN-CODE(ENT-IX)
                        " KEY=" SHOW-KEY
                        "  HELD BY " ENT-HELD-REASON(ENT-IX)
                        DELIMITED BY SIZE INTO BACKOUT-RPT-LINE
                    PERFORM WRITE-REPORT-LINE
                END-IF
            END-PERFORM
            IF TRANS-HELD = 0
                MOVE "  NONE" TO BACKOUT-RPT-LINE
                PERFORM WRITE-REPORT-LINE
            END-IF.

       CLOSE-OUTPUTS.
            MOVE SPACES TO TRAILER-REC
            MOVE "TRL" TO BTRL-TAG
            MOVE TRANS-WRITTEN TO BTRL-REC-COUNT
            MOVE BKO-AMT-HASH TO BTRL-AMT-HASH
            MOVE SPACES TO BKOTRAN-OUT-REC
            MOVE TRAILER-REC TO BKOTRAN-OUT-REC(1:44)
            PERFORM WRITE-BKOTRAN-PHYSICAL
            CLOSE BKOTRAN-OUT

            MOVE SPACES TO BACKOUT-RPT-LINE
            PERFORM WRITE-REPORT-LINE
            MOVE SPACES TO BACKOUT-RPT-LINE
            STRING "JOURNAL READ=" JOURNAL-READ
                " RUN ENTRIES=" ENTRY-COUNT
                " BACKED OUT=" TRANS-WRITTEN
                " HELD=" TRANS-HELD
                DELIMITED BY SIZE INTO BACKOUT-RPT-LINE
            PERFORM WRITE-REPORT-LINE
            CLOSE BACKOUT-RPT.

       WRITE-REPORT-LINE.
            WRITE BACKOUT-RPT-LINE
            IF BACKOUT-RPT-STATUS NOT = "00"
                DISPLAY "JRNBKOUT ABEND: WRITE TO BKORPT.RPT "
                    "FAILED, FILE STATUS " BACKOUT-RPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    CONTROL-TOTAL AUDIT TRAIL -- RUN ENTRIES MUST EQUAL BACKED
      *    OUT PLUS HELD, SO NOTHING THE RUN DID GOES UNACCOUNTED FOR
       WRITE-CONTROL-TOTALS.
            MOVE SPACES TO CONTROL-RPT-LINE
            STRING "JRNBKOUT CONTROL TOTALS: RUN=" TARGET-RUN-ID
                " JOURNAL-READ=" JOURNAL-READ
                " MNTJRNL-READ=" MAINT-READ
                " ENTRIES=" ENTRY-COUNT
                " GENERATED=" TRANS-WRITTEN
                " HELD=" TRANS-HELD
                DELIMITED BY SIZE INTO CONTROL-RPT-LINE

            OPEN EXTEND CONTROL-RPT
            IF CTL-STATUS = "35"
                CLOSE CONTROL-RPT
                OPEN OUTPUT CONTROL-RPT
            END-IF
            IF CTL-STATUS NOT = "00"
                DISPLAY "JRNBKOUT ABEND: CANNOT OPEN " CTL-FILENAME
                    ", FILE STATUS " CTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            WRITE CONTROL-RPT-LINE
            IF CTL-STATUS NOT = "00"
                DISPLAY "JRNBKOUT ABEND: WRITE TO " CTL-FILENAME
                    " FAILED, FILE STATUS " CTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            CLOSE CONTROL-RPT.

       END PROGRAM JRNBKOUT.
