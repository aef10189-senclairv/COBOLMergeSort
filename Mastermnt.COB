      *          SECOND PROVED TRANSACTION INPUT THE NEXT CYCLE, SO
      *          AD-HOC FIXES LAND IN THE NEXT FLAT-FILE GENERATION
      *          INSTEAD OF BEING SILENTLY OVERWRITTEN BY
      *          MASTERLOAD. DUAL CONTROL: EVERY DELETE, AND ANY ADD
      *          OR CHANGE THAT MOVES MERGE-AMOUNT BY MORE THAN THE
      *          THRESHOLD ON MNTPRM.DAT (COLUMNS 1-5, 01000 WHEN THE
      *          FILE IS ABSENT), IS NOT APPLIED BUT HELD AS A
      *          NUMBERED ITEM ON THE PENDING-APPROVAL FILE MNTPEND.DAT
      *          (SEE COPYBOOK MNTPND). A LATER SESSION UNDER A
      *          DIFFERENT OPERATOR RELEASES OR DISCARDS EACH ITEM WITH
      *          AN APPROVE OR REJECT CARD -- THE KEYWORD IN COLUMNS
      *          1-7, THE ITEM NUMBER IN COLUMNS 9-14. NO OPERATOR MAY
      *          APPROVE AN ITEM THEY ENTERED. ONLY AN APPLIED ACTION,
      *          DIRECT OR APPROVED, REACHES THE INDEX, MNTJRNL.DAT AND
      *          MNTTRAN.DAT. THE SESSION ENDS WITH A PROOF LISTING OF
      *          EVERY CARD AND ITS FATE AND AN OPEN-ITEMS REPORT OF
      *          EVERY ITEM STILL PENDING AND HOW MANY DAYS IT HAS
      *          WAITED. RETURN-CODE 4 FLAGS A SESSION WITH REJECTED
      *          ACTIONS OR REFUSED DECISIONS.
      *          SEE JCL/MASTERMNT.JCL FOR THE MATCHING JOB STEP.
      * Tectonics: cobc
      ******************************************************************
       FILE-CONTROL.
      *    THE KEYED MASTER -- DYNAMIC ACCESS: READ BEFORE EVERY
      *    CHANGE OR DELETE FOR THE BEFORE IMAGE, WRITE/REWRITE/
      *    DELETE BY BIASED KEY. THE NAME ALTERNATE KEY IS KEPT
      *    CURRENT BY THE FILE ITSELF ON EVERY WRITE, REWRITE AND
      *    DELETE
           SELECT MASTER-IDX ASSIGN TO "MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-KEY
               ALTERNATE RECORD KEY IS IDX-NAME WITH DUPLICATES
               FILE STATUS IS MASTER-IDX-STATUS.

      *    MAINTENANCE JOURNAL -- ACCUMULATES ACROSS SESSIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MNTTRAN-OUT-STATUS.

      *    PENDING-APPROVAL FILE -- READ WHOLE UP FRONT, REWRITTEN
      *    WHOLE WITHOUT THE DECIDED ITEMS (THE GLOPEN.DAT PATTERN)
           SELECT PEND-FILE ASSIGN TO "MNTPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-FILE-STATUS.

           SELECT PEND-RPT ASSIGN TO "MNTPEND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-RPT-STATUS.

      *    OPTIONAL PARAMETER CARD -- THE DUAL-CONTROL THRESHOLD
           SELECT PARM-IN ASSIGN TO "MNTPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-IN-STATUS.

           SELECT PROOF-RPT ASSIGN TO "MNTPROOF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROOF-RPT-STATUS.
               10 IDX-SOURCE PIC X(2).

       FD MAINT-JRNL.
       01 MAINT-JRNL-REC PIC X(130).

       FD MNTTRAN-OUT.
       01 MNTTRAN-OUT-REC PIC X(45).

       FD PEND-FILE.
       01 PEND-FILE-REC PIC X(100).

       FD PEND-RPT.
       01 PEND-RPT-LINE PIC X(132).

       FD PARM-IN.
       01 PARM-IN-REC PIC X(80).

       FD PROOF-RPT.
       01 PROOF-RPT-LINE PIC X(132).

       01 MAINT-JRNL-STATUS PIC XX.
       01 MNTTRAN-OUT-STATUS PIC XX.
       01 PROOF-RPT-STATUS PIC XX.
       01 PEND-FILE-STATUS PIC XX.
       01 PEND-RPT-STATUS PIC XX.
       01 PARM-IN-STATUS PIC XX.
       01 CTL-STATUS PIC XX.
       01 CARDS-EOF-SWITCH PIC X(1) VALUE "N".
           88 CARDS-EOF VALUE "Y".
       01 PEND-EOF-SWITCH PIC X(1) VALUE "N".
           88 PEND-EOF VALUE "Y".

      *    SYSIN -- THE OPERATOR CARD, THEN ACTION CARDS IN THE
      *    TRNREC COLUMNS UNTIL END OF FILE OR A BLANK CARD
       01 MAINT-CARD PIC X(80).
       01 OPERATOR-ID PIC X(8).

      *    WHO THE JOURNAL NAMES FOR THE ACTION UNDER PROCESS -- THE
      *    SESSION OPERATOR FOR A DIRECT ACTION; FOR AN APPROVED
      *    ITEM THE OPERATOR WHO ENTERED IT, AND THIS SESSION'S
      *    OPERATOR AS APPROVER
       01 ACTION-OPERATOR PIC X(8).
       01 ACTION-APPROVER PIC X(8).

      *    DECISION CARD -- APPROVE OR REJECT IN COLUMNS 1-7, THE
      *    PENDING ITEM NUMBER IN COLUMNS 9-14
       01 DECISION-CARD.
           05 DECISION-WORD PIC X(7).
               88 DECISION-APPROVE VALUE "APPROVE".
               88 DECISION-REJECT VALUE "REJECT ".
           05 FILLER PIC X(1).
           05 DECISION-ITEM PIC X(6).
           05 DECISION-ITEM-NUM REDEFINES DECISION-ITEM PIC 9(6).
           05 FILLER PIC X(66).

      *    DUAL-CONTROL THRESHOLD AND THE VERDICT ON ONE ACTION --
      *    APPLY NOW, HOLD FOR APPROVAL, OR REJECT OUTRIGHT BECAUSE
      *    THE MASTER IT NEEDS IS MISSING (OR, FOR AN ADD, PRESENT),
      *    SO NOTHING IS EVER HELD THAT COULD NOT BE APPLIED TODAY
       01 AMOUNT-THRESHOLD PIC 9(5) VALUE 1000.
       01 AMOUNT-MOVE PIC 9(5).
       01 CONTROL-VERDICT PIC X(1).
           88 VERDICT-APPLY VALUE "A".
           88 VERDICT-HOLD VALUE "H".
           88 VERDICT-NO-MASTER VALUE "N".
           88 VERDICT-DUPLICATE VALUE "D".
       01 HOLD-REASON PIC X(4).
       01 HELD-AMOUNT PIC 9(5).

      *    THE PENDING ITEMS IN MEMORY -- READ UP FRONT IN ITEM
      *    ORDER, NEW ITEMS APPENDED, REWRITTEN WHOLE AT THE END
      *    WITHOUT THE DECIDED ONES. THE LAST ITEM NUMBER ISSUED
      *    RIDES ON THE HDR LINE PAST THE STANDARD 44 BYTES, SO A
      *    NUMBER IS NEVER REUSED EVEN AFTER ITS ITEM IS GONE
       01 PEND-REC.
           COPY MNTPND.
       01 LAST-ITEM PIC 9(6) VALUE 0.
       01 PEND-MAX PIC 9(4) VALUE 2000.
       01 PEND-COUNT PIC 9(4) VALUE 0.
       01 PEND-TABLE.
           05 PEND-ENTRY OCCURS 2000 TIMES PIC X(85).
       01 PEND-IX PIC 9(4).
       01 PEND-FOUND-SWITCH PIC X(1).
           88 PEND-FOUND VALUE "Y".
       01 PEND-READ PIC 9(9) VALUE 0.
       01 PEND-AMT-HASH PIC 9(13) VALUE 0.
       01 PEND-KEPT PIC 9(9) VALUE 0.
       01 PEND-KEPT-HASH PIC 9(13) VALUE 0.

      *    THE ACTION UNDER PROCESS, IN THE SHARED TRNREC SHAPE
       01 TRAN-REC.
           COPY TRNREC.
       01 CHANGES-APPLIED PIC 9(9) VALUE 0.
       01 DELETES-APPLIED PIC 9(9) VALUE 0.
       01 ACTIONS-REJECTED PIC 9(9) VALUE 0.
       01 ACTIONS-HELD PIC 9(9) VALUE 0.
       01 ITEMS-APPROVED PIC 9(9) VALUE 0.
       01 ITEMS-DISCARDED PIC 9(9) VALUE 0.

      *    PROOF-LISTING WORK FIELDS
       01 RPT-ACTION PIC X(8).
       01 RPT-REASON PIC X(24).
       01 SHOW-KEY PIC -(7)9.99.

      *    OPEN-ITEMS REPORT -- 55 DETAIL/TOTAL LINES TO A PAGE
       01 PAGE-NO PIC 9(4) VALUE 0.
       01 PENDING-LINE PIC X(132).
       01 LINE-COUNT PIC 9(2) VALUE 99.
       01 LINES-PER-PAGE PIC 9(2) VALUE 55.
       01 DAYS-WAITING PIC 9(5).
       01 OLDEST-DAYS PIC 9(5) VALUE 0.
       01 SHOW-AMOUNT PIC ZZ,ZZ9.

       01 HEAD-LINE-1.
           05 FILLER PIC X(44)
               VALUE "MASTER MAINTENANCE ITEMS PENDING APPROVAL".
           05 FILLER PIC X(7) VALUE "AS OF: ".
           05 HD-TODAY PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "THRESHOLD: ".
           05 HD-THRESHOLD PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HD-PAGE PIC ZZZ9.
       01 HEAD-LINE-2.
           05 FILLER PIC X(8) VALUE "  ITEM".
           05 FILLER PIC X(10) VALUE "ENTERED".
           05 FILLER PIC X(7) VALUE " DAYS".
           05 FILLER PIC X(10) VALUE "OPERATOR".
           05 FILLER PIC X(3) VALUE "A".
           05 FILLER PIC X(13) VALUE "        KEY".
           05 FILLER PIC X(8) VALUE "MASTER".
           05 FILLER PIC X(8) VALUE "   NEW".
           05 FILLER PIC X(8) VALUE "REASON".
           05 FILLER PIC X(20) VALUE "NAME".
      *    FILLER WIDTHS PLACE EACH FIELD FLUSH UNDER ITS HEADING
      *    CAPTION
       01 DETAIL-LINE.
           05 DET-ITEM PIC 9(6).
           05 FILLER PIC X(2).
           05 DET-ENTERED PIC X(8).
           05 FILLER PIC X(2).
           05 DET-DAYS PIC ZZZZ9.
           05 FILLER PIC X(2).
           05 DET-OPERATOR PIC X(8).
           05 FILLER PIC X(2).
           05 DET-CODE PIC X(1).
           05 FILLER PIC X(2).
           05 DET-KEY PIC -(7)9.99.
           05 FILLER PIC X(2).
           05 DET-HELD-AMOUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(2).
           05 DET-NEW-AMOUNT PIC X(6).
           05 FILLER PIC X(2).
           05 DET-REASON PIC X(6).
           05 FILLER PIC X(2).
           05 DET-NAME PIC X(20).

      *    RUN-SCOPED CONTROL-TOTAL LOG FILENAME -- SAME SHAPE AND
      *    TIME-OF-DAY DERIVATION MERGERBATCH USES. WHEN CYCLEDRV IS
      *    DRIVING THE NIGHT THE CYCLE'S RUN-ID IS TAKEN FROM
            END-IF
            MOVE MAINT-CARD(1:8) TO OPERATOR-ID

            PERFORM READ-PARM-FILE
            PERFORM LOAD-PENDING-ITEMS
            PERFORM OPEN-FILES

            PERFORM UNTIL CARDS-EOF
                    IF MAINT-CARD = SPACES
                        SET CARDS-EOF TO TRUE
                    ELSE
                        PERFORM WORK-ONE-CARD
                    END-IF
                END-IF
            END-PERFORM

            PERFORM REWRITE-PENDING-ITEMS
            PERFORM WRITE-MNTTRAN-FILE
            PERFORM WRITE-PROOF-TOTALS
            PERFORM CLOSE-FILES
            PERFORM WRITE-PENDING-REPORT
            PERFORM WRITE-CONTROL-TOTALS

            IF ACTIONS-REJECTED > 0
            CLOSE MAINT-JRNL
            CLOSE PROOF-RPT.

      *    DUAL-CONTROL THRESHOLD -- A MISSING FILE (STATUS 35) OR A
      *    BLANK CARD KEEPS THE HOUSE DEFAULT; A CARD THAT IS NOT AN
      *    AMOUNT ABENDS RATHER THAN LET CHANGES THROUGH UNCHECKED
       READ-PARM-FILE.
            OPEN INPUT PARM-IN
            IF PARM-IN-STATUS = "00"
                MOVE SPACES TO PARM-IN-REC
                READ PARM-IN
                    AT END
                        CONTINUE
                END-READ
                CLOSE PARM-IN
                IF PARM-IN-REC(1:5) NOT = SPACES
                    IF PARM-IN-REC(1:5) NOT NUMERIC
                        DISPLAY "MASTERMNT ABEND: MNTPRM.DAT "
                            "THRESHOLD " PARM-IN-REC(1:5)
                            " IS NOT A 5-DIGIT AMOUNT"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE PARM-IN-REC(1:5) TO AMOUNT-THRESHOLD
                END-IF
            ELSE
                IF PARM-IN-STATUS NOT = "35"
                    DISPLAY "MASTERMNT ABEND: CANNOT OPEN MNTPRM.DAT, "
                        "FILE STATUS " PARM-IN-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

      *    THE PENDING-APPROVAL FILE -- A MISSING FILE (STATUS 35)
      *    MEANS NOTHING HAS EVER BEEN HELD. OTHERWISE IT IS OUR OWN
      *    HDR/TRL-PROVED FILE AND IS HELD TO THE SAME STANDARD AS
      *    ANY INTERFACE FILE
       LOAD-PENDING-ITEMS.
            OPEN INPUT PEND-FILE
            IF PEND-FILE-STATUS = "35"
                SET PEND-EOF TO TRUE
            ELSE
                IF PEND-FILE-STATUS NOT = "00"
                    DISPLAY "MASTERMNT ABEND: CANNOT OPEN "
                        "MNTPEND.DAT, FILE STATUS " PEND-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE SPACES TO PEND-FILE-REC
                READ PEND-FILE
                    AT END
                        CONTINUE
                END-READ
                IF PEND-FILE-REC(1:3) NOT = "HDR"
                    DISPLAY "MASTERMNT ABEND: MNTPEND.DAT HAS NO HDR "
                        "HEADER RECORD"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF PEND-FILE-REC(45:6) NUMERIC
                    MOVE PEND-FILE-REC(45:6) TO LAST-ITEM
                END-IF
            END-IF
            PERFORM UNTIL PEND-EOF
                READ PEND-FILE
                    AT END
                        DISPLAY "MASTERMNT ABEND: MNTPEND.DAT ENDED "
                            "WITHOUT A TRL TRAILER RECORD"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    NOT AT END
                        IF PEND-FILE-REC(1:3) = "TRL"
                            MOVE PEND-FILE-REC(1:44) TO TRAILER-REC
                            SET PEND-EOF TO TRUE
                        ELSE
                            PERFORM LOAD-ONE-PENDING-ITEM
                        END-IF
                END-READ
            END-PERFORM
            IF PEND-FILE-STATUS = "35"
                MOVE 0 TO BTRL-REC-COUNT
                MOVE 0 TO BTRL-AMT-HASH
            ELSE
                CLOSE PEND-FILE
            END-IF
            IF BTRL-REC-COUNT NOT = PEND-READ
                OR BTRL-AMT-HASH NOT = PEND-AMT-HASH
                DISPLAY "MASTERMNT ABEND: MNTPEND.DAT TRAILER COUNT "
                    BTRL-REC-COUNT " / HASH " BTRL-AMT-HASH
                    " DO NOT MATCH THE BODY READ"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       LOAD-ONE-PENDING-ITEM.
            IF PEND-COUNT >= PEND-MAX
                DISPLAY "MASTERMNT ABEND: MORE THAN " PEND-MAX
                    " ITEMS PENDING APPROVAL"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE PEND-FILE-REC(1:85) TO PEND-REC
            ADD 1 TO PEND-COUNT
            MOVE PEND-REC TO PEND-ENTRY(PEND-COUNT)
            ADD 1 TO PEND-READ
            ADD PND-HELD-AMOUNT TO PEND-AMT-HASH
            IF PND-ITEM > LAST-ITEM
                MOVE PND-ITEM TO LAST-ITEM
            END-IF.

      *    REWRITE THE PENDING ITEMS WHOLE -- DECIDED ITEMS DROP OFF,
      *    THE HDR CARRIES THE LAST ITEM NUMBER ISSUED, AND THE TRL
      *    PROVES THE BODY FOR THE NEXT SESSION. DONE AS SOON AS THE
      *    CARDS ARE WORKED, SO AN APPROVED ITEM CANNOT SURVIVE TO BE
      *    APPROVED TWICE
       REWRITE-PENDING-ITEMS.
            OPEN OUTPUT PEND-FILE
            IF PEND-FILE-STATUS NOT = "00"
                DISPLAY "MASTERMNT ABEND: CANNOT REWRITE "
                    "MNTPEND.DAT, FILE STATUS " PEND-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO HEADER-REC
            MOVE "HDR" TO BHDR-TAG
            MOVE "MNTPEND" TO BHDR-FILE-ID
            MOVE TODAY-DATE TO BHDR-CREATE-DATE
            MOVE SPACES TO PEND-FILE-REC
            MOVE HEADER-REC TO PEND-FILE-REC(1:44)
            MOVE LAST-ITEM TO PEND-FILE-REC(45:6)
            PERFORM WRITE-PEND-PHYSICAL
            PERFORM VARYING PEND-IX FROM 1 BY 1
                UNTIL PEND-IX > PEND-COUNT
                MOVE PEND-ENTRY(PEND-IX) TO PEND-REC
                IF PND-PENDING
                    MOVE SPACES TO PEND-FILE-REC
                    MOVE PEND-REC TO PEND-FILE-REC(1:85)
                    INSPECT PEND-FILE-REC
                        REPLACING ALL LOW-VALUE BY SPACE
                    PERFORM WRITE-PEND-PHYSICAL
                    ADD 1 TO PEND-KEPT
                    ADD PND-HELD-AMOUNT TO PEND-KEPT-HASH
                END-IF
            END-PERFORM
            MOVE SPACES TO TRAILER-REC
            MOVE "TRL" TO BTRL-TAG
            MOVE PEND-KEPT TO BTRL-REC-COUNT
            MOVE PEND-KEPT-HASH TO BTRL-AMT-HASH
            MOVE SPACES TO PEND-FILE-REC
            MOVE TRAILER-REC TO PEND-FILE-REC(1:44)
            PERFORM WRITE-PEND-PHYSICAL
            CLOSE PEND-FILE.

       WRITE-PEND-PHYSICAL.
            WRITE PEND-FILE-REC
            IF PEND-FILE-STATUS NOT = "00"
                DISPLAY "MASTERMNT ABEND: WRITE TO MNTPEND.DAT "
                    "FAILED, FILE STATUS " PEND-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    THE OPEN-ITEMS REPORT -- EVERY ITEM STILL PENDING, IN ITEM
      *    ORDER, WITH THE DAYS IT HAS WAITED FOR A SECOND OPERATOR
       WRITE-PENDING-REPORT.
            MOVE TODAY-DATE TO HD-TODAY
            MOVE AMOUNT-THRESHOLD TO HD-THRESHOLD
            OPEN OUTPUT PEND-RPT
            IF PEND-RPT-STATUS NOT = "00"
                DISPLAY "MASTERMNT ABEND: CANNOT OPEN MNTPEND.RPT, "
                    "FILE STATUS " PEND-RPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM VARYING PEND-IX FROM 1 BY 1
                UNTIL PEND-IX > PEND-COUNT
                MOVE PEND-ENTRY(PEND-IX) TO PEND-REC
                IF PND-PENDING
                    PERFORM REPORT-ONE-PENDING-ITEM
                END-IF
            END-PERFORM
            MOVE SPACES TO PEND-RPT-LINE
            PERFORM WRITE-PENDING-LINE
            MOVE SPACES TO PEND-RPT-LINE
            STRING "ITEMS PENDING=" PEND-KEPT
                "  OLDEST WAITING DAYS=" OLDEST-DAYS
                DELIMITED BY SIZE INTO PEND-RPT-LINE
            PERFORM WRITE-PENDING-LINE
            MOVE SPACES TO PEND-RPT-LINE
            STRING "THIS SESSION: HELD=" ACTIONS-HELD
                "  APPROVED=" ITEMS-APPROVED
                "  DISCARDED=" ITEMS-DISCARDED
                DELIMITED BY SIZE INTO PEND-RPT-LINE
            PERFORM WRITE-PENDING-LINE
            CLOSE PEND-RPT.

      *    DAYS WAITING -- AN ENTRY DATE THAT IS NOT A DATE AGES AS
      *    ZERO RATHER THAN KILLING THE REPORT
       REPORT-ONE-PENDING-ITEM.
            MOVE 0 TO DAYS-WAITING
            IF PND-DATE > 16010101 AND PND-DATE NOT > TODAY-DATE
                COMPUTE DAYS-WAITING =
                    FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                    - FUNCTION INTEGER-OF-DATE(PND-DATE)
            END-IF
            IF DAYS-WAITING > OLDEST-DAYS
                MOVE DAYS-WAITING TO OLDEST-DAYS
            END-IF
            MOVE PND-ACTION TO TT-WORK
            MOVE SPACES TO DETAIL-LINE
            MOVE PND-ITEM TO DET-ITEM
            MOVE PND-DATE TO DET-ENTERED
            MOVE DAYS-WAITING TO DET-DAYS
            MOVE PND-OPERATOR TO DET-OPERATOR
            MOVE TT-WORK-CODE TO DET-CODE
            MOVE TT-WORK-KEY TO DET-KEY
            MOVE PND-HELD-AMOUNT TO DET-HELD-AMOUNT
            IF TT-WORK-AMOUNT NUMERIC AND TT-WORK-CODE NOT = "D"
                MOVE TT-WORK-AMOUNT TO SHOW-AMOUNT
                MOVE SHOW-AMOUNT TO DET-NEW-AMOUNT
            END-IF
            IF PND-FOR-DELETE
                MOVE "DELETE" TO DET-REASON
            ELSE
                MOVE "AMOUNT" TO DET-REASON
            END-IF
            MOVE TT-WORK-NAME TO DET-NAME
            MOVE DETAIL-LINE TO PEND-RPT-LINE
            PERFORM WRITE-PENDING-LINE.

      *    PAGED OUTPUT -- A FRESH HEADING BLOCK EVERY TIME THE LINE
      *    COUNT RUNS OVER. THE HEADING BLOCK WRITES THROUGH THE SAME
      *    RECORD AREA, SO THE PENDING LINE IS PARKED AROUND IT
       WRITE-PENDING-LINE.
            IF LINE-COUNT >= LINES-PER-PAGE
                MOVE PEND-RPT-LINE TO PENDING-LINE
                PERFORM WRITE-PAGE-HEADING
                MOVE PENDING-LINE TO PEND-RPT-LINE
            END-IF
            WRITE PEND-RPT-LINE
            IF PEND-RPT-STATUS NOT = "00"
                DISPLAY "MASTERMNT ABEND: WRITE TO MNTPEND.RPT "
                    "FAILED, FILE STATUS " PEND-RPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO LINE-COUNT.

       WRITE-PAGE-HEADING.
            ADD 1 TO PAGE-NO
            MOVE PAGE-NO TO HD-PAGE
            MOVE SPACES TO PEND-RPT-LINE
            MOVE HEAD-LINE-1 TO PEND-RPT-LINE
            WRITE PEND-RPT-LINE
            MOVE SPACES TO PEND-RPT-LINE
            MOVE HEAD-LINE-2 TO PEND-RPT-LINE
            WRITE PEND-RPT-LINE
            MOVE SPACES TO PEND-RPT-LINE
            WRITE PEND-RPT-LINE
            MOVE 3 TO LINE-COUNT.

      *    EVERY CARD AFTER THE OPERATOR CARD IS EITHER A DECISION
      *    ON A PENDING ITEM OR AN ACTION -- EACH LANDS IN EXACTLY ONE
      *    OF THE APPLIED, REJECTED, HELD OR DISCARDED COUNTS
       WORK-ONE-CARD.
            ADD 1 TO ACTIONS-READ
            MOVE MAINT-CARD TO DECISION-CARD
            IF DECISION-APPROVE OR DECISION-REJECT
                PERFORM WORK-ONE-DECISION
            ELSE
                PERFORM WORK-ONE-ACTION
            END-IF.

      *    ONE ACTION CARD THROUGH THE MILL -- EDITED FIRST, CHECKED
      *    AGAINST DUAL CONTROL SECOND, THEN APPLIED, JOURNALED AND
      *    FILED FOR MNTTRAN, OR HELD FOR APPROVAL. A CARD THAT FAILS
      *    AN EDIT NEVER TOUCHES THE INDEX
       WORK-ONE-ACTION.
            MOVE OPERATOR-ID TO ACTION-OPERATOR
            MOVE SPACES TO ACTION-APPROVER
            MOVE MAINT-CARD(1:45) TO TRAN-REC
      *    THE RAW CARD BYTES GO UNDER EDIT -- NOT THE TRNREC FIELDS,
      *    WHOSE NUMERIC PICTURES WOULD LAUNDER A BAD DIGIT BEFORE
            MOVE MAINT-CARD(36:8) TO EDIT-DATE
            PERFORM VALIDATE-ACTION
            IF EDIT-OK
                PERFORM CHECK-DUAL-CONTROL
                EVALUATE TRUE
                    WHEN VERDICT-APPLY
                        PERFORM APPLY-ACTION
                    WHEN VERDICT-HOLD
                        PERFORM HOLD-ACTION
                    WHEN VERDICT-NO-MASTER
                        PERFORM NOTE-NO-MASTER
                    WHEN VERDICT-DUPLICATE
                        PERFORM NOTE-DUPLICATE-KEY
                END-EVALUATE
            ELSE
                ADD 1 TO ACTIONS-REJECTED
                MOVE "REJECTED" TO RPT-ACTION
                END-IF
            END-IF.

      *    DUAL CONTROL -- A DELETE IS ALWAYS HELD; AN ADD OR CHANGE
      *    IS HELD WHEN IT MOVES MERGE-AMOUNT BY MORE THAN THE
      *    THRESHOLD (AN ADD MOVES IT UP FROM NOTHING). THE MASTER IS
      *    READ FIRST, SO AN ACTION THAT COULD NOT BE APPLIED TODAY
      *    IS REJECTED NOW RATHER THAN PARKED FOR AN APPROVER
       CHECK-DUAL-CONTROL.
            MOVE "A" TO CONTROL-VERDICT
            MOVE SPACES TO HOLD-REASON
            MOVE 0 TO HELD-AMOUNT
            COMPUTE IDX-KEY = TRAN-KEY + KEY-BIAS
            READ MASTER-IDX
            EVALUATE MASTER-IDX-STATUS
                WHEN "00"
                    MOVE IDX-AMOUNT TO HELD-AMOUNT
                    IF TRAN-ADD
                        SET VERDICT-DUPLICATE TO TRUE
                    END-IF
                WHEN "23"
                    IF NOT TRAN-ADD
                        SET VERDICT-NO-MASTER TO TRUE
                    END-IF
                WHEN OTHER
                    PERFORM IDX-IO-ABEND
            END-EVALUATE
            IF VERDICT-APPLY
                IF TRAN-DELETE
                    SET VERDICT-HOLD TO TRUE
                    MOVE "DEL " TO HOLD-REASON
                ELSE
                    IF TRAN-AMOUNT > HELD-AMOUNT
                        COMPUTE AMOUNT-MOVE =
                            TRAN-AMOUNT - HELD-AMOUNT
                    ELSE
                        COMPUTE AMOUNT-MOVE =
                            HELD-AMOUNT - TRAN-AMOUNT
                    END-IF
                    IF AMOUNT-MOVE > AMOUNT-THRESHOLD
                        SET VERDICT-HOLD TO TRUE
                        MOVE "AMT " TO HOLD-REASON
                    END-IF
                END-IF
            END-IF.

      *    PARK THE EDITED ACTION AS THE NEXT NUMBERED PENDING ITEM --
      *    NOTHING REACHES THE INDEX, THE JOURNAL OR MNTTRAN
       HOLD-ACTION.
            IF PEND-COUNT >= PEND-MAX
                DISPLAY "MASTERMNT ABEND: MORE THAN " PEND-MAX
                    " ITEMS PENDING APPROVAL"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO LAST-ITEM
            MOVE SPACES TO PEND-REC
            MOVE LAST-ITEM TO PND-ITEM
            MOVE TODAY-DATE TO PND-DATE
            MOVE OPERATOR-ID TO PND-OPERATOR
            MOVE RUN-ID TO PND-RUNID
            MOVE HOLD-REASON TO PND-REASON
            MOVE HELD-AMOUNT TO PND-HELD-AMOUNT
            MOVE TRAN-REC TO PND-ACTION
            MOVE "P" TO PND-STATE
            ADD 1 TO PEND-COUNT
            MOVE PEND-REC TO PEND-ENTRY(PEND-COUNT)
            ADD 1 TO ACTIONS-HELD
            MOVE "HELD" TO RPT-ACTION
            MOVE SPACES TO RPT-REASON
            STRING "PENDING ITEM " LAST-ITEM " " HOLD-REASON
                DELIMITED BY SIZE INTO RPT-REASON.

      *    A DECISION ON A PENDING ITEM. REJECT DISCARDS IT -- THE
      *    OPERATOR WHO ENTERED IT MAY WITHDRAW IT THAT WAY. APPROVE
      *    NEEDS A DIFFERENT OPERATOR, AND SENDS THE HELD ACTION DOWN
      *    THE DIRECT PATH WITH BOTH OPERATORS JOURNALED. EITHER WAY
      *    THE ITEM IS SPENT, EVEN IF THE MASTER HAS SINCE MOVED ON
      *    AND THE APPROVED ACTION NO LONGER APPLIES
       WORK-ONE-DECISION.
            MOVE SPACES TO TRAN-REC
            MOVE SPACES TO RPT-REASON
            MOVE "N" TO PEND-FOUND-SWITCH
            IF DECISION-ITEM-NUM NOT NUMERIC
                ADD 1 TO ACTIONS-REJECTED
                MOVE "REFUSED" TO RPT-ACTION
                MOVE "ITEM NUMBER NOT NUMERIC" TO RPT-REASON
            ELSE
                PERFORM FIND-PENDING-ITEM
                EVALUATE TRUE
                    WHEN NOT PEND-FOUND
                        ADD 1 TO ACTIONS-REJECTED
                        MOVE "REFUSED" TO RPT-ACTION
                        MOVE "NO SUCH PENDING ITEM" TO RPT-REASON
                    WHEN DECISION-REJECT
                        MOVE "R" TO PND-STATE
                        MOVE PEND-REC TO PEND-ENTRY(PEND-IX)
                        ADD 1 TO ITEMS-DISCARDED
                        MOVE "DISCARD" TO RPT-ACTION
                        IF PND-OPERATOR = OPERATOR-ID
                            MOVE "WITHDRAWN BY ENTERER" TO RPT-REASON
                        ELSE
                            MOVE "REJECTED BY APPROVER" TO RPT-REASON
                        END-IF
                    WHEN PND-OPERATOR = OPERATOR-ID
                        ADD 1 TO ACTIONS-REJECTED
                        MOVE "REFUSED" TO RPT-ACTION
                        MOVE "OWN ITEM - NEEDS 2ND OPR" TO RPT-REASON
                    WHEN OTHER
                        MOVE PND-OPERATOR TO ACTION-OPERATOR
                        MOVE OPERATOR-ID TO ACTION-APPROVER
                        PERFORM APPLY-ACTION
                        MOVE "A" TO PND-STATE
                        MOVE PEND-REC TO PEND-ENTRY(PEND-IX)
                        IF RPT-ACTION = "APPLIED"
                            ADD 1 TO ITEMS-APPROVED
                            MOVE "APPROVED BY SECOND OPR" TO RPT-REASON
                        END-IF
                END-EVALUATE
            END-IF
            PERFORM WRITE-DECISION-DETAIL.

      *    ONLY AN ITEM STILL PENDING CAN BE DECIDED -- ONE ALREADY
      *    DECIDED EARLIER IN THIS SESSION IS NOT FOUND
       FIND-PENDING-ITEM.
            PERFORM VARYING PEND-IX FROM 1 BY 1
                UNTIL PEND-IX > PEND-COUNT OR PEND-FOUND
                MOVE PEND-ENTRY(PEND-IX) TO PEND-REC
                IF PND-ITEM = DECISION-ITEM-NUM AND PND-PENDING
                    SET PEND-FOUND TO TRUE
                    MOVE PND-ACTION TO TRAN-REC
                    SUBTRACT 1 FROM PEND-IX
                END-IF
            END-PERFORM.

      *    APPLY THE EDITED ACTION AGAINST THE INDEX -- A CHANGE OR
      *    DELETE READS ITS RECORD FIRST FOR THE BEFORE IMAGE, AND A
      *    CHANGE KEEPS THE MASTER'S OWN SOURCE-REGION CODE, THE
                    WRITE IDX-REC
                    EVALUATE MASTER-IDX-STATUS
                        WHEN "00"
                        WHEN "02"
                            ADD 1 TO ADDS-APPLIED
                            PERFORM NOTE-ACTION-APPLIED
                        WHEN "21"
                            MOVE TRAN-DATE TO IDX-DATE
                            REWRITE IDX-REC
                            IF MASTER-IDX-STATUS = "00"
                                OR MASTER-IDX-STATUS = "02"
                                ADD 1 TO CHANGES-APPLIED
                                PERFORM NOTE-ACTION-APPLIED
                            ELSE
            MOVE SPACES TO RPT-REASON
            MOVE SPACES TO JOURNAL-REC
            MOVE TODAY-DATE TO MNT-DATE
            MOVE ACTION-OPERATOR TO MNT-OPERATOR
            MOVE ACTION-APPROVER TO MNT-APPROVER
            MOVE TRAN-CODE TO MNT-ACTION
            MOVE TRAN-KEY TO MNT-KEY
            MOVE SAVE-BEFORE-IMAGE TO MNT-BEFORE-IMAGE

       WRITE-JOURNAL-RECORD.
            MOVE SPACES TO MAINT-JRNL-REC
            MOVE JOURNAL-REC TO MAINT-JRNL-REC(1:122)
            INSPECT MAINT-JRNL-REC REPLACING ALL LOW-VALUE BY SPACE
            WRITE MAINT-JRNL-REC
            IF MAINT-JRNL-STATUS NOT = "00"
                DELIMITED BY SIZE INTO PROOF-RPT-LINE
            PERFORM WRITE-PROOF-LINE.

       WRITE-DECISION-DETAIL.
            MOVE SPACES TO PROOF-RPT-LINE
            STRING RPT-ACTION " " DECISION-WORD " ITEM " DECISION-ITEM
                " " TRAN-CODE " KEY=" TRAN-KEY " " RPT-REASON
                DELIMITED BY SIZE INTO PROOF-RPT-LINE
            PERFORM WRITE-PROOF-LINE.

       WRITE-PROOF-TOTALS.
            MOVE SPACES TO PROOF-RPT-LINE
            PERFORM WRITE-PROOF-LINE
                " DELETES=" DELETES-APPLIED
                " REJECTS=" ACTIONS-REJECTED
                DELIMITED BY SIZE INTO PROOF-RPT-LINE
            PERFORM WRITE-PROOF-LINE
            MOVE SPACES TO PROOF-RPT-LINE
            STRING "HELD FOR APPROVAL=" ACTIONS-HELD
                " APPROVED=" ITEMS-APPROVED
                " DISCARDED=" ITEMS-DISCARDED
                " STILL PENDING=" PEND-KEPT
                DELIMITED BY SIZE INTO PROOF-RPT-LINE
            PERFORM WRITE-PROOF-LINE.

       WRITE-PROOF-LINE.
                STOP RUN
            END-IF.

      *    CONTROL-TOTAL AUDIT TRAIL -- READ = APPLIED + REJECTED +
      *    HELD + DISCARDED, SO THE SESSION BALANCES LIKE EVERY BATCH
      *    STEP; THE SECOND LINE CARRIES THE DUAL-CONTROL FIGURES
       WRITE-CONTROL-TOTALS.
            OPEN EXTEND CONTROL-RPT
            IF CTL-STATUS = "35"
                " DELETES=" DELETES-APPLIED
                " REJECTS=" ACTIONS-REJECTED
                DELIMITED BY SIZE INTO CONTROL-RPT-LINE
            PERFORM WRITE-CONTROL-LINE
            MOVE SPACES TO CONTROL-RPT-LINE
            STRING "MASTERMNT DUAL CONTROL: THRESHOLD="
                AMOUNT-THRESHOLD " HELD=" ACTIONS-HELD
                " APPROVED=" ITEMS-APPROVED
                " DISCARDED=" ITEMS-DISCARDED
                " PEND-IN=" PEND-READ
                " PEND-OUT=" PEND-KEPT
                DELIMITED BY SIZE INTO CONTROL-RPT-LINE
            PERFORM WRITE-CONTROL-LINE
            CLOSE CONTROL-RPT.

       WRITE-CONTROL-LINE.
            WRITE CONTROL-RPT-LINE
            IF CTL-STATUS NOT = "00"
                DISPLAY "MASTERMNT ABEND: WRITE TO " CTL-FILENAME
                    " FAILED, FILE STATUS " CTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       END PROGRAM MASTERMNT.
