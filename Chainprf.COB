      ******************************************************************
      * Author: VINCENT SENCLAIR
      * Date: 10-15-26
      * Purpose: END-OF-CYCLE CHAIN PROOF -- EACH STEP OF THE NIGHT
      *          PROVES ITS OWN INPUT AND OUTPUT, BUT NOTHING ELSE
      *          PROVES THE WHOLE CHAIN END TO END. THIS STEP READS
      *          EVERY CYCLE OUTPUT -- SORTOUT.DAT, MASTOUT.DAT,
      *          SUMOUT.DAT AND GLPOST.DAT (BODY AND TRL TRAILER),
      *          THE KEYED MASTER.IDX, AND THE RUN'S CONTROL-TOTAL
      *          LOG CTL<RUNID>.LOG -- AND PRINTS A ONE-PAGE PROOF
      *          OF RECORD COUNTS AND AMOUNT TOTALS AT EACH HAND-OFF
      *          (MERGE TO SORTOUT, MASTERUPDT TO MASTOUT, SORTOUT TO
      *          SUMOUT, SORTOUT TO MASTER.IDX, SUMOUT TO GLPOST)
      *          WITH A PASS/FAIL VERDICT ON EVERY LINK: THE SUMOUT
      *          AMOUNT TOTAL MUST EQUAL THE SORTOUT DETAIL AND THE
      *          GLPOST DEBITS MUST EQUAL THAT SAME FIGURE. THE
      *          RUN-ID COMES OFF THE CYCRUN.DAT HANDOFF CARD WHEN
      *          CYCLEDRV IS DRIVING THE NIGHT, OTHERWISE ON SYSIN.
      *          RETURN-CODE 8 FLAGS A LINK OUT OF BALANCE -- THE
      *          CYCLE ENDS FAILED AND THE GL FEED IS NOT RELEASED.
      *          SEE JCL/CHAINPRF.JCL FOR THE MATCHING JOB STEP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAINPRF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DD-EQUIVALENT SELECT CLAUSES -- EVERY OUTPUT OF THE NIGHT
      *    IN, THE PROOF PAGE OUT
           SELECT SORTOUT-IN ASSIGN TO "SORTOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTOUT-IN-STATUS.

           SELECT MASTOUT-IN ASSIGN TO "MASTOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTOUT-IN-STATUS.

           SELECT SUMOUT-IN ASSIGN TO "SUMOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMOUT-IN-STATUS.

           SELECT GLPOST-IN ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLPOST-IN-STATUS.

      *    THE KEYED MASTER, READ FRONT TO BACK FOR ITS TOTALS -- THE
      *    NAME ALTERNATE KEY IS DECLARED BECAUSE THE FILE CARRIES
      *    IT, BUT THE READ IS ALWAYS IN PRIME-KEY ORDER
           SELECT MASTER-IDX ASSIGN TO "MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDX-KEY
               ALTERNATE RECORD KEY IS IDX-NAME WITH DUPLICATES
               FILE STATUS IS MASTER-IDX-STATUS.

      *    CONTROL-TOTAL AUDIT TRAIL -- READ FOR EVERY STEP'S LOGGED
      *    FIGURES, THEN APPENDED WITH THIS STEP'S OWN TOTALS
           SELECT CONTROL-RPT ASSIGN DYNAMIC CTL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.

           SELECT PROOF-RPT ASSIGN TO "CHAINPRF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROOF-RPT-STATUS.

      *    OPTIONAL RUN-ID HANDOFF CARD -- SAME RULE BALRPT USES
           SELECT CYCLE-RUN ASSIGN TO "CYCRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SORTOUT-IN.
       01 SORTOUT-IN-REC PIC X(44).

       FD MASTOUT-IN.
       01 MASTOUT-IN-REC PIC X(44).

       FD SUMOUT-IN.
       01 SUMOUT-IN-REC PIC X(59).

       FD GLPOST-IN.
       01 GLPOST-IN-REC PIC X(60).

      *    SAME BIASED-KEY LAYOUT MASTERLOAD BUILDS THE FILE WITH
       FD MASTER-IDX.
       01 IDX-REC.
           05 IDX-KEY PIC 9(8)V99.
           05 IDX-PAYLOAD.
               10 IDX-NAME PIC X(20).
               10 IDX-AMOUNT PIC 9(5).
               10 IDX-DATE PIC X(8).
               10 IDX-SOURCE PIC X(2).

       FD CONTROL-RPT.
       01 CONTROL-RPT-LINE PIC X(200).

       FD PROOF-RPT.
       01 PROOF-RPT-LINE PIC X(132).

       FD CYCLE-RUN.
       01 CYCLE-RUN-REC PIC X(80).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
      *    FILE STATUS / END-OF-FILE SWITCHES
       01 SORTOUT-IN-STATUS PIC XX.
       01 MASTOUT-IN-STATUS PIC XX.
       01 SUMOUT-IN-STATUS PIC XX.
       01 GLPOST-IN-STATUS PIC XX.
       01 MASTER-IDX-STATUS PIC XX.
       01 CTL-STATUS PIC XX.
       01 PROOF-RPT-STATUS PIC XX.
       01 INPUT-EOF-SWITCH PIC X(1) VALUE "N".
           88 INPUT-EOF VALUE "Y".
       01 TRL-SEEN-SWITCH PIC X(1) VALUE "N".
           88 TRL-SEEN VALUE "Y".

      *    RECORD LAYOUTS FOR THE BODIES BEING TOTALLED
       01 MASTER-REC.
           COPY MRGREC.
       01 SUMMARY-REC.
           COPY SUMREC.
       01 POSTING-REC.
           COPY GLPREC.

      *    INTERFACE-STANDARD TRAILER -- A MISSING HEADER OR TRAILER
      *    IS STRUCTURAL AND ABENDS, BUT A COUNT OR HASH THAT DOES
      *    NOT TIE IS EXACTLY WHAT THIS PROOF EXISTS TO SHOW, SO IT
      *    GOES INTO THE LINK VERDICT INSTEAD OF KILLING THE RUN
       01 TRAILER-REC.
           COPY BATTRL.
       01 FILE-NAME-SHOWN PIC X(12).

      *    SORTOUT.DAT FIGURES -- THE DETAIL ITSELF, PLUS THE FIRST
      *    RECORD OF EACH KEY, WHICH IS WHAT SUMMARIZE COLLAPSES TO
      *    ONE ROW AND WHAT MASTERLOAD KEEPS (FIRST ONE IN WINS)
       01 SO-RECORDS PIC 9(9) VALUE 0.
       01 SO-AMOUNT PIC 9(13) VALUE 0.
       01 SO-KEY-SUM PIC S9(13)V99 VALUE 0
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 SO-KEYS PIC 9(9) VALUE 0.
       01 SO-FIRST-AMOUNT PIC 9(13) VALUE 0.
       01 SO-PREV-KEY PIC S9(7)V99 VALUE 0.
       01 SO-TRL-COUNT PIC 9(9) VALUE 0.
       01 SO-TRL-HASH PIC 9(13) VALUE 0.

      *    MASTOUT.DAT FIGURES
       01 MO-RECORDS PIC 9(9) VALUE 0.
       01 MO-AMOUNT PIC 9(13) VALUE 0.
       01 MO-TRL-COUNT PIC 9(9) VALUE 0.
       01 MO-TRL-HASH PIC 9(13) VALUE 0.

      *    SUMOUT.DAT FIGURES -- ROWS, AMOUNT, AND THE DETAIL COUNT
      *    THE ROWS SAY THEY CONSOLIDATED
       01 SM-ROWS PIC 9(9) VALUE 0.
       01 SM-AMOUNT PIC 9(13) VALUE 0.
       01 SM-DETAIL-COUNT PIC 9(9) VALUE 0.
       01 SM-TRL-COUNT PIC 9(9) VALUE 0.
       01 SM-TRL-HASH PIC 9(13) VALUE 0.

      *    GLPOST.DAT FIGURES -- DEBIT AND CREDIT SIDES SEPARATELY;
      *    A POSTING MARKED NEITHER DR NOR CR IS COUNTED SO IT FAILS
      *    THE LINK RATHER THAN VANISHING FROM BOTH SIDES
       01 GL-DEBIT-COUNT PIC 9(9) VALUE 0.
       01 GL-DEBIT-AMOUNT PIC 9(13) VALUE 0.
       01 GL-CREDIT-COUNT PIC 9(9) VALUE 0.
       01 GL-CREDIT-AMOUNT PIC 9(13) VALUE 0.
       01 GL-OTHER-COUNT PIC 9(9) VALUE 0.
       01 GL-RECORDS PIC 9(9) VALUE 0.
       01 GL-AMOUNT PIC 9(13) VALUE 0.
       01 GL-TRL-COUNT PIC 9(9) VALUE 0.
       01 GL-TRL-HASH PIC 9(13) VALUE 0.

      *    MASTER.IDX FIGURES
       01 IX-RECORDS PIC 9(9) VALUE 0.
       01 IX-AMOUNT PIC 9(13) VALUE 0.

      *    LOGGED FIGURES -- THE LAST MATCHING LINE OF EACH KIND IN
      *    THE LOG WINS, SO A RESUMED CYCLE THAT RERAN A STEP IS
      *    PROVED ON THE RERUN'S FIGURES. THE MERGE LINE IS THE LAST
      *    ONE CARRYING BOTH WRITTEN= AND SUM-CHECK=, AS BALRPT
      *    TAKES IT
       01 MRG-FOUND-SWITCH PIC X(1) VALUE "N".
           88 MRG-FOUND VALUE "Y".
       01 MRG-WRITTEN PIC 9(9) VALUE 0.
       01 MRG-SUM-CHECK PIC S9(13)V99 VALUE 0
           SIGN IS TRAILING SEPARATE CHARACTER.
       01 UPD-FOUND-SWITCH PIC X(1) VALUE "N".
           88 UPD-FOUND VALUE "Y".
       01 UPD-MASTER-READ PIC 9(9) VALUE 0.
       01 UPD-ADDS PIC 9(9) VALUE 0.
       01 UPD-DELETES PIC 9(9) VALUE 0.
       01 UPD-WRITTEN PIC 9(9) VALUE 0.
       01 UPD-ROLLED PIC S9(10) VALUE 0.
       01 SUMC-FOUND-SWITCH PIC X(1) VALUE "N".
           88 SUMC-FOUND VALUE "Y".
       01 SUMC-DETAIL-READ PIC 9(9) VALUE 0.
       01 SUMC-SUMMARY-WRITTEN PIC 9(9) VALUE 0.
       01 SUMA-FOUND-SWITCH PIC X(1) VALUE "N".
           88 SUMA-FOUND VALUE "Y".
       01 SUMA-DETAIL PIC 9(13) VALUE 0.
       01 SUMA-SUMMARY PIC 9(13) VALUE 0.
       01 LOAD-FOUND-SWITCH PIC X(1) VALUE "N".
           88 LOAD-FOUND VALUE "Y".
       01 LOAD-READ PIC 9(9) VALUE 0.
       01 LOAD-LOADED PIC 9(9) VALUE 0.
       01 LOAD-DUPLICATES PIC 9(9) VALUE 0.
       01 POST-FOUND-SWITCH PIC X(1) VALUE "N".
           88 POST-FOUND VALUE "Y".
       01 POST-ROWS-READ PIC 9(9) VALUE 0.
       01 POST-POSTINGS PIC 9(9) VALUE 0.
       01 POST-DEBITS PIC 9(13) VALUE 0.
       01 POST-CREDITS PIC 9(13) VALUE 0.

      *    CONTROL-LINE PARSING -- THE TAG IS LOOKED FOR WITH ITS
      *    LEADING SPACE SO " WRITTEN=" NEVER MATCHES INSIDE
      *    "SUMMARY-WRITTEN="
       01 PARSE-HEAD PIC X(200).
       01 PARSE-TAIL PIC X(200).
       01 PARSE-TOKEN PIC X(40).
       01 FIND-TAG PIC X(20).
       01 FIND-TAG-LEN PIC 9(2).
       01 TOKEN-VALUE PIC 9(13).
       01 TOKEN-FOUND-SWITCH PIC X(1).
           88 TOKEN-FOUND VALUE "Y".
       01 SUM-TOKEN PIC X(16).
       01 SUM-TOKEN-NUM REDEFINES SUM-TOKEN PIC S9(13)V99
           SIGN IS TRAILING SEPARATE CHARACTER.

      *    LINK VERDICTS -- EACH FAILED CHECK ADDS ITS TAG TO THE
      *    VERDICT LINE SO THE PAGE SAYS WHICH FIGURE BROKE
       01 LINK-OK-SWITCH PIC X(1).
           88 LINK-OK VALUE "Y".
       01 FAIL-TAG PIC X(16).
       01 FAIL-TEXT PIC X(80).
       01 FAIL-PTR PIC 9(3).
       01 LINKS-CHECKED PIC 9(2) VALUE 0.
       01 LINKS-PASSED PIC 9(2) VALUE 0.
       01 LINKS-FAILED PIC 9(2) VALUE 0.

      *    REPORT FORMATTING -- ONE PAGE, ONE HEADING BLOCK
       01 HEAD-LINE-1.
           05 FILLER PIC X(42)
               VALUE "END-OF-CYCLE CHAIN PROOF".
           05 FILLER PIC X(8) VALUE "RUN ID: ".
           05 HD-RUNID PIC X(8).
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "DATE: ".
           05 HD-DATE PIC 9(8).
       01 HEAD-LINE-2.
           05 FILLER PIC X(44) VALUE "HAND-OFF / FIGURE".
           05 FILLER PIC X(11) VALUE "    RECORDS".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "     AMOUNT TOTAL".
      *    FILLER WIDTHS PLACE EACH FIGURE FLUSH UNDER ITS HEADING
      *    CAPTION; A FIGURE THE STEP NEVER LOGGED IS SHOWN AS
      *    NOT LOGGED IN THE NOTE COLUMN
       01 FIGURE-LINE.
           05 FIG-LABEL PIC X(44).
           05 FIG-RECORDS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(4).
           05 FIG-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2).
           05 FIG-NOTE PIC X(12).
       01 LINK-TITLE PIC X(60).

       01 TODAY-DATE PIC 9(8).
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
            MOVE RUN-ID TO HD-RUNID
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD
            MOVE TODAY-DATE TO HD-DATE

            PERFORM READ-CONTROL-LOG
            PERFORM TALLY-SORTOUT
            PERFORM TALLY-MASTOUT
            PERFORM TALLY-SUMOUT
            PERFORM TALLY-GLPOST
            PERFORM TALLY-MASTER-INDEX

            OPEN OUTPUT PROOF-RPT
            IF PROOF-RPT-STATUS NOT = "00"
                DISPLAY "CHAINPRF ABEND: CANNOT OPEN CHAINPRF.RPT, "
                    "FILE STATUS " PROOF-RPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM WRITE-PAGE-HEADING

            PERFORM PROVE-MERGE-LINK
            PERFORM PROVE-UPDATE-LINK
            PERFORM PROVE-SUMMARY-LINK
            PERFORM PROVE-INDEX-LINK
            PERFORM PROVE-POSTING-LINK
            PERFORM WRITE-CHAIN-VERDICT
            CLOSE PROOF-RPT

            PERFORM WRITE-CONTROL-TOTALS

            IF LINKS-FAILED > 0
                MOVE 8 TO RETURN-CODE
            END-IF

            GOBACK.

      *    RUN-SCOPED IDENTIFIER -- THE CYCRUN.DAT HANDOFF CARD WINS
      *    WHEN CYCLEDRV LEFT ONE (STATUS 35 OR AN EMPTY CARD MEANS
      *    IT DID NOT); OTHERWISE THE OPERATOR NAMES THE RUN ON SYSIN
       GET-RUN-ID.
            MOVE SPACES TO RUN-ID
            OPEN INPUT CYCLE-RUN
            IF CYCLE-RUN-STATUS = "00"
                MOVE SPACES TO CYCLE-RUN-REC
                READ CYCLE-RUN
                    AT END
                        CONTINUE
                END-READ
                CLOSE CYCLE-RUN
                MOVE CYCLE-RUN-REC(1:8) TO RUN-ID
            ELSE
                IF CYCLE-RUN-STATUS NOT = "35"
                    DISPLAY "CHAINPRF ABEND: CANNOT OPEN "
                        "CYCRUN.DAT, FILE STATUS " CYCLE-RUN-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
            IF RUN-ID = SPACES
                ACCEPT RUN-ID
            END-IF
            IF RUN-ID = SPACES
                DISPLAY "CHAINPRF ABEND: NO RUN-ID SUPPLIED ON SYSIN"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    ONE PASS OVER THE RUN'S CONTROL-TOTAL LOG, PICKING UP THE
      *    FIGURES EACH STEP LOGGED ON ITS WAY THROUGH
       READ-CONTROL-LOG.
            OPEN INPUT CONTROL-RPT
            IF CTL-STATUS NOT = "00"
                DISPLAY "CHAINPRF ABEND: CANNOT OPEN " CTL-FILENAME
                    ", FILE STATUS " CTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE "N" TO INPUT-EOF-SWITCH
            PERFORM UNTIL INPUT-EOF
                READ CONTROL-RPT
                    AT END
                        SET INPUT-EOF TO TRUE
                    NOT AT END
                        PERFORM PARSE-CONTROL-LINE
                END-READ
            END-PERFORM
            CLOSE CONTROL-RPT.

       PARSE-CONTROL-LINE.
            EVALUATE TRUE
                WHEN CONTROL-RPT-LINE(1:26) =
                    "MASTERUPDT CONTROL TOTALS:"
                    PERFORM PARSE-UPDATE-LINE
                WHEN CONTROL-RPT-LINE(1:25) =
                    "SUMMARIZE CONTROL TOTALS:"
                    PERFORM PARSE-SUMMARIZE-COUNTS
                WHEN CONTROL-RPT-LINE(1:24) =
                    "SUMMARIZE AMOUNT TOTALS:"
                    PERFORM PARSE-SUMMARIZE-AMOUNTS
                WHEN CONTROL-RPT-LINE(1:26) =
                    "MASTERLOAD CONTROL TOTALS:"
                    PERFORM PARSE-LOAD-LINE
                WHEN CONTROL-RPT-LINE(1:22) =
                    "GLPOST CONTROL TOTALS:"
                    PERFORM PARSE-POSTING-LINE
                WHEN CONTROL-RPT-LINE(1:1) NOT = SPACE
                    PERFORM PARSE-MERGE-LINE
            END-EVALUATE.

      *    THE MERGE STEP'S LINE -- SAME TEST BALRPT APPLIES: BOTH
      *    A WRITTEN= AND A SUM-CHECK= FIGURE ON ONE LINE
       PARSE-MERGE-LINE.
            MOVE " WRITTEN=" TO FIND-TAG
            MOVE 9 TO FIND-TAG-LEN
            PERFORM FIND-LOG-FIGURE
            IF TOKEN-FOUND
                MOVE SPACES TO PARSE-HEAD
                MOVE SPACES TO SUM-TOKEN
                UNSTRING CONTROL-RPT-LINE
                    DELIMITED BY "SUM-CHECK="
                    INTO PARSE-HEAD SUM-TOKEN
                END-UNSTRING
                IF SUM-TOKEN NOT = SPACES
                    MOVE TOKEN-VALUE TO MRG-WRITTEN
                    MOVE SUM-TOKEN-NUM TO MRG-SUM-CHECK
                    SET MRG-FOUND TO TRUE
                END-IF
            END-IF.

       PARSE-UPDATE-LINE.
            SET UPD-FOUND TO TRUE
            MOVE " MASTER-READ=" TO FIND-TAG
            MOVE 13 TO FIND-TAG-LEN
            PERFORM FIND-LOG-FIGURE
            MOVE TOKEN-VALUE TO UPD-MASTER-READ
            MOVE " ADDS=" TO FIND-TAG
            MOVE 6 TO FIND-TAG-LEN
            PERFORM FIND-LOG-FIGURE
            MOVE TOKEN-VALUE TO UPD-ADDS
            MOVE " DELETES=" TO FIND-TAG
            MOVE 9 TO FIND-TAG-LEN
            PERFORM FIND-LOG-FIGURE
            MOVE TOKEN-VALUE TO UPD-DELETES
            MOVE " WRITTEN=" TO FIND-TAG
            MOVE 9 TO FIND-TAG-LEN
            PERFORM FIND-LOG-FIGURE
            MOVE TOKEN-VALUE TO UPD-WRITTEN.

       PARSE-SUMMARIZE-COUNTS.
            SET SUMC-FOUND TO TRUE
            MOVE " DETAIL-READ=" TO FIND-TAG
            MOVE 13 TO FIND-TAG-LEN
            PERFORM FIND-LOG-FIGURE
            MOVE TOKEN-VALUE TO SUMC-DETAIL-READ
            MOVE " SUMMARY-WRITTEN=" TO FIND-TAG
            MOVE 17 TO FIND-TAG-LEN
            PERFORM FIND-LOG-FIGURE
            MOVE TOKEN-VALUE TO SUMC-SUMMARY-WRITTEN.

       PARSE-SUMMARIZE-AMOUNTS.
            SET SUMA-FOUND TO TRUE
            MOVE " DETAIL=" TO FIND-TAG
            MOVE 8 TO FIND-TAG-LEN
            PERFORM FIND-LOG-FIGURE
            MOVE TOKEN-VALUE TO SUMA-DETAIL
            MOVE " SUMMARY=" TO FIND-TAG
            MOVE 9 TO FIND-TAG-LEN
            PERFORM FIND-LOG-FIGURE
            MOVE TOKEN-VALUE TO SUMA-SUMMARY.

       PARSE-LOAD-LINE.
            SET LOAD-FOUND TO TRUE
            MOVE " READ=" TO FIND-TAG
            MOVE 6 TO FIND-TAG-LEN
            PERFORM FIND-LOG-FIGURE
            MOVE TOKEN-VALUE TO LOAD-READ
            MOVE " LOADED=" TO FIND-TAG
            MOVE 8 TO FIND-TAG-LEN
            PERFORM FIND-LOG-FIGURE
            MOVE TOKEN-VALUE TO LOAD-LOADED
            MOVE " DUPLICATES=" TO FIND-TAG
            MOVE 12 TO FIND-TAG-LEN
            PERFORM FIND-LOG-FIGURE
            MOVE TOKEN-VALUE TO LOAD-DUPLICATES.

       PARSE-POSTING-LINE.
            SET POST-FOUND TO TRUE
            MOVE " ROWS-READ=" TO FIND-TAG
            MOVE 11 TO FIND-TAG-LEN
            PERFORM FIND-LOG-FIGURE
            MOVE TOKEN-VALUE TO POST-ROWS-READ
            MOVE " POSTINGS=" TO FIND-TAG
            MOVE 10 TO FIND-TAG-LEN
            PERFORM FIND-LOG-FIGURE
            MOVE TOKEN-VALUE TO POST-POSTINGS
            MOVE " DEBITS=" TO FIND-TAG
            MOVE 8 TO FIND-TAG-LEN
            PERFORM FIND-LOG-FIGURE
            MOVE TOKEN-VALUE TO POST-DEBITS
            MOVE " CREDITS=" TO FIND-TAG
            MOVE 9 TO FIND-TAG-LEN
            PERFORM FIND-LOG-FIGURE
            MOVE TOKEN-VALUE TO POST-CREDITS.

      *    THE FIGURE FOLLOWING FIND-TAG ON THE CURRENT LOG LINE, UP
      *    TO THE NEXT SPACE; ZERO AND NOT FOUND WHEN THE TAG IS
      *    ABSENT
       FIND-LOG-FIGURE.
            MOVE "N" TO TOKEN-FOUND-SWITCH
            MOVE 0 TO TOKEN-VALUE
            MOVE SPACES TO PARSE-HEAD
            MOVE SPACES TO PARSE-TAIL
            UNSTRING CONTROL-RPT-LINE
                DELIMITED BY FIND-TAG(1:FIND-TAG-LEN)
                INTO PARSE-HEAD PARSE-TAIL
            END-UNSTRING
            IF PARSE-TAIL NOT = SPACES
                MOVE SPACES TO PARSE-TOKEN
                UNSTRING PARSE-TAIL DELIMITED BY " "
                    INTO PARSE-TOKEN
                END-UNSTRING
                IF PARSE-TOKEN NOT = SPACES
                    COMPUTE TOKEN-VALUE =
                        FUNCTION NUMVAL(PARSE-TOKEN)
                    SET TOKEN-FOUND TO TRUE
                END-IF
            END-IF.

      *    SORTOUT.DAT -- DETAIL COUNT, AMOUNT AND KEY SUM, AND THE
      *    FIRST RECORD OF EACH KEY (THE FILE IS IN ASCENDING KEY
      *    ORDER, SO A KEY CHANGE MARKS A NEW KEY)
       TALLY-SORTOUT.
            MOVE "SORTOUT.DAT" TO FILE-NAME-SHOWN
            OPEN INPUT SORTOUT-IN
            IF SORTOUT-IN-STATUS NOT = "00"
                PERFORM OPEN-FAILURE-ABEND
            END-IF
            READ SORTOUT-IN
                AT END
                    PERFORM MISSING-HEADER-ABEND
            END-READ
            IF SORTOUT-IN-REC(1:3) NOT = "HDR"
                PERFORM MISSING-HEADER-ABEND
            END-IF
            MOVE "N" TO INPUT-EOF-SWITCH
            MOVE "N" TO TRL-SEEN-SWITCH
            PERFORM UNTIL INPUT-EOF
                READ SORTOUT-IN
                    AT END
                        PERFORM CHECK-TRAILER-SEEN
                        SET INPUT-EOF TO TRUE
                    NOT AT END
                        PERFORM CHECK-AFTER-TRAILER
                        IF SORTOUT-IN-REC(1:3) = "TRL"
                            MOVE SORTOUT-IN-REC(1:44) TO TRAILER-REC
                            MOVE BTRL-REC-COUNT TO SO-TRL-COUNT
                            MOVE BTRL-AMT-HASH TO SO-TRL-HASH
                            SET TRL-SEEN TO TRUE
                        ELSE
                            MOVE SORTOUT-IN-REC TO MASTER-REC
                            PERFORM TALLY-SORTOUT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SORTOUT-IN.

       TALLY-SORTOUT-RECORD.
            IF SO-RECORDS = 0 OR MERGE-KEY OF MASTER-REC NOT =
                SO-PREV-KEY
                ADD 1 TO SO-KEYS
                ADD MERGE-AMOUNT OF MASTER-REC TO SO-FIRST-AMOUNT
            END-IF
            MOVE MERGE-KEY OF MASTER-REC TO SO-PREV-KEY
            ADD 1 TO SO-RECORDS
            ADD MERGE-AMOUNT OF MASTER-REC TO SO-AMOUNT
            ADD MERGE-KEY OF MASTER-REC TO SO-KEY-SUM.

      *    MASTOUT.DAT -- THE NEW MASTER GENERATION MASTERUPDT WROTE
       TALLY-MASTOUT.
            MOVE "MASTOUT.DAT" TO FILE-NAME-SHOWN
            OPEN INPUT MASTOUT-IN
            IF MASTOUT-IN-STATUS NOT = "00"
                PERFORM OPEN-FAILURE-ABEND
            END-IF
            READ MASTOUT-IN
                AT END
                    PERFORM MISSING-HEADER-ABEND
            END-READ
            IF MASTOUT-IN-REC(1:3) NOT = "HDR"
                PERFORM MISSING-HEADER-ABEND
            END-IF
            MOVE "N" TO INPUT-EOF-SWITCH
            MOVE "N" TO TRL-SEEN-SWITCH
            PERFORM UNTIL INPUT-EOF
                READ MASTOUT-IN
                    AT END
                        PERFORM CHECK-TRAILER-SEEN
                        SET INPUT-EOF TO TRUE
                    NOT AT END
                        PERFORM CHECK-AFTER-TRAILER
                        IF MASTOUT-IN-REC(1:3) = "TRL"
                            MOVE MASTOUT-IN-REC(1:44) TO TRAILER-REC
                            MOVE BTRL-REC-COUNT TO MO-TRL-COUNT
                            MOVE BTRL-AMT-HASH TO MO-TRL-HASH
                            SET TRL-SEEN TO TRUE
                        ELSE
                            MOVE MASTOUT-IN-REC TO MASTER-REC
                            ADD 1 TO MO-RECORDS
                            ADD MERGE-AMOUNT OF MASTER-REC
                                TO MO-AMOUNT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MASTOUT-IN.

      *    SUMOUT.DAT -- ROWS, AMOUNT, AND CONSOLIDATED DETAIL COUNT
       TALLY-SUMOUT.
            MOVE "SUMOUT.DAT" TO FILE-NAME-SHOWN
            OPEN INPUT SUMOUT-IN
            IF SUMOUT-IN-STATUS NOT = "00"
                PERFORM OPEN-FAILURE-ABEND
            END-IF
            READ SUMOUT-IN
                AT END
                    PERFORM MISSING-HEADER-ABEND
            END-READ
            IF SUMOUT-IN-REC(1:3) NOT = "HDR"
                PERFORM MISSING-HEADER-ABEND
            END-IF
            MOVE "N" TO INPUT-EOF-SWITCH
            MOVE "N" TO TRL-SEEN-SWITCH
            PERFORM UNTIL INPUT-EOF
                READ SUMOUT-IN
                    AT END
                        PERFORM CHECK-TRAILER-SEEN
                        SET INPUT-EOF TO TRUE
                    NOT AT END
                        PERFORM CHECK-AFTER-TRAILER
                        IF SUMOUT-IN-REC(1:3) = "TRL"
                            MOVE SUMOUT-IN-REC(1:44) TO TRAILER-REC
                            MOVE BTRL-REC-COUNT TO SM-TRL-COUNT
                            MOVE BTRL-AMT-HASH TO SM-TRL-HASH
                            SET TRL-SEEN TO TRUE
                        ELSE
                            MOVE SUMOUT-IN-REC TO SUMMARY-REC
                            ADD 1 TO SM-ROWS
                            ADD SUM-AMOUNT-TOTAL TO SM-AMOUNT
                            ADD SUM-DETAIL-COUNT TO SM-DETAIL-COUNT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SUMOUT-IN.

      *    GLPOST.DAT -- DEBIT AND CREDIT SIDES TOTALLED APART
       TALLY-GLPOST.
            MOVE "GLPOST.DAT" TO FILE-NAME-SHOWN
            OPEN INPUT GLPOST-IN
            IF GLPOST-IN-STATUS NOT = "00"
                PERFORM OPEN-FAILURE-ABEND
            END-IF
            READ GLPOST-IN
                AT END
                    PERFORM MISSING-HEADER-ABEND
            END-READ
            IF GLPOST-IN-REC(1:3) NOT = "HDR"
                PERFORM MISSING-HEADER-ABEND
            END-IF
            MOVE "N" TO INPUT-EOF-SWITCH
            MOVE "N" TO TRL-SEEN-SWITCH
            PERFORM UNTIL INPUT-EOF
                READ GLPOST-IN
                    AT END
                        PERFORM CHECK-TRAILER-SEEN
                        SET INPUT-EOF TO TRUE
                    NOT AT END
                        PERFORM CHECK-AFTER-TRAILER
                        IF GLPOST-IN-REC(1:3) = "TRL"
                            MOVE GLPOST-IN-REC(1:44) TO TRAILER-REC
                            MOVE BTRL-REC-COUNT TO GL-TRL-COUNT
                            MOVE BTRL-AMT-HASH TO GL-TRL-HASH
                            SET TRL-SEEN TO TRUE
                        ELSE
                            MOVE GLPOST-IN-REC TO POSTING-REC
                            PERFORM TALLY-POSTING-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE GLPOST-IN.

       TALLY-POSTING-RECORD.
            ADD 1 TO GL-RECORDS
            ADD GLP-AMOUNT TO GL-AMOUNT
            EVALUATE TRUE
                WHEN GLP-DEBIT
                    ADD 1 TO GL-DEBIT-COUNT
                    ADD GLP-AMOUNT TO GL-DEBIT-AMOUNT
                WHEN GLP-CREDIT
                    ADD 1 TO GL-CREDIT-COUNT
                    ADD GLP-AMOUNT TO GL-CREDIT-AMOUNT
                WHEN OTHER
                    ADD 1 TO GL-OTHER-COUNT
            END-EVALUATE.

      *    MASTER.IDX -- EVERY RECORD FRONT TO BACK. THE KEYED FILE
      *    CARRIES NO TRAILER, SO ITS OWN COUNT AND AMOUNT ARE ITS
      *    FIGURES
       TALLY-MASTER-INDEX.
            MOVE "MASTER.IDX" TO FILE-NAME-SHOWN
            OPEN INPUT MASTER-IDX
            IF MASTER-IDX-STATUS NOT = "00"
                PERFORM OPEN-FAILURE-ABEND
            END-IF
            MOVE "N" TO INPUT-EOF-SWITCH
            PERFORM UNTIL INPUT-EOF
                READ MASTER-IDX NEXT
                    AT END
                        SET INPUT-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO IX-RECORDS
                        ADD IDX-AMOUNT TO IX-AMOUNT
                END-READ
            END-PERFORM
            CLOSE MASTER-IDX.

      *    INTERFACE-STANDARD STRUCTURE CHECKS, SHARED BY THE FOUR
      *    TRANSFER FILES -- FILE-NAME-SHOWN NAMES THE ONE BEING READ
       OPEN-FAILURE-ABEND.
            DISPLAY "CHAINPRF ABEND: CANNOT OPEN " FILE-NAME-SHOWN
                " -- THE STEP THAT WRITES IT DID NOT RUN THIS CYCLE?"
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       MISSING-HEADER-ABEND.
            DISPLAY "CHAINPRF ABEND: " FILE-NAME-SHOWN
                " HAS NO HDR HEADER RECORD"
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       CHECK-TRAILER-SEEN.
            IF NOT TRL-SEEN
                DISPLAY "CHAINPRF ABEND: " FILE-NAME-SHOWN
                    " ENDED WITHOUT A TRL TRAILER RECORD"
                    " -- TRANSFER MAY BE TRUNCATED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       CHECK-AFTER-TRAILER.
            IF TRL-SEEN
                DISPLAY "CHAINPRF ABEND: " FILE-NAME-SHOWN
                    " HAS RECORDS AFTER THE TRL TRAILER RECORD"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    LINK 1 -- THE MERGE STEP TO SORTOUT.DAT: THE TRAILER TIES
      *    TO THE BODY AND THE BODY TO THE MERGE STEP'S WRITTEN= AND
      *    SUM-CHECK= FIGURES
       PROVE-MERGE-LINK.
            MOVE "LINK 1  MERGE STEP -> SORTOUT.DAT" TO LINK-TITLE
            PERFORM START-LINK

            MOVE SPACES TO FIGURE-LINE
            MOVE "  SORTOUT.DAT DETAIL RECORDS" TO FIG-LABEL
            MOVE SO-RECORDS TO FIG-RECORDS
            MOVE SO-AMOUNT TO FIG-AMOUNT
            PERFORM WRITE-FIGURE-LINE
            MOVE SPACES TO FIGURE-LINE
            MOVE "  SORTOUT.DAT TRL TRAILER" TO FIG-LABEL
            MOVE SO-TRL-COUNT TO FIG-RECORDS
            MOVE SO-TRL-HASH TO FIG-AMOUNT
            PERFORM WRITE-FIGURE-LINE
            MOVE SPACES TO FIGURE-LINE
            MOVE "  MERGE STEP LOGGED WRITTEN=" TO FIG-LABEL
            MOVE MRG-WRITTEN TO FIG-RECORDS
            IF NOT MRG-FOUND
                MOVE "NOT LOGGED" TO FIG-NOTE
            END-IF
            PERFORM WRITE-FIGURE-LINE
            MOVE SPACES TO PROOF-RPT-LINE
            STRING "  SORTOUT.DAT KEY SUM=" SO-KEY-SUM
                "  MERGE STEP LOGGED SUM-CHECK=" MRG-SUM-CHECK
                DELIMITED BY SIZE INTO PROOF-RPT-LINE
            PERFORM WRITE-REPORT-LINE

            IF SO-TRL-COUNT NOT = SO-RECORDS
                MOVE "TRL-COUNT" TO FAIL-TAG
                PERFORM NOTE-FAILURE
            END-IF
            IF SO-TRL-HASH NOT = SO-AMOUNT
                MOVE "TRL-HASH" TO FAIL-TAG
                PERFORM NOTE-FAILURE
            END-IF
            IF NOT MRG-FOUND
                MOVE "NOT-LOGGED" TO FAIL-TAG
                PERFORM NOTE-FAILURE
            ELSE
                IF MRG-WRITTEN NOT = SO-RECORDS
                    MOVE "WRITTEN" TO FAIL-TAG
                    PERFORM NOTE-FAILURE
                END-IF
                IF MRG-SUM-CHECK NOT = SO-KEY-SUM
                    MOVE "SUM-CHECK" TO FAIL-TAG
                    PERFORM NOTE-FAILURE
                END-IF
            END-IF
            PERFORM WRITE-LINK-VERDICT.

      *    LINK 2 -- MASTERUPDT TO MASTOUT.DAT: THE NEW GENERATION'S
      *    TRAILER TIES TO ITS BODY AND TO THE LOGGED WRITTEN=, AND
      *    THE OLD GENERATION ROLLS FORWARD (READ + ADDS - DELETES)
      *    TO THE SAME COUNT
       PROVE-UPDATE-LINK.
            MOVE "LINK 2  MASTERUPDT -> MASTOUT.DAT" TO LINK-TITLE
            PERFORM START-LINK
            COMPUTE UPD-ROLLED = UPD-MASTER-READ + UPD-ADDS
                - UPD-DELETES

            MOVE SPACES TO FIGURE-LINE
            MOVE "  MASTOUT.DAT DETAIL RECORDS" TO FIG-LABEL
            MOVE MO-RECORDS TO FIG-RECORDS
            MOVE MO-AMOUNT TO FIG-AMOUNT
            PERFORM WRITE-FIGURE-LINE
            MOVE SPACES TO FIGURE-LINE
            MOVE "  MASTOUT.DAT TRL TRAILER" TO FIG-LABEL
            MOVE MO-TRL-COUNT TO FIG-RECORDS
            MOVE MO-TRL-HASH TO FIG-AMOUNT
            PERFORM WRITE-FIGURE-LINE
            MOVE SPACES TO FIGURE-LINE
            MOVE "  MASTERUPDT LOGGED WRITTEN=" TO FIG-LABEL
            MOVE UPD-WRITTEN TO FIG-RECORDS
            IF NOT UPD-FOUND
                MOVE "NOT LOGGED" TO FIG-NOTE
            END-IF
            PERFORM WRITE-FIGURE-LINE
            MOVE SPACES TO FIGURE-LINE
            MOVE "  MASTERUPDT READ + ADDS - DELETES" TO FIG-LABEL
            MOVE UPD-ROLLED TO FIG-RECORDS
            IF NOT UPD-FOUND
                MOVE "NOT LOGGED" TO FIG-NOTE
            END-IF
            PERFORM WRITE-FIGURE-LINE

            IF MO-TRL-COUNT NOT = MO-RECORDS
                MOVE "TRL-COUNT" TO FAIL-TAG
                PERFORM NOTE-FAILURE
            END-IF
            IF MO-TRL-HASH NOT = MO-AMOUNT
                MOVE "TRL-HASH" TO FAIL-TAG
                PERFORM NOTE-FAILURE
            END-IF
            IF NOT UPD-FOUND
                MOVE "NOT-LOGGED" TO FAIL-TAG
                PERFORM NOTE-FAILURE
            ELSE
                IF UPD-WRITTEN NOT = MO-RECORDS
                    MOVE "WRITTEN" TO FAIL-TAG
                    PERFORM NOTE-FAILURE
                END-IF
                IF UPD-ROLLED NOT = UPD-WRITTEN
                    MOVE "ROLL-FORWARD" TO FAIL-TAG
                    PERFORM NOTE-FAILURE
                END-IF
            END-IF
            PERFORM WRITE-LINK-VERDICT.

      *    LINK 3 -- SORTOUT.DAT TO SUMOUT.DAT: EVERY DETAIL RECORD
      *    CONSOLIDATED EXACTLY ONCE, ONE ROW PER KEY, AND THE
      *    SUMOUT AMOUNT TOTAL EQUAL TO THE SORTOUT DETAIL
       PROVE-SUMMARY-LINK.
            MOVE "LINK 3  SORTOUT.DAT -> SUMMARIZE -> SUMOUT.DAT"
                TO LINK-TITLE
            PERFORM START-LINK

            MOVE SPACES TO FIGURE-LINE
            MOVE "  SORTOUT.DAT DETAIL RECORDS" TO FIG-LABEL
            MOVE SO-RECORDS TO FIG-RECORDS
            MOVE SO-AMOUNT TO FIG-AMOUNT
            PERFORM WRITE-FIGURE-LINE
            MOVE SPACES TO FIGURE-LINE
            MOVE "  SUMMARIZE LOGGED DETAIL-READ= / DETAIL="
                TO FIG-LABEL
            MOVE SUMC-DETAIL-READ TO FIG-RECORDS
            MOVE SUMA-DETAIL TO FIG-AMOUNT
            IF NOT SUMC-FOUND OR NOT SUMA-FOUND
                MOVE "NOT LOGGED" TO FIG-NOTE
            END-IF
            PERFORM WRITE-FIGURE-LINE
            MOVE SPACES TO FIGURE-LINE
            MOVE "  SUMOUT.DAT DETAIL CONSOLIDATED" TO FIG-LABEL
            MOVE SM-DETAIL-COUNT TO FIG-RECORDS
            MOVE SM-AMOUNT TO FIG-AMOUNT
            PERFORM WRITE-FIGURE-LINE
            MOVE SPACES TO FIGURE-LINE
            MOVE "  SORTOUT.DAT DISTINCT KEYS" TO FIG-LABEL
            MOVE SO-KEYS TO FIG-RECORDS
            PERFORM WRITE-FIGURE-LINE
            MOVE SPACES TO FIGURE-LINE
            MOVE "  SUMOUT.DAT SUMMARY ROWS" TO FIG-LABEL
            MOVE SM-ROWS TO FIG-RECORDS
            MOVE SM-AMOUNT TO FIG-AMOUNT
            PERFORM WRITE-FIGURE-LINE
            MOVE SPACES TO FIGURE-LINE
            MOVE "  SUMOUT.DAT TRL TRAILER" TO FIG-LABEL
            MOVE SM-TRL-COUNT TO FIG-RECORDS
            MOVE SM-TRL-HASH TO FIG-AMOUNT
            PERFORM WRITE-FIGURE-LINE
            MOVE SPACES TO FIGURE-LINE
            MOVE "  SUMMARIZE LOGGED ROWS WRITTEN / SUMMARY="
                TO FIG-LABEL
            MOVE SUMC-SUMMARY-WRITTEN TO FIG-RECORDS
            MOVE SUMA-SUMMARY TO FIG-AMOUNT
            IF NOT SUMC-FOUND OR NOT SUMA-FOUND
                MOVE "NOT LOGGED" TO FIG-NOTE
            END-IF
            PERFORM WRITE-FIGURE-LINE

            IF SM-AMOUNT NOT = SO-AMOUNT
                MOVE "AMOUNT" TO FAIL-TAG
                PERFORM NOTE-FAILURE
            END-IF
            IF SM-DETAIL-COUNT NOT = SO-RECORDS
                MOVE "CONSOLIDATED" TO FAIL-TAG
                PERFORM NOTE-FAILURE
            END-IF
            IF SM-ROWS NOT = SO-KEYS
                MOVE "KEYS" TO FAIL-TAG
                PERFORM NOTE-FAILURE
            END-IF
            IF SM-TRL-COUNT NOT = SM-ROWS
                MOVE "TRL-COUNT" TO FAIL-TAG
                PERFORM NOTE-FAILURE
            END-IF
            IF SM-TRL-HASH NOT = SM-AMOUNT
                MOVE "TRL-HASH" TO FAIL-TAG
                PERFORM NOTE-FAILURE
            END-IF
            IF NOT SUMC-FOUND OR NOT SUMA-FOUND
                MOVE "NOT-LOGGED" TO FAIL-TAG
                PERFORM NOTE-FAILURE
            ELSE
                IF SUMC-DETAIL-READ NOT = SO-RECORDS
                    OR SUMA-DETAIL NOT = SO-AMOUNT
                    MOVE "LOGGED-DETAIL" TO FAIL-TAG
                    PERFORM NOTE-FAILURE
                END-IF
                IF SUMC-SUMMARY-WRITTEN NOT = SM-ROWS
                    OR SUMA-SUMMARY NOT = SM-AMOUNT
                    MOVE "LOGGED-SUMMARY" TO FAIL-TAG
                    PERFORM NOTE-FAILURE
                END-IF
            END-IF
            PERFORM WRITE-LINK-VERDICT.

      *    LINK 4 -- SORTOUT.DAT TO MASTER.IDX: MASTERLOAD READ THE
      *    WHOLE DETAIL, AND THE INDEX HOLDS EXACTLY THE FIRST RECORD
      *    OF EACH KEY (LOADED + DUPLICATES = READ)
       PROVE-INDEX-LINK.
            MOVE "LINK 4  SORTOUT.DAT -> MASTERLOAD -> MASTER.IDX"
                TO LINK-TITLE
            PERFORM START-LINK

            MOVE SPACES TO FIGURE-LINE
            MOVE "  SORTOUT.DAT DETAIL RECORDS" TO FIG-LABEL
            MOVE SO-RECORDS TO FIG-RECORDS
            MOVE SO-AMOUNT TO FIG-AMOUNT
            PERFORM WRITE-FIGURE-LINE
            MOVE SPACES TO FIGURE-LINE
            MOVE "  SORTOUT.DAT FIRST RECORD OF EACH KEY" TO FIG-LABEL
            MOVE SO-KEYS TO FIG-RECORDS
            MOVE SO-FIRST-AMOUNT TO FIG-AMOUNT
            PERFORM WRITE-FIGURE-LINE
            MOVE SPACES TO FIGURE-LINE
            MOVE "  MASTERLOAD LOGGED READ=" TO FIG-LABEL
            MOVE LOAD-READ TO FIG-RECORDS
            IF NOT LOAD-FOUND
                MOVE "NOT LOGGED" TO FIG-NOTE
            END-IF
            PERFORM WRITE-FIGURE-LINE
            MOVE SPACES TO FIGURE-LINE
            MOVE "  MASTERLOAD LOGGED LOADED=" TO FIG-LABEL
            MOVE LOAD-LOADED TO FIG-RECORDS
            IF NOT LOAD-FOUND
                MOVE "NOT LOGGED" TO FIG-NOTE
            END-IF
            PERFORM WRITE-FIGURE-LINE
            MOVE SPACES TO FIGURE-LINE
            MOVE "  MASTERLOAD LOGGED DUPLICATES=" TO FIG-LABEL
            MOVE LOAD-DUPLICATES TO FIG-RECORDS
            IF NOT LOAD-FOUND
                MOVE "NOT LOGGED" TO FIG-NOTE
            END-IF
            PERFORM WRITE-FIGURE-LINE
            MOVE SPACES TO FIGURE-LINE
            MOVE "  MASTER.IDX RECORDS" TO FIG-LABEL
            MOVE IX-RECORDS TO FIG-RECORDS
            MOVE IX-AMOUNT TO FIG-AMOUNT
            PERFORM WRITE-FIGURE-LINE

            IF IX-RECORDS NOT = SO-KEYS
                MOVE "INDEX-COUNT" TO FAIL-TAG
                PERFORM NOTE-FAILURE
            END-IF
            IF IX-AMOUNT NOT = SO-FIRST-AMOUNT
                MOVE "INDEX-AMOUNT" TO FAIL-TAG
                PERFORM NOTE-FAILURE
            END-IF
            IF NOT LOAD-FOUND
                MOVE "NOT-LOGGED" TO FAIL-TAG
                PERFORM NOTE-FAILURE
            ELSE
                IF LOAD-READ NOT = SO-RECORDS
                    MOVE "READ" TO FAIL-TAG
                    PERFORM NOTE-FAILURE
                END-IF
                IF LOAD-LOADED NOT = IX-RECORDS
                    OR LOAD-LOADED + LOAD-DUPLICATES NOT = LOAD-READ
                    MOVE "LOADED" TO FAIL-TAG
                    PERFORM NOTE-FAILURE
                END-IF
            END-IF
            PERFORM WRITE-LINK-VERDICT.

      *    LINK 5 -- SUMOUT.DAT TO GLPOST.DAT: ONE DEBIT AND ONE
      *    CREDIT PER SUMMARY ROW, THE DEBITS EQUAL TO THE SUMOUT
      *    AMOUNT TOTAL (AND SO TO THE SORTOUT DETAIL), THE CREDITS
      *    EQUAL TO THE DEBITS
       PROVE-POSTING-LINK.
            MOVE "LINK 5  SUMOUT.DAT -> GLPOST -> GLPOST.DAT"
                TO LINK-TITLE
            PERFORM START-LINK

            MOVE SPACES TO FIGURE-LINE
            MOVE "  SUMOUT.DAT SUMMARY ROWS" TO FIG-LABEL
            MOVE SM-ROWS TO FIG-RECORDS
            MOVE SM-AMOUNT TO FIG-AMOUNT
            PERFORM WRITE-FIGURE-LINE
            MOVE SPACES TO FIGURE-LINE
            MOVE "  GLPOST.DAT DEBITS" TO FIG-LABEL
            MOVE GL-DEBIT-COUNT TO FIG-RECORDS
            MOVE GL-DEBIT-AMOUNT TO FIG-AMOUNT
            PERFORM WRITE-FIGURE-LINE
            MOVE SPACES TO FIGURE-LINE
            MOVE "  GLPOST.DAT CREDITS" TO FIG-LABEL
            MOVE GL-CREDIT-COUNT TO FIG-RECORDS
            MOVE GL-CREDIT-AMOUNT TO FIG-AMOUNT
            PERFORM WRITE-FIGURE-LINE
            IF GL-OTHER-COUNT > 0
                MOVE SPACES TO FIGURE-LINE
                MOVE "  GLPOST.DAT NEITHER DR NOR CR" TO FIG-LABEL
                MOVE GL-OTHER-COUNT TO FIG-RECORDS
                PERFORM WRITE-FIGURE-LINE
            END-IF
            MOVE SPACES TO FIGURE-LINE
            MOVE "  GLPOST.DAT TRL TRAILER" TO FIG-LABEL
            MOVE GL-TRL-COUNT TO FIG-RECORDS
            MOVE GL-TRL-HASH TO FIG-AMOUNT
            PERFORM WRITE-FIGURE-LINE
            MOVE SPACES TO FIGURE-LINE
            MOVE "  GLPOST LOGGED ROWS-READ= / DEBITS=" TO FIG-LABEL
            MOVE POST-ROWS-READ TO FIG-RECORDS
            MOVE POST-DEBITS TO FIG-AMOUNT
            IF NOT POST-FOUND
                MOVE "NOT LOGGED" TO FIG-NOTE
            END-IF
            PERFORM WRITE-FIGURE-LINE
            MOVE SPACES TO FIGURE-LINE
            MOVE "  GLPOST LOGGED POSTINGS= / CREDITS=" TO FIG-LABEL
            MOVE POST-POSTINGS TO FIG-RECORDS
            MOVE POST-CREDITS TO FIG-AMOUNT
            IF NOT POST-FOUND
                MOVE "NOT LOGGED" TO FIG-NOTE
            END-IF
            PERFORM WRITE-FIGURE-LINE

            IF GL-DEBIT-COUNT NOT = SM-ROWS
                OR GL-DEBIT-AMOUNT NOT = SM-AMOUNT
                MOVE "DEBITS" TO FAIL-TAG
                PERFORM NOTE-FAILURE
            END-IF
            IF GL-CREDIT-COUNT NOT = GL-DEBIT-COUNT
                OR GL-CREDIT-AMOUNT NOT = GL-DEBIT-AMOUNT
                MOVE "CREDITS" TO FAIL-TAG
                PERFORM NOTE-FAILURE
            END-IF
            IF GL-OTHER-COUNT > 0
                MOVE "DR-CR-MARKER" TO FAIL-TAG
                PERFORM NOTE-FAILURE
            END-IF
            IF GL-TRL-COUNT NOT = GL-RECORDS
                MOVE "TRL-COUNT" TO FAIL-TAG
                PERFORM NOTE-FAILURE
            END-IF
            IF GL-TRL-HASH NOT = GL-AMOUNT
                MOVE "TRL-HASH" TO FAIL-TAG
                PERFORM NOTE-FAILURE
            END-IF
            IF NOT POST-FOUND
                MOVE "NOT-LOGGED" TO FAIL-TAG
                PERFORM NOTE-FAILURE
            ELSE
                IF POST-ROWS-READ NOT = SM-ROWS
                    OR POST-POSTINGS NOT = GL-RECORDS
                    MOVE "LOGGED-COUNTS" TO FAIL-TAG
                    PERFORM NOTE-FAILURE
                END-IF
                IF POST-DEBITS NOT = GL-DEBIT-AMOUNT
                    OR POST-CREDITS NOT = GL-CREDIT-AMOUNT
                    MOVE "LOGGED-AMOUNTS" TO FAIL-TAG
                    PERFORM NOTE-FAILURE
                END-IF
            END-IF
            PERFORM WRITE-LINK-VERDICT.

      *    LINK BOOKKEEPING -- TITLE LINE, VERDICT RESET, AND THE
      *    FAILED-CHECK TAGS COLLECTED FOR THE VERDICT LINE
       START-LINK.
            ADD 1 TO LINKS-CHECKED
            MOVE "Y" TO LINK-OK-SWITCH
            MOVE SPACES TO FAIL-TEXT
            MOVE 1 TO FAIL-PTR
            MOVE SPACES TO PROOF-RPT-LINE
            PERFORM WRITE-REPORT-LINE
            MOVE SPACES TO PROOF-RPT-LINE
            MOVE LINK-TITLE TO PROOF-RPT-LINE
            PERFORM WRITE-REPORT-LINE.

       NOTE-FAILURE.
            MOVE "N" TO LINK-OK-SWITCH
            STRING FAIL-TAG DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                INTO FAIL-TEXT WITH POINTER FAIL-PTR
            END-STRING.

       WRITE-LINK-VERDICT.
            MOVE SPACES TO PROOF-RPT-LINE
            IF LINK-OK
                ADD 1 TO LINKS-PASSED
                MOVE "  LINK VERDICT: PASS" TO PROOF-RPT-LINE
            ELSE
                ADD 1 TO LINKS-FAILED
                STRING "  LINK VERDICT: FAIL -- " FAIL-TEXT
                    DELIMITED BY SIZE INTO PROOF-RPT-LINE
            END-IF
            PERFORM WRITE-REPORT-LINE.

       WRITE-CHAIN-VERDICT.
            MOVE SPACES TO PROOF-RPT-LINE
            PERFORM WRITE-REPORT-LINE
            MOVE SPACES TO PROOF-RPT-LINE
            STRING "LINKS PROVED=" LINKS-CHECKED
                "  PASSED=" LINKS-PASSED
                "  FAILED=" LINKS-FAILED
                DELIMITED BY SIZE INTO PROOF-RPT-LINE
            PERFORM WRITE-REPORT-LINE
            MOVE SPACES TO PROOF-RPT-LINE
            IF LINKS-FAILED = 0
                MOVE "*** CHAIN IN BALANCE -- RELEASE THE GL FEED ***"
                    TO PROOF-RPT-LINE
            ELSE
                MOVE "*** CHAIN OUT OF BALANCE -- HOLD THE GL FEED ***"
                    TO PROOF-RPT-LINE
            END-IF
            PERFORM WRITE-REPORT-LINE.

       WRITE-FIGURE-LINE.
            MOVE SPACES TO PROOF-RPT-LINE
            MOVE FIGURE-LINE TO PROOF-RPT-LINE
            PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
            WRITE PROOF-RPT-LINE
            IF PROOF-RPT-STATUS NOT = "00"
                DISPLAY "CHAINPRF ABEND: WRITE TO CHAINPRF.RPT "
                    "FAILED, FILE STATUS " PROOF-RPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       WRITE-PAGE-HEADING.
            MOVE SPACES TO PROOF-RPT-LINE
            MOVE HEAD-LINE-1 TO PROOF-RPT-LINE
            PERFORM WRITE-REPORT-LINE
            MOVE SPACES TO PROOF-RPT-LINE
            MOVE HEAD-LINE-2 TO PROOF-RPT-LINE
            PERFORM WRITE-REPORT-LINE.

      *    CONTROL-TOTAL AUDIT TRAIL -- THE PROOF'S OWN LINE GOES ON
      *    THE SAME RUN-SCOPED LOG IT JUST READ
       WRITE-CONTROL-TOTALS.
            OPEN EXTEND CONTROL-RPT
            IF CTL-STATUS = "35"
                CLOSE CONTROL-RPT
                OPEN OUTPUT CONTROL-RPT
            END-IF
            IF CTL-STATUS NOT = "00"
                DISPLAY "CHAINPRF ABEND: CANNOT OPEN " CTL-FILENAME
                    ", FILE STATUS " CTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE SPACES TO CONTROL-RPT-LINE
            STRING "CHAINPRF CONTROL TOTALS: LINKS=" LINKS-CHECKED
                " PASSED=" LINKS-PASSED " FAILED=" LINKS-FAILED
                " SORTOUT-AMOUNT=" SO-AMOUNT
                " GL-DEBITS=" GL-DEBIT-AMOUNT
                DELIMITED BY SIZE INTO CONTROL-RPT-LINE
            WRITE CONTROL-RPT-LINE
            IF CTL-STATUS NOT = "00"
                DISPLAY "CHAINPRF ABEND: WRITE TO " CTL-FILENAME
                    " FAILED, FILE STATUS " CTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            CLOSE CONTROL-RPT.

       END PROGRAM CHAINPRF.
