      ******************************************************************
      * Author: VINCENT SENCLAIR
      * Date: 10-15-26
      * Purpose: RETENTION STEP FOR THE APPEND-FOREVER FILES --
      *          JOURNAL.DAT (MASTERUPDT), MNTJRNL.DAT (MASTERMNT),
      *          CYCSTAT.DAT (CYCLEDRV) AND THE CTL<RUNID>.LOG
      *          CONTROL-TOTAL LOGS ARE ALL OPENED EXTEND OR CREATED
      *          PER RUN AND NOTHING ELSE EVER TRIMS THEM. ARCPRM.DAT
      *          CARDS GIVE THE DAYS TO KEEP PER FILE; ENTRIES DATED
      *          BEFORE THE CUTOFF MOVE TO A DATED ARCHIVE FILE
      *          (<PFX><YYYYMMDD><SEQ>.ARC, HDR/TRL STAMPED, THE TRL
      *          CARRYING THE ENTRY COUNT AND A HASH OF THE ENTRY
      *          DATES) AND THE LIVE FILE IS REWRITTEN WITH ONLY THE
      *          CURRENT ENTRIES. CYCSTAT.DAT GOES BY WHOLE RUN: A RUN
      *          LEAVES ONLY ONCE IT HAS ENDED BEFORE THE CUTOFF, SO
      *          CYCLEDRV NEVER SEES HALF A RUN. A CTL LOG IS TAKEN
      *          WHOLE INTO THE CTL ARCHIVE AND EMPTIED, AND LISTED ON
      *          THE REPORT FOR OPERATIONS TO SCRATCH. EVERY MOVE IS
      *          CATALOGED IN ARCCAT.DAT (SEE COPYBOOK ARCCAT) -- WHICH
      *          ARCHIVE HOLDS WHICH DATE RANGE, ITS COUNT AND HASH,
      *          AND THE LIVE COUNT BEFORE AND AFTER -- AND PROVED ON
      *          THE WAY: LIVE BEFORE = ARCHIVED + KEPT (+ BLANK LINES
      *          DROPPED), THE ARCHIVE RE-READ AGAINST ITS TRL, AND
      *          THE REWRITTEN LIVE FILE RE-COUNTED, BEFORE AND AFTER
      *          THE LIVE FILE IS TOUCHED. A RUN THAT DIES BETWEEN
      *          THE ARCHIVE AND THE TRIM LEAVES ITS CATALOG ROW IN
      *          STATE A AND THE NEXT RUN FINISHES THAT TRIM FIRST.
      *          VERIFY=Y RE-PROVES EVERY ARCHIVE ON THE CATALOG.
      *          RETURN-CODE 4 FLAGS UNDATED ENTRIES (KEPT) OR A LOG
      *          THAT WAS DUE BUT NOT ON FILE; 8 A FAILED VERIFY.
      *          JRNLINQ READS THE CATALOG TO SEARCH THE ARCHIVES.
      *          SEE JCL/JRNARCH.JCL FOR THE MATCHING JOB STEP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNARCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE LIVE FILE UNDER TRIM -- JOURNAL.DAT, MNTJRNL.DAT,
      *    CYCSTAT.DAT OR ONE CTL LOG, NAME SET PER FILE
           SELECT LIVE-FILE ASSIGN DYNAMIC LIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-STATUS.

      *    THE CURRENT ENTRIES, HELD ASIDE UNTIL THE ARCHIVE IS
      *    PROVED AND CATALOGED, THEN COPIED BACK OVER THE LIVE FILE.
      *    ONE PER LIVE FILE (<PFX>KEEP.DAT) SO A PENDING TRIM CAN
      *    STILL BE FINISHED FROM IT ON THE NEXT RUN
           SELECT KEEP-FILE ASSIGN DYNAMIC KEEP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEEP-STATUS.

      *    THE DATED ARCHIVE -- NAME BUILT FROM THE FILE PREFIX, THE
      *    RUN DATE AND A SEQUENCE, THE GENCATLG DISCIPLINE
           SELECT ARCH-FILE ASSIGN DYNAMIC ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.

      *    THE ARCHIVE CATALOG -- READ WHOLE, REWRITTEN WHOLE (HDR/TRL
      *    STAMPED, THE WAY GLRECON KEEPS GLOPEN.DAT) AFTER EVERY
      *    CHANGE OF STATE; A MISSING FILE (STATUS 35) IS THE FIRST RUN
           SELECT CAT-FILE ASSIGN TO "ARCCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-STATUS.

      *    RETENTION CARDS -- ONE KEYWORD PER LINE
           SELECT PARM-IN ASSIGN TO "ARCPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-IN-STATUS.

           SELECT ARCH-RPT ASSIGN TO "ARCRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-RPT-STATUS.

      *    CONTROL-TOTAL AUDIT TRAIL -- SAME RUN-SCOPED CTL FILE
      *    DISCIPLINE MERGER USES
           SELECT CONTROL-RPT ASSIGN DYNAMIC CTL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.

      *    OPTIONAL RUN-ID HANDOFF CARD -- CYCLEDRV LEAVES THE
      *    CYCLE'S RUN-ID HERE; A MISSING OR EMPTY CARD MEANS A
      *    STANDALONE RUN AND THE TIME-OF-DAY DERIVATION STAYS
           SELECT CYCLE-RUN ASSIGN TO "CYCRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LIVE-FILE.
       01 LIVE-REC PIC X(200).

       FD KEEP-FILE.
       01 KEEP-REC PIC X(200).

       FD ARCH-FILE.
       01 ARCH-REC PIC X(220).

       FD CAT-FILE.
       01 CAT-FILE-LINE PIC X(132).

       FD PARM-IN.
       01 PARM-IN-REC PIC X(80).

       FD ARCH-RPT.
       01 ARCH-RPT-LINE PIC X(132).

       FD CONTROL-RPT.
       01 CONTROL-RPT-LINE PIC X(132).

       FD CYCLE-RUN.
       01 CYCLE-RUN-REC PIC X(80).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
      *    FILE STATUS / END-OF-FILE SWITCHES
       01 LIVE-STATUS PIC XX.
       01 KEEP-STATUS PIC XX.
       01 ARCH-STATUS PIC XX.
       01 CAT-STATUS PIC XX.
       01 PARM-IN-STATUS PIC XX.
       01 ARCH-RPT-STATUS PIC XX.
       01 CTL-STATUS PIC XX.
       01 LIVE-EOF-SWITCH PIC X(1) VALUE "N".
           88 LIVE-EOF VALUE "Y".
       01 KEEP-EOF-SWITCH PIC X(1) VALUE "N".
           88 KEEP-EOF VALUE "Y".
       01 ARCH-EOF-SWITCH PIC X(1) VALUE "N".
           88 ARCH-EOF VALUE "Y".
       01 CAT-EOF-SWITCH PIC X(1) VALUE "N".
           88 CAT-EOF VALUE "Y".
       01 PARM-EOF-SWITCH PIC X(1) VALUE "N".
           88 PARM-EOF VALUE "Y".
       01 LIVE-MISSING-SWITCH PIC X(1) VALUE "N".
           88 LIVE-MISSING VALUE "Y".

      *    FILE NAMES -- THE LIVE FILE, ITS HOLDING COPY, THE ARCHIVE
      *    AND A CTL LOG UNDER ARCHIVE
       01 LIVE-FILENAME PIC X(16).
       01 KEEP-FILENAME.
           05 KEEP-PREFIX PIC X(3).
           05 FILLER PIC X(8) VALUE "KEEP.DAT".
       01 ARCH-FILENAME.
           05 ARCH-PREFIX PIC X(3).
           05 ARCH-FILE-DATE PIC 9(8).
           05 ARCH-FILE-SEQ PIC 9(2).
           05 FILLER PIC X(4) VALUE ".ARC".
       01 LOG-FILENAME.
           05 FILLER PIC X(3) VALUE "CTL".
           05 LOG-RUNID PIC X(8).
           05 FILLER PIC X(4) VALUE ".LOG".

      *    THE THREE LIVE JOURNALS -- FILE ID (ALSO THE ARCHIVE HDR
      *    FILE ID AND THE CATALOG FILE ID), LIVE NAME, ARCHIVE
      *    PREFIX, WHERE THE ENTRY DATE SITS, AND THE RETENTION THE
      *    CARDS ASKED FOR. SEE BUILD-FILE-TABLE
       01 FILE-TABLE.
           05 FILE-ENTRY OCCURS 3 TIMES.
               07 FT-FILE-ID PIC X(8).
               07 FT-LIVE-NAME PIC X(16).
               07 FT-PREFIX PIC X(3).
               07 FT-DATE-POS PIC 9(3).
               07 FT-KEEP-DAYS PIC 9(4).
               07 FT-KEEP-SWITCH PIC X(1).
                   88 FT-KEEP-GIVEN VALUE "Y".
               07 FT-CUTOFF PIC 9(8).
       01 FX PIC 9(2).
       01 FX-SCAN PIC 9(2).
       01 CTL-KEEP-DAYS PIC 9(4) VALUE 0.
       01 CTL-KEEP-SWITCH PIC X(1) VALUE "N".
           88 CTL-KEEP-GIVEN VALUE "Y".
       01 CTL-CUTOFF PIC 9(8) VALUE 0.
      *    THE CTL ARCHIVE LINE -- RUN-ID AND RUN DATE IN FRONT OF
      *    EACH LOG LINE, SO THE DATE SITS AT COLUMN 10
       01 CTL-DATE-POS PIC 9(3) VALUE 10.

      *    PARAMETER CARDS -- ASOF=YYYYMMDD (DEFAULT TODAY),
      *    JOURNAL=/MNTJRNL=/CYCSTAT=/CTLLOG= DAYS TO KEEP (A FILE
      *    WITH NO CARD IS NOT TRIMMED), RUNLOG=YYYYMMDD/RUNID FOR A
      *    STANDALONE RUN'S LOG CYCSTAT NEVER SAW, VERIFY=Y
       01 ASOF-DATE PIC 9(8).
       01 ASOF-INT PIC 9(8).
       01 CUTOFF-INT PIC 9(8).
       01 CUTOFF-DATE PIC 9(8).
       01 VERIFY-SWITCH PIC X(1) VALUE "N".
           88 VERIFY-ALL VALUE "Y".
       01 PARM-VALUE PIC X(40).
       01 PARM-NUM-OK-SWITCH PIC X(1).
           88 PARM-NUM-OK VALUE "Y".
       01 PARM-NUMBER PIC 9(8).
       01 PARM-NUM-LEN PIC 9(2).
       01 PARM-NUM-SCAN PIC 9(2).
       01 PARM-NUM-MAX PIC 9(2).
       01 RUNLOG-MAX PIC 9(3) VALUE 200.
       01 RUNLOG-COUNT PIC 9(3) VALUE 0.
       01 RUNLOG-TABLE.
           05 RUNLOG-ENTRY OCCURS 200 TIMES.
               07 RL-DATE PIC 9(8).
               07 RL-RUNID PIC X(8).
       01 RL-IX PIC 9(3).

      *    CYCLE-STATUS EVENT RECORD -- THE CYCLEDRV COLUMNS
       01 CYC-REC.
           05 CYC-RUNID PIC X(8).
           05 FILLER PIC X(1).
           05 CYC-EVENT PIC X(8).
           05 FILLER PIC X(1).
           05 CYC-STEP PIC 9(2).
           05 FILLER PIC X(1).
           05 CYC-STEP-NAME PIC X(12).
           05 FILLER PIC X(1).
           05 CYC-RC PIC 9(2).
           05 FILLER PIC X(1).
           05 CYC-DATE PIC 9(8).

      *    EVERY RUN CYCSTAT.DAT KNOWS, PLUS THE RUNLOG= CARDS -- WHEN
      *    IT STARTED, WHETHER AND WHEN IT ENDED, AND WHETHER ITS CTL
      *    LOG IS BEING TAKEN THIS RUN
       01 RUN-MAX PIC 9(4) VALUE 3000.
       01 RUN-COUNT PIC 9(4) VALUE 0.
       01 RUN-TABLE.
           05 RUN-ENTRY OCCURS 3000 TIMES.
               07 RT-RUNID PIC X(8).
               07 RT-START-DATE PIC 9(8).
               07 RT-END-DATE PIC 9(8).
               07 RT-ENDED-SWITCH PIC X(1).
                   88 RT-ENDED VALUE "Y".
               07 RT-SOURCE PIC X(1).
                   88 RT-FROM-CARD VALUE "R".
               07 RT-LOG-SWITCH PIC X(1).
                   88 RT-LOG-TAKEN VALUE "Y".
               07 RT-LOG-DATE PIC 9(8).
               07 RT-LOG-LINES PIC 9(9).
               07 RT-LOG-HASH PIC 9(13).
       01 RT-IX PIC 9(4).
       01 RT-FOUND-IX PIC 9(4).
       01 FIND-RUNID PIC X(8).

      *    THE CATALOG IN MEMORY
       01 CAT-MAX PIC 9(4) VALUE 5000.
       01 CAT-COUNT PIC 9(4) VALUE 0.
       01 CAT-TABLE.
           05 CAT-ENTRY OCCURS 5000 TIMES PIC X(117).
       01 CAT-IX PIC 9(4).
       01 CAT-WX PIC 9(4).
       01 CAT-FIRST-NEW PIC 9(4).
       01 CAT-REC.
           COPY ARCCAT.
       01 CAT-SAVE-REC PIC X(117).
       01 CAT-ROWS-READ PIC 9(9) VALUE 0.
       01 CAT-RECS-READ PIC 9(13) VALUE 0.
       01 CAT-ROWS-WRITTEN PIC 9(9) VALUE 0.
       01 CAT-RECS-WRITTEN PIC 9(13) VALUE 0.
       01 CAT-TRL-SWITCH PIC X(1) VALUE "N".
           88 CAT-TRL-SEEN VALUE "Y".
       01 CAT-FOUND-SWITCH PIC X(1).
           88 CAT-FOUND VALUE "Y".
       01 NAME-SEQ PIC 9(2).
       01 HIGH-SEQ PIC 9(2).

      *    INTERFACE-STANDARD HEADER/TRAILER WORK AREAS. THE ARCHIVE
      *    HDR CARRIES THE SOURCE FILE, THE ENTRY-DATE RANGE, THE
      *    CUTOFF AND THE RUN-ID PAST THE STANDARD 44 BYTES
       01 HEADER-REC.
           COPY BATHDR.
       01 TRAILER-REC.
           COPY BATTRL.
       01 ARCH-HDR-EXTRA.
           05 AHX-SOURCE PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AHX-FROM-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AHX-TO-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AHX-CUTOFF PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AHX-RUNID PIC X(8).

      *    ENTRY DATE OFF THE RECORD AT HAND -- AN ENTRY WHOSE DATE
      *    IS NOT A DATE IS NEVER ARCHIVED BY DATE AND HASHES AS ZERO
       01 ENTRY-DATE-X PIC X(8).
       01 ENTRY-DATE REDEFINES ENTRY-DATE-X PIC 9(8).
       01 ENTRY-UNDATED-SWITCH PIC X(1).
           88 ENTRY-UNDATED VALUE "Y".
       01 ARCHIVE-ENTRY-SWITCH PIC X(1).
           88 ARCHIVE-ENTRY VALUE "Y".
       01 HASH-POS PIC 9(3).

      *    ONE LIVE FILE -- THE SCAN PASS DECIDES, THE MOVE PASS
      *    MUST COME TO THE SAME FIGURES OR NOTHING IS TOUCHED
       01 SCAN-READ PIC 9(9).
       01 SCAN-ARCHIVE PIC 9(9).
       01 SCAN-BLANK PIC 9(9).
       01 SCAN-UNDATED PIC 9(9).
       01 SCAN-FROM-DATE PIC 9(8).
       01 SCAN-TO-DATE PIC 9(8).
       01 MOVE-READ PIC 9(9).
       01 MOVE-ARCHIVED PIC 9(9).
       01 MOVE-KEPT PIC 9(9).
       01 MOVE-BLANK PIC 9(9).
       01 ARCH-HASH-WORK PIC 9(18).
       01 ARCH-HASH PIC 9(13).
       01 TRIM-EXPECT PIC 9(9).
       01 TRIM-WRITTEN PIC 9(9).
       01 LIVE-LINES PIC 9(9).
       01 KEEP-LINES PIC 9(9).
       01 MATCH-SWITCH PIC X(1).
           88 LINES-MATCH VALUE "Y".

      *    ARCHIVE PROOF -- RE-READ THE ARCHIVE, RECOUNT AND REHASH
      *    THE BODY, AND TIE IT TO ITS TRL AND TO WHAT WAS EXPECTED
       01 PROOF-FILE-ID PIC X(8).
       01 PROOF-COUNT PIC 9(9).
       01 PROOF-HASH PIC 9(13).
       01 PROOF-BODY-COUNT PIC 9(9).
       01 PROOF-HASH-WORK PIC 9(18).
       01 PROOF-BODY-HASH PIC 9(13).
       01 PROOF-LINES PIC 9(9).
       01 PROOF-TRL-SWITCH PIC X(1).
           88 PROOF-TRL-SEEN VALUE "Y".
       01 PROOF-OK-SWITCH PIC X(1).
           88 PROOF-OK VALUE "Y".
       01 PROOF-MESSAGE PIC X(100).

      *    THE CTL LOGS DUE THIS RUN
       01 LOGS-SELECTED PIC 9(9) VALUE 0.
       01 LOGS-MISSING PIC 9(9) VALUE 0.
       01 LOG-LINES-TOTAL PIC 9(9) VALUE 0.
       01 LOG-HASH-WORK PIC 9(18).
       01 LOG-FROM-DATE PIC 9(8).
       01 LOG-TO-DATE PIC 9(8).

      *    VERIFY AND CATALOG SUMMARY
       01 VERIFY-NAME PIC X(17).
       01 VERIFY-ROWS PIC 9(9).
       01 VERIFY-HASH-WORK PIC 9(18).
       01 VERIFY-FAILURES PIC 9(9) VALUE 0.
       01 VERIFY-PROVED PIC 9(9) VALUE 0.
       01 SUMMARY-TABLE.
           05 SUMMARY-ENTRY OCCURS 4 TIMES.
               07 SM-FILE-ID PIC X(8).
               07 SM-ARCHIVES PIC 9(9).
               07 SM-RECORDS PIC 9(9).
               07 SM-FROM-DATE PIC 9(8).
               07 SM-TO-DATE PIC 9(8).
       01 SM-IX PIC 9(2).
       01 PRIOR-NAME PIC X(17).

      *    RUN TOTALS FOR THE CTL LINE
       01 TOTAL-READ PIC 9(9) VALUE 0.
       01 TOTAL-ARCHIVED PIC 9(9) VALUE 0.
       01 TOTAL-KEPT PIC 9(9) VALUE 0.
       01 TOTAL-BLANK PIC 9(9) VALUE 0.
       01 TOTAL-UNDATED PIC 9(9) VALUE 0.
       01 ARCHIVES-WRITTEN PIC 9(4) VALUE 0.
       01 TRIMS-FINISHED PIC 9(4) VALUE 0.

       01 TODAY-DATE PIC 9(8).

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

            PERFORM BUILD-FILE-TABLE
            PERFORM READ-PARM-FILE
            PERFORM SET-CUTOFF-DATES
            PERFORM LOAD-CATALOG

            OPEN OUTPUT ARCH-RPT
            IF ARCH-RPT-STATUS NOT = "00"
                DISPLAY "JRNARCH ABEND: CANNOT OPEN ARCRPT.RPT, "
                    "FILE STATUS " ARCH-RPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO ARCH-RPT-LINE
            STRING "JOURNAL ARCHIVE AND PURGE  RUN " RUN-ID
                "  AS-OF " ASOF-DATE "  RUN DATE " TODAY-DATE
                DELIMITED BY SIZE INTO ARCH-RPT-LINE
            PERFORM WRITE-RPT-LINE

            PERFORM FINISH-PENDING-TRIMS
            IF FT-KEEP-GIVEN(3) OR CTL-KEEP-GIVEN
                PERFORM SCAN-CYCLE-RUNS
            END-IF
            IF CTL-KEEP-GIVEN
                PERFORM ADD-RUNLOG-CARDS
            END-IF
            PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 3
                PERFORM ARCHIVE-LIVE-FILE
            END-PERFORM
            PERFORM ARCHIVE-CONTROL-LOGS
            IF VERIFY-ALL
                PERFORM VERIFY-CATALOG
            END-IF
            PERFORM WRITE-CATALOG-SUMMARY
            CLOSE ARCH-RPT

            PERFORM WRITE-CONTROL-TOTALS

            EVALUATE TRUE
                WHEN VERIFY-FAILURES > 0
                    MOVE 8 TO RETURN-CODE
                WHEN TOTAL-UNDATED > 0 OR LOGS-MISSING > 0
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

            GOBACK.

      *    RUN-SCOPED IDENTIFIER -- TAKEN FROM THE CYCRUN.DAT HANDOFF
      *    CARD WHEN CYCLEDRV IS DRIVING THE NIGHT; A MISSING (STATUS
      *    35) OR EMPTY CARD MEANS A STANDALONE RUN AND THE
      *    TIME-OF-DAY DERIVATION STAYS IN PLACE
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
                    DISPLAY "JRNARCH ABEND: CANNOT OPEN "
                        "CYCRUN.DAT, FILE STATUS " CYCLE-RUN-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ACCEPT RUN-ID FROM TIME
            END-IF.

      *    THE LIVE JOURNALS AND WHERE EACH ONE DATES ITS ENTRIES --
      *    JRN-APPLY-DATE AND MNT-DATE LEAD THEIR RECORDS, CYC-DATE
      *    SITS AT COLUMN 38 OF THE CYCLEDRV EVENT LINE
       BUILD-FILE-TABLE.
            MOVE "JOURNAL" TO FT-FILE-ID(1)
            MOVE "JOURNAL.DAT" TO FT-LIVE-NAME(1)
            MOVE "JRN" TO FT-PREFIX(1)
            MOVE 1 TO FT-DATE-POS(1)
            MOVE "MNTJRNL" TO FT-FILE-ID(2)
            MOVE "MNTJRNL.DAT" TO FT-LIVE-NAME(2)
            MOVE "MNT" TO FT-PREFIX(2)
            MOVE 1 TO FT-DATE-POS(2)
            MOVE "CYCSTAT" TO FT-FILE-ID(3)
            MOVE "CYCSTAT.DAT" TO FT-LIVE-NAME(3)
            MOVE "CYC" TO FT-PREFIX(3)
            MOVE 38 TO FT-DATE-POS(3)
            PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 3
                MOVE 0 TO FT-KEEP-DAYS(FX)
                MOVE "N" TO FT-KEEP-SWITCH(FX)
                MOVE 0 TO FT-CUTOFF(FX)
            END-PERFORM.

      *    THE RETENTION CARDS ARE THE WHOLE POINT OF THE STEP -- A
      *    MISSING ARCPRM.DAT ABENDS RATHER THAN RUN A NO-OP, AND A
      *    BAD VALUE ABENDS RATHER THAN BEING SKIPPED, SINCE A WRONG
      *    CUTOFF MOVES LIVE HISTORY OUT FROM UNDER JRNBKOUT
       READ-PARM-FILE.
            MOVE TODAY-DATE TO ASOF-DATE
            OPEN INPUT PARM-IN
            IF PARM-IN-STATUS NOT = "00"
                DISPLAY "JRNARCH ABEND: CANNOT OPEN ARCPRM.DAT, "
                    "FILE STATUS " PARM-IN-STATUS
                    " -- NO RETENTION CARDS, NOTHING ARCHIVED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL PARM-EOF
                READ PARM-IN
                    AT END
                        SET PARM-EOF TO TRUE
                        CLOSE PARM-IN
                    NOT AT END
                        IF PARM-IN-REC NOT = SPACES
                            PERFORM LOAD-ONE-PARM-CARD
                        END-IF
                END-READ
            END-PERFORM
      *    A RUN'S CTL LOG IS FOUND THROUGH ITS CYCSTAT.DAT ROWS, SO
      *    THE ROWS MUST OUTLIVE THE LOG
            IF CTL-KEEP-GIVEN AND FT-KEEP-GIVEN(3)
                AND CTL-KEEP-DAYS > FT-KEEP-DAYS(3)
                DISPLAY "JRNARCH ABEND: CTLLOG= KEEPS " CTL-KEEP-DAYS
                    " DAYS BUT CYCSTAT= ONLY " FT-KEEP-DAYS(3)
                    " -- CYCSTAT MUST BE KEPT AT LEAST AS LONG"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       LOAD-ONE-PARM-CARD.
            EVALUATE TRUE
                WHEN PARM-IN-REC(1:5) = "ASOF="
                    MOVE PARM-IN-REC(6:40) TO PARM-VALUE
                    MOVE 8 TO PARM-NUM-MAX
                    PERFORM PARSE-PARM-NUMBER
                    IF NOT PARM-NUM-OK OR PARM-NUM-LEN NOT = 8
                        OR FUNCTION TEST-DATE-YYYYMMDD(PARM-NUMBER)
                            NOT = 0
                        DISPLAY "JRNARCH ABEND: ASOF= IS NOT A "
                            "YYYYMMDD DATE: " PARM-IN-REC(1:20)
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE PARM-NUMBER TO ASOF-DATE
                WHEN PARM-IN-REC(1:8) = "JOURNAL="
                    MOVE 1 TO FX
                    PERFORM LOAD-FILE-KEEP-DAYS
                WHEN PARM-IN-REC(1:8) = "MNTJRNL="
                    MOVE 2 TO FX
                    PERFORM LOAD-FILE-KEEP-DAYS
                WHEN PARM-IN-REC(1:8) = "CYCSTAT="
                    MOVE 3 TO FX
                    PERFORM LOAD-FILE-KEEP-DAYS
                WHEN PARM-IN-REC(1:7) = "CTLLOG="
                    MOVE PARM-IN-REC(8:40) TO PARM-VALUE
                    PERFORM PARSE-KEEP-DAYS
                    MOVE PARM-NUMBER TO CTL-KEEP-DAYS
                    SET CTL-KEEP-GIVEN TO TRUE
                WHEN PARM-IN-REC(1:7) = "RUNLOG="
                    PERFORM LOAD-RUNLOG-CARD
                WHEN PARM-IN-REC(1:7) = "VERIFY="
                    IF PARM-IN-REC(8:1) = "Y"
                        SET VERIFY-ALL TO TRUE
                    END-IF
                WHEN OTHER
                    DISPLAY "JRNARCH: PARAMETER CARD NOT RECOGNIZED, "
                        "SKIPPED: " PARM-IN-REC(1:20)
            END-EVALUATE.

       LOAD-FILE-KEEP-DAYS.
            MOVE PARM-IN-REC(9:40) TO PARM-VALUE
            PERFORM PARSE-KEEP-DAYS
            MOVE PARM-NUMBER TO FT-KEEP-DAYS(FX)
            SET FT-KEEP-GIVEN(FX) TO TRUE.

       PARSE-KEEP-DAYS.
            MOVE 4 TO PARM-NUM-MAX
            PERFORM PARSE-PARM-NUMBER
            IF NOT PARM-NUM-OK
                DISPLAY "JRNARCH ABEND: DAYS TO KEEP MUST BE ONE TO "
                    "FOUR DIGITS: " PARM-IN-REC(1:20)
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    RUNLOG=YYYYMMDD/RUNID -- A STANDALONE STEP'S LOG (ITS
      *    TIME-OF-DAY RUN-ID NEVER REACHES CYCSTAT.DAT), THE SAME
      *    DATE-AND-RUN-ID PAIR CTLSWEEP TAKES ON ITS CARDS
       LOAD-RUNLOG-CARD.
            MOVE PARM-IN-REC(8:8) TO PARM-VALUE
            MOVE 8 TO PARM-NUM-MAX
            PERFORM PARSE-PARM-NUMBER
            IF NOT PARM-NUM-OK OR PARM-NUM-LEN NOT = 8
                OR FUNCTION TEST-DATE-YYYYMMDD(PARM-NUMBER) NOT = 0
                OR PARM-IN-REC(16:1) NOT = "/"
                OR PARM-IN-REC(17:8) = SPACES
                DISPLAY "JRNARCH ABEND: RUNLOG= MUST BE "
                    "YYYYMMDD/RUNID: " PARM-IN-REC(1:30)
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF RUNLOG-COUNT >= RUNLOG-MAX
                DISPLAY "JRNARCH ABEND: MORE THAN " RUNLOG-MAX
                    " RUNLOG= CARDS ON ARCPRM.DAT"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO RUNLOG-COUNT
            MOVE PARM-NUMBER TO RL-DATE(RUNLOG-COUNT)
            MOVE PARM-IN-REC(17:8) TO RL-RUNID(RUNLOG-COUNT).

      *    ONE TO PARM-NUM-MAX DIGITS, TRAILING SPACES TOLERATED --
      *    ANYTHING ELSE REFUSES THE VALUE SO THE CALLER CAN SAY SO
       PARSE-PARM-NUMBER.
            MOVE "N" TO PARM-NUM-OK-SWITCH
            MOVE 0 TO PARM-NUM-LEN
            MOVE 0 TO PARM-NUMBER
            PERFORM VARYING PARM-NUM-SCAN FROM 40 BY -1
                UNTIL PARM-NUM-SCAN < 1 OR PARM-NUM-LEN > 0
                IF PARM-VALUE(PARM-NUM-SCAN:1) NOT = SPACE
                    MOVE PARM-NUM-SCAN TO PARM-NUM-LEN
                END-IF
            END-PERFORM
            IF PARM-NUM-LEN >= 1 AND PARM-NUM-LEN <= PARM-NUM-MAX
                AND PARM-VALUE(1:PARM-NUM-LEN) NUMERIC
                MOVE "Y" TO PARM-NUM-OK-SWITCH
                COMPUTE PARM-NUMBER =
                    FUNCTION NUMVAL(PARM-VALUE(1:PARM-NUM-LEN))
            END-IF.

      *    CUTOFF = AS-OF DATE LESS THE DAYS TO KEEP; AN ENTRY DATED
      *    BEFORE ITS FILE'S CUTOFF IS ARCHIVED
       SET-CUTOFF-DATES.
            COMPUTE ASOF-INT = FUNCTION INTEGER-OF-DATE(ASOF-DATE)
            PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 3
                IF FT-KEEP-GIVEN(FX)
                    COMPUTE CUTOFF-INT = ASOF-INT - FT-KEEP-DAYS(FX)
                    COMPUTE FT-CUTOFF(FX) =
                        FUNCTION DATE-OF-INTEGER(CUTOFF-INT)
                END-IF
            END-PERFORM
            IF CTL-KEEP-GIVEN
                COMPUTE CUTOFF-INT = ASOF-INT - CTL-KEEP-DAYS
                COMPUTE CTL-CUTOFF =
                    FUNCTION DATE-OF-INTEGER(CUTOFF-INT)
            END-IF.

      *    LOAD THE CATALOG AND PROVE ITS TRAILER -- ROW COUNT, AND
      *    THE SUM OF THE ARCHIVED RECORD COUNTS AS THE HASH
       LOAD-CATALOG.
            OPEN INPUT CAT-FILE
            IF CAT-STATUS = "35"
                SET CAT-EOF TO TRUE
            ELSE
                IF CAT-STATUS NOT = "00"
                    DISPLAY "JRNARCH ABEND: CANNOT OPEN ARCCAT.DAT, "
                        "FILE STATUS " CAT-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                READ CAT-FILE
                    AT END
                        PERFORM CAT-HEADER-ABEND
                END-READ
                IF CAT-FILE-LINE(1:3) NOT = "HDR"
                    PERFORM CAT-HEADER-ABEND
                END-IF
            END-IF
            PERFORM UNTIL CAT-EOF
                READ CAT-FILE
                    AT END
                        IF NOT CAT-TRL-SEEN
                            DISPLAY "JRNARCH ABEND: ARCCAT.DAT ENDED "
                                "WITHOUT A TRL TRAILER RECORD"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        SET CAT-EOF TO TRUE
                        CLOSE CAT-FILE
                    NOT AT END
                        IF CAT-TRL-SEEN
                            DISPLAY "JRNARCH ABEND: ARCCAT.DAT HAS "
                                "RECORDS AFTER THE TRL TRAILER RECORD"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        IF CAT-FILE-LINE(1:3) = "TRL"
                            MOVE CAT-FILE-LINE(1:44) TO TRAILER-REC
                            PERFORM VERIFY-CAT-TRAILER
                            SET CAT-TRL-SEEN TO TRUE
                        ELSE
                            PERFORM LOAD-ONE-CAT-ROW
                        END-IF
                END-READ
            END-PERFORM.

       CAT-HEADER-ABEND.
            DISPLAY "JRNARCH ABEND: ARCCAT.DAT HAS NO HDR HEADER "
                "RECORD"
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       VERIFY-CAT-TRAILER.
            IF BTRL-REC-COUNT NOT = CAT-ROWS-READ
                OR BTRL-AMT-HASH NOT = CAT-RECS-READ
                DISPLAY "JRNARCH ABEND: ARCCAT.DAT TRAILER COUNT "
                    BTRL-REC-COUNT " / HASH " BTRL-AMT-HASH
                    " DO NOT MATCH THE BODY READ"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       LOAD-ONE-CAT-ROW.
            IF CAT-COUNT >= CAT-MAX
                DISPLAY "JRNARCH ABEND: MORE THAN " CAT-MAX
                    " ROWS ON ARCCAT.DAT"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO CAT-COUNT
            MOVE CAT-FILE-LINE(1:117) TO CAT-ENTRY(CAT-COUNT)
            MOVE CAT-FILE-LINE(1:117) TO CAT-REC
            ADD 1 TO CAT-ROWS-READ
            ADD ARC-REC-COUNT TO CAT-RECS-READ.

      *    REWRITE THE CATALOG WHOLE -- DONE AFTER EVERY CHANGE OF
      *    STATE SO THE FILE ON DISK NEVER LAGS WHAT HAS BEEN MOVED.
      *    THE ROW AT HAND IN CAT-REC IS PUT BACK AFTERWARDS
       REWRITE-CATALOG.
            MOVE CAT-REC TO CAT-SAVE-REC
            MOVE 0 TO CAT-ROWS-WRITTEN
            MOVE 0 TO CAT-RECS-WRITTEN
            OPEN OUTPUT CAT-FILE
            IF CAT-STATUS NOT = "00"
                DISPLAY "JRNARCH ABEND: CANNOT REWRITE ARCCAT.DAT, "
                    "FILE STATUS " CAT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO HEADER-REC
            MOVE "HDR" TO BHDR-TAG
            MOVE "ARCCAT" TO BHDR-FILE-ID
            MOVE TODAY-DATE TO BHDR-CREATE-DATE
            MOVE SPACES TO CAT-FILE-LINE
            MOVE HEADER-REC TO CAT-FILE-LINE(1:44)
            PERFORM WRITE-CAT-PHYSICAL
            PERFORM VARYING CAT-WX FROM 1 BY 1
                UNTIL CAT-WX > CAT-COUNT
                MOVE CAT-ENTRY(CAT-WX) TO CAT-REC
                MOVE SPACES TO CAT-FILE-LINE
                MOVE CAT-REC TO CAT-FILE-LINE(1:117)
                PERFORM WRITE-CAT-PHYSICAL
                ADD 1 TO CAT-ROWS-WRITTEN
                ADD ARC-REC-COUNT TO CAT-RECS-WRITTEN
            END-PERFORM
            MOVE SPACES TO TRAILER-REC
            MOVE "TRL" TO BTRL-TAG
            MOVE CAT-ROWS-WRITTEN TO BTRL-REC-COUNT
            MOVE CAT-RECS-WRITTEN TO BTRL-AMT-HASH
            MOVE SPACES TO CAT-FILE-LINE
            MOVE TRAILER-REC TO CAT-FILE-LINE(1:44)
            PERFORM WRITE-CAT-PHYSICAL
            CLOSE CAT-FILE
            MOVE CAT-SAVE-REC TO CAT-REC.

       WRITE-CAT-PHYSICAL.
            WRITE CAT-FILE-LINE
            IF CAT-STATUS NOT = "00"
                DISPLAY "JRNARCH ABEND: WRITE TO ARCCAT.DAT "
                    "FAILED, FILE STATUS " CAT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       ADD-CAT-ROW.
            IF CAT-COUNT >= CAT-MAX
                DISPLAY "JRNARCH ABEND: MORE THAN " CAT-MAX
                    " ROWS ON ARCCAT.DAT"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO CAT-COUNT
            MOVE CAT-REC TO CAT-ENTRY(CAT-COUNT).

      *    A ROW LEFT IN STATE A IS AN ARCHIVE PROVED AND CATALOGED
      *    WHOSE LIVE FILE WAS NEVER (OR ONLY PARTLY) TRIMMED. FINISH
      *    IT BEFORE ANYTHING NEW IS MOVED, SO THE SAME ENTRIES ARE
      *    NEVER ARCHIVED TWICE
       FINISH-PENDING-TRIMS.
            PERFORM VARYING CAT-IX FROM 1 BY 1
                UNTIL CAT-IX > CAT-COUNT
                MOVE CAT-ENTRY(CAT-IX) TO CAT-REC
                IF ARC-PENDING
                    PERFORM FINISH-ONE-TRIM
                END-IF
            END-PERFORM.

       FINISH-ONE-TRIM.
            IF ARC-FILE-ID = "CTLLOG"
                MOVE ARC-MEMBER TO LOG-RUNID
                MOVE LOG-FILENAME TO LIVE-FILENAME
                PERFORM COUNT-LIVE-LINES
                IF LIVE-LINES NOT = 0
                    AND LIVE-LINES NOT = ARC-LIVE-BEFORE
                    DISPLAY "JRNARCH ABEND: " LIVE-FILENAME
                        " HAS CHANGED SINCE " ARC-NAME
                        " TOOK IT IN -- " LIVE-LINES " LINES NOW, "
                        ARC-LIVE-BEFORE " ARCHIVED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF NOT LIVE-MISSING
                    PERFORM EMPTY-LIVE-FILE
                END-IF
            ELSE
                MOVE 0 TO FX
                PERFORM VARYING FX-SCAN FROM 1 BY 1 UNTIL FX-SCAN > 3
                    IF FT-FILE-ID(FX-SCAN) = ARC-FILE-ID
                        MOVE FX-SCAN TO FX
                    END-IF
                END-PERFORM
                IF FX = 0
                    DISPLAY "JRNARCH ABEND: ARCCAT.DAT ROW FOR "
                        ARC-NAME " NAMES UNKNOWN FILE " ARC-FILE-ID
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE FT-LIVE-NAME(FX) TO LIVE-FILENAME
                MOVE FT-PREFIX(FX) TO KEEP-PREFIX
                PERFORM CHECK-PENDING-LIVE
                MOVE ARC-LIVE-KEPT TO TRIM-EXPECT
                PERFORM TRIM-LIVE-FILE
            END-IF
            ADD 1 TO TRIMS-FINISHED
            MOVE SPACES TO ARCH-RPT-LINE
            STRING "FINISHED THE TRIM OF " DELIMITED BY SIZE
                LIVE-FILENAME DELIMITED BY SPACE
                " LEFT PENDING BY RUN " ARC-RUNID " -- ENTRIES IN "
                ARC-NAME " COUNT " ARC-REC-COUNT
                DELIMITED BY SIZE INTO ARCH-RPT-LINE
            PERFORM WRITE-RPT-LINE
            MOVE "T" TO ARC-STATE
            MOVE CAT-REC TO CAT-ENTRY(CAT-IX)
            PERFORM REWRITE-CATALOG.

      *    SAFE TO FINISH ONLY WHEN THE HOLDING COPY IS WHOLE AND THE
      *    LIVE FILE IS EITHER UNTOUCHED (STILL THE LIVE COUNT BEFORE
      *    THE MOVE) OR A PARTIAL COPY OF THE HOLDING FILE; ANYTHING
      *    ELSE MEANS A WRITER HAS APPENDED SINCE AND IS LEFT TO THE
      *    OPERATOR RATHER THAN OVERWRITTEN
       CHECK-PENDING-LIVE.
            PERFORM COUNT-KEEP-LINES
            IF KEEP-LINES NOT = ARC-LIVE-KEPT
                DISPLAY "JRNARCH ABEND: " KEEP-FILENAME " HOLDS "
                    KEEP-LINES " ENTRIES, ARCCAT.DAT EXPECTS "
                    ARC-LIVE-KEPT " -- CANNOT FINISH THE TRIM OF "
                    LIVE-FILENAME
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM COUNT-LIVE-LINES
            IF LIVE-LINES NOT = ARC-LIVE-BEFORE
                MOVE "N" TO MATCH-SWITCH
                IF LIVE-LINES <= ARC-LIVE-KEPT
                    PERFORM COMPARE-LIVE-TO-KEEP
                END-IF
                IF NOT LINES-MATCH
                    DISPLAY "JRNARCH ABEND: " LIVE-FILENAME
                        " HAS CHANGED SINCE " ARC-NAME
                        " WAS CATALOGED -- FINISH THE TRIM BY HAND "
                        "FROM " KEEP-FILENAME
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

      *    EVERY LINE THE LIVE FILE HOLDS MUST BE THE SAME LINE OF THE
      *    HOLDING COPY -- AN INTERRUPTED COPY-BACK
       COMPARE-LIVE-TO-KEEP.
            MOVE "Y" TO MATCH-SWITCH
            IF NOT LIVE-MISSING
                OPEN INPUT LIVE-FILE
                OPEN INPUT KEEP-FILE
                MOVE "N" TO LIVE-EOF-SWITCH
                MOVE "N" TO KEEP-EOF-SWITCH
                PERFORM UNTIL LIVE-EOF OR NOT LINES-MATCH
                    READ LIVE-FILE
                        AT END
                            SET LIVE-EOF TO TRUE
                        NOT AT END
                            READ KEEP-FILE
                                AT END
                                    MOVE "N" TO MATCH-SWITCH
                                NOT AT END
                                    IF KEEP-REC NOT = LIVE-REC
                                        MOVE "N" TO MATCH-SWITCH
                                    END-IF
                            END-READ
                    END-READ
                END-PERFORM
                CLOSE LIVE-FILE
                CLOSE KEEP-FILE
            END-IF.

      *    LINES ON THE FILE NAMED BY LIVE-FILENAME -- A MISSING FILE
      *    (STATUS 35) COUNTS ZERO AND SAYS SO
       COUNT-LIVE-LINES.
            MOVE 0 TO LIVE-LINES
            MOVE "N" TO LIVE-MISSING-SWITCH
            OPEN INPUT LIVE-FILE
            IF LIVE-STATUS = "35"
                SET LIVE-MISSING TO TRUE
            ELSE
                PERFORM CHECK-LIVE-OPEN
                MOVE "N" TO LIVE-EOF-SWITCH
                PERFORM UNTIL LIVE-EOF
                    READ LIVE-FILE
                        AT END
                            SET LIVE-EOF TO TRUE
                        NOT AT END
                            ADD 1 TO LIVE-LINES
                    END-READ
                END-PERFORM
                CLOSE LIVE-FILE
            END-IF.

       COUNT-KEEP-LINES.
            MOVE 0 TO KEEP-LINES
            OPEN INPUT KEEP-FILE
            IF KEEP-STATUS NOT = "00"
                DISPLAY "JRNARCH ABEND: CANNOT OPEN " KEEP-FILENAME
                    ", FILE STATUS " KEEP-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE "N" TO KEEP-EOF-SWITCH
            PERFORM UNTIL KEEP-EOF
                READ KEEP-FILE
                    AT END
                        SET KEEP-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO KEEP-LINES
                END-READ
            END-PERFORM
            CLOSE KEEP-FILE.

       CHECK-LIVE-OPEN.
            IF LIVE-STATUS NOT = "00"
                DISPLAY "JRNARCH ABEND: CANNOT OPEN " LIVE-FILENAME
                    ", FILE STATUS " LIVE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    ONE PASS OVER CYCSTAT.DAT -- EVERY RUN-ID, ITS FIRST
      *    STARTED DATE AND ITS LAST ENDED DATE. A RUN WITH NO ENDED
      *    EVENT IS STILL IN FLIGHT AND NEVER LEAVES THE FILE
       SCAN-CYCLE-RUNS.
            MOVE "CYCSTAT.DAT" TO LIVE-FILENAME
            OPEN INPUT LIVE-FILE
            IF LIVE-STATUS NOT = "35"
                PERFORM CHECK-LIVE-OPEN
                MOVE "N" TO LIVE-EOF-SWITCH
                PERFORM UNTIL LIVE-EOF
                    READ LIVE-FILE
                        AT END
                            SET LIVE-EOF TO TRUE
                        NOT AT END
                            IF LIVE-REC NOT = SPACES
                                PERFORM TAKE-CYCLE-EVENT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LIVE-FILE
            END-IF.

       TAKE-CYCLE-EVENT.
            MOVE LIVE-REC(1:80) TO CYC-REC
            MOVE CYC-RUNID TO FIND-RUNID
            PERFORM FIND-RUN-ENTRY
            IF RT-FOUND-IX = 0
                PERFORM INSERT-RUN-ENTRY
                MOVE "C" TO RT-SOURCE(RT-FOUND-IX)
            END-IF
            EVALUATE CYC-EVENT
                WHEN "STARTED"
                    IF RT-START-DATE(RT-FOUND-IX) = 0
                        AND CYC-DATE NUMERIC
                        MOVE CYC-DATE TO RT-START-DATE(RT-FOUND-IX)
                    END-IF
                WHEN "ENDED"
                    SET RT-ENDED(RT-FOUND-IX) TO TRUE
                    IF CYC-DATE NUMERIC
                        MOVE CYC-DATE TO RT-END-DATE(RT-FOUND-IX)
                    ELSE
                        MOVE 99999999 TO RT-END-DATE(RT-FOUND-IX)
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      *    CYCSTAT.DAT IS APPENDED IN RUN ORDER, SO THE RUN WANTED IS
      *    ALMOST ALWAYS THE LAST ONE ENTERED -- SEARCH BACKWARD
       FIND-RUN-ENTRY.
            MOVE 0 TO RT-FOUND-IX
            PERFORM VARYING RT-IX FROM RUN-COUNT BY -1
                UNTIL RT-IX < 1 OR RT-FOUND-IX > 0
                IF RT-RUNID(RT-IX) = FIND-RUNID
                    MOVE RT-IX TO RT-FOUND-IX
                END-IF
            END-PERFORM.

       INSERT-RUN-ENTRY.
            IF RUN-COUNT >= RUN-MAX
                DISPLAY "JRNARCH ABEND: MORE THAN " RUN-MAX
                    " RUN-IDS ON CYCSTAT.DAT AND RUNLOG= CARDS"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO RUN-COUNT
            MOVE RUN-COUNT TO RT-FOUND-IX
            MOVE FIND-RUNID TO RT-RUNID(RUN-COUNT)
            MOVE 0 TO RT-START-DATE(RUN-COUNT)
            MOVE 99999999 TO RT-END-DATE(RUN-COUNT)
            MOVE "N" TO RT-ENDED-SWITCH(RUN-COUNT)
            MOVE "N" TO RT-LOG-SWITCH(RUN-COUNT)
            MOVE 0 TO RT-LOG-DATE(RUN-COUNT)
            MOVE 0 TO RT-LOG-LINES(RUN-COUNT)
            MOVE 0 TO RT-LOG-HASH(RUN-COUNT).

      *    A RUNLOG= CARD FOR A RUN CYCSTAT.DAT ALREADY KNOWS ADDS
      *    NOTHING; OTHERWISE IT IS TAKEN AS A RUN ENDED ON ITS DATE
       ADD-RUNLOG-CARDS.
            PERFORM VARYING RL-IX FROM 1 BY 1
                UNTIL RL-IX > RUNLOG-COUNT
                MOVE RL-RUNID(RL-IX) TO FIND-RUNID
                PERFORM FIND-RUN-ENTRY
                IF RT-FOUND-IX = 0
                    PERFORM INSERT-RUN-ENTRY
                    MOVE "R" TO RT-SOURCE(RT-FOUND-IX)
                    MOVE RL-DATE(RL-IX) TO RT-START-DATE(RT-FOUND-IX)
                    MOVE RL-DATE(RL-IX) TO RT-END-DATE(RT-FOUND-IX)
                    SET RT-ENDED(RT-FOUND-IX) TO TRUE
                END-IF
            END-PERFORM.

      *    ONE LIVE JOURNAL -- SCAN TO DECIDE, THEN MOVE
       ARCHIVE-LIVE-FILE.
            MOVE SPACES TO ARCH-RPT-LINE
            PERFORM WRITE-RPT-LINE
            MOVE SPACES TO ARCH-RPT-LINE
            IF NOT FT-KEEP-GIVEN(FX)
                STRING FT-FILE-ID(FX) " NO RETENTION CARD -- "
                    FT-LIVE-NAME(FX) " NOT TRIMMED"
                    DELIMITED BY SIZE INTO ARCH-RPT-LINE
                PERFORM WRITE-RPT-LINE
            ELSE
                STRING FT-FILE-ID(FX) " KEEP " FT-KEEP-DAYS(FX)
                    " DAYS  CUTOFF " FT-CUTOFF(FX)
                    "  ENTRIES DATED BEFORE THE CUTOFF ARE ARCHIVED"
                    DELIMITED BY SIZE INTO ARCH-RPT-LINE
                PERFORM WRITE-RPT-LINE
                MOVE FT-LIVE-NAME(FX) TO LIVE-FILENAME
                MOVE FT-PREFIX(FX) TO KEEP-PREFIX
                MOVE FT-CUTOFF(FX) TO CUTOFF-DATE
                PERFORM SCAN-LIVE-FILE
                ADD SCAN-UNDATED TO TOTAL-UNDATED
                MOVE SPACES TO ARCH-RPT-LINE
                EVALUATE TRUE
                    WHEN LIVE-MISSING
                        STRING "  " DELIMITED BY SIZE
                            LIVE-FILENAME DELIMITED BY SPACE
                            " NOT ON FILE -- NOTHING TO TRIM"
                            DELIMITED BY SIZE INTO ARCH-RPT-LINE
                        PERFORM WRITE-RPT-LINE
                    WHEN SCAN-ARCHIVE = 0
                        STRING "  LIVE=" SCAN-READ
                            "  NOTHING DUE FOR ARCHIVE -- "
                            DELIMITED BY SIZE
                            LIVE-FILENAME DELIMITED BY SPACE
                            " UNTOUCHED" DELIMITED BY SIZE
                            INTO ARCH-RPT-LINE
                        PERFORM WRITE-RPT-LINE
                    WHEN OTHER
                        PERFORM MOVE-LIVE-FILE
                END-EVALUATE
                IF SCAN-UNDATED > 0
                    MOVE SPACES TO ARCH-RPT-LINE
                    STRING "  *** " SCAN-UNDATED " ENTRIES CARRY NO "
                        "VALID DATE AND WERE KEPT"
                        DELIMITED BY SIZE INTO ARCH-RPT-LINE
                    PERFORM WRITE-RPT-LINE
                END-IF
            END-IF.

      *    DECIDING PASS -- NOTHING IS WRITTEN. THE COUNTS AND THE
      *    DATE RANGE GO ON THE ARCHIVE HDR AND ARE THE FIGURES THE
      *    MOVE PASS MUST REPRODUCE
       SCAN-LIVE-FILE.
            MOVE 0 TO SCAN-READ
            MOVE 0 TO SCAN-ARCHIVE
            MOVE 0 TO SCAN-BLANK
            MOVE 0 TO SCAN-UNDATED
            MOVE 99999999 TO SCAN-FROM-DATE
            MOVE 0 TO SCAN-TO-DATE
            MOVE "N" TO LIVE-MISSING-SWITCH
            OPEN INPUT LIVE-FILE
            IF LIVE-STATUS = "35"
                SET LIVE-MISSING TO TRUE
            ELSE
                PERFORM CHECK-LIVE-OPEN
                MOVE "N" TO LIVE-EOF-SWITCH
                PERFORM UNTIL LIVE-EOF
                    READ LIVE-FILE
                        AT END
                            SET LIVE-EOF TO TRUE
                        NOT AT END
                            PERFORM SCAN-ONE-ENTRY
                    END-READ
                END-PERFORM
                CLOSE LIVE-FILE
            END-IF.

       SCAN-ONE-ENTRY.
            ADD 1 TO SCAN-READ
            IF LIVE-REC = SPACES
                ADD 1 TO SCAN-BLANK
            ELSE
                PERFORM DECIDE-ONE-ENTRY
                IF ENTRY-UNDATED
                    ADD 1 TO SCAN-UNDATED
                END-IF
                IF ARCHIVE-ENTRY
                    ADD 1 TO SCAN-ARCHIVE
                    IF NOT ENTRY-UNDATED
                        IF ENTRY-DATE < SCAN-FROM-DATE
                            MOVE ENTRY-DATE TO SCAN-FROM-DATE
                        END-IF
                        IF ENTRY-DATE > SCAN-TO-DATE
                            MOVE ENTRY-DATE TO SCAN-TO-DATE
                        END-IF
                    END-IF
                END-IF
            END-IF.

      *    THE JOURNALS GO BY ENTRY DATE; CYCSTAT.DAT BY WHOLE RUN, A
      *    RUN LEAVING ONLY ONCE IT HAS ENDED BEFORE THE CUTOFF
       DECIDE-ONE-ENTRY.
            MOVE "N" TO ARCHIVE-ENTRY-SWITCH
            MOVE LIVE-REC(FT-DATE-POS(FX):8) TO ENTRY-DATE-X
            PERFORM CHECK-ENTRY-DATE
            IF FT-FILE-ID(FX) = "CYCSTAT"
                MOVE LIVE-REC(1:8) TO FIND-RUNID
                PERFORM FIND-RUN-ENTRY
                IF RT-FOUND-IX > 0
                    IF RT-ENDED(RT-FOUND-IX)
                        AND NOT RT-FROM-CARD(RT-FOUND-IX)
                        AND RT-END-DATE(RT-FOUND-IX) < CUTOFF-DATE
                        SET ARCHIVE-ENTRY TO TRUE
                    END-IF
                END-IF
            ELSE
                IF NOT ENTRY-UNDATED AND ENTRY-DATE < CUTOFF-DATE
                    SET ARCHIVE-ENTRY TO TRUE
                END-IF
            END-IF.

      *    A DATE THAT IS NOT A DATE IS FLAGGED AND TAKEN AS ZERO
       CHECK-ENTRY-DATE.
            MOVE "N" TO ENTRY-UNDATED-SWITCH
            IF ENTRY-DATE-X NOT NUMERIC
                SET ENTRY-UNDATED TO TRUE
            ELSE
                IF FUNCTION TEST-DATE-YYYYMMDD(ENTRY-DATE) NOT = 0
                    SET ENTRY-UNDATED TO TRUE
                END-IF
            END-IF
            IF ENTRY-UNDATED
                MOVE 0 TO ENTRY-DATE
            END-IF.

      *    THE MOVE -- ARCHIVE WRITTEN, PROVED AND CATALOGED BEFORE
      *    THE LIVE FILE IS TOUCHED; THE LIVE FILE THEN REWRITTEN FROM
      *    THE HOLDING COPY AND RE-COUNTED
       MOVE-LIVE-FILE.
            MOVE FT-PREFIX(FX) TO ARCH-PREFIX
            PERFORM ASSIGN-ARCHIVE-NAME
            OPEN INPUT LIVE-FILE
            PERFORM CHECK-LIVE-OPEN
            PERFORM OPEN-ARCHIVE-OUTPUT
            OPEN OUTPUT KEEP-FILE
            IF KEEP-STATUS NOT = "00"
                DISPLAY "JRNARCH ABEND: CANNOT OPEN " KEEP-FILENAME
                    ", FILE STATUS " KEEP-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO HEADER-REC
            MOVE FT-FILE-ID(FX) TO BHDR-FILE-ID
            MOVE LIVE-FILENAME TO AHX-SOURCE
            MOVE SCAN-FROM-DATE TO AHX-FROM-DATE
            MOVE SCAN-TO-DATE TO AHX-TO-DATE
            MOVE CUTOFF-DATE TO AHX-CUTOFF
            PERFORM WRITE-ARCHIVE-HEADER

            MOVE 0 TO MOVE-READ
            MOVE 0 TO MOVE-ARCHIVED
            MOVE 0 TO MOVE-KEPT
            MOVE 0 TO MOVE-BLANK
            MOVE 0 TO ARCH-HASH-WORK
            MOVE "N" TO LIVE-EOF-SWITCH
            PERFORM UNTIL LIVE-EOF
                READ LIVE-FILE
                    AT END
                        SET LIVE-EOF TO TRUE
                    NOT AT END
                        PERFORM MOVE-ONE-ENTRY
                END-READ
            END-PERFORM
            MOVE ARCH-HASH-WORK TO ARCH-HASH
            MOVE SPACES TO TRAILER-REC
            MOVE MOVE-ARCHIVED TO BTRL-REC-COUNT
            PERFORM WRITE-ARCHIVE-TRAILER
            CLOSE LIVE-FILE
            CLOSE KEEP-FILE
            CLOSE ARCH-FILE

            IF MOVE-READ NOT = SCAN-READ
                OR MOVE-ARCHIVED NOT = SCAN-ARCHIVE
                DISPLAY "JRNARCH ABEND: " LIVE-FILENAME
                    " CHANGED WHILE IT WAS BEING ARCHIVED -- READ "
                    SCAN-READ " THEN " MOVE-READ
                    ", NOTHING TRIMMED; RERUN WITH THE WRITERS DOWN"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF MOVE-READ NOT = MOVE-ARCHIVED + MOVE-KEPT + MOVE-BLANK
                DISPLAY "JRNARCH ABEND: " LIVE-FILENAME " READ "
                    MOVE-READ " NOT = ARCHIVED " MOVE-ARCHIVED
                    " + KEPT " MOVE-KEPT " + BLANK " MOVE-BLANK
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE FT-FILE-ID(FX) TO PROOF-FILE-ID
            MOVE MOVE-ARCHIVED TO PROOF-COUNT
            MOVE ARCH-HASH TO PROOF-HASH
            PERFORM PROVE-ARCHIVE-FILE
            IF NOT PROOF-OK
                DISPLAY "JRNARCH ABEND: " PROOF-MESSAGE
                DISPLAY "JRNARCH: " LIVE-FILENAME " NOT TRIMMED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE SPACES TO CAT-REC
            MOVE FT-FILE-ID(FX) TO ARC-FILE-ID
            MOVE ARCH-FILENAME TO ARC-NAME
            MOVE SCAN-FROM-DATE TO ARC-FROM-DATE
            MOVE SCAN-TO-DATE TO ARC-TO-DATE
            MOVE MOVE-ARCHIVED TO ARC-REC-COUNT
            MOVE ARCH-HASH TO ARC-DATE-HASH
            MOVE TODAY-DATE TO ARC-RUN-DATE
            MOVE RUN-ID TO ARC-RUNID
            MOVE MOVE-READ TO ARC-LIVE-BEFORE
            MOVE MOVE-KEPT TO ARC-LIVE-KEPT
            MOVE "A" TO ARC-STATE
            PERFORM ADD-CAT-ROW
            MOVE CAT-COUNT TO CAT-IX
            PERFORM REWRITE-CATALOG

            MOVE MOVE-KEPT TO TRIM-EXPECT
            PERFORM TRIM-LIVE-FILE
            MOVE "T" TO ARC-STATE
            MOVE CAT-REC TO CAT-ENTRY(CAT-IX)
            PERFORM REWRITE-CATALOG

            ADD 1 TO ARCHIVES-WRITTEN
            ADD MOVE-READ TO TOTAL-READ
            ADD MOVE-ARCHIVED TO TOTAL-ARCHIVED
            ADD MOVE-KEPT TO TOTAL-KEPT
            ADD MOVE-BLANK TO TOTAL-BLANK
            MOVE SPACES TO ARCH-RPT-LINE
            STRING "  LIVE BEFORE=" MOVE-READ
                " = ARCHIVED " MOVE-ARCHIVED " + KEPT " MOVE-KEPT
                " + BLANK LINES DROPPED " MOVE-BLANK "  PROVED"
                DELIMITED BY SIZE INTO ARCH-RPT-LINE
            PERFORM WRITE-RPT-LINE
            MOVE SPACES TO ARCH-RPT-LINE
            STRING "  ARCHIVE " ARC-NAME " FROM " ARC-FROM-DATE
                " TO " ARC-TO-DATE " COUNT=" ARC-REC-COUNT
                " HASH=" ARC-DATE-HASH "  TRL PROVED, CATALOGED"
                DELIMITED BY SIZE INTO ARCH-RPT-LINE
            PERFORM WRITE-RPT-LINE
            MOVE SPACES TO ARCH-RPT-LINE
            STRING "  " DELIMITED BY SIZE
                LIVE-FILENAME DELIMITED BY SPACE
                " REWRITTEN, LIVE AFTER=" TRIM-WRITTEN "  PROVED"
                DELIMITED BY SIZE INTO ARCH-RPT-LINE
            PERFORM WRITE-RPT-LINE.

      *    BLANK LINES ARE NOT ENTRIES -- COUNTED AND DROPPED
       MOVE-ONE-ENTRY.
            ADD 1 TO MOVE-READ
            IF LIVE-REC = SPACES
                ADD 1 TO MOVE-BLANK
            ELSE
                PERFORM DECIDE-ONE-ENTRY
                IF ARCHIVE-ENTRY
                    MOVE SPACES TO ARCH-REC
                    MOVE LIVE-REC TO ARCH-REC
                    PERFORM WRITE-ARCHIVE-LINE
                    ADD 1 TO MOVE-ARCHIVED
                    ADD ENTRY-DATE TO ARCH-HASH-WORK
                ELSE
                    MOVE LIVE-REC TO KEEP-REC
                    WRITE KEEP-REC
                    IF KEEP-STATUS NOT = "00"
                        DISPLAY "JRNARCH ABEND: WRITE TO "
                            KEEP-FILENAME " FAILED, FILE STATUS "
                            KEEP-STATUS
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO MOVE-KEPT
                END-IF
            END-IF.

      *    COPY THE HOLDING FILE BACK OVER THE LIVE FILE, THEN COUNT
      *    THE LIVE FILE AGAIN -- IT MUST HOLD EXACTLY WHAT WAS KEPT
       TRIM-LIVE-FILE.
            OPEN INPUT KEEP-FILE
            IF KEEP-STATUS NOT = "00"
                DISPLAY "JRNARCH ABEND: CANNOT OPEN " KEEP-FILENAME
                    ", FILE STATUS " KEEP-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT LIVE-FILE
            PERFORM CHECK-LIVE-OPEN
            MOVE 0 TO TRIM-WRITTEN
            MOVE "N" TO KEEP-EOF-SWITCH
            PERFORM UNTIL KEEP-EOF
                READ KEEP-FILE
                    AT END
                        SET KEEP-EOF TO TRUE
                    NOT AT END
                        MOVE KEEP-REC TO LIVE-REC
                        WRITE LIVE-REC
                        IF LIVE-STATUS NOT = "00"
                            DISPLAY "JRNARCH ABEND: WRITE TO "
                                LIVE-FILENAME " FAILED, FILE STATUS "
                                LIVE-STATUS " -- " KEEP-FILENAME
                                " STILL HOLDS THE KEPT ENTRIES"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO TRIM-WRITTEN
                END-READ
            END-PERFORM
            CLOSE KEEP-FILE
            CLOSE LIVE-FILE
            PERFORM COUNT-LIVE-LINES
            IF TRIM-WRITTEN NOT = TRIM-EXPECT
                OR LIVE-LINES NOT = TRIM-EXPECT
                DISPLAY "JRNARCH ABEND: " LIVE-FILENAME
                    " REWRITTEN WITH " TRIM-WRITTEN " AND RE-READ "
                    LIVE-LINES " ENTRIES, " TRIM-EXPECT
                    " EXPECTED -- " KEEP-FILENAME
                    " STILL HOLDS THE KEPT ENTRIES"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    A CTL LOG IS EMPTIED RATHER THAN REWRITTEN -- ALL OF IT IS
      *    IN THE ARCHIVE
       EMPTY-LIVE-FILE.
            OPEN OUTPUT LIVE-FILE
            PERFORM CHECK-LIVE-OPEN
            CLOSE LIVE-FILE.

      *    <PFX><RUN DATE><SEQ>.ARC -- THE SEQUENCE IS ONE PAST THE
      *    HIGHEST THE CATALOG ALREADY HOLDS FOR THE SAME PREFIX AND
      *    DATE, SO A SECOND RUN IN A DAY NEVER OVERWRITES THE FIRST
       ASSIGN-ARCHIVE-NAME.
            MOVE TODAY-DATE TO ARCH-FILE-DATE
            MOVE 0 TO HIGH-SEQ
            PERFORM VARYING CAT-WX FROM 1 BY 1
                UNTIL CAT-WX > CAT-COUNT
                IF CAT-ENTRY(CAT-WX)(10:3) = ARCH-PREFIX
                    AND CAT-ENTRY(CAT-WX)(13:8) = TODAY-DATE
                    AND CAT-ENTRY(CAT-WX)(21:2) NUMERIC
                    MOVE CAT-ENTRY(CAT-WX)(21:2) TO NAME-SEQ
                    IF NAME-SEQ > HIGH-SEQ
                        MOVE NAME-SEQ TO HIGH-SEQ
                    END-IF
                END-IF
            END-PERFORM
            IF HIGH-SEQ >= 99
                DISPLAY "JRNARCH ABEND: 99 " ARCH-PREFIX
                    " ARCHIVES ALREADY CATALOGED FOR " TODAY-DATE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            COMPUTE ARCH-FILE-SEQ = HIGH-SEQ + 1.

       OPEN-ARCHIVE-OUTPUT.
            OPEN OUTPUT ARCH-FILE
            IF ARCH-STATUS NOT = "00"
                DISPLAY "JRNARCH ABEND: CANNOT OPEN " ARCH-FILENAME
                    ", FILE STATUS " ARCH-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    CALLER SETS BHDR-FILE-ID AND THE AHX- FIELDS
       WRITE-ARCHIVE-HEADER.
            MOVE "HDR" TO BHDR-TAG
            MOVE TODAY-DATE TO BHDR-CREATE-DATE
            MOVE RUN-ID TO AHX-RUNID
            MOVE SPACES TO ARCH-REC
            MOVE HEADER-REC TO ARCH-REC(1:44)
            MOVE ARCH-HDR-EXTRA TO ARCH-REC(45:52)
            PERFORM WRITE-ARCHIVE-LINE.

      *    CALLER SETS BTRL-REC-COUNT AND ARCH-HASH
       WRITE-ARCHIVE-TRAILER.
            MOVE "TRL" TO BTRL-TAG
            MOVE ARCH-HASH TO BTRL-AMT-HASH
            MOVE SPACES TO ARCH-REC
            MOVE TRAILER-REC TO ARCH-REC(1:44)
            PERFORM WRITE-ARCHIVE-LINE.

       WRITE-ARCHIVE-LINE.
            WRITE ARCH-REC
            IF ARCH-STATUS NOT = "00"
                DISPLAY "JRNARCH ABEND: WRITE TO " ARCH-FILENAME
                    " FAILED, FILE STATUS " ARCH-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    RE-READ THE ARCHIVE NAMED BY ARCH-FILENAME: HDR FIRST WITH
      *    THE EXPECTED FILE ID, BODY RECOUNTED AND ITS ENTRY DATES
      *    REHASHED, TRL LAST AND EQUAL TO THE BODY, AND BOTH EQUAL TO
      *    PROOF-COUNT / PROOF-HASH. NEVER ABENDS ITSELF -- THE CALLER
      *    DECIDES WHAT A FAILURE MEANS (PROOF-MESSAGE SAYS WHY)
       PROVE-ARCHIVE-FILE.
            MOVE "N" TO PROOF-OK-SWITCH
            MOVE "N" TO PROOF-TRL-SWITCH
            MOVE SPACES TO PROOF-MESSAGE
            MOVE 0 TO PROOF-BODY-COUNT
            MOVE 0 TO PROOF-HASH-WORK
            MOVE 0 TO PROOF-LINES
            MOVE CTL-DATE-POS TO HASH-POS
            PERFORM VARYING FX-SCAN FROM 1 BY 1 UNTIL FX-SCAN > 3
                IF FT-FILE-ID(FX-SCAN) = PROOF-FILE-ID
                    MOVE FT-DATE-POS(FX-SCAN) TO HASH-POS
                END-IF
            END-PERFORM
            OPEN INPUT ARCH-FILE
            IF ARCH-STATUS NOT = "00"
                STRING ARCH-FILENAME " CANNOT BE OPENED, FILE STATUS "
                    ARCH-STATUS
                    DELIMITED BY SIZE INTO PROOF-MESSAGE
            ELSE
                MOVE "N" TO ARCH-EOF-SWITCH
                PERFORM UNTIL ARCH-EOF OR PROOF-MESSAGE NOT = SPACES
                    READ ARCH-FILE
                        AT END
                            SET ARCH-EOF TO TRUE
                        NOT AT END
                            PERFORM PROVE-ONE-ARCHIVE-LINE
                    END-READ
                END-PERFORM
                CLOSE ARCH-FILE
                PERFORM PROVE-ARCHIVE-TOTALS
            END-IF.

       PROVE-ONE-ARCHIVE-LINE.
            ADD 1 TO PROOF-LINES
            EVALUATE TRUE
                WHEN PROOF-LINES = 1
                    MOVE ARCH-REC(1:44) TO HEADER-REC
                    IF BHDR-TAG NOT = "HDR"
                        STRING ARCH-FILENAME " HAS NO HDR HEADER "
                            "RECORD"
                            DELIMITED BY SIZE INTO PROOF-MESSAGE
                    ELSE
                        IF BHDR-FILE-ID NOT = PROOF-FILE-ID
                            STRING ARCH-FILENAME " HDR NAMES FILE "
                                BHDR-FILE-ID ", EXPECTED "
                                PROOF-FILE-ID
                                DELIMITED BY SIZE INTO PROOF-MESSAGE
                        END-IF
                    END-IF
                WHEN PROOF-TRL-SEEN
                    STRING ARCH-FILENAME " HAS RECORDS AFTER THE TRL "
                        "TRAILER RECORD"
                        DELIMITED BY SIZE INTO PROOF-MESSAGE
                WHEN ARCH-REC(1:3) = "TRL"
                    MOVE ARCH-REC(1:44) TO TRAILER-REC
                    SET PROOF-TRL-SEEN TO TRUE
                WHEN OTHER
                    ADD 1 TO PROOF-BODY-COUNT
                    MOVE ARCH-REC(HASH-POS:8) TO ENTRY-DATE-X
                    PERFORM CHECK-ENTRY-DATE
                    ADD ENTRY-DATE TO PROOF-HASH-WORK
            END-EVALUATE.

       PROVE-ARCHIVE-TOTALS.
            MOVE PROOF-HASH-WORK TO PROOF-BODY-HASH
            EVALUATE TRUE
                WHEN PROOF-MESSAGE NOT = SPACES
                    CONTINUE
                WHEN PROOF-LINES = 0
                    STRING ARCH-FILENAME " IS EMPTY -- NO HDR HEADER "
                        "RECORD"
                        DELIMITED BY SIZE INTO PROOF-MESSAGE
                WHEN NOT PROOF-TRL-SEEN
                    STRING ARCH-FILENAME " ENDED WITHOUT A TRL "
                        "TRAILER RECORD"
                        DELIMITED BY SIZE INTO PROOF-MESSAGE
                WHEN BTRL-REC-COUNT NOT = PROOF-BODY-COUNT
                    OR BTRL-AMT-HASH NOT = PROOF-BODY-HASH
                    STRING ARCH-FILENAME " TRAILER COUNT "
                        BTRL-REC-COUNT " / HASH " BTRL-AMT-HASH
                        " DO NOT MATCH THE BODY READ"
                        DELIMITED BY SIZE INTO PROOF-MESSAGE
                WHEN PROOF-BODY-COUNT NOT = PROOF-COUNT
                    OR PROOF-BODY-HASH NOT = PROOF-HASH
                    STRING ARCH-FILENAME " HOLDS " PROOF-BODY-COUNT
                        " / HASH " PROOF-BODY-HASH ", EXPECTED "
                        PROOF-COUNT " / " PROOF-HASH
                        DELIMITED BY SIZE INTO PROOF-MESSAGE
                WHEN OTHER
                    SET PROOF-OK TO TRUE
            END-EVALUATE.

      *    CTL LOGS -- A RUN'S LOG IS DUE ONCE THE RUN ENDED BEFORE
      *    THE CUTOFF AND THE CATALOG DOES NOT ALREADY HOLD IT. EVERY
      *    DUE LOG GOES WHOLE INTO ONE CTL ARCHIVE, EACH LINE LED BY
      *    ITS RUN-ID AND RUN DATE, AND IS THEN EMPTIED
       ARCHIVE-CONTROL-LOGS.
            MOVE SPACES TO ARCH-RPT-LINE
            PERFORM WRITE-RPT-LINE
            MOVE SPACES TO ARCH-RPT-LINE
            IF NOT CTL-KEEP-GIVEN
                STRING "CTLLOG   NO RETENTION CARD -- CTL<RUNID>.LOG "
                    "FILES NOT TRIMMED"
                    DELIMITED BY SIZE INTO ARCH-RPT-LINE
                PERFORM WRITE-RPT-LINE
            ELSE
                STRING "CTLLOG   KEEP " CTL-KEEP-DAYS
                    " DAYS  CUTOFF " CTL-CUTOFF
                    "  LOGS OF RUNS ENDED BEFORE THE CUTOFF ARE "
                    "ARCHIVED"
                    DELIMITED BY SIZE INTO ARCH-RPT-LINE
                PERFORM WRITE-RPT-LINE
                PERFORM SELECT-CONTROL-LOGS
                IF LOGS-SELECTED = 0
                    MOVE SPACES TO ARCH-RPT-LINE
                    STRING "  NO LOG DUE FOR ARCHIVE"
                        DELIMITED BY SIZE INTO ARCH-RPT-LINE
                    PERFORM WRITE-RPT-LINE
                ELSE
                    PERFORM COPY-CONTROL-LOGS
                END-IF
            END-IF.

       SELECT-CONTROL-LOGS.
            MOVE 99999999 TO LOG-FROM-DATE
            MOVE 0 TO LOG-TO-DATE
            PERFORM VARYING RT-IX FROM 1 BY 1
                UNTIL RT-IX > RUN-COUNT
                IF RT-ENDED(RT-IX)
                    AND RT-END-DATE(RT-IX) < CTL-CUTOFF
                    AND RT-RUNID(RT-IX) NOT = RUN-ID
                    PERFORM SELECT-ONE-LOG
                END-IF
            END-PERFORM.

       SELECT-ONE-LOG.
            MOVE "N" TO CAT-FOUND-SWITCH
            PERFORM VARYING CAT-WX FROM 1 BY 1
                UNTIL CAT-WX > CAT-COUNT OR CAT-FOUND
                IF CAT-ENTRY(CAT-WX)(1:8) = "CTLLOG"
                    AND CAT-ENTRY(CAT-WX)(88:8) = RT-RUNID(RT-IX)
                    SET CAT-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF NOT CAT-FOUND
                IF RT-START-DATE(RT-IX) > 0
                    MOVE RT-START-DATE(RT-IX) TO RT-LOG-DATE(RT-IX)
                ELSE
                    MOVE RT-END-DATE(RT-IX) TO RT-LOG-DATE(RT-IX)
                END-IF
                MOVE RT-RUNID(RT-IX) TO LOG-RUNID
                MOVE LOG-FILENAME TO LIVE-FILENAME
                PERFORM COUNT-LIVE-LINES
                IF LIVE-MISSING
                    ADD 1 TO LOGS-MISSING
                    MOVE SPACES TO ARCH-RPT-LINE
                    STRING "  *** " LIVE-FILENAME " RUN DATE "
                        RT-LOG-DATE(RT-IX) " IS DUE BUT NOT ON FILE "
                        "AND NOT ON THE CATALOG"
                        DELIMITED BY SIZE INTO ARCH-RPT-LINE
                    PERFORM WRITE-RPT-LINE
                ELSE
                    SET RT-LOG-TAKEN(RT-IX) TO TRUE
                    MOVE LIVE-LINES TO RT-LOG-LINES(RT-IX)
                    ADD 1 TO LOGS-SELECTED
                    IF RT-LOG-DATE(RT-IX) < LOG-FROM-DATE
                        MOVE RT-LOG-DATE(RT-IX) TO LOG-FROM-DATE
                    END-IF
                    IF RT-LOG-DATE(RT-IX) > LOG-TO-DATE
                        MOVE RT-LOG-DATE(RT-IX) TO LOG-TO-DATE
                    END-IF
                END-IF
            END-IF.

       COPY-CONTROL-LOGS.
            MOVE "CTL" TO ARCH-PREFIX
            PERFORM ASSIGN-ARCHIVE-NAME
            PERFORM OPEN-ARCHIVE-OUTPUT
            MOVE SPACES TO HEADER-REC
            MOVE "CTLLOG" TO BHDR-FILE-ID
            MOVE "CTL<RUNID>.LOG" TO AHX-SOURCE
            MOVE LOG-FROM-DATE TO AHX-FROM-DATE
            MOVE LOG-TO-DATE TO AHX-TO-DATE
            MOVE CTL-CUTOFF TO AHX-CUTOFF
            PERFORM WRITE-ARCHIVE-HEADER
            MOVE 0 TO LOG-LINES-TOTAL
            MOVE 0 TO LOG-HASH-WORK
            PERFORM VARYING RT-IX FROM 1 BY 1
                UNTIL RT-IX > RUN-COUNT
                IF RT-LOG-TAKEN(RT-IX)
                    PERFORM COPY-ONE-LOG
                END-IF
            END-PERFORM
            MOVE LOG-HASH-WORK TO ARCH-HASH
            MOVE SPACES TO TRAILER-REC
            MOVE LOG-LINES-TOTAL TO BTRL-REC-COUNT
            PERFORM WRITE-ARCHIVE-TRAILER
            CLOSE ARCH-FILE

            MOVE "CTLLOG" TO PROOF-FILE-ID
            MOVE LOG-LINES-TOTAL TO PROOF-COUNT
            MOVE ARCH-HASH TO PROOF-HASH
            PERFORM PROVE-ARCHIVE-FILE
            IF NOT PROOF-OK
                DISPLAY "JRNARCH ABEND: " PROOF-MESSAGE
                DISPLAY "JRNARCH: NO CTL LOG EMPTIED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

      *    ONE CATALOG ROW PER LOG, ALL IN STATE A UNTIL EVERY LOG
      *    HAS BEEN EMPTIED
            COMPUTE CAT-FIRST-NEW = CAT-COUNT + 1
            PERFORM VARYING RT-IX FROM 1 BY 1
                UNTIL RT-IX > RUN-COUNT
                IF RT-LOG-TAKEN(RT-IX)
                    MOVE SPACES TO CAT-REC
                    MOVE "CTLLOG" TO ARC-FILE-ID
                    MOVE ARCH-FILENAME TO ARC-NAME
                    MOVE RT-LOG-DATE(RT-IX) TO ARC-FROM-DATE
                    MOVE RT-LOG-DATE(RT-IX) TO ARC-TO-DATE
                    MOVE RT-LOG-LINES(RT-IX) TO ARC-REC-COUNT
                    MOVE RT-LOG-HASH(RT-IX) TO ARC-DATE-HASH
                    MOVE TODAY-DATE TO ARC-RUN-DATE
                    MOVE RUN-ID TO ARC-RUNID
                    MOVE RT-RUNID(RT-IX) TO ARC-MEMBER
                    MOVE RT-LOG-LINES(RT-IX) TO ARC-LIVE-BEFORE
                    MOVE 0 TO ARC-LIVE-KEPT
                    MOVE "A" TO ARC-STATE
                    PERFORM ADD-CAT-ROW
                END-IF
            END-PERFORM
            PERFORM REWRITE-CATALOG

            PERFORM VARYING RT-IX FROM 1 BY 1
                UNTIL RT-IX > RUN-COUNT
                IF RT-LOG-TAKEN(RT-IX)
                    MOVE RT-RUNID(RT-IX) TO LOG-RUNID
                    MOVE LOG-FILENAME TO LIVE-FILENAME
                    PERFORM EMPTY-LIVE-FILE
                    MOVE SPACES TO ARCH-RPT-LINE
                    STRING "  SCRATCH " LIVE-FILENAME " RUN DATE "
                        RT-LOG-DATE(RT-IX) " LINES "
                        RT-LOG-LINES(RT-IX) "  EMPTIED, HELD IN "
                        ARCH-FILENAME
                        DELIMITED BY SIZE INTO ARCH-RPT-LINE
                    PERFORM WRITE-RPT-LINE
                END-IF
            END-PERFORM
            PERFORM VARYING CAT-IX FROM CAT-FIRST-NEW BY 1
                UNTIL CAT-IX > CAT-COUNT
                MOVE CAT-ENTRY(CAT-IX) TO CAT-REC
                MOVE "T" TO ARC-STATE
                MOVE CAT-REC TO CAT-ENTRY(CAT-IX)
            END-PERFORM
            PERFORM REWRITE-CATALOG

            ADD 1 TO ARCHIVES-WRITTEN
            MOVE SPACES TO ARCH-RPT-LINE
            STRING "  ARCHIVE " ARCH-FILENAME " FROM " LOG-FROM-DATE
                " TO " LOG-TO-DATE " LOGS=" LOGS-SELECTED
                " LINES=" LOG-LINES-TOTAL " HASH=" ARCH-HASH
                "  TRL PROVED, CATALOGED"
                DELIMITED BY SIZE INTO ARCH-RPT-LINE
            PERFORM WRITE-RPT-LINE.

      *    THE LOG MUST STILL HOLD THE LINES COUNTED WHEN IT WAS
      *    SELECTED -- A STEP STILL WRITING TO IT WOULD SHOW HERE
       COPY-ONE-LOG.
            MOVE RT-RUNID(RT-IX) TO LOG-RUNID
            MOVE LOG-FILENAME TO LIVE-FILENAME
            OPEN INPUT LIVE-FILE
            PERFORM CHECK-LIVE-OPEN
            MOVE 0 TO LIVE-LINES
            MOVE 0 TO ARCH-HASH-WORK
            MOVE "N" TO LIVE-EOF-SWITCH
            PERFORM UNTIL LIVE-EOF
                READ LIVE-FILE
                    AT END
                        SET LIVE-EOF TO TRUE
                    NOT AT END
                        MOVE SPACES TO ARCH-REC
                        STRING RT-RUNID(RT-IX) " " RT-LOG-DATE(RT-IX)
                            " " LIVE-REC
                            DELIMITED BY SIZE INTO ARCH-REC
                        PERFORM WRITE-ARCHIVE-LINE
                        ADD 1 TO LIVE-LINES
                        ADD RT-LOG-DATE(RT-IX) TO ARCH-HASH-WORK
                END-READ
            END-PERFORM
            CLOSE LIVE-FILE
            IF LIVE-LINES NOT = RT-LOG-LINES(RT-IX)
                DISPLAY "JRNARCH ABEND: " LIVE-FILENAME
                    " CHANGED WHILE IT WAS BEING ARCHIVED -- "
                    RT-LOG-LINES(RT-IX) " LINES THEN " LIVE-LINES
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE ARCH-HASH-WORK TO RT-LOG-HASH(RT-IX)
            ADD LIVE-LINES TO LOG-LINES-TOTAL
            ADD ARCH-HASH-WORK TO LOG-HASH-WORK.

      *    VERIFY=Y -- EVERY ARCHIVE ON THE CATALOG RE-READ AND PROVED
      *    AGAINST ITS OWN TRL AND AGAINST THE SUM OF ITS CATALOG ROWS.
      *    ROWS OF ONE ARCHIVE ARE WRITTEN TOGETHER, SO THEY ARE
      *    ADJACENT ON THE CATALOG
       VERIFY-CATALOG.
            MOVE SPACES TO ARCH-RPT-LINE
            PERFORM WRITE-RPT-LINE
            MOVE SPACES TO ARCH-RPT-LINE
            STRING "CATALOG VERIFY -- EVERY ARCHIVE RE-READ AND "
                "PROVED AGAINST ITS TRL AND ITS CATALOG ROWS"
                DELIMITED BY SIZE INTO ARCH-RPT-LINE
            PERFORM WRITE-RPT-LINE
            MOVE 1 TO CAT-IX
            PERFORM UNTIL CAT-IX > CAT-COUNT
                MOVE CAT-ENTRY(CAT-IX) TO CAT-REC
                MOVE ARC-NAME TO VERIFY-NAME
                MOVE ARC-FILE-ID TO PROOF-FILE-ID
                MOVE 0 TO PROOF-COUNT
                MOVE 0 TO VERIFY-HASH-WORK
                MOVE 0 TO VERIFY-ROWS
                PERFORM UNTIL CAT-IX > CAT-COUNT
                    OR CAT-ENTRY(CAT-IX)(10:17) NOT = VERIFY-NAME
                    MOVE CAT-ENTRY(CAT-IX) TO CAT-REC
                    ADD ARC-REC-COUNT TO PROOF-COUNT
                    ADD ARC-DATE-HASH TO VERIFY-HASH-WORK
                    ADD 1 TO VERIFY-ROWS
                    ADD 1 TO CAT-IX
                END-PERFORM
                MOVE VERIFY-HASH-WORK TO PROOF-HASH
                MOVE VERIFY-NAME TO ARCH-FILENAME
                PERFORM PROVE-ARCHIVE-FILE
                MOVE SPACES TO ARCH-RPT-LINE
                IF PROOF-OK
                    ADD 1 TO VERIFY-PROVED
                    STRING "  " VERIFY-NAME " " PROOF-FILE-ID
                        " ROWS=" VERIFY-ROWS " COUNT=" PROOF-COUNT
                        " HASH=" PROOF-HASH "  PROVED"
                        DELIMITED BY SIZE INTO ARCH-RPT-LINE
                ELSE
                    ADD 1 TO VERIFY-FAILURES
                    STRING "  *** " PROOF-MESSAGE
                        DELIMITED BY SIZE INTO ARCH-RPT-LINE
                END-IF
                PERFORM WRITE-RPT-LINE
            END-PERFORM
            MOVE SPACES TO ARCH-RPT-LINE
            STRING "  ARCHIVES PROVED=" VERIFY-PROVED
                " FAILED=" VERIFY-FAILURES
                DELIMITED BY SIZE INTO ARCH-RPT-LINE
            PERFORM WRITE-RPT-LINE.

      *    WHAT THE CATALOG HOLDS PER FILE AFTER THIS RUN, AND THE
      *    CATALOG'S OWN TRAILER FIGURES
       WRITE-CATALOG-SUMMARY.
            PERFORM VARYING SM-IX FROM 1 BY 1 UNTIL SM-IX > 4
                IF SM-IX <= 3
                    MOVE FT-FILE-ID(SM-IX) TO SM-FILE-ID(SM-IX)
                ELSE
                    MOVE "CTLLOG" TO SM-FILE-ID(SM-IX)
                END-IF
                MOVE 0 TO SM-ARCHIVES(SM-IX)
                MOVE 0 TO SM-RECORDS(SM-IX)
                MOVE 0 TO SM-FROM-DATE(SM-IX)
                MOVE 0 TO SM-TO-DATE(SM-IX)
            END-PERFORM
            MOVE SPACES TO PRIOR-NAME
            MOVE 0 TO CAT-RECS-WRITTEN
            PERFORM VARYING CAT-IX FROM 1 BY 1
                UNTIL CAT-IX > CAT-COUNT
                MOVE CAT-ENTRY(CAT-IX) TO CAT-REC
                ADD ARC-REC-COUNT TO CAT-RECS-WRITTEN
                PERFORM VARYING SM-IX FROM 1 BY 1 UNTIL SM-IX > 4
                    IF SM-FILE-ID(SM-IX) = ARC-FILE-ID
                        PERFORM SUM-ONE-CAT-ROW
                    END-IF
                END-PERFORM
                MOVE ARC-NAME TO PRIOR-NAME
            END-PERFORM
            MOVE SPACES TO ARCH-RPT-LINE
            PERFORM WRITE-RPT-LINE
            MOVE SPACES TO ARCH-RPT-LINE
            STRING "ARCHIVE CATALOG ARCCAT.DAT  ROWS=" CAT-COUNT
                " RECORDS ARCHIVED TO DATE=" CAT-RECS-WRITTEN
                "  (TRL)"
                DELIMITED BY SIZE INTO ARCH-RPT-LINE
            PERFORM WRITE-RPT-LINE
            PERFORM VARYING SM-IX FROM 1 BY 1 UNTIL SM-IX > 4
                MOVE SPACES TO ARCH-RPT-LINE
                STRING "  " SM-FILE-ID(SM-IX) " ARCHIVES="
                    SM-ARCHIVES(SM-IX) " RECORDS=" SM-RECORDS(SM-IX)
                    " ENTRY DATES " SM-FROM-DATE(SM-IX) " TO "
                    SM-TO-DATE(SM-IX)
                    DELIMITED BY SIZE INTO ARCH-RPT-LINE
                PERFORM WRITE-RPT-LINE
            END-PERFORM.

       SUM-ONE-CAT-ROW.
            IF ARC-NAME NOT = PRIOR-NAME
                ADD 1 TO SM-ARCHIVES(SM-IX)
            END-IF
            ADD ARC-REC-COUNT TO SM-RECORDS(SM-IX)
            IF SM-FROM-DATE(SM-IX) = 0
                OR ARC-FROM-DATE < SM-FROM-DATE(SM-IX)
                MOVE ARC-FROM-DATE TO SM-FROM-DATE(SM-IX)
            END-IF
            IF ARC-TO-DATE > SM-TO-DATE(SM-IX)
                MOVE ARC-TO-DATE TO SM-TO-DATE(SM-IX)
            END-IF.

       WRITE-RPT-LINE.
            WRITE ARCH-RPT-LINE
            IF ARCH-RPT-STATUS NOT = "00"
                DISPLAY "JRNARCH ABEND: WRITE TO ARCRPT.RPT "
                    "FAILED, FILE STATUS " ARCH-RPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    CONTROL-TOTAL AUDIT TRAIL -- READ = ARCHIVED + KEPT + BLANK
      *    OVER THE JOURNALS MOVED, THEN THE CTL LOGS TAKEN
       WRITE-CONTROL-TOTALS.
            OPEN EXTEND CONTROL-RPT
            IF CTL-STATUS = "35"
                CLOSE CONTROL-RPT
                OPEN OUTPUT CONTROL-RPT
            END-IF
            IF CTL-STATUS NOT = "00"
                DISPLAY "JRNARCH ABEND: CANNOT OPEN " CTL-FILENAME
                    ", FILE STATUS " CTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE SPACES TO CONTROL-RPT-LINE
            STRING "JRNARCH CONTROL TOTALS: READ=" TOTAL-READ
                " ARCHIVED=" TOTAL-ARCHIVED
                " KEPT=" TOTAL-KEPT
                " BLANK=" TOTAL-BLANK
                " UNDATED=" TOTAL-UNDATED
                DELIMITED BY SIZE INTO CONTROL-RPT-LINE
            PERFORM WRITE-CONTROL-LINE
            MOVE SPACES TO CONTROL-RPT-LINE
            STRING "JRNARCH ARCHIVE TOTALS: ARCHIVES=" ARCHIVES-WRITTEN
                " LOGS=" LOGS-SELECTED
                " LOG-LINES=" LOG-LINES-TOTAL
                " LOGS-MISSING=" LOGS-MISSING
                " FINISHED=" TRIMS-FINISHED
                " CAT-ROWS=" CAT-COUNT
                DELIMITED BY SIZE INTO CONTROL-RPT-LINE
            PERFORM WRITE-CONTROL-LINE

            CLOSE CONTROL-RPT.

       WRITE-CONTROL-LINE.
            WRITE CONTROL-RPT-LINE
            IF CTL-STATUS NOT = "00"
                DISPLAY "JRNARCH ABEND: WRITE TO " CTL-FILENAME
                    " FAILED, FILE STATUS " CTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       END PROGRAM JRNARCH.
