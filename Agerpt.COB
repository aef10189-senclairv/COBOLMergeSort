      ******************************************************************
      * Author: VINCENT SENCLAIR
      * Date: 10-15-26
      * Purpose: AGING ANALYSIS OF THE MERGED MASTER -- READS
      *          SORTOUT.DAT (HDR/TRL PROVED LIKE EVERY OTHER READER)
      *          AND AGES EVERY RECORD'S MERGE-DATE AGAINST AN AS-OF
      *          DATE INTO FIVE DAY BUCKETS (DEFAULT 0-30, 31-60,
      *          61-90, 91-180 AND OVER 180), THEN PAGES A REPORT IN
      *          THE BALRPT STYLE: RECORD COUNT AND AMOUNT TOTAL PER
      *          BUCKET WITH PERCENT-OF-TOTAL COLUMNS, FOR ALL
      *          REGIONS TOGETHER AND FOR EACH MERGE-SOURCE REGION,
      *          BESIDE THE SAME FIGURES FROM THE PRIOR WEEK'S RUN.
      *          EXCPRPT'S STALE= RULE NAMES THE LATE RECORDS; THIS
      *          IS THE SHAPE OF THE WHOLE BOOK THE CONTROLLERS ASK
      *          FOR EVERY WEEK. THE REPORT KEEPS ITS OWN SMALL
      *          HISTORY, AGEHIST.DAT (SEE COPYBOOK AGEHST), ONE ROW
      *          PER REGION PER AS-OF DATE. OPTIONAL AGEPRM.DAT
      *          CARDS: ASOF=YYYYMMDD (DEFAULT TODAY, SO QUARTER-END
      *          CAN BE RUN FOR A BACK DATE), BUCKETS=N/N/N/N (THE
      *          FOUR UPPER LIMITS IN DAYS, ASCENDING) AND COMPARE=N
      *          (THE PRIOR RUN MUST BE AT LEAST N DAYS OLDER THAN
      *          THE AS-OF DATE, DEFAULT 7). RETURN-CODE 4 FLAGS
      *          RECORDS WHOSE MERGE-DATE IS NOT A DATE AND SO COULD
      *          NOT BE AGED.
      *          SEE JCL/AGERPT.JCL FOR THE MATCHING JOB STEP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGERPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-IN ASSIGN TO "SORTOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-IN-STATUS.

      *    PARAMETER CARDS -- HAND-EDITED, ONE TOKEN PER LINE; A
      *    MISSING FILE AGES TO TODAY AT THE STANDARD BUCKETS
           SELECT PARM-IN ASSIGN TO "AGEPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-IN-STATUS.

      *    THE REPORT'S OWN HISTORY -- READ WHOLE, REWRITTEN WHOLE
      *    AT THE END OF THE RUN THE WAY GLRECON KEEPS GLOPEN.DAT;
      *    A MISSING FILE (STATUS 35) IS THE FIRST RUN
           SELECT HIST-FILE ASSIGN TO "AGEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT AGING-RPT ASSIGN TO "AGERPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-RPT-STATUS.

      *    OPTIONAL RUN-ID HANDOFF CARD -- CYCLEDRV LEAVES THE
      *    CYCLE'S RUN-ID HERE; A MISSING OR EMPTY CARD MEANS A
      *    STANDALONE RUN AND THE TIME-OF-DAY DERIVATION STAYS
           SELECT CYCLE-RUN ASSIGN TO "CYCRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MASTER-IN.
       01 MASTER-IN-REC PIC X(44).

       FD PARM-IN.
       01 PARM-IN-REC PIC X(80).

       FD HIST-FILE.
       01 HIST-FILE-REC PIC X(150).

       FD AGING-RPT.
       01 AGING-RPT-LINE PIC X(132).

       FD CYCLE-RUN.
       01 CYCLE-RUN-REC PIC X(80).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
      *    FILE STATUS / END-OF-FILE SWITCHES
       01 MASTER-IN-STATUS PIC XX.
       01 PARM-IN-STATUS PIC XX.
       01 HIST-FILE-STATUS PIC XX.
       01 AGING-RPT-STATUS PIC XX.
       01 MASTER-EOF-SWITCH PIC X(1) VALUE "N".
           88 MASTER-EOF VALUE "Y".
       01 PARM-EOF-SWITCH PIC X(1) VALUE "N".
           88 PARM-EOF VALUE "Y".
       01 HIST-EOF-SWITCH PIC X(1) VALUE "N".
           88 HIST-EOF VALUE "Y".

      *    CURRENT MASTER RECORD
       01 MASTER-REC.
           COPY MRGREC.

      *    THE AGING PARAMETERS -- AS-OF DATE, THE FOUR BUCKET UPPER
      *    LIMITS IN DAYS (THE FIFTH BUCKET IS EVERYTHING OLDER) AND
      *    HOW MANY DAYS BACK THE COMPARISON RUN MUST LIE
       01 TODAY-DATE PIC 9(8).
       01 ASOF-DATE PIC 9(8).
       01 ASOF-INT PIC 9(7).
       01 BUCKET-LIMITS.
           05 BUCKET-LIMIT PIC 9(4) OCCURS 4 TIMES.
       01 COMPARE-DAYS PIC 9(4) VALUE 7.
       01 COMPARE-CUTOFF PIC 9(8).
       01 CUTOFF-INT PIC 9(7).
       01 PARM-VALUE PIC X(40).
       01 LIMIT-TEXTS.
           05 LIMIT-TEXT PIC X(10) OCCURS 4 TIMES.
       01 LIMIT-IX PIC 9(1).
       01 LIMIT-TAIL PIC X(10).

      *    NUMERIC-VALUE PARSE FOR THE PARAMETER CARDS -- DIGITS
      *    WITH TRAILING SPACES TOLERATED, AS EXCPRPT TAKES ON ITS
      *    RULE CARDS, UP TO PARM-NUM-MAX DIGITS FOR THE CARD AT HAND
       01 PARM-NUM-OK-SWITCH PIC X(1).
           88 PARM-NUM-OK VALUE "Y".
       01 PARM-NUMBER PIC 9(8).
       01 PARM-NUM-LEN PIC 9(2).
       01 PARM-NUM-SCAN PIC 9(2).
       01 PARM-NUM-MAX PIC 9(2).

      *    PER-RECORD AGING
       01 MERGE-DATE-NUM PIC 9(8).
       01 AGE-DAYS PIC 9(7).
       01 BUCKET-IX PIC 9(1).
       01 BUCKET-LABELS.
           05 BUCKET-LABEL PIC X(12) OCCURS 5 TIMES.
       01 LABEL-LOW PIC ZZZ9.
       01 LABEL-HIGH PIC ZZZ9.
       01 LOW-DAYS PIC 9(4).

      *    ONE AGING ENTRY -- CURRENT AND PRIOR-WEEK RECORD COUNT AND
      *    AMOUNT PER BUCKET. THE ALL-REGIONS ENTRY, EVERY REGION
      *    ENTRY AND THE PRINT AREA SHARE THIS SHAPE SO ONE PRINT
      *    PARAGRAPH SERVES EVERY SECTION
       01 ALL-ENTRY.
           05 AL-SOURCE PIC X(2).
           05 AL-BUCKET OCCURS 5 TIMES.
               07 AL-RECORDS PIC 9(9).
               07 AL-AMOUNT PIC 9(13).
               07 AL-PRIOR-RECORDS PIC 9(9).
               07 AL-PRIOR-AMOUNT PIC 9(13).

      *    PER-REGION ENTRIES, KEPT IN ASCENDING MERGE-SOURCE ORDER
      *    BY THE SAME SHIFT-AND-INSERT BALRPT USES. SIXTEEN REAL
      *    REGIONS PLUS ROOM FOR STRAY CODES
       01 REGION-MAX PIC 9(2) VALUE 20.
       01 REGION-COUNT PIC 9(2) VALUE 0.
       01 REGION-TABLE.
           05 REGION-ENTRY OCCURS 20 TIMES.
               07 RG-SOURCE PIC X(2).
               07 RG-BUCKET OCCURS 5 TIMES.
                   09 RG-RECORDS PIC 9(9).
                   09 RG-AMOUNT PIC 9(13).
                   09 RG-PRIOR-RECORDS PIC 9(9).
                   09 RG-PRIOR-AMOUNT PIC 9(13).
       01 RG-IX PIC 9(2).
       01 RG-JX PIC 9(2).
       01 RG-FOUND-SWITCH PIC X(1).
           88 RG-FOUND VALUE "Y".
       01 NEW-SOURCE PIC X(2).

       01 PRINT-ENTRY.
           05 PR-SOURCE PIC X(2).
           05 PR-BUCKET OCCURS 5 TIMES.
               07 PR-RECORDS PIC 9(9).
               07 PR-AMOUNT PIC 9(13).
               07 PR-PRIOR-RECORDS PIC 9(9).
               07 PR-PRIOR-AMOUNT PIC 9(13).
       01 PR-TOTAL-RECORDS PIC 9(9).
       01 PR-TOTAL-AMOUNT PIC 9(13).
       01 PR-PRIOR-TOTAL PIC 9(13).
       01 SECTION-TITLE PIC X(40).
       01 PERCENT-WORK PIC 9(3)V99.
       01 CHANGE-AMOUNT PIC S9(14).

      *    FILE TOTALS -- EVERY BODY RECORD IS AGED, DATED AFTER THE
      *    AS-OF DATE (A BACK-DATED RUN) OR NOT A DATE AT ALL, SO
      *    THE THREE ALWAYS ADD BACK TO THE RECORDS READ
       01 RECORDS-READ PIC 9(9) VALUE 0.
       01 SIN-AMT-HASH PIC 9(13) VALUE 0.
       01 RECORDS-AGED PIC 9(9) VALUE 0.
       01 AFTER-ASOF-RECORDS PIC 9(9) VALUE 0.
       01 AFTER-ASOF-AMOUNT PIC 9(13) VALUE 0.
       01 UNDATED-RECORDS PIC 9(9) VALUE 0.
       01 UNDATED-AMOUNT PIC 9(13) VALUE 0.

      *    THE HISTORY IN MEMORY -- READ UP FRONT, TODAY'S ROWS
      *    APPENDED, REWRITTEN WHOLE. A ROW FOR THE SAME AS-OF DATE
      *    IS REPLACED, SO A RERUN NEVER DOUBLES UP; ROWS MORE THAN
      *    A YEAR AND A WEEK OLDER THAN THE AS-OF DATE DROP OFF
       01 HIST-MAX PIC 9(5) VALUE 10000.
       01 HIST-COUNT PIC 9(5) VALUE 0.
       01 HIST-TABLE.
           05 HIST-ENTRY OCCURS 10000 TIMES PIC X(144).
       01 HIST-IX PIC 9(5).
       01 HIST-REC.
           COPY AGEHST.
       01 HIST-KEEP-DAYS PIC 9(4) VALUE 371.
       01 KEEP-CUTOFF PIC 9(8).
       01 HIST-ROWS-READ PIC 9(9) VALUE 0.
       01 HIST-AMT-HASH PIC 9(13) VALUE 0.
       01 HIST-ROWS-DROPPED PIC 9(9) VALUE 0.
       01 HIST-ROWS-WRITTEN PIC 9(9) VALUE 0.
       01 HIST-OUT-HASH PIC 9(13) VALUE 0.
       01 ROW-AMOUNT PIC 9(13).

      *    THE COMPARISON RUN -- THE LATEST AS-OF DATE ON THE
      *    HISTORY AT LEAST COMPARE-DAYS BEFORE THIS ONE
       01 PRIOR-DATE PIC 9(8) VALUE 0.
       01 PRIOR-FOUND-SWITCH PIC X(1) VALUE "N".
           88 PRIOR-FOUND VALUE "Y".
       01 PRIOR-LIMITS-SWITCH PIC X(1) VALUE "Y".
           88 PRIOR-LIMITS-SAME VALUE "Y".

      *    INTERFACE-STANDARD HEADER/TRAILER WORK AREAS -- SORTOUT
      *    AND THE HISTORY BOTH LEAD WITH A HDR RECORD AND END WITH A
      *    TRL RECORD WHOSE COUNT AND AMOUNT HASH MATCH THE BODY
       01 HEADER-REC.
           COPY BATHDR.
       01 TRAILER-REC.
           COPY BATTRL.
       01 SIN-TRL-SWITCH PIC X(1) VALUE "N".
           88 SIN-TRL-SEEN VALUE "Y".
       01 HIST-TRL-SWITCH PIC X(1) VALUE "N".
           88 HIST-TRL-SEEN VALUE "Y".

      *    REPORT FORMATTING -- SAME 55-LINE PAGING BALRPT USES
       01 PAGE-NO PIC 9(4) VALUE 0.
       01 PENDING-LINE PIC X(132).
       01 LINE-COUNT PIC 9(2) VALUE 99.
       01 LINES-PER-PAGE PIC 9(2) VALUE 55.

       01 HEAD-LINE-1.
           05 FILLER PIC X(28)
               VALUE "MERGE MASTER AGING REPORT".
           05 FILLER PIC X(7) VALUE "AS OF: ".
           05 HD-ASOF PIC 9(8).
           05 FILLER PIC X(9) VALUE "  PRIOR: ".
           05 HD-PRIOR PIC X(8).
           05 FILLER PIC X(10) VALUE "  RUN ID: ".
           05 HD-RUNID PIC X(8).
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HD-PAGE PIC ZZZ9.
       01 HEAD-LINE-2.
           05 FILLER PIC X(12) VALUE "BUCKET DAYS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "    RECORDS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE " REC %".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "     AMOUNT TOTAL".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE " AMT %".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "     PRIOR AMOUNT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(19) VALUE "   CHANGE IN AMOUNT".
      *    FILLER WIDTHS PLACE EACH FIGURE FLUSH UNDER ITS HEADING
      *    CAPTION; THE COMPARISON PAIR IS LEFT BLANK WHEN THERE IS
      *    NO PRIOR RUN ON THE HISTORY TO COMPARE AGAINST
       01 DETAIL-LINE.
           05 DET-LABEL PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-RECORDS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-REC-PCT PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-AMT-PCT PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-COMPARE.
               07 DET-PRIOR-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
               07 FILLER PIC X(2) VALUE SPACES.
               07 DET-CHANGE PIC ---,---,---,---,--9.

       01 RUN-ID PIC X(8).
       01 CYCLE-RUN-STATUS PIC XX.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM GET-RUN-ID
            MOVE RUN-ID TO HD-RUNID
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD

            PERFORM READ-PARM-FILE
            PERFORM BUILD-BUCKET-LABELS
            MOVE ASOF-DATE TO HD-ASOF
            COMPUTE ASOF-INT = FUNCTION INTEGER-OF-DATE(ASOF-DATE)
            COMPUTE CUTOFF-INT = ASOF-INT - COMPARE-DAYS
            COMPUTE COMPARE-CUTOFF =
                FUNCTION DATE-OF-INTEGER(CUTOFF-INT)
            COMPUTE CUTOFF-INT = ASOF-INT - HIST-KEEP-DAYS
            COMPUTE KEEP-CUTOFF =
                FUNCTION DATE-OF-INTEGER(CUTOFF-INT)

            INITIALIZE ALL-ENTRY
            MOVE "**" TO AL-SOURCE
            PERFORM TALLY-MASTER-FILE
            PERFORM LOAD-AGING-HISTORY
            PERFORM FIND-PRIOR-RUN
            PERFORM APPLY-PRIOR-AGING

            OPEN OUTPUT AGING-RPT
            IF AGING-RPT-STATUS NOT = "00"
                DISPLAY "AGERPT ABEND: CANNOT OPEN AGERPT.RPT, "
                    "FILE STATUS " AGING-RPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM WRITE-ALL-REGIONS
            PERFORM WRITE-REGION-SECTIONS
            PERFORM REWRITE-AGING-HISTORY
            PERFORM WRITE-RECONCILIATION
            CLOSE AGING-RPT

            IF UNDATED-RECORDS > 0
                MOVE 4 TO RETURN-CODE
            END-IF

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
                    DISPLAY "AGERPT ABEND: CANNOT OPEN "
                        "CYCRUN.DAT, FILE STATUS " CYCLE-RUN-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ACCEPT RUN-ID FROM TIME
            END-IF.

      *    LOAD THE PARAMETER CARDS -- TOKEN=VALUE, ONE PER LINE. A
      *    MISSING FILE (STATUS 35) AGES TO TODAY AT 30/60/90/180.
      *    UNLIKE EXCPRPT'S RULE CARDS A BAD VALUE HERE ABENDS: A
      *    QUARTER-END RUN THAT QUIETLY AGED TO TODAY, OR TO THE
      *    WRONG BOUNDARIES, WOULD LOOK RIGHT AND BE WRONG
       READ-PARM-FILE.
            MOVE TODAY-DATE TO ASOF-DATE
            MOVE 30 TO BUCKET-LIMIT(1)
            MOVE 60 TO BUCKET-LIMIT(2)
            MOVE 90 TO BUCKET-LIMIT(3)
            MOVE 180 TO BUCKET-LIMIT(4)
            OPEN INPUT PARM-IN
            IF PARM-IN-STATUS = "35"
                SET PARM-EOF TO TRUE
            ELSE
                IF PARM-IN-STATUS NOT = "00"
                    DISPLAY "AGERPT ABEND: CANNOT OPEN AGEPRM.DAT"
                        ", FILE STATUS " PARM-IN-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
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
            PERFORM VARYING LIMIT-IX FROM 2 BY 1
                UNTIL LIMIT-IX > 4
                IF BUCKET-LIMIT(LIMIT-IX) NOT >
                    BUCKET-LIMIT(LIMIT-IX - 1)
                    DISPLAY "AGERPT ABEND: BUCKET LIMITS MUST "
                        "ASCEND -- " BUCKET-LIMIT(1) "/"
                        BUCKET-LIMIT(2) "/" BUCKET-LIMIT(3) "/"
                        BUCKET-LIMIT(4)
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-PERFORM.

       LOAD-ONE-PARM-CARD.
            EVALUATE TRUE
                WHEN PARM-IN-REC(1:5) = "ASOF="
                    MOVE PARM-IN-REC(6:40) TO PARM-VALUE
                    MOVE 8 TO PARM-NUM-MAX
                    PERFORM PARSE-PARM-NUMBER
                    IF NOT PARM-NUM-OK OR PARM-NUM-LEN NOT = 8
                        OR FUNCTION TEST-DATE-YYYYMMDD(PARM-NUMBER)
                            NOT = 0
                        DISPLAY "AGERPT ABEND: ASOF= IS NOT A "
                            "YYYYMMDD DATE: " PARM-IN-REC(1:20)
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE PARM-NUMBER TO ASOF-DATE
                WHEN PARM-IN-REC(1:8) = "BUCKETS="
                    PERFORM LOAD-BUCKET-LIMITS
                WHEN PARM-IN-REC(1:8) = "COMPARE="
                    MOVE PARM-IN-REC(9:40) TO PARM-VALUE
                    MOVE 4 TO PARM-NUM-MAX
                    PERFORM PARSE-PARM-NUMBER
                    IF NOT PARM-NUM-OK
                        DISPLAY "AGERPT ABEND: COMPARE= VALUE NOT "
                            "NUMERIC: " PARM-IN-REC(1:20)
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE PARM-NUMBER TO COMPARE-DAYS
                WHEN OTHER
                    DISPLAY "AGERPT: PARAMETER CARD NOT RECOGNIZED, "
                        "SKIPPED: " PARM-IN-REC(1:20)
            END-EVALUATE.

      *    BUCKETS=30/60/90/180 -- FOUR UPPER LIMITS IN DAYS, EACH
      *    ONE TO FOUR DIGITS; ANYTHING OVER THE LAST LIMIT FALLS IN
      *    THE FIFTH BUCKET
       LOAD-BUCKET-LIMITS.
            MOVE SPACES TO LIMIT-TEXTS LIMIT-TAIL
            UNSTRING PARM-IN-REC(9:40) DELIMITED BY "/"
                INTO LIMIT-TEXT(1) LIMIT-TEXT(2) LIMIT-TEXT(3)
                    LIMIT-TEXT(4) LIMIT-TAIL
            END-UNSTRING
            IF LIMIT-TAIL NOT = SPACES
                DISPLAY "AGERPT ABEND: BUCKETS= CARRIES MORE THAN "
                    "FOUR LIMITS: " PARM-IN-REC(1:40)
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM VARYING LIMIT-IX FROM 1 BY 1
                UNTIL LIMIT-IX > 4
                MOVE LIMIT-TEXT(LIMIT-IX) TO PARM-VALUE
                MOVE 4 TO PARM-NUM-MAX
                PERFORM PARSE-PARM-NUMBER
                IF NOT PARM-NUM-OK
                    DISPLAY "AGERPT ABEND: BUCKETS= NEEDS FOUR "
                        "NUMERIC LIMITS: " PARM-IN-REC(1:40)
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE PARM-NUMBER TO BUCKET-LIMIT(LIMIT-IX)
            END-PERFORM.

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

      *    BUCKET CAPTIONS OFF THE LIMITS IN FORCE, SO A BACK-DATED
      *    OR RE-CUT RUN PRINTS THE BOUNDARIES IT ACTUALLY USED
       BUILD-BUCKET-LABELS.
            MOVE 0 TO LOW-DAYS
            PERFORM VARYING BUCKET-IX FROM 1 BY 1
                UNTIL BUCKET-IX > 4
                MOVE LOW-DAYS TO LABEL-LOW
                MOVE BUCKET-LIMIT(BUCKET-IX) TO LABEL-HIGH
                MOVE SPACES TO BUCKET-LABEL(BUCKET-IX)
                STRING LABEL-LOW " -" LABEL-HIGH
                    DELIMITED BY SIZE INTO BUCKET-LABEL(BUCKET-IX)
                COMPUTE LOW-DAYS = BUCKET-LIMIT(BUCKET-IX) + 1
            END-PERFORM
            MOVE BUCKET-LIMIT(4) TO LABEL-HIGH
            MOVE SPACES TO BUCKET-LABEL(5)
            STRING "  OVER" LABEL-HIGH
                DELIMITED BY SIZE INTO BUCKET-LABEL(5).

      *    ONE PASS OVER SORTOUT.DAT -- AGE EVERY RECORD INTO ITS
      *    BUCKET FOR ALL REGIONS AND FOR ITS OWN MERGE-SOURCE
       TALLY-MASTER-FILE.
            OPEN INPUT MASTER-IN
            IF MASTER-IN-STATUS NOT = "00"
                DISPLAY "AGERPT ABEND: CANNOT OPEN SORTOUT.DAT, "
                    "FILE STATUS " MASTER-IN-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            READ MASTER-IN
                AT END
                    PERFORM MISSING-HEADER-ABEND
            END-READ
            IF MASTER-IN-REC(1:3) NOT = "HDR"
                PERFORM MISSING-HEADER-ABEND
            END-IF
            PERFORM UNTIL MASTER-EOF
                READ MASTER-IN
                    AT END
                        IF NOT SIN-TRL-SEEN
                            DISPLAY "AGERPT ABEND: SORTOUT.DAT "
                                "ENDED WITHOUT A TRL TRAILER RECORD"
                                " -- TRANSFER MAY BE TRUNCATED"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        SET MASTER-EOF TO TRUE
                    NOT AT END
                        IF SIN-TRL-SEEN
                            DISPLAY "AGERPT ABEND: SORTOUT.DAT "
                                "HAS RECORDS AFTER THE TRL TRAILER"
                                " RECORD"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        IF MASTER-IN-REC(1:3) = "TRL"
                            MOVE MASTER-IN-REC TO TRAILER-REC
                            PERFORM VERIFY-INPUT-TRAILER
                            SET SIN-TRL-SEEN TO TRUE
                        ELSE
                            MOVE MASTER-IN-REC TO MASTER-REC
                            PERFORM AGE-ONE-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MASTER-IN.

       MISSING-HEADER-ABEND.
            DISPLAY "AGERPT ABEND: SORTOUT.DAT HAS NO HDR HEADER "
                "RECORD"
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       VERIFY-INPUT-TRAILER.
            IF BTRL-REC-COUNT NOT = RECORDS-READ
                OR BTRL-AMT-HASH NOT = SIN-AMT-HASH
                DISPLAY "AGERPT ABEND: SORTOUT.DAT TRAILER COUNT "
                    BTRL-REC-COUNT " / HASH " BTRL-AMT-HASH
                    " DO NOT MATCH THE BODY READ"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    A MERGE-DATE THAT IS NOT A DATE CANNOT BE AGED AND IS
      *    COUNTED APART (RC 4); ONE AFTER THE AS-OF DATE WAS NOT YET
      *    ON THE BOOK AT THAT DATE AND IS COUNTED APART WITHOUT ONE
       AGE-ONE-RECORD.
            ADD 1 TO RECORDS-READ
            ADD MERGE-AMOUNT OF MASTER-REC TO SIN-AMT-HASH

            IF MERGE-DATE OF MASTER-REC NOT NUMERIC
                ADD 1 TO UNDATED-RECORDS
                ADD MERGE-AMOUNT OF MASTER-REC TO UNDATED-AMOUNT
            ELSE
                MOVE MERGE-DATE OF MASTER-REC TO MERGE-DATE-NUM
                IF FUNCTION TEST-DATE-YYYYMMDD(MERGE-DATE-NUM)
                    NOT = 0
                    ADD 1 TO UNDATED-RECORDS
                    ADD MERGE-AMOUNT OF MASTER-REC TO UNDATED-AMOUNT
                ELSE
                    IF MERGE-DATE-NUM > ASOF-DATE
                        ADD 1 TO AFTER-ASOF-RECORDS
                        ADD MERGE-AMOUNT OF MASTER-REC
                            TO AFTER-ASOF-AMOUNT
                    ELSE
                        PERFORM BUCKET-ONE-RECORD
                    END-IF
                END-IF
            END-IF.

       BUCKET-ONE-RECORD.
            COMPUTE AGE-DAYS = ASOF-INT
                - FUNCTION INTEGER-OF-DATE(MERGE-DATE-NUM)
            EVALUATE TRUE
                WHEN AGE-DAYS NOT > BUCKET-LIMIT(1)
                    MOVE 1 TO BUCKET-IX
                WHEN AGE-DAYS NOT > BUCKET-LIMIT(2)
                    MOVE 2 TO BUCKET-IX
                WHEN AGE-DAYS NOT > BUCKET-LIMIT(3)
                    MOVE 3 TO BUCKET-IX
                WHEN AGE-DAYS NOT > BUCKET-LIMIT(4)
                    MOVE 4 TO BUCKET-IX
                WHEN OTHER
                    MOVE 5 TO BUCKET-IX
            END-EVALUATE
            ADD 1 TO RECORDS-AGED
            ADD 1 TO AL-RECORDS(BUCKET-IX)
            ADD MERGE-AMOUNT OF MASTER-REC TO AL-AMOUNT(BUCKET-IX)
            MOVE MERGE-SOURCE OF MASTER-REC TO NEW-SOURCE
            PERFORM FIND-REGION-ENTRY
            ADD 1 TO RG-RECORDS(RG-IX BUCKET-IX)
            ADD MERGE-AMOUNT OF MASTER-REC
                TO RG-AMOUNT(RG-IX BUCKET-IX).

      *    LEAVES RG-IX ON NEW-SOURCE'S ENTRY, INSERTING AN EMPTY
      *    ONE IN SOURCE-CODE ORDER WHEN THE REGION IS NEW
       FIND-REGION-ENTRY.
            MOVE "N" TO RG-FOUND-SWITCH
            PERFORM VARYING RG-IX FROM 1 BY 1
                UNTIL RG-IX > REGION-COUNT OR RG-FOUND
                IF RG-SOURCE(RG-IX) = NEW-SOURCE
                    SET RG-FOUND TO TRUE
                    SUBTRACT 1 FROM RG-IX
                END-IF
            END-PERFORM
            IF NOT RG-FOUND
                PERFORM INSERT-REGION-ENTRY
            END-IF.

      *    KEEP THE REGION TABLE IN ASCENDING SOURCE-CODE ORDER BY
      *    SHIFTING THE TAIL DOWN ONE SLOT AND DROPPING THE NEW
      *    REGION IN PLACE
       INSERT-REGION-ENTRY.
            IF REGION-COUNT >= REGION-MAX
                DISPLAY "AGERPT ABEND: MORE THAN " REGION-MAX
                    " DISTINCT MERGE-SOURCE VALUES TO AGE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE 1 TO RG-IX
            PERFORM UNTIL RG-IX > REGION-COUNT
                OR RG-SOURCE(RG-IX) > NEW-SOURCE
                ADD 1 TO RG-IX
            END-PERFORM
            PERFORM VARYING RG-JX FROM REGION-COUNT BY -1
                UNTIL RG-JX < RG-IX
                MOVE REGION-ENTRY(RG-JX) TO REGION-ENTRY(RG-JX + 1)
            END-PERFORM
            INITIALIZE REGION-ENTRY(RG-IX)
            MOVE NEW-SOURCE TO RG-SOURCE(RG-IX)
            ADD 1 TO REGION-COUNT.

      *    THE HISTORY -- A MISSING FILE (STATUS 35) IS THE FIRST
      *    RUN. OTHERWISE IT IS OUR OWN HDR/TRL-PROVED FILE AND IS
      *    HELD TO THE SAME STANDARD AS ANY INTERFACE FILE
       LOAD-AGING-HISTORY.
            OPEN INPUT HIST-FILE
            IF HIST-FILE-STATUS = "35"
                SET HIST-EOF TO TRUE
            ELSE
                IF HIST-FILE-STATUS NOT = "00"
                    DISPLAY "AGERPT ABEND: CANNOT OPEN AGEHIST.DAT, "
                        "FILE STATUS " HIST-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                READ HIST-FILE
                    AT END
                        PERFORM HIST-HEADER-ABEND
                END-READ
                IF HIST-FILE-REC(1:3) NOT = "HDR"
                    PERFORM HIST-HEADER-ABEND
                END-IF
            END-IF
            PERFORM UNTIL HIST-EOF
                READ HIST-FILE
                    AT END
                        IF NOT HIST-TRL-SEEN
                            DISPLAY "AGERPT ABEND: AGEHIST.DAT ENDED "
                                "WITHOUT A TRL TRAILER RECORD"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        SET HIST-EOF TO TRUE
                        CLOSE HIST-FILE
                    NOT AT END
                        IF HIST-TRL-SEEN
                            DISPLAY "AGERPT ABEND: AGEHIST.DAT HAS "
                                "RECORDS AFTER THE TRL TRAILER RECORD"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        IF HIST-FILE-REC(1:3) = "TRL"
                            MOVE HIST-FILE-REC(1:44) TO TRAILER-REC
                            PERFORM VERIFY-HIST-TRAILER
                            SET HIST-TRL-SEEN TO TRUE
                        ELSE
                            PERFORM LOAD-ONE-HIST-ROW
                        END-IF
                END-READ
            END-PERFORM.

       HIST-HEADER-ABEND.
            DISPLAY "AGERPT ABEND: AGEHIST.DAT HAS NO HDR HEADER "
                "RECORD"
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       VERIFY-HIST-TRAILER.
            IF BTRL-REC-COUNT NOT = HIST-ROWS-READ
                OR BTRL-AMT-HASH NOT = HIST-AMT-HASH
                DISPLAY "AGERPT ABEND: AGEHIST.DAT TRAILER COUNT "
                    BTRL-REC-COUNT " / HASH " BTRL-AMT-HASH
                    " DO NOT MATCH THE BODY READ"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       LOAD-ONE-HIST-ROW.
            IF HIST-COUNT >= HIST-MAX
                DISPLAY "AGERPT ABEND: MORE THAN " HIST-MAX
                    " ROWS ON AGEHIST.DAT"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO HIST-COUNT
            MOVE HIST-FILE-REC(1:144) TO HIST-ENTRY(HIST-COUNT)
            MOVE HIST-FILE-REC(1:144) TO HIST-REC
            ADD 1 TO HIST-ROWS-READ
            PERFORM SUM-HIST-ROW
            ADD ROW-AMOUNT TO HIST-AMT-HASH.

      *    A ROW'S AMOUNT ACROSS ALL FIVE BUCKETS -- WHAT THE HISTORY
      *    TRAILER HASHES
       SUM-HIST-ROW.
            MOVE 0 TO ROW-AMOUNT
            PERFORM VARYING BUCKET-IX FROM 1 BY 1
                UNTIL BUCKET-IX > 5
                ADD AGH-AMOUNT(BUCKET-IX) TO ROW-AMOUNT
            END-PERFORM.

      *    THE PRIOR WEEK IS THE LATEST AS-OF DATE ON THE HISTORY AT
      *    LEAST COMPARE-DAYS BEFORE THIS RUN'S -- A RUN A DAY LATE
      *    STILL COMPARES WITH LAST WEEK, AND A BACK-DATED QUARTER-END
      *    RUN COMPARES WITH THE WEEK BEFORE ITS OWN AS-OF DATE
       FIND-PRIOR-RUN.
            PERFORM VARYING HIST-IX FROM 1 BY 1
                UNTIL HIST-IX > HIST-COUNT
                MOVE HIST-ENTRY(HIST-IX) TO HIST-REC
                IF AGH-ALL-REGIONS
                    AND AGH-ASOF-DATE NOT > COMPARE-CUTOFF
                    AND AGH-ASOF-DATE > PRIOR-DATE
                    MOVE AGH-ASOF-DATE TO PRIOR-DATE
                    SET PRIOR-FOUND TO TRUE
                    IF AGH-LIMITS = BUCKET-LIMITS
                        MOVE "Y" TO PRIOR-LIMITS-SWITCH
                    ELSE
                        MOVE "N" TO PRIOR-LIMITS-SWITCH
                    END-IF
                END-IF
            END-PERFORM
            IF PRIOR-FOUND
                MOVE PRIOR-DATE TO HD-PRIOR
            ELSE
                MOVE "NONE" TO HD-PRIOR
            END-IF.

      *    SPREAD THE PRIOR RUN'S ROWS ONTO TODAY'S ENTRIES -- A
      *    REGION THAT HAD AMOUNT LAST WEEK AND NONE TODAY STILL GETS
      *    A SECTION, SINCE A REGION GOING QUIET IS A CHANGE TOO
       APPLY-PRIOR-AGING.
            IF PRIOR-FOUND
                PERFORM VARYING HIST-IX FROM 1 BY 1
                    UNTIL HIST-IX > HIST-COUNT
                    MOVE HIST-ENTRY(HIST-IX) TO HIST-REC
                    IF AGH-ASOF-DATE = PRIOR-DATE
                        PERFORM APPLY-ONE-PRIOR-ROW
                    END-IF
                END-PERFORM
            END-IF.

       APPLY-ONE-PRIOR-ROW.
            IF AGH-ALL-REGIONS
                PERFORM VARYING BUCKET-IX FROM 1 BY 1
                    UNTIL BUCKET-IX > 5
                    MOVE AGH-RECORDS(BUCKET-IX)
                        TO AL-PRIOR-RECORDS(BUCKET-IX)
                    MOVE AGH-AMOUNT(BUCKET-IX)
                        TO AL-PRIOR-AMOUNT(BUCKET-IX)
                END-PERFORM
            ELSE
                MOVE AGH-SOURCE TO NEW-SOURCE
                PERFORM FIND-REGION-ENTRY
                PERFORM VARYING BUCKET-IX FROM 1 BY 1
                    UNTIL BUCKET-IX > 5
                    MOVE AGH-RECORDS(BUCKET-IX)
                        TO RG-PRIOR-RECORDS(RG-IX BUCKET-IX)
                    MOVE AGH-AMOUNT(BUCKET-IX)
                        TO RG-PRIOR-AMOUNT(RG-IX BUCKET-IX)
                END-PERFORM
            END-IF.

      *    THE SHAPE OF THE WHOLE BOOK FIRST -- WHAT THE CONTROLLERS
      *    READ -- THEN ONE SECTION PER REGION UNDER THE SAME COLUMNS
       WRITE-ALL-REGIONS.
            MOVE ALL-ENTRY TO PRINT-ENTRY
            MOVE "ALL REGIONS" TO SECTION-TITLE
            PERFORM WRITE-AGING-SECTION.

       WRITE-REGION-SECTIONS.
            PERFORM VARYING RG-IX FROM 1 BY 1
                UNTIL RG-IX > REGION-COUNT
                MOVE REGION-ENTRY(RG-IX) TO PRINT-ENTRY
                MOVE SPACES TO SECTION-TITLE
                STRING "RGN " RG-SOURCE(RG-IX)
                    DELIMITED BY SIZE INTO SECTION-TITLE
                PERFORM WRITE-AGING-SECTION
            END-PERFORM.

      *    ONE SECTION -- FIVE BUCKET LINES, EACH BUCKET'S PERCENT
      *    OF THE SECTION'S OWN RECORDS AND AMOUNT, THEN A TOTAL
      *    LINE WHOSE PERCENTS ARE THE SECTION'S SHARE OF THE BOOK
       WRITE-AGING-SECTION.
            MOVE 0 TO PR-TOTAL-RECORDS PR-TOTAL-AMOUNT PR-PRIOR-TOTAL
            PERFORM VARYING BUCKET-IX FROM 1 BY 1
                UNTIL BUCKET-IX > 5
                ADD PR-RECORDS(BUCKET-IX) TO PR-TOTAL-RECORDS
                ADD PR-AMOUNT(BUCKET-IX) TO PR-TOTAL-AMOUNT
                ADD PR-PRIOR-AMOUNT(BUCKET-IX) TO PR-PRIOR-TOTAL
            END-PERFORM

            MOVE SPACES TO AGING-RPT-LINE
            PERFORM WRITE-REPORT-LINE
            MOVE SECTION-TITLE TO AGING-RPT-LINE
            PERFORM WRITE-REPORT-LINE

            PERFORM VARYING BUCKET-IX FROM 1 BY 1
                UNTIL BUCKET-IX > 5
                MOVE SPACES TO DETAIL-LINE
                MOVE BUCKET-LABEL(BUCKET-IX) TO DET-LABEL
                MOVE PR-RECORDS(BUCKET-IX) TO DET-RECORDS
                MOVE 0 TO PERCENT-WORK
                IF PR-TOTAL-RECORDS > 0
                    COMPUTE PERCENT-WORK ROUNDED =
                        PR-RECORDS(BUCKET-IX) * 100
                        / PR-TOTAL-RECORDS
                END-IF
                MOVE PERCENT-WORK TO DET-REC-PCT
                MOVE PR-AMOUNT(BUCKET-IX) TO DET-AMOUNT
                MOVE 0 TO PERCENT-WORK
                IF PR-TOTAL-AMOUNT > 0
                    COMPUTE PERCENT-WORK ROUNDED =
                        PR-AMOUNT(BUCKET-IX) * 100 / PR-TOTAL-AMOUNT
                END-IF
                MOVE PERCENT-WORK TO DET-AMT-PCT
                MOVE PR-PRIOR-AMOUNT(BUCKET-IX) TO DET-PRIOR-AMOUNT
                COMPUTE CHANGE-AMOUNT = PR-AMOUNT(BUCKET-IX)
                    - PR-PRIOR-AMOUNT(BUCKET-IX)
                MOVE CHANGE-AMOUNT TO DET-CHANGE
                IF NOT PRIOR-FOUND
                    MOVE SPACES TO DET-COMPARE
                END-IF
                MOVE DETAIL-LINE TO AGING-RPT-LINE
                PERFORM WRITE-REPORT-LINE
            END-PERFORM

            MOVE SPACES TO DETAIL-LINE
            MOVE "TOTAL" TO DET-LABEL
            MOVE PR-TOTAL-RECORDS TO DET-RECORDS
            MOVE 0 TO PERCENT-WORK
            IF RECORDS-AGED > 0
                COMPUTE PERCENT-WORK ROUNDED =
                    PR-TOTAL-RECORDS * 100 / RECORDS-AGED
            END-IF
            MOVE PERCENT-WORK TO DET-REC-PCT
            MOVE PR-TOTAL-AMOUNT TO DET-AMOUNT
            MOVE 0 TO PERCENT-WORK
            MOVE 0 TO ROW-AMOUNT
            PERFORM VARYING BUCKET-IX FROM 1 BY 1
                UNTIL BUCKET-IX > 5
                ADD AL-AMOUNT(BUCKET-IX) TO ROW-AMOUNT
            END-PERFORM
            IF ROW-AMOUNT > 0
                COMPUTE PERCENT-WORK ROUNDED =
                    PR-TOTAL-AMOUNT * 100 / ROW-AMOUNT
            END-IF
            MOVE PERCENT-WORK TO DET-AMT-PCT
            MOVE PR-PRIOR-TOTAL TO DET-PRIOR-AMOUNT
            COMPUTE CHANGE-AMOUNT = PR-TOTAL-AMOUNT - PR-PRIOR-TOTAL
            MOVE CHANGE-AMOUNT TO DET-CHANGE
            IF NOT PRIOR-FOUND
                MOVE SPACES TO DET-COMPARE
            END-IF
            MOVE DETAIL-LINE TO AGING-RPT-LINE
            PERFORM WRITE-REPORT-LINE.

      *    WHAT WAS AGED AGAINST WHAT WAS READ, WHICH PRIOR RUN THE
      *    COMPARISON COLUMN CAME FROM, AND THE HISTORY ROW COUNTS
       WRITE-RECONCILIATION.
            MOVE SPACES TO AGING-RPT-LINE
            PERFORM WRITE-REPORT-LINE

            MOVE SPACES TO AGING-RPT-LINE
            STRING "FILE RECORDS=" RECORDS-READ
                "  AGED=" RECORDS-AGED
                "  DATED AFTER AS-OF=" AFTER-ASOF-RECORDS
                "  NOT A DATE=" UNDATED-RECORDS
                DELIMITED BY SIZE INTO AGING-RPT-LINE
            PERFORM WRITE-REPORT-LINE

            MOVE SPACES TO AGING-RPT-LINE
            STRING "TRAILER PROVED COUNT=" RECORDS-READ
                "  HASH=" SIN-AMT-HASH
                "  AFTER AS-OF AMOUNT=" AFTER-ASOF-AMOUNT
                "  NOT A DATE AMOUNT=" UNDATED-AMOUNT
                DELIMITED BY SIZE INTO AGING-RPT-LINE
            PERFORM WRITE-REPORT-LINE

            MOVE SPACES TO AGING-RPT-LINE
            STRING "BUCKET LIMITS=" BUCKET-LIMIT(1)
                "/" BUCKET-LIMIT(2) "/" BUCKET-LIMIT(3)
                "/" BUCKET-LIMIT(4)
                "  COMPARE DAYS=" COMPARE-DAYS
                DELIMITED BY SIZE INTO AGING-RPT-LINE
            PERFORM WRITE-REPORT-LINE

            MOVE SPACES TO AGING-RPT-LINE
            IF PRIOR-FOUND
                IF PRIOR-LIMITS-SAME
                    STRING "COMPARED WITH THE AGING AS OF "
                        PRIOR-DATE
                        DELIMITED BY SIZE INTO AGING-RPT-LINE
                ELSE
                    STRING "COMPARED WITH THE AGING AS OF "
                        PRIOR-DATE
                        " -- CUT AT DIFFERENT BUCKET LIMITS, "
                        "COMPARE WITH CARE"
                        DELIMITED BY SIZE INTO AGING-RPT-LINE
                END-IF
            ELSE
                STRING "NO PRIOR AGING ON AGEHIST.DAT AS OF "
                    COMPARE-CUTOFF " OR EARLIER -- NO COMPARISON"
                    DELIMITED BY SIZE INTO AGING-RPT-LINE
            END-IF
            PERFORM WRITE-REPORT-LINE

            MOVE SPACES TO AGING-RPT-LINE
            STRING "HISTORY ROWS READ=" HIST-ROWS-READ
                "  DROPPED=" HIST-ROWS-DROPPED
                "  WRITTEN=" HIST-ROWS-WRITTEN
                DELIMITED BY SIZE INTO AGING-RPT-LINE
            PERFORM WRITE-REPORT-LINE.

      *    PAGED OUTPUT -- A FRESH HEADING BLOCK EVERY TIME THE LINE
      *    COUNT RUNS OVER. THE HEADING BLOCK WRITES THROUGH THE SAME
      *    RECORD AREA, SO THE PENDING LINE IS PARKED AROUND IT
       WRITE-REPORT-LINE.
            IF LINE-COUNT >= LINES-PER-PAGE
                MOVE AGING-RPT-LINE TO PENDING-LINE
                PERFORM WRITE-PAGE-HEADING
                MOVE PENDING-LINE TO AGING-RPT-LINE
            END-IF
            WRITE AGING-RPT-LINE
            IF AGING-RPT-STATUS NOT = "00"
                DISPLAY "AGERPT ABEND: WRITE TO AGERPT.RPT FAILED, "
                    "FILE STATUS " AGING-RPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO LINE-COUNT.

       WRITE-PAGE-HEADING.
            ADD 1 TO PAGE-NO
            MOVE PAGE-NO TO HD-PAGE
            MOVE 0 TO LINE-COUNT
            MOVE SPACES TO AGING-RPT-LINE
            MOVE HEAD-LINE-1 TO AGING-RPT-LINE
            WRITE AGING-RPT-LINE
            MOVE SPACES TO AGING-RPT-LINE
            MOVE HEAD-LINE-2 TO AGING-RPT-LINE
            WRITE AGING-RPT-LINE
            MOVE SPACES TO AGING-RPT-LINE
            WRITE AGING-RPT-LINE
            MOVE 3 TO LINE-COUNT.

      *    REWRITE THE HISTORY WHOLE -- THE ROWS KEPT, THEN THIS
      *    RUN'S ROW FOR ALL REGIONS AND ONE PER REGION THAT AGED
      *    ANYTHING, AND A TRL THAT PROVES THE BODY FOR NEXT WEEK
       REWRITE-AGING-HISTORY.
            OPEN OUTPUT HIST-FILE
            IF HIST-FILE-STATUS NOT = "00"
                DISPLAY "AGERPT ABEND: CANNOT REWRITE AGEHIST.DAT, "
                    "FILE STATUS " HIST-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO HEADER-REC
            MOVE "HDR" TO BHDR-TAG
            MOVE "AGEHIST" TO BHDR-FILE-ID
            MOVE TODAY-DATE TO BHDR-CREATE-DATE
            MOVE SPACES TO HIST-FILE-REC
            MOVE HEADER-REC TO HIST-FILE-REC(1:44)
            PERFORM WRITE-HIST-PHYSICAL

            PERFORM VARYING HIST-IX FROM 1 BY 1
                UNTIL HIST-IX > HIST-COUNT
                MOVE HIST-ENTRY(HIST-IX) TO HIST-REC
                IF AGH-ASOF-DATE = ASOF-DATE
                    OR AGH-ASOF-DATE < KEEP-CUTOFF
                    ADD 1 TO HIST-ROWS-DROPPED
                ELSE
                    PERFORM WRITE-ONE-HIST-ROW
                END-IF
            END-PERFORM

            MOVE ALL-ENTRY TO PRINT-ENTRY
            PERFORM WRITE-CURRENT-ROW
            PERFORM VARYING RG-IX FROM 1 BY 1
                UNTIL RG-IX > REGION-COUNT
                MOVE REGION-ENTRY(RG-IX) TO PRINT-ENTRY
                MOVE 0 TO PR-TOTAL-RECORDS
                PERFORM VARYING BUCKET-IX FROM 1 BY 1
                    UNTIL BUCKET-IX > 5
                    ADD PR-RECORDS(BUCKET-IX) TO PR-TOTAL-RECORDS
                END-PERFORM
                IF PR-TOTAL-RECORDS > 0
                    PERFORM WRITE-CURRENT-ROW
                END-IF
            END-PERFORM

            MOVE SPACES TO TRAILER-REC
            MOVE "TRL" TO BTRL-TAG
            MOVE HIST-ROWS-WRITTEN TO BTRL-REC-COUNT
            MOVE HIST-OUT-HASH TO BTRL-AMT-HASH
            MOVE SPACES TO HIST-FILE-REC
            MOVE TRAILER-REC TO HIST-FILE-REC(1:44)
            PERFORM WRITE-HIST-PHYSICAL
            CLOSE HIST-FILE.

      *    THIS RUN'S FIGURES FOR THE ENTRY IN THE PRINT AREA
       WRITE-CURRENT-ROW.
            INITIALIZE HIST-REC
            MOVE ASOF-DATE TO AGH-ASOF-DATE
            MOVE RUN-ID TO AGH-RUNID
            MOVE PR-SOURCE TO AGH-SOURCE
            MOVE BUCKET-LIMITS TO AGH-LIMITS
            PERFORM VARYING BUCKET-IX FROM 1 BY 1
                UNTIL BUCKET-IX > 5
                MOVE PR-RECORDS(BUCKET-IX) TO AGH-RECORDS(BUCKET-IX)
                MOVE PR-AMOUNT(BUCKET-IX) TO AGH-AMOUNT(BUCKET-IX)
            END-PERFORM
            PERFORM WRITE-ONE-HIST-ROW.

       WRITE-ONE-HIST-ROW.
            MOVE SPACES TO HIST-FILE-REC
            MOVE HIST-REC TO HIST-FILE-REC(1:144)
            PERFORM WRITE-HIST-PHYSICAL
            ADD 1 TO HIST-ROWS-WRITTEN
            PERFORM SUM-HIST-ROW
            ADD ROW-AMOUNT TO HIST-OUT-HASH.

       WRITE-HIST-PHYSICAL.
            WRITE HIST-FILE-REC
            IF HIST-FILE-STATUS NOT = "00"
                DISPLAY "AGERPT ABEND: WRITE TO AGEHIST.DAT "
                    "FAILED, FILE STATUS " HIST-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       END PROGRAM AGERPT.
