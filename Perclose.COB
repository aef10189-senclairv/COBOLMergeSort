      ******************************************************************
      * Author: VINCENT SENCLAIR
      * Date: 10-15-26
      * Purpose: FORMAL PERIOD CLOSE FOR THE MTD/YTD ACCUMULATOR --
      *          THE SYSIN CARD NAMES THE PERIOD TO CLOSE (COLUMNS
      *          1-6, YYYYMM), WHICH MUST BE THE OPEN PERIOD ON
      *          ACCUM.IDX (SEE COPYBOOK ACCUM). THE STEP PRINTS A
      *          PAGED CLOSING REPORT (MTD AND YTD DETAIL COUNTS AND
      *          AMOUNTS PER SUM-KEY AND PER SUM-SOURCE REGION, WITH
      *          TOTALS, AND THE RUNS ROLLED INTO THE PERIOD), WRITES
      *          THE FROZEN PERIOD-END SNAPSHOT ACCS<YYYYMM>.DAT
      *          STAMPED WITH THE STANDARD HDR/TRL RECORDS, THEN
      *          RESETS THE MTD BUCKETS AND OPENS THE NEXT PERIOD.
      *          WHEN THE PERIOD IS THE FISCAL YEAR-END MONTH (LINE 1
      *          COLUMNS 1-2 OF THE OPTIONAL ACCPRM.DAT, DECEMBER WHEN
      *          THE FILE IS ABSENT) THE YTD BUCKETS ARE RESET TOO.
      *          ONCE CLOSED, ACCROLL REFUSES ANY FEED FOR THE PERIOD.
      *          THE REPORT AND SNAPSHOT ARE WRITTEN BEFORE ANYTHING
      *          IS RESET AND THE CONTROL ROW IS MARKED CLOSE PENDING
      *          BETWEEN THE TWO, SO A CLOSE THAT DIES IN THE RESET IS
      *          FINISHED BY RERUNNING THE SAME CARD WITHOUT
      *          OVERWRITING THE FROZEN SNAPSHOT.
      *          SEE JCL/PERCLOSE.JCL FOR THE MATCHING JOB STEP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCUM-FILE ASSIGN TO "ACCUM.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-KEY
               FILE STATUS IS ACCUM-STATUS.

      *    THE FROZEN SNAPSHOT -- ONE FILE PER CLOSED PERIOD, NAME
      *    BUILT THE SAME DYNAMIC-ASSIGN WAY AS THE CTL LOGS
           SELECT SNAPSHOT-OUT ASSIGN DYNAMIC SNAP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-STATUS.

           SELECT CLOSE-RPT ASSIGN TO "PERCLOSE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-RPT-STATUS.

      *    OPTIONAL PARAMETER CARD -- THE FISCAL YEAR-END MONTH
           SELECT PARM-IN ASSIGN TO "ACCPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-IN-STATUS.

      *    CONTROL-TOTAL AUDIT TRAIL -- SAME RUN-SCOPED CTL FILE
      *    DISCIPLINE MERGER USES
           SELECT CONTROL-RPT ASSIGN DYNAMIC CTL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.

           SELECT CYCLE-RUN ASSIGN TO "CYCRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCUM-FILE.
       01 ACCUM-REC.
           COPY ACCUM.

      *    SNAPSHOT BODY RECORDS ARE THE ACCUMULATOR ROW IMAGE AS IT
      *    STOOD AT THE CLOSE (K AND R ROWS ONLY)
       FD SNAPSHOT-OUT.
       01 SNAPSHOT-REC PIC X(98).

       FD CLOSE-RPT.
       01 CLOSE-RPT-LINE PIC X(132).

       FD PARM-IN.
       01 PARM-IN-REC PIC X(80).

       FD CONTROL-RPT.
       01 CONTROL-RPT-LINE PIC X(132).

       FD CYCLE-RUN.
       01 CYCLE-RUN-REC PIC X(80).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
      *    FILE STATUS / END-OF-FILE SWITCHES
       01 ACCUM-STATUS PIC XX.
       01 SNAPSHOT-STATUS PIC XX.
       01 CLOSE-RPT-STATUS PIC XX.
       01 PARM-IN-STATUS PIC XX.
       01 CTL-STATUS PIC XX.
       01 ACCUM-EOF-SWITCH PIC X(1) VALUE "N".
           88 ACCUM-EOF VALUE "Y".

      *    THE CLOSE CARD AND THE PERIOD ARITHMETIC
       01 CLOSE-CARD PIC X(80).
       01 CLOSE-PERIOD PIC 9(6).
       01 CLOSE-PERIOD-PARTS REDEFINES CLOSE-PERIOD.
           05 CLOSE-YEAR PIC 9(4).
           05 CLOSE-MONTH PIC 9(2).
       01 NEXT-PERIOD PIC 9(6).
       01 NEXT-PERIOD-PARTS REDEFINES NEXT-PERIOD.
           05 NEXT-YEAR PIC 9(4).
           05 NEXT-MONTH PIC 9(2).
       01 FISCAL-END-MONTH PIC 9(2) VALUE 12.
       01 YEAR-END-SWITCH PIC X(1) VALUE "N".
           88 YEAR-END VALUE "Y".
       01 RESUME-SWITCH PIC X(1) VALUE "N".
           88 RESUMING-RESET VALUE "Y".

      *    THE SNAPSHOT FILE NAME -- ACCS PLUS THE CLOSED PERIOD
       01 SNAP-FILENAME.
           05 FILLER PIC X(4) VALUE "ACCS".
           05 SNAP-PERIOD PIC 9(6).
           05 FILLER PIC X(4) VALUE ".DAT".

      *    INTERFACE-STANDARD HEADER/TRAILER BUILT FOR THE SNAPSHOT
       01 HEADER-REC.
           COPY BATHDR.
       01 TRAILER-REC.
           COPY BATTRL.
       01 SNAP-WRITTEN PIC 9(9) VALUE 0.
       01 SNAP-AMT-HASH PIC 9(13) VALUE 0.

      *    CLOSING TOTALS -- ONE SET FOR THE KEYS, ONE FOR THE
      *    REGIONS (EACH SHOULD EQUAL THE OTHER), ONE FOR THE RUNS
       01 KEY-ROWS PIC 9(9) VALUE 0.
       01 KEY-MTD-COUNT PIC 9(9) VALUE 0.
       01 KEY-MTD-AMOUNT PIC 9(13) VALUE 0.
       01 KEY-YTD-COUNT PIC 9(9) VALUE 0.
       01 KEY-YTD-AMOUNT PIC 9(13) VALUE 0.
       01 REGION-ROWS PIC 9(9) VALUE 0.
       01 REGION-MTD-COUNT PIC 9(9) VALUE 0.
       01 REGION-MTD-AMOUNT PIC 9(13) VALUE 0.
       01 REGION-YTD-COUNT PIC 9(9) VALUE 0.
       01 REGION-YTD-AMOUNT PIC 9(13) VALUE 0.
       01 RUN-ROWS PIC 9(9) VALUE 0.
       01 RUN-DETAIL-COUNT PIC 9(9) VALUE 0.
       01 RUN-AMOUNT PIC 9(13) VALUE 0.
       01 SECTION-KIND PIC X(1) VALUE SPACE.

      *    RESET COUNTERS
       01 ROWS-RESET PIC 9(9) VALUE 0.
       01 ROWS-DROPPED PIC 9(9) VALUE 0.

      *    THE SUM-KEY BACK OUT OF THE BIASED ROW ID
       01 KEY-BIAS PIC 9(8) VALUE 10000000.
       01 SHOW-KEY PIC -(7)9.99.

      *    REPORT FORMATTING -- 55 DETAIL/TOTAL LINES TO A PAGE
       01 PAGE-NO PIC 9(4) VALUE 0.
       01 PENDING-LINE PIC X(132).
       01 LINE-COUNT PIC 9(2) VALUE 99.
       01 LINES-PER-PAGE PIC 9(2) VALUE 55.

       01 HEAD-LINE-1.
           05 FILLER PIC X(30) VALUE "PERIOD-CLOSE REPORT".
           05 FILLER PIC X(8) VALUE "PERIOD: ".
           05 HD-PERIOD PIC 9(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 HD-YEAR-END PIC X(14).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "DATE: ".
           05 HD-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HD-PAGE PIC ZZZ9.
       01 HEAD-LINE-2.
           05 FILLER PIC X(13) VALUE "KEY / REGION".
           05 FILLER PIC X(21) VALUE "NAME".
           05 FILLER PIC X(12) VALUE "  MTD DETAIL".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "       MTD AMOUNT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "  YTD DETAIL".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "       YTD AMOUNT".
      *    FILLER WIDTHS PLACE EACH FIGURE FLUSH UNDER ITS HEADING
      *    CAPTION
       01 DETAIL-LINE.
           05 DET-ID PIC X(12).
           05 FILLER PIC X(1).
           05 DET-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 DET-MTD-COUNT PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2).
           05 DET-MTD-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2).
           05 DET-YTD-COUNT PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2).
           05 DET-YTD-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

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
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD

            PERFORM READ-CLOSE-CARD
            PERFORM READ-PARM-FILE

            OPEN I-O ACCUM-FILE
            IF ACCUM-STATUS NOT = "00"
                DISPLAY "PERCLOSE ABEND: CANNOT OPEN ACCUM.IDX, "
                    "FILE STATUS " ACCUM-STATUS
                    " -- NOTHING HAS BEEN ROLLED TO CLOSE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM CHECK-CLOSE-PERIOD

            IF NOT RESUMING-RESET
                PERFORM CHECK-ROLLS-FINISHED
                PERFORM WRITE-CLOSING-REPORT
                PERFORM MARK-CLOSE-PENDING
            ELSE
                DISPLAY "PERCLOSE: CLOSE OF PERIOD " CLOSE-PERIOD
                    " WAS INTERRUPTED -- REPORT AND SNAPSHOT "
                    "ALREADY WRITTEN, FINISHING THE RESET"
            END-IF

            PERFORM RESET-BUCKETS
            PERFORM OPEN-NEXT-PERIOD

            CLOSE ACCUM-FILE
            PERFORM WRITE-CONTROL-TOTALS

            DISPLAY "PERCLOSE: PERIOD " CLOSE-PERIOD " CLOSED, "
                "PERIOD " NEXT-PERIOD " OPEN"

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
                    DISPLAY "PERCLOSE ABEND: CANNOT OPEN "
                        "CYCRUN.DAT, FILE STATUS " CYCLE-RUN-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ACCEPT RUN-ID FROM TIME
            END-IF.

      *    THE PERIOD TO CLOSE -- REQUIRED, A CLOSE IS NEVER GUESSED
       READ-CLOSE-CARD.
            MOVE SPACES TO CLOSE-CARD
            ACCEPT CLOSE-CARD
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            IF CLOSE-CARD(1:6) NOT NUMERIC
                DISPLAY "PERCLOSE ABEND: SYSIN CARD MUST NAME THE "
                    "PERIOD TO CLOSE AS YYYYMM IN COLUMNS 1-6"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE CLOSE-CARD(1:6) TO CLOSE-PERIOD
            IF CLOSE-MONTH < 1 OR CLOSE-MONTH > 12
                DISPLAY "PERCLOSE ABEND: PERIOD " CLOSE-PERIOD
                    " HAS NO SUCH MONTH"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE CLOSE-PERIOD TO NEXT-PERIOD
            IF CLOSE-MONTH = 12
                ADD 1 TO NEXT-YEAR
                MOVE 1 TO NEXT-MONTH
            ELSE
                ADD 1 TO NEXT-MONTH
            END-IF
            MOVE CLOSE-PERIOD TO SNAP-PERIOD
            MOVE CLOSE-PERIOD TO HD-PERIOD
            MOVE TODAY-DATE TO HD-DATE.

      *    FISCAL YEAR-END MONTH -- A MISSING FILE (STATUS 35) OR A
      *    BLANK CARD LEAVES THE CALENDAR YEAR; A CARD THAT IS NOT A
      *    MONTH ABENDS RATHER THAN RESET YTD ON THE WRONG CLOSE
       READ-PARM-FILE.
            OPEN INPUT PARM-IN
            IF PARM-IN-STATUS = "00"
                MOVE SPACES TO PARM-IN-REC
                READ PARM-IN
                    AT END
                        CONTINUE
                END-READ
                CLOSE PARM-IN
                IF PARM-IN-REC(1:2) NOT = SPACES
                    IF PARM-IN-REC(1:2) NOT NUMERIC
                        OR PARM-IN-REC(1:2) < "01"
                        OR PARM-IN-REC(1:2) > "12"
                        DISPLAY "PERCLOSE ABEND: ACCPRM.DAT FISCAL "
                            "YEAR-END MONTH " PARM-IN-REC(1:2)
                            " IS NOT A MONTH"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE PARM-IN-REC(1:2) TO FISCAL-END-MONTH
                END-IF
            ELSE
                IF PARM-IN-STATUS NOT = "35"
                    DISPLAY "PERCLOSE ABEND: CANNOT OPEN ACCPRM.DAT, "
                        "FILE STATUS " PARM-IN-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
            IF CLOSE-MONTH = FISCAL-END-MONTH
                SET YEAR-END TO TRUE
                MOVE "FISCAL YEAR-END" TO HD-YEAR-END
            ELSE
                MOVE SPACES TO HD-YEAR-END
            END-IF.

      *    ONLY THE OPEN PERIOD CAN BE CLOSED. A CONTROL ROW ALREADY
      *    MARKED CLOSE PENDING FOR THIS PERIOD MEANS THE LAST CLOSE
      *    DIED AFTER THE SNAPSHOT -- PICK UP AT THE RESET
       CHECK-CLOSE-PERIOD.
            MOVE SPACES TO ACCUM-REC
            MOVE "C" TO ACC-KIND
            READ ACCUM-FILE
                INVALID KEY
                    DISPLAY "PERCLOSE ABEND: ACCUM.IDX HAS NO CONTROL "
                        "ROW -- NOTHING HAS BEEN ROLLED TO CLOSE"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ
            IF ACCUM-STATUS NOT = "00"
                DISPLAY "PERCLOSE ABEND: READ OF ACCUM.IDX CONTROL "
                    "ROW FAILED, FILE STATUS " ACCUM-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF CLOSE-PERIOD NOT = ACC-OPEN-PERIOD
                DISPLAY "PERCLOSE ABEND: PERIOD " CLOSE-PERIOD
                    " IS NOT THE OPEN PERIOD -- THE OPEN PERIOD IS "
                    ACC-OPEN-PERIOD ", THE LAST CLOSED "
                    ACC-CLOSED-PERIOD
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF ACC-CLOSE-PENDING
                SET RESUMING-RESET TO TRUE
            END-IF.

      *    A ROLL LEFT HALF DONE WOULD BE FROZEN SHORT INTO THE
      *    SNAPSHOT -- IT MUST BE FINISHED BEFORE THE PERIOD CLOSES
       CHECK-ROLLS-FINISHED.
            MOVE SPACES TO ACCUM-REC
            MOVE "U" TO ACC-KIND
            START ACCUM-FILE KEY IS NOT LESS THAN ACC-KEY
                INVALID KEY
                    SET ACCUM-EOF TO TRUE
            END-START
            PERFORM UNTIL ACCUM-EOF
                READ ACCUM-FILE NEXT
                    AT END
                        SET ACCUM-EOF TO TRUE
                    NOT AT END
                        IF ACC-RUN-IN-PROGRESS
                            DISPLAY "PERCLOSE ABEND: THE ROLL OF RUN "
                                ACC-ID(1:8) " NEVER FINISHED -- "
                                "RERUN ACCROLL FOR IT BEFORE CLOSING"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                END-READ
            END-PERFORM
            MOVE "N" TO ACCUM-EOF-SWITCH.

      *    ONE PASS OVER THE ACCUMULATOR IN KEY ORDER -- THE K ROWS,
      *    THEN THE R ROWS, THEN THE U ROWS -- PRINTING EACH SECTION
      *    AND WRITING THE K AND R ROWS TO THE SNAPSHOT AS THEY GO
       WRITE-CLOSING-REPORT.
            OPEN OUTPUT CLOSE-RPT
            IF CLOSE-RPT-STATUS NOT = "00"
                DISPLAY "PERCLOSE ABEND: CANNOT OPEN PERCLOSE.RPT, "
                    "FILE STATUS " CLOSE-RPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT SNAPSHOT-OUT
            IF SNAPSHOT-STATUS NOT = "00"
                DISPLAY "PERCLOSE ABEND: CANNOT OPEN " SNAP-FILENAME
                    ", FILE STATUS " SNAPSHOT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO HEADER-REC
            MOVE "HDR" TO BHDR-TAG
            MOVE "ACCSNAP" TO BHDR-FILE-ID
            MOVE TODAY-DATE TO BHDR-CREATE-DATE
            MOVE SPACES TO SNAPSHOT-REC
            MOVE HEADER-REC TO SNAPSHOT-REC(1:44)
            INSPECT SNAPSHOT-REC REPLACING ALL LOW-VALUE BY SPACE
            PERFORM WRITE-SNAPSHOT-PHYSICAL

            MOVE SPACES TO ACCUM-REC
            MOVE "K" TO ACC-KIND
            START ACCUM-FILE KEY IS NOT LESS THAN ACC-KEY
                INVALID KEY
                    SET ACCUM-EOF TO TRUE
            END-START
            PERFORM UNTIL ACCUM-EOF
                READ ACCUM-FILE NEXT
                    AT END
                        SET ACCUM-EOF TO TRUE
                    NOT AT END
                        PERFORM REPORT-ONE-ROW
                END-READ
            END-PERFORM
            MOVE "N" TO ACCUM-EOF-SWITCH
            PERFORM WRITE-SECTION-TOTAL

            MOVE SPACES TO TRAILER-REC
            MOVE "TRL" TO BTRL-TAG
            MOVE SNAP-WRITTEN TO BTRL-REC-COUNT
            MOVE SNAP-AMT-HASH TO BTRL-AMT-HASH
            MOVE SPACES TO SNAPSHOT-REC
            MOVE TRAILER-REC TO SNAPSHOT-REC(1:44)
            INSPECT SNAPSHOT-REC REPLACING ALL LOW-VALUE BY SPACE
            PERFORM WRITE-SNAPSHOT-PHYSICAL
            CLOSE SNAPSHOT-OUT

            MOVE SPACES TO CLOSE-RPT-LINE
            PERFORM WRITE-REPORT-LINE
            MOVE SPACES TO CLOSE-RPT-LINE
            STRING "SNAPSHOT " SNAP-FILENAME " WRITTEN: RECORDS="
                SNAP-WRITTEN " MTD AMOUNT HASH=" SNAP-AMT-HASH
                DELIMITED BY SIZE INTO CLOSE-RPT-LINE
            PERFORM WRITE-REPORT-LINE
            MOVE SPACES TO CLOSE-RPT-LINE
            IF YEAR-END
                MOVE "MTD AND YTD BUCKETS RESET -- FISCAL YEAR CLOSED"
                    TO CLOSE-RPT-LINE
            ELSE
                MOVE "MTD BUCKETS RESET -- YTD CARRIED FORWARD"
                    TO CLOSE-RPT-LINE
            END-IF
            PERFORM WRITE-REPORT-LINE
            CLOSE CLOSE-RPT.

      *    A CHANGE OF ROW KIND CLOSES THE SECTION BEFORE IT
       REPORT-ONE-ROW.
            IF ACC-KIND NOT = SECTION-KIND
                IF SECTION-KIND NOT = SPACE
                    PERFORM WRITE-SECTION-TOTAL
                END-IF
                MOVE ACC-KIND TO SECTION-KIND
                PERFORM WRITE-SECTION-TITLE
            END-IF
            EVALUATE TRUE
                WHEN ACC-KEY-ROW
                    ADD 1 TO KEY-ROWS
                    ADD ACC-MTD-COUNT TO KEY-MTD-COUNT
                    ADD ACC-MTD-AMOUNT TO KEY-MTD-AMOUNT
                    ADD ACC-YTD-COUNT TO KEY-YTD-COUNT
                    ADD ACC-YTD-AMOUNT TO KEY-YTD-AMOUNT
                    MOVE SPACES TO DETAIL-LINE
                    COMPUTE SHOW-KEY = ACC-ID-KEY - KEY-BIAS
                    MOVE SHOW-KEY TO DET-ID
                    MOVE ACC-NAME TO DET-NAME
                    PERFORM SHOW-ROW-FIGURES
                    PERFORM SNAPSHOT-ONE-ROW
                WHEN ACC-REGION-ROW
                    ADD 1 TO REGION-ROWS
                    ADD ACC-MTD-COUNT TO REGION-MTD-COUNT
                    ADD ACC-MTD-AMOUNT TO REGION-MTD-AMOUNT
                    ADD ACC-YTD-COUNT TO REGION-YTD-COUNT
                    ADD ACC-YTD-AMOUNT TO REGION-YTD-AMOUNT
                    MOVE SPACES TO DETAIL-LINE
                    STRING "RGN " ACC-ID(1:2)
                        DELIMITED BY SIZE INTO DET-ID
                    PERFORM SHOW-ROW-FIGURES
                    PERFORM SNAPSHOT-ONE-ROW
                WHEN ACC-RUN-ROW
                    ADD 1 TO RUN-ROWS
                    ADD ACC-YTD-COUNT TO RUN-DETAIL-COUNT
                    ADD ACC-MTD-AMOUNT TO RUN-AMOUNT
                    MOVE SPACES TO DETAIL-LINE
                    MOVE ACC-ID(1:8) TO DET-ID
                    STRING "ROLLED " ACC-LAST-DATE
                        DELIMITED BY SIZE INTO DET-NAME
                    MOVE ACC-YTD-COUNT TO DET-MTD-COUNT
                    MOVE ACC-MTD-AMOUNT TO DET-MTD-AMOUNT
                    MOVE DETAIL-LINE TO CLOSE-RPT-LINE
                    PERFORM WRITE-REPORT-LINE
            END-EVALUATE.

       SHOW-ROW-FIGURES.
            MOVE ACC-MTD-COUNT TO DET-MTD-COUNT
            MOVE ACC-MTD-AMOUNT TO DET-MTD-AMOUNT
            MOVE ACC-YTD-COUNT TO DET-YTD-COUNT
            MOVE ACC-YTD-AMOUNT TO DET-YTD-AMOUNT
            MOVE DETAIL-LINE TO CLOSE-RPT-LINE
            PERFORM WRITE-REPORT-LINE.

       SNAPSHOT-ONE-ROW.
            MOVE SPACES TO SNAPSHOT-REC
            MOVE ACCUM-REC TO SNAPSHOT-REC
            INSPECT SNAPSHOT-REC REPLACING ALL LOW-VALUE BY SPACE
            PERFORM WRITE-SNAPSHOT-PHYSICAL
            ADD 1 TO SNAP-WRITTEN
            ADD ACC-MTD-AMOUNT TO SNAP-AMT-HASH.

       WRITE-SNAPSHOT-PHYSICAL.
            WRITE SNAPSHOT-REC
            IF SNAPSHOT-STATUS NOT = "00"
                DISPLAY "PERCLOSE ABEND: WRITE TO " SNAP-FILENAME
                    " FAILED, FILE STATUS " SNAPSHOT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       WRITE-SECTION-TITLE.
            MOVE SPACES TO CLOSE-RPT-LINE
            PERFORM WRITE-REPORT-LINE
            MOVE SPACES TO CLOSE-RPT-LINE
            EVALUATE SECTION-KIND
                WHEN "K"
                    MOVE "BY SUM-KEY" TO CLOSE-RPT-LINE
                WHEN "R"
                    MOVE "BY SOURCE REGION" TO CLOSE-RPT-LINE
                WHEN "U"
                    MOVE "RUNS ROLLED INTO THE PERIOD"
                        TO CLOSE-RPT-LINE
            END-EVALUATE
            PERFORM WRITE-REPORT-LINE.

       WRITE-SECTION-TOTAL.
            MOVE SPACES TO DETAIL-LINE
            EVALUATE SECTION-KIND
                WHEN "K"
                    MOVE "TOTAL KEYS" TO DET-ID
                    MOVE KEY-ROWS TO DET-NAME
                    MOVE KEY-MTD-COUNT TO DET-MTD-COUNT
                    MOVE KEY-MTD-AMOUNT TO DET-MTD-AMOUNT
                    MOVE KEY-YTD-COUNT TO DET-YTD-COUNT
                    MOVE KEY-YTD-AMOUNT TO DET-YTD-AMOUNT
                WHEN "R"
                    MOVE "TOTAL RGNS" TO DET-ID
                    MOVE REGION-ROWS TO DET-NAME
                    MOVE REGION-MTD-COUNT TO DET-MTD-COUNT
                    MOVE REGION-MTD-AMOUNT TO DET-MTD-AMOUNT
                    MOVE REGION-YTD-COUNT TO DET-YTD-COUNT
                    MOVE REGION-YTD-AMOUNT TO DET-YTD-AMOUNT
                WHEN "U"
                    MOVE "TOTAL RUNS" TO DET-ID
                    MOVE RUN-ROWS TO DET-NAME
                    MOVE RUN-DETAIL-COUNT TO DET-MTD-COUNT
                    MOVE RUN-AMOUNT TO DET-MTD-AMOUNT
                WHEN OTHER
                    MOVE "NO ACTIVITY" TO DET-ID
            END-EVALUATE
            MOVE DETAIL-LINE TO CLOSE-RPT-LINE
            PERFORM WRITE-REPORT-LINE.

      *    REPORT AND SNAPSHOT ARE SAFE -- FROM HERE A RERUN OF THE
      *    SAME CARD GOES STRAIGHT TO THE RESET
       MARK-CLOSE-PENDING.
            MOVE SPACES TO ACCUM-REC
            MOVE "C" TO ACC-KIND
            READ ACCUM-FILE
                INVALID KEY
                    CONTINUE
            END-READ
            IF ACCUM-STATUS NOT = "00"
                DISPLAY "PERCLOSE ABEND: READ OF ACCUM.IDX CONTROL "
                    "ROW FAILED, FILE STATUS " ACCUM-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE "Y" TO ACC-CLOSE-SWITCH
            MOVE TODAY-DATE TO ACC-LAST-DATE
            PERFORM REWRITE-ACCUM-ROW.

      *    ZERO THE MTD BUCKETS ON EVERY K AND R ROW; AT FISCAL
      *    YEAR-END BOTH BUCKETS ARE EMPTY AFTERWARDS, SO THE ROW
      *    ITSELF GOES. THE RUN ROWS OF THE CLOSED PERIOD GO TOO --
      *    THE CLOSED-PERIOD GUARD REFUSES THOSE FEEDS FROM HERE ON
       RESET-BUCKETS.
            MOVE SPACES TO ACCUM-REC
            MOVE "K" TO ACC-KIND
            START ACCUM-FILE KEY IS NOT LESS THAN ACC-KEY
                INVALID KEY
                    SET ACCUM-EOF TO TRUE
            END-START
            PERFORM UNTIL ACCUM-EOF
                READ ACCUM-FILE NEXT
                    AT END
                        SET ACCUM-EOF TO TRUE
                    NOT AT END
                        PERFORM RESET-ONE-ROW
                END-READ
            END-PERFORM
            MOVE "N" TO ACCUM-EOF-SWITCH.

       RESET-ONE-ROW.
            IF ACC-RUN-ROW OR YEAR-END
                DELETE ACCUM-FILE RECORD
                IF ACCUM-STATUS NOT = "00"
                    DISPLAY "PERCLOSE ABEND: DELETE FROM ACCUM.IDX "
                        "FAILED, FILE STATUS " ACCUM-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO ROWS-DROPPED
            ELSE
                MOVE 0 TO ACC-MTD-COUNT
                MOVE 0 TO ACC-MTD-AMOUNT
                PERFORM REWRITE-ACCUM-ROW
                ADD 1 TO ROWS-RESET
            END-IF.

      *    THE CLOSE IS COMPLETE -- THE NEXT PERIOD OPENS
       OPEN-NEXT-PERIOD.
            MOVE SPACES TO ACCUM-REC
            MOVE "C" TO ACC-KIND
            READ ACCUM-FILE
                INVALID KEY
                    CONTINUE
            END-READ
            IF ACCUM-STATUS NOT = "00"
                DISPLAY "PERCLOSE ABEND: READ OF ACCUM.IDX CONTROL "
                    "ROW FAILED, FILE STATUS " ACCUM-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE CLOSE-PERIOD TO ACC-CLOSED-PERIOD
            MOVE NEXT-PERIOD TO ACC-OPEN-PERIOD
            MOVE NEXT-PERIOD TO ACC-PERIOD
            MOVE "N" TO ACC-CLOSE-SWITCH
            MOVE RUN-ID TO ACC-LAST-RUNID
            MOVE TODAY-DATE TO ACC-LAST-DATE
            PERFORM REWRITE-ACCUM-ROW.

       REWRITE-ACCUM-ROW.
            REWRITE ACCUM-REC
            IF ACCUM-STATUS NOT = "00"
                DISPLAY "PERCLOSE ABEND: REWRITE TO ACCUM.IDX "
                    "FAILED, FILE STATUS " ACCUM-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    PAGED OUTPUT -- A FRESH HEADING BLOCK EVERY TIME THE LINE
      *    COUNT RUNS OVER, THE WAY EVERY PRINT PROGRAM HERE PAGES.
      *    THE PENDING LINE IS PARKED AROUND THE HEADING BLOCK,
      *    WHICH WRITES THROUGH THE SAME RECORD AREA
       WRITE-REPORT-LINE.
            IF LINE-COUNT >= LINES-PER-PAGE
                MOVE CLOSE-RPT-LINE TO PENDING-LINE
                PERFORM WRITE-PAGE-HEADING
                MOVE PENDING-LINE TO CLOSE-RPT-LINE
            END-IF
            WRITE CLOSE-RPT-LINE
            IF CLOSE-RPT-STATUS NOT = "00"
                DISPLAY "PERCLOSE ABEND: WRITE TO PERCLOSE.RPT "
                    "FAILED, FILE STATUS " CLOSE-RPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO LINE-COUNT.

       WRITE-PAGE-HEADING.
            ADD 1 TO PAGE-NO
            MOVE PAGE-NO TO HD-PAGE
            MOVE 0 TO LINE-COUNT
            MOVE SPACES TO CLOSE-RPT-LINE
            MOVE HEAD-LINE-1 TO CLOSE-RPT-LINE
            WRITE CLOSE-RPT-LINE
            MOVE SPACES TO CLOSE-RPT-LINE
            MOVE HEAD-LINE-2 TO CLOSE-RPT-LINE
            WRITE CLOSE-RPT-LINE
            MOVE SPACES TO CLOSE-RPT-LINE
            WRITE CLOSE-RPT-LINE
            MOVE 3 TO LINE-COUNT.

      *    CONTROL-TOTAL AUDIT TRAIL -- THE CLOSE'S KEY AND REGION
      *    TOTALS SHOULD AGREE WITH EACH OTHER AND WITH THE RUNS
       WRITE-CONTROL-TOTALS.
            OPEN EXTEND CONTROL-RPT
            IF CTL-STATUS = "35"
                CLOSE CONTROL-RPT
                OPEN OUTPUT CONTROL-RPT
            END-IF
            IF CTL-STATUS NOT = "00"
                DISPLAY "PERCLOSE ABEND: CANNOT OPEN " CTL-FILENAME
                    ", FILE STATUS " CTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE SPACES TO CONTROL-RPT-LINE
            STRING "PERCLOSE CONTROL TOTALS: PERIOD=" CLOSE-PERIOD
                " YEAR-END=" YEAR-END-SWITCH
                " KEYS=" KEY-ROWS " REGIONS=" REGION-ROWS
                " RUNS=" RUN-ROWS " SNAPSHOT=" SNAP-WRITTEN
                " RESET=" ROWS-RESET " DROPPED=" ROWS-DROPPED
                DELIMITED BY SIZE INTO CONTROL-RPT-LINE
            PERFORM WRITE-CONTROL-LINE
            MOVE SPACES TO CONTROL-RPT-LINE
            STRING "PERCLOSE AMOUNT TOTALS: KEY-MTD=" KEY-MTD-AMOUNT
                " REGION-MTD=" REGION-MTD-AMOUNT
                " RUNS=" RUN-AMOUNT
                DELIMITED BY SIZE INTO CONTROL-RPT-LINE
            PERFORM WRITE-CONTROL-LINE

            CLOSE CONTROL-RPT.

       WRITE-CONTROL-LINE.
            WRITE CONTROL-RPT-LINE
            IF CTL-STATUS NOT = "00"
                DISPLAY "PERCLOSE ABEND: WRITE TO " CTL-FILENAME
                    " FAILED, FILE STATUS " CTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       END PROGRAM PERCLOSE.
