      ******************************************************************
      * Author: VINCENT SENCLAIR
      * Date: 10-15-26
      * Purpose: NIGHTLY MTD/YTD ROLL -- ADDS THE DAY'S SUMMARIZED
      *          FEED ON SUMOUT.DAT (SUMREC LAYOUT, HDR/TRL PROVED)
      *          INTO THE KEYED ACCUMULATOR ACCUM.IDX (SEE COPYBOOK
      *          ACCUM): MONTH-TO-DATE AND YEAR-TO-DATE AMOUNT TOTALS
      *          AND DETAIL COUNTS PER SUM-KEY AND PER SUM-SOURCE
      *          REGION, SO MONTH-END NO LONGER REBUILDS THEM BY
      *          RE-RUNNING OVER SAVED GENERATIONS. THE FEED POSTS TO
      *          THE PERIOD (YYYYMM) OF ITS HDR CREATE DATE, WHICH
      *          MUST BE THE ACCUMULATOR'S OPEN PERIOD: A FEED FOR A
      *          PERIOD ALREADY CLOSED IS REFUSED, AND SO IS ONE FOR
      *          A LATER PERIOD UNTIL PERCLOSE HAS CLOSED THE OPEN
      *          ONE. A RUN-ID ALREADY ROLLED IS REFUSED; A ROLL THAT
      *          DIED PART WAY IS FINISHED BY RERUNNING IT UNDER THE
      *          SAME RUN-ID, WHICH SKIPS THE ROWS ALREADY DONE. THE
      *          RUN-ID COMES OFF THE CYCRUN.DAT HANDOFF CARD WHEN
      *          CYCLEDRV IS DRIVING THE NIGHT, OTHERWISE ON SYSIN.
      *          A REFUSAL ENDS THE STEP RETURN-CODE 16 WITH NOTHING
      *          ROLLED. SEE JCL/ACCROLL.JCL FOR THE MATCHING JOB STEP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCROLL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMMARY-IN ASSIGN TO "SUMOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-IN-STATUS.

      *    THE KEYED ACCUMULATOR -- CREATED EMPTY ON FIRST USE, THE
      *    SAME WAY CTLSWEEP STARTS RUNHIST.IDX
           SELECT ACCUM-FILE ASSIGN TO "ACCUM.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-KEY
               FILE STATUS IS ACCUM-STATUS.

      *    CONTROL-TOTAL AUDIT TRAIL -- SAME RUN-SCOPED CTL FILE
      *    DISCIPLINE MERGER USES: ROWS READ = ROWS ROLLED + SKIPPED
           SELECT CONTROL-RPT ASSIGN DYNAMIC CTL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.

      *    OPTIONAL RUN-ID HANDOFF CARD -- SAME RULE BALRPT USES
           SELECT CYCLE-RUN ASSIGN TO "CYCRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUMMARY-IN.
       01 SUMMARY-IN-REC PIC X(59).

       FD ACCUM-FILE.
       01 ACCUM-REC.
           COPY ACCUM.

       FD CONTROL-RPT.
       01 CONTROL-RPT-LINE PIC X(132).

       FD CYCLE-RUN.
       01 CYCLE-RUN-REC PIC X(80).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
      *    FILE STATUS / END-OF-FILE SWITCHES
       01 SUMMARY-IN-STATUS PIC XX.
       01 ACCUM-STATUS PIC XX.
       01 CTL-STATUS PIC XX.
       01 SUMMARY-EOF-SWITCH PIC X(1) VALUE "N".
           88 SUMMARY-EOF VALUE "Y".

      *    THE SUMMARY ROW UNDER ROLL
       01 SUMMARY-REC.
           COPY SUMREC.

      *    INTERFACE-STANDARD HEADER/TRAILER WORK AREAS -- THE FEED
      *    IS PROVED FRONT TO BACK IN A FIRST PASS BEFORE ANY ROW IS
      *    ROLLED, SO A SHORT OR DAMAGED FILE LEAVES THE
      *    ACCUMULATOR UNTOUCHED
       01 HEADER-REC.
           COPY BATHDR.
       01 TRAILER-REC.
           COPY BATTRL.
       01 SUM-TRL-SWITCH PIC X(1) VALUE "N".
           88 SUM-TRL-SEEN VALUE "Y".
       01 PROOF-ROWS PIC 9(9) VALUE 0.
       01 PROOF-AMOUNT PIC 9(13) VALUE 0.

      *    THE POSTING PERIOD -- YYYYMM OF THE FEED'S CREATE DATE
       01 FEED-DATE PIC 9(8).
       01 FEED-DATE-TEXT REDEFINES FEED-DATE PIC X(8).
       01 FEED-PERIOD PIC 9(6).

      *    THE CONTROL ROW AS READ, HELD WHILE THE ROWS ARE ROLLED
       01 OPEN-PERIOD PIC 9(6) VALUE 0.
       01 CLOSED-PERIOD PIC 9(6) VALUE 0.
       01 RESUME-SWITCH PIC X(1) VALUE "N".
           88 RESUMING VALUE "Y".

      *    PER-REGION FIGURES FOR THIS FEED -- COLLECTED OVER THE
      *    PASS AND ROLLED IN ONE WRITE PER REGION AT THE END, SO A
      *    RESTARTED ROLL CAN TELL A REGION IT ALREADY DID BY ITS
      *    LAST RUN-ID. SIXTEEN REAL REGIONS PLUS ROOM FOR STRAYS,
      *    AS IN BALRPT
       01 REGION-MAX PIC 9(2) VALUE 20.
       01 REGION-COUNT PIC 9(2) VALUE 0.
       01 REGION-TABLE.
           05 REGION-ENTRY OCCURS 20 TIMES.
               07 RG-SOURCE PIC X(2).
               07 RG-COUNT PIC 9(9).
               07 RG-AMOUNT PIC 9(13).
       01 RG-IX PIC 9(2).
       01 RG-FOUND-SWITCH PIC X(1).
           88 RG-FOUND VALUE "Y".

      *    BIASED KEY FOR THE K ROWS -- SUM-KEY + 10000000.00
       01 KEY-BIAS PIC 9(8) VALUE 10000000.
       01 BIASED-KEY PIC 9(8)V99.

      *    CONTROL-TOTAL COUNTERS
       01 ROWS-READ PIC 9(9) VALUE 0.
       01 KEYS-ADDED PIC 9(9) VALUE 0.
       01 KEYS-UPDATED PIC 9(9) VALUE 0.
       01 KEYS-SKIPPED PIC 9(9) VALUE 0.
       01 REGIONS-ROLLED PIC 9(9) VALUE 0.
       01 REGIONS-SKIPPED PIC 9(9) VALUE 0.
       01 ROLLED-COUNT PIC 9(9) VALUE 0.
       01 ROLLED-AMOUNT PIC 9(13) VALUE 0.

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

            PERFORM PROVE-SUMMARY-FILE

            OPEN I-O ACCUM-FILE
            IF ACCUM-STATUS = "35"
                CLOSE ACCUM-FILE
                OPEN OUTPUT ACCUM-FILE
                CLOSE ACCUM-FILE
                OPEN I-O ACCUM-FILE
            END-IF
            IF ACCUM-STATUS NOT = "00"
                DISPLAY "ACCROLL ABEND: CANNOT OPEN ACCUM.IDX, "
                    "FILE STATUS " ACCUM-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM CHECK-OPEN-PERIOD
            PERFORM CHECK-RUN-ROLLED

            PERFORM ROLL-SUMMARY-FILE
            PERFORM ROLL-REGIONS
            PERFORM MARK-RUN-DONE

            CLOSE ACCUM-FILE
            PERFORM WRITE-CONTROL-TOTALS

            DISPLAY "ACCROLL: RUN " RUN-ID " ROLLED INTO PERIOD "
                FEED-PERIOD ", " ROWS-READ " SUMMARY ROWS"

            GOBACK.

      *    RUN-SCOPED IDENTIFIER -- THE CYCRUN.DAT HANDOFF CARD WINS
      *    WHEN CYCLEDRV LEFT ONE (STATUS 35 OR AN EMPTY CARD MEANS
      *    IT DID NOT); OTHERWISE THE OPERATOR NAMES THE RUN ON SYSIN.
      *    THE RUN-ID IS WHAT THE DUPLICATE-ROLL GUARD KEYS ON, SO A
      *    TIME-OF-DAY STAND-IN WOULD DEFEAT IT AND IS NOT USED
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
                    DISPLAY "ACCROLL ABEND: CANNOT OPEN "
                        "CYCRUN.DAT, FILE STATUS " CYCLE-RUN-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
            IF RUN-ID = SPACES
                ACCEPT RUN-ID
            END-IF
            IF RUN-ID = SPACES
                DISPLAY "ACCROLL ABEND: NO RUN-ID SUPPLIED ON SYSIN"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    FIRST PASS -- HDR, BODY, TRL PROVED BEFORE ANYTHING IS
      *    ROLLED, AND THE POSTING PERIOD TAKEN OFF THE HDR
       PROVE-SUMMARY-FILE.
            OPEN INPUT SUMMARY-IN
            IF SUMMARY-IN-STATUS NOT = "00"
                DISPLAY "ACCROLL ABEND: CANNOT OPEN SUMOUT.DAT, "
                    "FILE STATUS " SUMMARY-IN-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            READ SUMMARY-IN
                AT END
                    PERFORM MISSING-HEADER-ABEND
            END-READ
            IF SUMMARY-IN-REC(1:3) NOT = "HDR"
                PERFORM MISSING-HEADER-ABEND
            END-IF
            MOVE SUMMARY-IN-REC(1:44) TO HEADER-REC
            IF BHDR-CREATE-DATE NOT NUMERIC
                DISPLAY "ACCROLL ABEND: SUMOUT.DAT HDR CREATE DATE "
                    BHDR-CREATE-DATE " IS NOT A DATE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE BHDR-CREATE-DATE TO FEED-DATE-TEXT
            COMPUTE FEED-PERIOD = FEED-DATE / 100

            PERFORM UNTIL SUMMARY-EOF
                READ SUMMARY-IN
                    AT END
                        IF NOT SUM-TRL-SEEN
                            DISPLAY "ACCROLL ABEND: SUMOUT.DAT "
                                "ENDED WITHOUT A TRL TRAILER RECORD"
                                " -- TRANSFER MAY BE TRUNCATED"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        SET SUMMARY-EOF TO TRUE
                    NOT AT END
                        IF SUM-TRL-SEEN
                            DISPLAY "ACCROLL ABEND: SUMOUT.DAT HAS "
                                "RECORDS AFTER THE TRL TRAILER "
                                "RECORD"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        IF SUMMARY-IN-REC(1:3) = "TRL"
                            MOVE SUMMARY-IN-REC(1:44) TO TRAILER-REC
                            SET SUM-TRL-SEEN TO TRUE
                        ELSE
                            MOVE SUMMARY-IN-REC TO SUMMARY-REC
                            ADD 1 TO PROOF-ROWS
                            ADD SUM-AMOUNT-TOTAL TO PROOF-AMOUNT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SUMMARY-IN

            IF BTRL-REC-COUNT NOT = PROOF-ROWS
                OR BTRL-AMT-HASH NOT = PROOF-AMOUNT
                DISPLAY "ACCROLL ABEND: SUMOUT.DAT TRAILER COUNT "
                    BTRL-REC-COUNT " / HASH " BTRL-AMT-HASH
                    " DO NOT MATCH THE BODY READ"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       MISSING-HEADER-ABEND.
            DISPLAY "ACCROLL ABEND: SUMOUT.DAT HAS NO HDR HEADER "
                "RECORD"
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *    THE PERIOD GUARD -- A NEW ACCUMULATOR OPENS AT THE FEED'S
      *    PERIOD; OTHERWISE THE FEED MUST POST TO THE OPEN PERIOD.
      *    EARLIER IS A CLOSED PERIOD, LATER MEANS THE OPEN PERIOD
      *    HAS NOT BEEN CLOSED YET, AND A CLOSE LEFT HALF DONE MUST
      *    BE FINISHED BEFORE ANYTHING MORE IS ROLLED
       CHECK-OPEN-PERIOD.
            MOVE SPACES TO ACCUM-REC
            MOVE "C" TO ACC-KIND
            READ ACCUM-FILE
                INVALID KEY
                    PERFORM START-CONTROL-ROW
            END-READ
            IF ACCUM-STATUS NOT = "00"
                DISPLAY "ACCROLL ABEND: READ OF ACCUM.IDX CONTROL "
                    "ROW FAILED, FILE STATUS " ACCUM-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE ACC-OPEN-PERIOD TO OPEN-PERIOD
            MOVE ACC-CLOSED-PERIOD TO CLOSED-PERIOD
            IF ACC-CLOSE-PENDING
                DISPLAY "ACCROLL ABEND: CLOSE OF PERIOD " OPEN-PERIOD
                    " IS UNDER WAY -- FINISH PERCLOSE BEFORE ROLLING"
                    " RUN " RUN-ID
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF FEED-PERIOD NOT > CLOSED-PERIOD
                OR FEED-PERIOD < OPEN-PERIOD
                DISPLAY "ACCROLL ABEND: RUN " RUN-ID " POSTS TO "
                    "PERIOD " FEED-PERIOD ", WHICH IS ALREADY CLOSED"
                    " -- REFUSED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF FEED-PERIOD > OPEN-PERIOD
                DISPLAY "ACCROLL ABEND: RUN " RUN-ID " POSTS TO "
                    "PERIOD " FEED-PERIOD " BUT PERIOD " OPEN-PERIOD
                    " IS STILL OPEN -- RUN PERCLOSE FOR "
                    OPEN-PERIOD " FIRST"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       START-CONTROL-ROW.
            MOVE SPACES TO ACCUM-REC
            MOVE "C" TO ACC-KIND
            MOVE FEED-PERIOD TO ACC-OPEN-PERIOD
            MOVE 0 TO ACC-CLOSED-PERIOD
            MOVE "N" TO ACC-CLOSE-SWITCH
            MOVE FEED-PERIOD TO ACC-PERIOD
            MOVE RUN-ID TO ACC-LAST-RUNID
            MOVE TODAY-DATE TO ACC-LAST-DATE
            WRITE ACCUM-REC
            IF ACCUM-STATUS NOT = "00"
                DISPLAY "ACCROLL ABEND: WRITE OF ACCUM.IDX CONTROL "
                    "ROW FAILED, FILE STATUS " ACCUM-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY "ACCROLL: NEW ACCUMULATOR OPENED AT PERIOD "
                FEED-PERIOD.

      *    THE DUPLICATE-ROLL GUARD -- A FINISHED RUN ROW REFUSES
      *    THE RUN; AN UNFINISHED ONE MEANS THIS IS THE RESTART OF A
      *    ROLL THAT DIED, AND IT PICKS UP WHERE THAT ONE STOPPED
       CHECK-RUN-ROLLED.
            MOVE SPACES TO ACCUM-REC
            MOVE "U" TO ACC-KIND
            MOVE RUN-ID TO ACC-ID
            READ ACCUM-FILE
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE ACCUM-STATUS
                WHEN "00"
                    IF ACC-RUN-DONE
                        DISPLAY "ACCROLL ABEND: RUN " RUN-ID
                            " WAS ALREADY ROLLED INTO PERIOD "
                            ACC-PERIOD " ON " ACC-LAST-DATE
                            " -- REFUSED"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    SET RESUMING TO TRUE
                    DISPLAY "ACCROLL: RUN " RUN-ID " ROLL WAS "
                        "INTERRUPTED -- RESUMING, ROWS ALREADY "
                        "ROLLED ARE SKIPPED"
                WHEN "23"
                    MOVE SPACES TO ACCUM-REC
                    MOVE "U" TO ACC-KIND
                    MOVE RUN-ID TO ACC-ID
                    MOVE 0 TO ACC-MTD-COUNT
                    MOVE 0 TO ACC-MTD-AMOUNT
                    MOVE 0 TO ACC-YTD-COUNT
                    MOVE 0 TO ACC-YTD-AMOUNT
                    MOVE FEED-PERIOD TO ACC-PERIOD
                    MOVE RUN-ID TO ACC-LAST-RUNID
                    MOVE TODAY-DATE TO ACC-LAST-DATE
                    MOVE "I" TO ACC-RUN-STATE
                    WRITE ACCUM-REC
                    IF ACCUM-STATUS NOT = "00"
                        DISPLAY "ACCROLL ABEND: WRITE OF ACCUM.IDX "
                            "RUN ROW FAILED, FILE STATUS "
                            ACCUM-STATUS
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                WHEN OTHER
                    DISPLAY "ACCROLL ABEND: READ OF ACCUM.IDX RUN "
                        "ROW FAILED, FILE STATUS " ACCUM-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.

      *    SECOND PASS -- EACH SUMMARY ROW INTO ITS K ROW, AND INTO
      *    THE REGION TABLE FOR THE R ROWS
       ROLL-SUMMARY-FILE.
            OPEN INPUT SUMMARY-IN
            IF SUMMARY-IN-STATUS NOT = "00"
                DISPLAY "ACCROLL ABEND: CANNOT REOPEN SUMOUT.DAT, "
                    "FILE STATUS " SUMMARY-IN-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE "N" TO SUMMARY-EOF-SWITCH
            PERFORM UNTIL SUMMARY-EOF
                READ SUMMARY-IN
                    AT END
                        SET SUMMARY-EOF TO TRUE
                    NOT AT END
                        IF SUMMARY-IN-REC(1:3) NOT = "HDR"
                            AND SUMMARY-IN-REC(1:3) NOT = "TRL"
                            MOVE SUMMARY-IN-REC TO SUMMARY-REC
                            PERFORM ROLL-ONE-ROW
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SUMMARY-IN.

       ROLL-ONE-ROW.
            ADD 1 TO ROWS-READ
            ADD SUM-DETAIL-COUNT TO ROLLED-COUNT
            ADD SUM-AMOUNT-TOTAL TO ROLLED-AMOUNT
            PERFORM TALLY-REGION

            COMPUTE BIASED-KEY = SUM-KEY + KEY-BIAS
            MOVE SPACES TO ACCUM-REC
            MOVE "K" TO ACC-KIND
            MOVE BIASED-KEY TO ACC-ID-KEY
            READ ACCUM-FILE
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE ACCUM-STATUS
                WHEN "00"
                    IF RESUMING AND ACC-LAST-RUNID = RUN-ID
                        ADD 1 TO KEYS-SKIPPED
                    ELSE
                        ADD SUM-DETAIL-COUNT TO ACC-MTD-COUNT
                        ADD SUM-AMOUNT-TOTAL TO ACC-MTD-AMOUNT
                        ADD SUM-DETAIL-COUNT TO ACC-YTD-COUNT
                        ADD SUM-AMOUNT-TOTAL TO ACC-YTD-AMOUNT
                        MOVE SUM-NAME TO ACC-NAME
                        MOVE FEED-PERIOD TO ACC-PERIOD
                        MOVE RUN-ID TO ACC-LAST-RUNID
                        MOVE TODAY-DATE TO ACC-LAST-DATE
                        REWRITE ACCUM-REC
                        IF ACCUM-STATUS NOT = "00"
                            DISPLAY "ACCROLL ABEND: REWRITE TO "
                                "ACCUM.IDX FAILED, FILE STATUS "
                                ACCUM-STATUS
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO KEYS-UPDATED
                    END-IF
                WHEN "23"
                    MOVE SPACES TO ACCUM-REC
                    MOVE "K" TO ACC-KIND
                    MOVE BIASED-KEY TO ACC-ID-KEY
                    MOVE SUM-NAME TO ACC-NAME
                    MOVE SUM-DETAIL-COUNT TO ACC-MTD-COUNT
                    MOVE SUM-AMOUNT-TOTAL TO ACC-MTD-AMOUNT
                    MOVE SUM-DETAIL-COUNT TO ACC-YTD-COUNT
                    MOVE SUM-AMOUNT-TOTAL TO ACC-YTD-AMOUNT
                    MOVE FEED-PERIOD TO ACC-PERIOD
                    MOVE RUN-ID TO ACC-LAST-RUNID
                    MOVE TODAY-DATE TO ACC-LAST-DATE
                    WRITE ACCUM-REC
                    IF ACCUM-STATUS NOT = "00"
                        DISPLAY "ACCROLL ABEND: WRITE TO ACCUM.IDX "
                            "FAILED, FILE STATUS " ACCUM-STATUS
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO KEYS-ADDED
                WHEN OTHER
                    DISPLAY "ACCROLL ABEND: READ OF ACCUM.IDX "
                        "FAILED, FILE STATUS " ACCUM-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.

       TALLY-REGION.
            MOVE "N" TO RG-FOUND-SWITCH
            PERFORM VARYING RG-IX FROM 1 BY 1
                UNTIL RG-IX > REGION-COUNT OR RG-FOUND
                IF RG-SOURCE(RG-IX) = SUM-SOURCE
                    SET RG-FOUND TO TRUE
                    SUBTRACT 1 FROM RG-IX
                END-IF
            END-PERFORM
            IF NOT RG-FOUND
                IF REGION-COUNT >= REGION-MAX
                    DISPLAY "ACCROLL ABEND: MORE THAN " REGION-MAX
                        " DISTINCT SUM-SOURCE VALUES ON SUMOUT.DAT"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO REGION-COUNT
                MOVE REGION-COUNT TO RG-IX
                MOVE SUM-SOURCE TO RG-SOURCE(RG-IX)
                MOVE 0 TO RG-COUNT(RG-IX)
                MOVE 0 TO RG-AMOUNT(RG-IX)
            END-IF
            ADD SUM-DETAIL-COUNT TO RG-COUNT(RG-IX)
            ADD SUM-AMOUNT-TOTAL TO RG-AMOUNT(RG-IX).

      *    ONE WRITE PER REGION FOR THE WHOLE FEED
       ROLL-REGIONS.
            PERFORM VARYING RG-IX FROM 1 BY 1
                UNTIL RG-IX > REGION-COUNT
                MOVE SPACES TO ACCUM-REC
                MOVE "R" TO ACC-KIND
                MOVE RG-SOURCE(RG-IX) TO ACC-ID
                READ ACCUM-FILE
                    INVALID KEY
                        CONTINUE
                END-READ
                EVALUATE ACCUM-STATUS
                    WHEN "00"
                        IF RESUMING AND ACC-LAST-RUNID = RUN-ID
                            ADD 1 TO REGIONS-SKIPPED
                        ELSE
                            ADD RG-COUNT(RG-IX) TO ACC-MTD-COUNT
                            ADD RG-AMOUNT(RG-IX) TO ACC-MTD-AMOUNT
                            ADD RG-COUNT(RG-IX) TO ACC-YTD-COUNT
                            ADD RG-AMOUNT(RG-IX) TO ACC-YTD-AMOUNT
                            MOVE FEED-PERIOD TO ACC-PERIOD
                            MOVE RUN-ID TO ACC-LAST-RUNID
                            MOVE TODAY-DATE TO ACC-LAST-DATE
                            REWRITE ACCUM-REC
                            IF ACCUM-STATUS NOT = "00"
                                DISPLAY "ACCROLL ABEND: REWRITE TO "
                                    "ACCUM.IDX FAILED, FILE STATUS "
                                    ACCUM-STATUS
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO REGIONS-ROLLED
                        END-IF
                    WHEN "23"
                        MOVE SPACES TO ACCUM-REC
                        MOVE "R" TO ACC-KIND
                        MOVE RG-SOURCE(RG-IX) TO ACC-ID
                        MOVE RG-COUNT(RG-IX) TO ACC-MTD-COUNT
                        MOVE RG-AMOUNT(RG-IX) TO ACC-MTD-AMOUNT
                        MOVE RG-COUNT(RG-IX) TO ACC-YTD-COUNT
                        MOVE RG-AMOUNT(RG-IX) TO ACC-YTD-AMOUNT
                        MOVE FEED-PERIOD TO ACC-PERIOD
                        MOVE RUN-ID TO ACC-LAST-RUNID
                        MOVE TODAY-DATE TO ACC-LAST-DATE
                        WRITE ACCUM-REC
                        IF ACCUM-STATUS NOT = "00"
                            DISPLAY "ACCROLL ABEND: WRITE TO "
                                "ACCUM.IDX FAILED, FILE STATUS "
                                ACCUM-STATUS
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO REGIONS-ROLLED
                    WHEN OTHER
                        DISPLAY "ACCROLL ABEND: READ OF ACCUM.IDX "
                            "FAILED, FILE STATUS " ACCUM-STATUS
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE
            END-PERFORM.

      *    THE RUN ROW GOES TO DONE LAST -- ONLY NOW IS THE RUN
      *    REFUSED IF IT COMES ROUND AGAIN. IT CARRIES THE FEED'S
      *    SUMMARY ROWS, AMOUNT AND DETAIL COUNT FOR THE CLOSING
      *    REPORT
       MARK-RUN-DONE.
            MOVE SPACES TO ACCUM-REC
            MOVE "U" TO ACC-KIND
            MOVE RUN-ID TO ACC-ID
            READ ACCUM-FILE
                INVALID KEY
                    CONTINUE
            END-READ
            IF ACCUM-STATUS NOT = "00"
                DISPLAY "ACCROLL ABEND: READ OF ACCUM.IDX RUN ROW "
                    "FAILED, FILE STATUS " ACCUM-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE ROWS-READ TO ACC-MTD-COUNT
            MOVE ROLLED-AMOUNT TO ACC-MTD-AMOUNT
            MOVE ROLLED-COUNT TO ACC-YTD-COUNT
            MOVE 0 TO ACC-YTD-AMOUNT
            MOVE TODAY-DATE TO ACC-LAST-DATE
            MOVE "D" TO ACC-RUN-STATE
            REWRITE ACCUM-REC
            IF ACCUM-STATUS NOT = "00"
                DISPLAY "ACCROLL ABEND: REWRITE OF ACCUM.IDX RUN "
                    "ROW FAILED, FILE STATUS " ACCUM-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    CONTROL-TOTAL AUDIT TRAIL -- ROWS READ = KEYS ADDED +
      *    UPDATED + SKIPPED
       WRITE-CONTROL-TOTALS.
            OPEN EXTEND CONTROL-RPT
            IF CTL-STATUS = "35"
                CLOSE CONTROL-RPT
                OPEN OUTPUT CONTROL-RPT
            END-IF
            IF CTL-STATUS NOT = "00"
                DISPLAY "ACCROLL ABEND: CANNOT OPEN " CTL-FILENAME
                    ", FILE STATUS " CTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE SPACES TO CONTROL-RPT-LINE
            STRING "ACCROLL CONTROL TOTALS: PERIOD=" FEED-PERIOD
                " ROWS-READ=" ROWS-READ
                " KEYS-ADDED=" KEYS-ADDED
                " KEYS-UPDATED=" KEYS-UPDATED
                " KEYS-SKIPPED=" KEYS-SKIPPED
                DELIMITED BY SIZE INTO CONTROL-RPT-LINE
            PERFORM WRITE-CONTROL-LINE
            MOVE SPACES TO CONTROL-RPT-LINE
            STRING "ACCROLL AMOUNT TOTALS: DETAIL=" ROLLED-COUNT
                " AMOUNT=" ROLLED-AMOUNT
                " REGIONS-ROLLED=" REGIONS-ROLLED
                " REGIONS-SKIPPED=" REGIONS-SKIPPED
                DELIMITED BY SIZE INTO CONTROL-RPT-LINE
            PERFORM WRITE-CONTROL-LINE

            CLOSE CONTROL-RPT.

       WRITE-CONTROL-LINE.
            WRITE CONTROL-RPT-LINE
            IF CTL-STATUS NOT = "00"
                DISPLAY "ACCROLL ABEND: WRITE TO " CTL-FILENAME
                    " FAILED, FILE STATUS " CTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       END PROGRAM ACCROLL.
