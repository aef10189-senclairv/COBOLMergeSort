      ******************************************************************
      * Author: VINCENT SENCLAIR
      * Date: 10-15-26
      * Purpose: FEED-RECEIPT REPORT OFF THE KEYED FEED REGISTRY
      *          FEEDREG.IDX THAT FEEDCHK MAINTAINS -- LISTS EVERY
      *          UPSTREAM FILE THE CYCLE ACCEPTED, NIGHT BY NIGHT IN
      *          CONSUMED-DATE ORDER AND BY SOURCE REGION WITHIN THE
      *          NIGHT: THE FILE NAME, ITS HDR FILE ID AND CREATE DATE,
      *          ITS TRL COUNT AND AMOUNT HASH, THE RUN AND STEP THAT
      *          CONSUMED IT, AND THE OPERATOR WHO RELEASED IT WHEN IT
      *          WAS A DELIBERATE REPROCESS. EACH NIGHT CLOSES WITH ITS
      *          FILE, RECORD AND HASH TOTALS, IN THE SAME PAGED,
      *          HEADED STYLE BALRPT PRINTS. SYSIN NAMES AN OPTIONAL
      *          DATE RANGE (FROM-DATE, TO-DATE, YYYYMMDD); A BLANK OR
      *          MISSING CARD LEAVES THAT END OPEN. RETURN-CODE 4 FLAGS
      *          A RANGE THAT CONTAINS ANY OVERRIDDEN REPLAY, SO A
      *          REPROCESS NEVER GOES BY WITHOUT SOMEBODY LOOKING.
      *          SEE JCL/FEEDRPT.JCL FOR THE MATCHING JOB STEP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE KEYED FEED REGISTRY -- READ FRONT TO BACK; ITS KEY IS
      *    THE FILE IDENTITY, NOT THE DATE, SO THE ROWS IN RANGE ARE
      *    GATHERED AND PUT IN NIGHT ORDER IN MEMORY
           SELECT FEED-REG ASSIGN TO "FEEDREG.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FREG-KEY
               FILE STATUS IS FEED-REG-STATUS.

           SELECT FEED-RPT ASSIGN TO "FEEDRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FEED-REG.
       01 FEED-REG-REC.
           COPY FEEDREG.

       FD FEED-RPT.
       01 FEED-RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
      *    FILE STATUS / END-OF-FILE SWITCHES
       01 FEED-REG-STATUS PIC XX.
       01 FEED-RPT-STATUS PIC XX.
       01 REG-EOF-SWITCH PIC X(1) VALUE "N".
           88 REG-EOF VALUE "Y".

      *    SYSIN CARDS -- BOTH OPTIONAL, A BLANK CARD LEAVING THAT
      *    END OF THE RANGE OPEN
       01 RANGE-CARD PIC X(80).
       01 FROM-DATE PIC 9(8) VALUE 0.
       01 TO-DATE PIC 9(8) VALUE 99999999.

      *    THE ROWS IN RANGE, KEPT IN NIGHT / REGION / FILE-NAME
      *    ORDER BY INSERTION AS THEY ARE READ
       01 ROW-MAX PIC 9(4) VALUE 5000.
       01 ROW-COUNT PIC 9(4) VALUE 0.
       01 ROW-TABLE.
           05 ROW-ENTRY OCCURS 5000 TIMES.
               07 ROW-SORT-KEY.
                   10 ROW-DATE PIC 9(8).
                   10 ROW-REGION PIC X(2).
                   10 ROW-FILE-NAME PIC X(12).
               07 ROW-FILE-ID PIC X(8).
               07 ROW-CREATE-DATE PIC X(8).
               07 ROW-REC-COUNT PIC 9(9).
               07 ROW-AMT-HASH PIC 9(13).
               07 ROW-RUN-ID PIC X(8).
               07 ROW-PROGRAM PIC X(12).
               07 ROW-OVERRIDE-OPER PIC X(8).
       01 ROW-IX PIC 9(4).
       01 INSERT-AT PIC 9(4).
       01 NEW-SORT-KEY.
           05 NEW-DATE PIC 9(8).
           05 NEW-REGION PIC X(2).
           05 NEW-FILE-NAME PIC X(12).

      *    NIGHT CONTROL BREAK AND THE RANGE TOTALS
       01 NIGHT-DATE PIC 9(8) VALUE 0.
       01 NIGHT-FILES PIC 9(5) VALUE 0.
       01 NIGHT-RECORDS PIC 9(11) VALUE 0.
       01 NIGHT-HASH PIC 9(15) VALUE 0.
       01 NIGHTS-LISTED PIC 9(5) VALUE 0.
       01 TOTAL-FILES PIC 9(5) VALUE 0.
       01 TOTAL-RECORDS PIC 9(11) VALUE 0.
       01 TOTAL-OVERRIDES PIC 9(5) VALUE 0.

      *    REPORT FORMATTING -- SAME 55-LINE PAGING BALRPT USES
       01 PAGE-NO PIC 9(4) VALUE 0.
       01 PENDING-LINE PIC X(132).
       01 LINE-COUNT PIC 9(2) VALUE 99.
       01 LINES-PER-PAGE PIC 9(2) VALUE 55.

       01 HEAD-LINE-1.
           05 FILLER PIC X(30)
               VALUE "FEED REGISTRY RECEIPT REPORT".
           05 FILLER PIC X(6) VALUE "FROM: ".
           05 HD-FROM PIC 9(8).
           05 FILLER PIC X(5) VALUE " TO: ".
           05 HD-TO PIC 9(8).
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HD-PAGE PIC ZZZ9.
       01 HEAD-LINE-2.
           05 FILLER PIC X(8) VALUE "NIGHT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "RGN".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "FILE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "FILE-ID".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "CREATED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "    RECORDS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "      AMOUNT HASH".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "RUN-ID".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "STEP".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "OVERRIDE".
       01 DETAIL-LINE.
           05 DET-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-REGION PIC X(2).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-FILE-NAME PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-FILE-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-CREATE-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-REC-COUNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-AMT-HASH PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-RUN-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PROGRAM PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-OVERRIDE PIC X(8).
       01 NIGHT-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "NIGHT ".
           05 NL-DATE PIC 9(8).
           05 FILLER PIC X(8) VALUE "  FILES=".
           05 NL-FILES PIC ZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  RECORDS=".
           05 NL-RECORDS PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(7) VALUE "  HASH=".
           05 NL-HASH PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-SYSIN-CARDS
            PERFORM LOAD-REGISTRY

            OPEN OUTPUT FEED-RPT
            IF FEED-RPT-STATUS NOT = "00"
                DISPLAY "FEEDRPT ABEND: CANNOT OPEN FEEDRPT.RPT, "
                    "FILE STATUS " FEED-RPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            PERFORM LIST-ROWS
            PERFORM WRITE-RANGE-TOTALS
            CLOSE FEED-RPT

            IF TOTAL-OVERRIDES > 0
                MOVE 4 TO RETURN-CODE
            END-IF

            GOBACK.

      *    SYSIN -- FROM-DATE THEN TO-DATE, EACH OPTIONAL. A CARD
      *    THAT IS NEITHER BLANK NOR YYYYMMDD IS REFUSED RATHER THAN
      *    QUIETLY REPORTING THE WRONG NIGHTS
       READ-SYSIN-CARDS.
            MOVE SPACES TO RANGE-CARD
            ACCEPT RANGE-CARD
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            IF RANGE-CARD(1:8) NOT = SPACES
                IF RANGE-CARD(1:8) NOT NUMERIC
                    DISPLAY "FEEDRPT ABEND: FROM-DATE CARD NOT "
                        "YYYYMMDD"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE RANGE-CARD(1:8) TO FROM-DATE
            END-IF

            MOVE SPACES TO RANGE-CARD
            ACCEPT RANGE-CARD
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            IF RANGE-CARD(1:8) NOT = SPACES
                IF RANGE-CARD(1:8) NOT NUMERIC
                    DISPLAY "FEEDRPT ABEND: TO-DATE CARD NOT "
                        "YYYYMMDD"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE RANGE-CARD(1:8) TO TO-DATE
            END-IF

            MOVE FROM-DATE TO HD-FROM
            MOVE TO-DATE TO HD-TO.

      *    ONE PASS OVER THE REGISTRY, KEEPING THE ROWS CONSUMED IN
      *    RANGE. A REGISTRY THAT DOES NOT EXIST YET (STATUS 35)
      *    MEANS NO FEED HAS EVER BEEN POSTED -- AN EMPTY REPORT
       LOAD-REGISTRY.
            OPEN INPUT FEED-REG
            IF FEED-REG-STATUS = "35"
                SET REG-EOF TO TRUE
            ELSE
                IF FEED-REG-STATUS NOT = "00"
                    DISPLAY "FEEDRPT ABEND: CANNOT OPEN FEEDREG.IDX, "
                        "FILE STATUS " FEED-REG-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
            PERFORM UNTIL REG-EOF
                READ FEED-REG NEXT
                    AT END
                        SET REG-EOF TO TRUE
                        CLOSE FEED-REG
                    NOT AT END
                        IF FREG-CONSUMED-DATE NOT < FROM-DATE
                            AND FREG-CONSUMED-DATE NOT > TO-DATE
                            PERFORM FILE-ONE-ROW
                        END-IF
                END-READ
            END-PERFORM.

      *    SORTED INSERTION -- SHIFT EVERY ROW THAT SORTS AFTER THE
      *    NEW ONE DOWN A SLOT, THE SAME SHIFT BALRPT USES FOR ITS
      *    DATE TABLE
       FILE-ONE-ROW.
            IF ROW-COUNT >= ROW-MAX
                DISPLAY "FEEDRPT ABEND: MORE THAN " ROW-MAX
                    " REGISTRY ROWS IN RANGE -- NARROW THE DATES"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE FREG-CONSUMED-DATE TO NEW-DATE
            MOVE FREG-REGION TO NEW-REGION
            MOVE FREG-FILE-NAME TO NEW-FILE-NAME
            MOVE ROW-COUNT TO INSERT-AT
            ADD 1 TO INSERT-AT
            PERFORM VARYING ROW-IX FROM ROW-COUNT BY -1
                UNTIL ROW-IX < 1
                OR ROW-SORT-KEY(ROW-IX) NOT > NEW-SORT-KEY
                MOVE ROW-ENTRY(ROW-IX) TO ROW-ENTRY(ROW-IX + 1)
                MOVE ROW-IX TO INSERT-AT
            END-PERFORM
            ADD 1 TO ROW-COUNT
            MOVE NEW-SORT-KEY TO ROW-SORT-KEY(INSERT-AT)
            MOVE FREG-FILE-ID TO ROW-FILE-ID(INSERT-AT)
            MOVE FREG-CREATE-DATE TO ROW-CREATE-DATE(INSERT-AT)
            MOVE FREG-REC-COUNT TO ROW-REC-COUNT(INSERT-AT)
            MOVE FREG-AMT-HASH TO ROW-AMT-HASH(INSERT-AT)
            MOVE FREG-RUN-ID TO ROW-RUN-ID(INSERT-AT)
            MOVE FREG-PROGRAM TO ROW-PROGRAM(INSERT-AT)
            MOVE FREG-OVERRIDE-OPER TO ROW-OVERRIDE-OPER(INSERT-AT).

      *    THE LISTING -- ONE LINE PER FILE, A TOTALS LINE WHEREVER
      *    THE NIGHT CHANGES AND AFTER THE LAST ONE
       LIST-ROWS.
            PERFORM VARYING ROW-IX FROM 1 BY 1
                UNTIL ROW-IX > ROW-COUNT
                IF ROW-IX > 1 AND ROW-DATE(ROW-IX) NOT = NIGHT-DATE
                    PERFORM WRITE-NIGHT-TOTALS
                END-IF
                IF ROW-IX = 1 OR ROW-DATE(ROW-IX) NOT = NIGHT-DATE
                    MOVE ROW-DATE(ROW-IX) TO NIGHT-DATE
                    MOVE 0 TO NIGHT-FILES
                    MOVE 0 TO NIGHT-RECORDS
                    MOVE 0 TO NIGHT-HASH
                    ADD 1 TO NIGHTS-LISTED
                END-IF
                PERFORM LIST-ONE-ROW
            END-PERFORM
            IF ROW-COUNT > 0
                PERFORM WRITE-NIGHT-TOTALS
            END-IF.

       LIST-ONE-ROW.
            ADD 1 TO NIGHT-FILES
            ADD 1 TO TOTAL-FILES
            ADD ROW-REC-COUNT(ROW-IX) TO NIGHT-RECORDS
            ADD ROW-REC-COUNT(ROW-IX) TO TOTAL-RECORDS
            ADD ROW-AMT-HASH(ROW-IX) TO NIGHT-HASH
            IF ROW-OVERRIDE-OPER(ROW-IX) NOT = SPACES
                ADD 1 TO TOTAL-OVERRIDES
            END-IF
            MOVE SPACES TO DETAIL-LINE
            MOVE ROW-DATE(ROW-IX) TO DET-DATE
            MOVE ROW-REGION(ROW-IX) TO DET-REGION
            MOVE ROW-FILE-NAME(ROW-IX) TO DET-FILE-NAME
            MOVE ROW-FILE-ID(ROW-IX) TO DET-FILE-ID
            MOVE ROW-CREATE-DATE(ROW-IX) TO DET-CREATE-DATE
            MOVE ROW-REC-COUNT(ROW-IX) TO DET-REC-COUNT
            MOVE ROW-AMT-HASH(ROW-IX) TO DET-AMT-HASH
            MOVE ROW-RUN-ID(ROW-IX) TO DET-RUN-ID
            MOVE ROW-PROGRAM(ROW-IX) TO DET-PROGRAM
            MOVE ROW-OVERRIDE-OPER(ROW-IX) TO DET-OVERRIDE
            MOVE SPACES TO FEED-RPT-LINE
            MOVE DETAIL-LINE TO FEED-RPT-LINE
            PERFORM WRITE-REPORT-LINE.

       WRITE-NIGHT-TOTALS.
            MOVE NIGHT-DATE TO NL-DATE
            MOVE NIGHT-FILES TO NL-FILES
            MOVE NIGHT-RECORDS TO NL-RECORDS
            MOVE NIGHT-HASH TO NL-HASH
            MOVE SPACES TO FEED-RPT-LINE
            MOVE NIGHT-LINE TO FEED-RPT-LINE
            PERFORM WRITE-REPORT-LINE
            MOVE SPACES TO FEED-RPT-LINE
            PERFORM WRITE-REPORT-LINE.

       WRITE-RANGE-TOTALS.
            MOVE SPACES TO FEED-RPT-LINE
            STRING "NIGHTS LISTED=" NIGHTS-LISTED
                "  FILES RECEIVED=" TOTAL-FILES
                "  RECORDS=" TOTAL-RECORDS
                "  OVERRIDDEN REPLAYS=" TOTAL-OVERRIDES
                DELIMITED BY SIZE INTO FEED-RPT-LINE
            PERFORM WRITE-REPORT-LINE
            IF ROW-COUNT = 0
                MOVE SPACES TO FEED-RPT-LINE
                MOVE "NO FEEDS RECEIVED IN THE REQUESTED RANGE"
                    TO FEED-RPT-LINE
                PERFORM WRITE-REPORT-LINE
            END-IF.

      *    PAGED OUTPUT -- A FRESH HEADING BLOCK EVERY TIME THE LINE
      *    COUNT RUNS OVER, THE WAY EVERY PRINT PROGRAM HERE PAGES.
      *    THE HEADING BLOCK WRITES THROUGH THE SAME RECORD AREA, SO
      *    THE PENDING LINE IS PARKED AROUND IT OR THE FIRST LINE OF
      *    EVERY PAGE WOULD COME OUT BLANK
       WRITE-REPORT-LINE.
            IF LINE-COUNT >= LINES-PER-PAGE
                MOVE FEED-RPT-LINE TO PENDING-LINE
                PERFORM WRITE-PAGE-HEADING
                MOVE PENDING-LINE TO FEED-RPT-LINE
            END-IF
            WRITE FEED-RPT-LINE
            IF FEED-RPT-STATUS NOT = "00"
                DISPLAY "FEEDRPT ABEND: WRITE TO FEEDRPT.RPT "
                    "FAILED, FILE STATUS " FEED-RPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO LINE-COUNT.

       WRITE-PAGE-HEADING.
            ADD 1 TO PAGE-NO
            MOVE PAGE-NO TO HD-PAGE
            MOVE 0 TO LINE-COUNT
            MOVE SPACES TO FEED-RPT-LINE
            MOVE HEAD-LINE-1 TO FEED-RPT-LINE
            WRITE FEED-RPT-LINE
            MOVE SPACES TO FEED-RPT-LINE
            MOVE HEAD-LINE-2 TO FEED-RPT-LINE
            WRITE FEED-RPT-LINE
            MOVE SPACES TO FEED-RPT-LINE
            WRITE FEED-RPT-LINE
            MOVE 3 TO LINE-COUNT.

       END PROGRAM FEEDRPT.
