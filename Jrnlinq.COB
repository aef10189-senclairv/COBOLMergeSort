      *          RECORD'S LIFECYCLE OFF THE JOURNAL INSTEAD OF
      *          DIFFING SAVED GENERATION FILES BY HAND. THE JOURNAL
      *          IS APPENDED IN APPLY ORDER, SO READING IT FORWARD IS
      *          ALREADY DATE ORDER. OPTIONAL CARDS AFTER THE KEY:
      *          FROM=YYYYMMDD AND TO=YYYYMMDD LIMIT THE APPLY DATES
      *          LISTED, AND ARCHIVE=Y ALSO SEARCHES THE JOURNAL
      *          ARCHIVES JRNARCH HAS MOVED OLD ENTRIES INTO -- THE
      *          CATALOG ARCCAT.DAT (SEE COPYBOOK ARCCAT) NAMES THE
      *          ARCHIVES WHOSE DATE RANGE MEETS THE ONE ASKED FOR, AND
      *          THEY ARE READ OLDEST FIRST AHEAD OF THE LIVE JOURNAL,
      *          SO THE LISTING STAYS IN DATE ORDER. EACH ARCHIVE IS
      *          PROVED AGAINST ITS TRL AND ITS CATALOG COUNT AS IT IS
      *          READ. RETURN-CODE 4 MEANS THE KEY HAS NO JOURNALED
      *          HISTORY IN WHAT WAS SEARCHED; 8 THAT AN ARCHIVE WAS
      *          MISSING OR DID NOT PROVE, SO THE LISTING MAY BE SHORT.
      *          SEE JCL/JRNLINQ.JCL FOR THE MATCHING JOB STEP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-IN-STATUS.

      *    THE JOURNAL ARCHIVE UNDER SEARCH -- NAME OFF THE CATALOG
           SELECT ARCH-IN ASSIGN DYNAMIC ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-IN-STATUS.

      *    THE ARCHIVE CATALOG JRNARCH KEEPS
           SELECT CAT-FILE ASSIGN TO "ARCCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-IN.
       01 JOURNAL-IN-REC PIC X(120).

       FD ARCH-IN.
       01 ARCH-IN-REC PIC X(220).

       FD CAT-FILE.
       01 CAT-FILE-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
       01 JOURNAL-IN-STATUS PIC XX.
       01 JOURNAL-EOF-SWITCH PIC X(1) VALUE "N".
           88 JOURNAL-EOF VALUE "Y".
       01 ARCH-IN-STATUS PIC XX.
       01 ARCH-EOF-SWITCH PIC X(1) VALUE "N".
           88 ARCH-EOF VALUE "Y".
       01 CAT-STATUS PIC XX.
       01 CAT-EOF-SWITCH PIC X(1) VALUE "N".
           88 CAT-EOF VALUE "Y".

      *    SYSIN CARDS -- THE KEY WHOSE HISTORY IS WANTED, THEN UP TO
      *    THREE OPTION CARDS (FROM=, TO=, ARCHIVE=Y)
       01 INQ-CARD PIC X(80).
       01 INQ-KEY PIC S9(7)V99.
       01 CARD-COUNT PIC 9(1).
       01 FROM-DATE PIC 9(8) VALUE 0.
       01 TO-DATE PIC 9(8) VALUE 99999999.
       01 CARD-DATE-X PIC X(8).
       01 CARD-DATE REDEFINES CARD-DATE-X PIC 9(8).
       01 ARCHIVE-SWITCH PIC X(1) VALUE "N".
           88 SEARCH-ARCHIVES VALUE "Y".

      *    THE CATALOG ROWS FOR JOURNAL ARCHIVES -- CATALOG ORDER IS
      *    ARCHIVE ORDER, OLDEST FIRST
       01 CAT-REC.
           COPY ARCCAT.
       01 CAT-MAX PIC 9(4) VALUE 5000.
       01 CAT-COUNT PIC 9(4) VALUE 0.
       01 CAT-TABLE.
           05 CAT-ENTRY OCCURS 5000 TIMES PIC X(117).
       01 CAT-IX PIC 9(4).
       01 CAT-ROWS-READ PIC 9(9) VALUE 0.
       01 CAT-RECS-READ PIC 9(13) VALUE 0.
       01 CAT-TRL-SWITCH PIC X(1) VALUE "N".
           88 CAT-TRL-SEEN VALUE "Y".
       01 TRAILER-REC.
           COPY BATTRL.

      *    THE ARCHIVE UNDER SEARCH AND ITS PROOF -- BODY COUNT AND
      *    APPLY-DATE HASH AGAINST ITS TRL AND ITS CATALOG ROW
       01 ARCH-FILENAME PIC X(17).
       01 ARCH-LINES PIC 9(9).
       01 ARCH-BODY-COUNT PIC 9(9).
       01 ARCH-HASH-WORK PIC 9(18).
       01 ARCH-BODY-HASH PIC 9(13).
       01 ARCH-TRL-SWITCH PIC X(1).
           88 ARCH-TRL-SEEN VALUE "Y".
       01 ARCH-PROBLEM PIC X(60).
       01 ARCHIVES-SEARCHED PIC 9(4) VALUE 0.
       01 ARCHIVE-FAILURES PIC 9(4) VALUE 0.
       01 ENTRY-SOURCE PIC X(17).

      *    THE JOURNAL RECORD UNDER INSPECTION
       01 JOURNAL-REC.
                STOP RUN
            END-IF
            COMPUTE INQ-KEY = FUNCTION NUMVAL(INQ-CARD)
            PERFORM READ-OPTION-CARDS

            OPEN INPUT JOURNAL-IN
            IF JOURNAL-IN-STATUS NOT = "00"

            MOVE INQ-KEY TO SHOW-KEY
            DISPLAY "JRNLINQ: CHANGE HISTORY FOR KEY " SHOW-KEY
            IF FROM-DATE NOT = 0 OR TO-DATE NOT = 99999999
                DISPLAY "JRNLINQ: APPLY DATES " FROM-DATE " TO "
                    TO-DATE
            END-IF
            IF SEARCH-ARCHIVES
                PERFORM SEARCH-JOURNAL-ARCHIVES
            ELSE
                DISPLAY "JRNLINQ: LIVE JOURNAL ONLY -- ARCHIVE=Y "
                    "ALSO SEARCHES THE ARCHIVED ENTRIES"
            END-IF

            MOVE "JOURNAL.DAT" TO ENTRY-SOURCE
            PERFORM UNTIL JOURNAL-EOF
                READ JOURNAL-IN
                    AT END
                        IF JOURNAL-IN-REC NOT = SPACES
                            MOVE JOURNAL-IN-REC(1:114)
                                TO JOURNAL-REC
                            PERFORM CHECK-ONE-ENTRY
                        END-IF
                END-READ
            END-PERFORM

            CLOSE JOURNAL-IN

            EVALUATE TRUE
                WHEN ARCHIVE-FAILURES > 0
                    DISPLAY "JRNLINQ: " ARCHIVE-FAILURES
                        " ARCHIVE(S) MISSING OR NOT PROVED -- THE "
                        "HISTORY ABOVE MAY BE INCOMPLETE"
                    MOVE 8 TO RETURN-CODE
                WHEN MATCHES-FOUND = 0
                    DISPLAY "JRNLINQ: KEY " SHOW-KEY
                        " HAS NO JOURNALED HISTORY"
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

            GOBACK.

      *    OPTION CARDS -- ANY ORDER, ANY OF THEM MAY BE LEFT OFF. A
      *    BAD DATE ABENDS RATHER THAN WIDENING THE SEARCH UNASKED
       READ-OPTION-CARDS.
            PERFORM VARYING CARD-COUNT FROM 1 BY 1
                UNTIL CARD-COUNT > 3
                MOVE SPACES TO INQ-CARD
                ACCEPT INQ-CARD
                    ON EXCEPTION
                        CONTINUE
                END-ACCEPT
                EVALUATE TRUE
                    WHEN INQ-CARD = SPACES
                        CONTINUE
                    WHEN INQ-CARD(1:5) = "FROM="
                        MOVE INQ-CARD(6:8) TO CARD-DATE-X
                        PERFORM CHECK-CARD-DATE
                        MOVE CARD-DATE TO FROM-DATE
                    WHEN INQ-CARD(1:3) = "TO="
                        MOVE INQ-CARD(4:8) TO CARD-DATE-X
                        PERFORM CHECK-CARD-DATE
                        MOVE CARD-DATE TO TO-DATE
                    WHEN INQ-CARD(1:8) = "ARCHIVE="
                        IF INQ-CARD(9:1) = "Y"
                            SET SEARCH-ARCHIVES TO TRUE
                        END-IF
                    WHEN OTHER
                        DISPLAY "JRNLINQ ABEND: OPTION CARD NOT "
                            "RECOGNIZED: " INQ-CARD(1:20)
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE
            END-PERFORM
            IF FROM-DATE > TO-DATE
                DISPLAY "JRNLINQ ABEND: FROM= " FROM-DATE
                    " IS AFTER TO= " TO-DATE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       CHECK-CARD-DATE.
            IF CARD-DATE-X NOT NUMERIC
                DISPLAY "JRNLINQ ABEND: NOT A YYYYMMDD DATE: "
                    INQ-CARD(1:20)
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD(CARD-DATE) NOT = 0
                DISPLAY "JRNLINQ ABEND: NOT A YYYYMMDD DATE: "
                    INQ-CARD(1:20)
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       CHECK-ONE-ENTRY.
            IF JRN-KEY = INQ-KEY
                AND JRN-APPLY-DATE >= FROM-DATE
                AND JRN-APPLY-DATE <= TO-DATE
                PERFORM DISPLAY-ONE-ENTRY
            END-IF.

      *    THE CATALOG IS PROVED AGAINST ITS TRAILER BEFORE IT IS
      *    TRUSTED; THEN EVERY JOURNAL ARCHIVE WHOSE RANGE MEETS THE
      *    DATES ASKED FOR IS SEARCHED IN CATALOG ORDER. A ROW STILL
      *    IN STATE A IS SKIPPED -- ITS ENTRIES ARE STILL ON THE LIVE
      *    JOURNAL UNTIL JRNARCH FINISHES THE TRIM
       SEARCH-JOURNAL-ARCHIVES.
            PERFORM LOAD-CATALOG
            PERFORM VARYING CAT-IX FROM 1 BY 1
                UNTIL CAT-IX > CAT-COUNT
                MOVE CAT-ENTRY(CAT-IX) TO CAT-REC
                IF ARC-FILE-ID = "JOURNAL" AND ARC-TRIMMED
                    AND ARC-TO-DATE >= FROM-DATE
                    AND ARC-FROM-DATE <= TO-DATE
                    PERFORM SEARCH-ONE-ARCHIVE
                END-IF
            END-PERFORM
            DISPLAY "JRNLINQ: " ARCHIVES-SEARCHED
                " ARCHIVE(S) SEARCHED AHEAD OF THE LIVE JOURNAL".

       LOAD-CATALOG.
            OPEN INPUT CAT-FILE
            IF CAT-STATUS = "35"
                DISPLAY "JRNLINQ: NO ARCHIVE CATALOG ARCCAT.DAT -- "
                    "NOTHING HAS BEEN ARCHIVED"
                SET CAT-EOF TO TRUE
            ELSE
                IF CAT-STATUS NOT = "00"
                    DISPLAY "JRNLINQ ABEND: CANNOT OPEN ARCCAT.DAT, "
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
                            DISPLAY "JRNLINQ ABEND: ARCCAT.DAT ENDED "
                                "WITHOUT A TRL TRAILER RECORD"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        SET CAT-EOF TO TRUE
                        CLOSE CAT-FILE
                    NOT AT END
                        IF CAT-TRL-SEEN
                            DISPLAY "JRNLINQ ABEND: ARCCAT.DAT HAS "
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
            DISPLAY "JRNLINQ ABEND: ARCCAT.DAT HAS NO HDR HEADER "
                "RECORD"
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       VERIFY-CAT-TRAILER.
            IF BTRL-REC-COUNT NOT = CAT-ROWS-READ
                OR BTRL-AMT-HASH NOT = CAT-RECS-READ
                DISPLAY "JRNLINQ ABEND: ARCCAT.DAT TRAILER COUNT "
                    BTRL-REC-COUNT " / HASH " BTRL-AMT-HASH
                    " DO NOT MATCH THE BODY READ"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       LOAD-ONE-CAT-ROW.
            IF CAT-COUNT >= CAT-MAX
                DISPLAY "JRNLINQ ABEND: MORE THAN " CAT-MAX
                    " ROWS ON ARCCAT.DAT"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO CAT-COUNT
            MOVE CAT-FILE-LINE(1:117) TO CAT-ENTRY(CAT-COUNT)
            MOVE CAT-FILE-LINE(1:117) TO CAT-REC
            ADD 1 TO CAT-ROWS-READ
            ADD ARC-REC-COUNT TO CAT-RECS-READ.

      *    ONE ARCHIVE -- HDR FIRST, BODY IN THE JOURNAL LAYOUT, TRL
      *    LAST. ITS ENTRIES ARE LISTED AS THEY ARE READ; A PROOF
      *    FAILURE IS REPORTED AFTER THEM AND SETS RETURN-CODE 8
       SEARCH-ONE-ARCHIVE.
            ADD 1 TO ARCHIVES-SEARCHED
            MOVE ARC-NAME TO ARCH-FILENAME
            MOVE ARC-NAME TO ENTRY-SOURCE
            MOVE SPACES TO ARCH-PROBLEM
            MOVE 0 TO ARCH-LINES
            MOVE 0 TO ARCH-BODY-COUNT
            MOVE 0 TO ARCH-HASH-WORK
            MOVE "N" TO ARCH-TRL-SWITCH
            OPEN INPUT ARCH-IN
            IF ARCH-IN-STATUS NOT = "00"
                STRING "CANNOT BE OPENED, FILE STATUS "
                    ARCH-IN-STATUS
                    DELIMITED BY SIZE INTO ARCH-PROBLEM
            ELSE
                MOVE "N" TO ARCH-EOF-SWITCH
                PERFORM UNTIL ARCH-EOF OR ARCH-PROBLEM NOT = SPACES
                    READ ARCH-IN
                        AT END
                            SET ARCH-EOF TO TRUE
                        NOT AT END
                            PERFORM TAKE-ARCHIVE-LINE
                    END-READ
                END-PERFORM
                CLOSE ARCH-IN
                MOVE ARCH-HASH-WORK TO ARCH-BODY-HASH
                EVALUATE TRUE
                    WHEN ARCH-PROBLEM NOT = SPACES
                        CONTINUE
                    WHEN NOT ARCH-TRL-SEEN
                        MOVE "ENDED WITHOUT A TRL TRAILER RECORD"
                            TO ARCH-PROBLEM
                    WHEN BTRL-REC-COUNT NOT = ARCH-BODY-COUNT
                        OR BTRL-AMT-HASH NOT = ARCH-BODY-HASH
                        MOVE "TRAILER DOES NOT MATCH THE BODY READ"
                            TO ARCH-PROBLEM
                    WHEN ARCH-BODY-COUNT NOT = ARC-REC-COUNT
                        OR ARCH-BODY-HASH NOT = ARC-DATE-HASH
                        MOVE "BODY DOES NOT MATCH ITS CATALOG ROW"
                            TO ARCH-PROBLEM
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
            IF ARCH-PROBLEM NOT = SPACES
                ADD 1 TO ARCHIVE-FAILURES
                DISPLAY "JRNLINQ: *** ARCHIVE " ARCH-FILENAME " "
                    ARCH-PROBLEM
            END-IF.

       TAKE-ARCHIVE-LINE.
            ADD 1 TO ARCH-LINES
            EVALUATE TRUE
                WHEN ARCH-LINES = 1
                    IF ARCH-IN-REC(1:3) NOT = "HDR"
                        OR ARCH-IN-REC(4:8) NOT = "JOURNAL"
                        MOVE "HAS NO JOURNAL HDR HEADER RECORD"
                            TO ARCH-PROBLEM
                    END-IF
                WHEN ARCH-TRL-SEEN
                    MOVE "HAS RECORDS AFTER THE TRL TRAILER RECORD"
                        TO ARCH-PROBLEM
                WHEN ARCH-IN-REC(1:3) = "TRL"
                    MOVE ARCH-IN-REC(1:44) TO TRAILER-REC
                    SET ARCH-TRL-SEEN TO TRUE
                WHEN OTHER
                    ADD 1 TO ARCH-BODY-COUNT
                    MOVE ARCH-IN-REC(1:114) TO JOURNAL-REC
                    IF JRN-APPLY-DATE NUMERIC
                        ADD JRN-APPLY-DATE TO ARCH-HASH-WORK
                    END-IF
                    PERFORM CHECK-ONE-ENTRY
            END-EVALUATE.

      *    ONE LINE PAIR PER JOURNAL ENTRY -- AN ADD HAS NO BEFORE
      *    SIDE AND A DELETE NO AFTER SIDE, SHOWN AS SUCH RATHER
      *    THAN AS A BLANK RECORD THE READER MIGHT TRUST
       DISPLAY-ONE-ENTRY.
            ADD 1 TO MATCHES-FOUND
            IF SEARCH-ARCHIVES
                DISPLAY JRN-APPLY-DATE " RUN " JRN-RUN-ID
                    " TRAN " JRN-TRAN-CODE " IN " ENTRY-SOURCE
            ELSE
                DISPLAY JRN-APPLY-DATE " RUN " JRN-RUN-ID
                    " TRAN " JRN-TRAN-CODE
            END-IF
            IF JRN-BEFORE-IMAGE = SPACES
                DISPLAY "  BEFORE: (NO RECORD)"
            ELSE
