      ******************************************************************
      * Author: VINCENT SENCLAIR
      * Date: 10-15-26
      * Purpose: DUPLICATE-FEED GUARD -- CALLED BY EVERY STEP THAT
      *          READS AN UPSTREAM EXTRACT (EDITPASS FOR LEFTIN/RIGHTIN,
      *          MERGEMULTI FOR MRGIN01-16, MASTERUPDT FOR TRANIN)
      *          BEFORE IT OPENS THE FILE. THE FILE IS IDENTIFIED BY ITS
      *          HDR FILE ID AND CREATE DATE AND ITS TRL RECORD COUNT
      *          AND AMOUNT HASH, AND LOOKED UP ON THE KEYED FEED
      *          REGISTRY FEEDREG.IDX. A FILE ANOTHER RUN ALREADY
      *          CONSUMED IS A REPLAY -- AN UPSTREAM SHOP RE-SENDING
      *          YESTERDAY'S EXTRACT PASSES EVERY HDR/TRL PROOF, AND
      *          THIS IS THE ONLY THING THAT STOPS IT BEING MERGED AND
      *          APPLIED A SECOND TIME -- AND ABENDS THE STEP UNLESS AN
      *          OVERRIDE CARD ON FEEDOVR.DAT RELEASES IT FOR A
      *          DELIBERATE REPROCESS. THE SAME RUN-ID MEETING ITS OWN
      *          ENTRY IS A CYCLEDRV RESUME, NOT A REPLAY. THE CALLER
      *          POSTS THE FILE TO THE REGISTRY WITH A SECOND CALL ONCE
      *          ITS STEP HAS FINISHED CLEAN (SEE COPYBOOK FEEDLNK).
      *          FEEDRPT LISTS THE REGISTRY BY NIGHT AND REGION.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE CALLER'S INPUT, OPENED BY NAME JUST LONG ENOUGH TO
      *    READ ITS HDR AND TRL RECORDS -- THE SAME DYNAMIC-ASSIGN
      *    DISCIPLINE THE CTL LOG USES
           SELECT FEED-IN ASSIGN DYNAMIC FEED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-IN-STATUS.

      *    THE KEYED FEED REGISTRY -- READ ON A CHECK, WRITTEN ON A
      *    POST; CREATED ON THE FIRST POST EVER MADE, THE RUNHIST.IDX
      *    DISCIPLINE CTLSWEEP USES
           SELECT FEED-REG ASSIGN TO "FEEDREG.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FREG-KEY
               FILE STATUS IS FEED-REG-STATUS.

      *    OPTIONAL OPERATOR OVERRIDE CARDS -- COLUMNS 1-8 THE HDR
      *    FILE ID, 10-17 THE HDR CREATE DATE, 19-26 THE OPERATOR ID.
      *    EACH CARD RELEASES ONE REPROCESS OF THAT FILE; A MISSING
      *    FILE (STATUS 35) MEANS NO OVERRIDES ARE IN FORCE
           SELECT OVERRIDE-IN ASSIGN TO "FEEDOVR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERRIDE-IN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FEED-IN.
       01 FEED-IN-REC PIC X(80).

       FD FEED-REG.
       01 FEED-REG-REC.
           COPY FEEDREG.

       FD OVERRIDE-IN.
       01 OVERRIDE-IN-REC PIC X(80).

       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
      *    FILE STATUS / END-OF-FILE SWITCHES
       01 FEED-IN-STATUS PIC XX.
       01 FEED-REG-STATUS PIC XX.
       01 OVERRIDE-IN-STATUS PIC XX.
       01 FEED-EOF-SWITCH PIC X(1) VALUE "N".
           88 FEED-EOF VALUE "Y".
       01 REG-EOF-SWITCH PIC X(1) VALUE "N".
           88 REG-EOF VALUE "Y".
       01 OVERRIDE-EOF-SWITCH PIC X(1) VALUE "N".
           88 OVERRIDE-EOF VALUE "Y".

       01 FEED-FILENAME PIC X(12).

      *    INTERFACE-STANDARD HEADER/TRAILER WORK AREAS -- THE FILE'S
      *    IDENTITY IS TAKEN OFF THESE; THE BODY PROOF ITSELF STAYS
      *    WITH THE CALLER, WHICH READS THE FILE FOR REAL
       01 HEADER-REC.
           COPY BATHDR.
       01 TRAILER-REC.
           COPY BATTRL.
       01 TRL-SEEN-SWITCH PIC X(1) VALUE "N".
           88 TRL-SEEN VALUE "Y".

      *    THE IDENTITY BEING LOOKED UP -- SAME SHAPE AS FREG-IDENTITY
      *    SO THE REGISTRY WALK CAN COMPARE IT IN ONE PIECE
       01 WANT-IDENTITY.
           05 WANT-FILE-ID PIC X(8).
           05 WANT-CREATE-DATE PIC X(8).
           05 WANT-REC-COUNT PIC 9(9).
           05 WANT-AMT-HASH PIC 9(13).

      *    WHAT THE REGISTRY SAYS ABOUT THE IDENTITY -- HOW MANY
      *    OTHER RUNS CONSUMED IT (THE FIRST ONE IS NAMED ON THE
      *    ABEND), HOW MANY OF THOSE WERE ALREADY OVERRIDES, AND
      *    WHETHER THIS VERY RUN-ID IS ONE OF THEM
       01 PRIOR-COUNT PIC 9(5) VALUE 0.
       01 OVERRIDES-USED PIC 9(5) VALUE 0.
       01 PRIOR-RUN-ID PIC X(8).
       01 PRIOR-DATE PIC 9(8).
       01 PRIOR-PROGRAM PIC X(12).
       01 SAME-RUN-SWITCH PIC X(1) VALUE "N".
           88 SAME-RUN-FOUND VALUE "Y".

      *    OVERRIDE-CARD LAYOUT AND MATCHING -- THE NTH MATCHING CARD
      *    RELEASES THE NTH REPROCESS, SO A CARD LEFT IN THE DECK DOES
      *    NOT QUIETLY WAVE THROUGH EVERY LATER REPLAY OF THE FILE
       01 OVERRIDE-CARD.
           05 OVR-FILE-ID PIC X(8).
           05 FILLER PIC X(1).
           05 OVR-CREATE-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 OVR-OPERATOR PIC X(8).
           05 FILLER PIC X(54).
       01 CARDS-MATCHED PIC 9(5) VALUE 0.
       01 OVERRIDE-OPER PIC X(8) VALUE SPACES.

       01 TODAY-DATE PIC 9(8).

       LINKAGE SECTION.
       01 FEED-CHECK-AREA.
           COPY FEEDLNK.

       PROCEDURE DIVISION USING FEED-CHECK-AREA.
       MAIN-PROCEDURE.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD
            EVALUATE TRUE
                WHEN FC-CHECK
                    PERFORM CHECK-FEED
                WHEN FC-POST
                    PERFORM POST-FEED
                WHEN OTHER
                    DISPLAY "FEEDCHK ABEND: UNKNOWN FUNCTION "
                        FC-FUNCTION " FROM " FC-PROGRAM
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE
            GOBACK.

      *    CHECK -- IDENTIFY THE FILE, LOOK IT UP, AND EITHER LET IT
      *    THROUGH (FIRST RECEIPT, SAME-RUN RESUME, OVERRIDE) OR
      *    ABEND THE STEP BEFORE IT HAS READ A SINGLE BODY RECORD
       CHECK-FEED.
            MOVE SPACES TO FC-FILE-ID
            MOVE SPACES TO FC-CREATE-DATE
            MOVE 0 TO FC-REC-COUNT
            MOVE 0 TO FC-AMT-HASH
            MOVE SPACES TO FC-OVERRIDE-OPER
            PERFORM IDENTIFY-FEED-FILE
            IF NOT FC-NOT-PRESENT AND NOT FC-UNIDENTIFIED
                PERFORM SEARCH-REGISTRY
                EVALUATE TRUE
                    WHEN SAME-RUN-FOUND
                        SET FC-SAME-RUN TO TRUE
                    WHEN PRIOR-COUNT = 0
                        SET FC-FIRST-RECEIPT TO TRUE
                    WHEN OTHER
                        PERFORM FIND-OVERRIDE-CARD
                        IF OVERRIDE-OPER = SPACES
                            PERFORM REPLAY-ABEND
                        END-IF
                        SET FC-OVERRIDDEN TO TRUE
                        MOVE OVERRIDE-OPER TO FC-OVERRIDE-OPER
                        DISPLAY "FEEDCHK: " FC-FILE-NAME
                            " REPLAY OF FILE-ID " FC-FILE-ID
                            " CREATED " FC-CREATE-DATE
                            " RELEASED FOR REPROCESS BY OPERATOR "
                            OVERRIDE-OPER
                END-EVALUATE
            END-IF.

      *    READ THE HDR AND THE TRL OFF THE CALLER'S INPUT. A MISSING
      *    FILE IS REPORTED BACK AS NOT PRESENT (MERGEMULTI ALLOWS
      *    THAT); A FILE WITHOUT BOTH RECORDS CANNOT BE IDENTIFIED,
      *    AND THE CALLER'S OWN HDR/TRL PROOF ABENDS ON IT ANYWAY
       IDENTIFY-FEED-FILE.
            MOVE FC-FILE-NAME TO FEED-FILENAME
            OPEN INPUT FEED-IN
            IF FEED-IN-STATUS = "35"
                SET FC-NOT-PRESENT TO TRUE
            ELSE
                IF FEED-IN-STATUS NOT = "00"
                    DISPLAY "FEEDCHK ABEND: CANNOT OPEN " FC-FILE-NAME
                        ", FILE STATUS " FEED-IN-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                SET FC-UNIDENTIFIED TO TRUE
                MOVE SPACES TO FEED-IN-REC
                READ FEED-IN
                    AT END
                        SET FEED-EOF TO TRUE
                END-READ
                IF NOT FEED-EOF AND FEED-IN-REC(1:3) = "HDR"
                    MOVE FEED-IN-REC(1:44) TO HEADER-REC
                    PERFORM UNTIL FEED-EOF
                        READ FEED-IN
                            AT END
                                SET FEED-EOF TO TRUE
                            NOT AT END
                                IF FEED-IN-REC(1:3) = "TRL"
                                    MOVE FEED-IN-REC(1:44)
                                        TO TRAILER-REC
                                    SET TRL-SEEN TO TRUE
                                END-IF
                        END-READ
                    END-PERFORM
                    IF TRL-SEEN
                        MOVE BHDR-FILE-ID TO FC-FILE-ID
                        MOVE BHDR-CREATE-DATE TO FC-CREATE-DATE
                        MOVE BTRL-REC-COUNT TO FC-REC-COUNT
                        MOVE BTRL-AMT-HASH TO FC-AMT-HASH
                        MOVE SPACE TO FC-RESULT
                    END-IF
                END-IF
                CLOSE FEED-IN
            END-IF.

      *    WALK EVERY REGISTRY ROW FOR THIS IDENTITY -- THE KEY LEADS
      *    WITH THE IDENTITY, SO THE ROWS SIT TOGETHER IN RUN-ID
      *    ORDER. A REGISTRY THAT DOES NOT EXIST YET (STATUS 35)
      *    SIMPLY HAS NO ROWS
       SEARCH-REGISTRY.
            MOVE FC-FILE-ID TO WANT-FILE-ID
            MOVE FC-CREATE-DATE TO WANT-CREATE-DATE
            MOVE FC-REC-COUNT TO WANT-REC-COUNT
            MOVE FC-AMT-HASH TO WANT-AMT-HASH
            OPEN INPUT FEED-REG
            IF FEED-REG-STATUS = "35"
                SET REG-EOF TO TRUE
            ELSE
                IF FEED-REG-STATUS NOT = "00"
                    DISPLAY "FEEDCHK ABEND: CANNOT OPEN FEEDREG.IDX, "
                        "FILE STATUS " FEED-REG-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WANT-IDENTITY TO FREG-IDENTITY
                MOVE LOW-VALUES TO FREG-RUN-ID
                START FEED-REG KEY IS NOT LESS THAN FREG-KEY
                EVALUATE FEED-REG-STATUS
                    WHEN "00"
                        CONTINUE
                    WHEN "23"
                        SET REG-EOF TO TRUE
                    WHEN OTHER
                        DISPLAY "FEEDCHK ABEND: START OF FEEDREG.IDX "
                            "FAILED, FILE STATUS " FEED-REG-STATUS
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE
            END-IF
            PERFORM UNTIL REG-EOF
                READ FEED-REG NEXT
                    AT END
                        SET REG-EOF TO TRUE
                    NOT AT END
                        IF FREG-IDENTITY NOT = WANT-IDENTITY
                            SET REG-EOF TO TRUE
                        ELSE
                            PERFORM TALLY-REGISTRY-ROW
                        END-IF
                END-READ
            END-PERFORM
            IF FEED-REG-STATUS NOT = "35"
                CLOSE FEED-REG
            END-IF.

       TALLY-REGISTRY-ROW.
            IF FREG-RUN-ID = FC-RUN-ID
                SET SAME-RUN-FOUND TO TRUE
            ELSE
                ADD 1 TO PRIOR-COUNT
                IF PRIOR-COUNT = 1
                    MOVE FREG-RUN-ID TO PRIOR-RUN-ID
                    MOVE FREG-CONSUMED-DATE TO PRIOR-DATE
                    MOVE FREG-PROGRAM TO PRIOR-PROGRAM
                END-IF
                IF FREG-OVERRIDE-OPER NOT = SPACES
                    ADD 1 TO OVERRIDES-USED
                END-IF
            END-IF.

      *    LOOK FOR AN UNUSED OVERRIDE CARD FOR THIS FILE -- CARDS
      *    MATCH ON THE HDR FILE ID AND CREATE DATE, AND THE ONE
      *    AFTER THE LAST ALREADY SPENT IS THE ONE THAT APPLIES. A
      *    CARD WITH NO OPERATOR ID AUTHORIZES NOTHING
       FIND-OVERRIDE-CARD.
            MOVE SPACES TO OVERRIDE-OPER
            OPEN INPUT OVERRIDE-IN
            IF OVERRIDE-IN-STATUS = "35"
                SET OVERRIDE-EOF TO TRUE
            ELSE
                IF OVERRIDE-IN-STATUS NOT = "00"
                    DISPLAY "FEEDCHK ABEND: CANNOT OPEN FEEDOVR.DAT, "
                        "FILE STATUS " OVERRIDE-IN-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
            PERFORM UNTIL OVERRIDE-EOF
                READ OVERRIDE-IN
                    AT END
                        SET OVERRIDE-EOF TO TRUE
                        CLOSE OVERRIDE-IN
                    NOT AT END
                        MOVE OVERRIDE-IN-REC TO OVERRIDE-CARD
                        IF OVR-FILE-ID = FC-FILE-ID AND
                            OVR-CREATE-DATE = FC-CREATE-DATE
                            IF OVR-OPERATOR = SPACES
                                DISPLAY "FEEDCHK: OVERRIDE CARD FOR "
                                    OVR-FILE-ID " " OVR-CREATE-DATE
                                    " HAS NO OPERATOR ID -- IGNORED"
                            ELSE
                                ADD 1 TO CARDS-MATCHED
                                IF CARDS-MATCHED = OVERRIDES-USED + 1
                                    MOVE OVR-OPERATOR
                                        TO OVERRIDE-OPER
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

       REPLAY-ABEND.
            DISPLAY "FEEDCHK ABEND: " FC-FILE-NAME " FOR "
                FC-PROGRAM " IS A REPLAY -- FILE-ID " FC-FILE-ID
                " CREATED " FC-CREATE-DATE " COUNT " FC-REC-COUNT
                " HASH " FC-AMT-HASH
            DISPLAY "FEEDCHK ABEND: ALREADY CONSUMED BY RUN "
                PRIOR-RUN-ID " (" PRIOR-PROGRAM ") ON " PRIOR-DATE
                " -- A DELIBERATE REPROCESS NEEDS AN OVERRIDE CARD "
                "ON FEEDOVR.DAT"
            MOVE 16 TO RETURN-CODE
            STOP RUN.

      *    POST -- RECORD THE FILE AS CONSUMED BY THIS RUN. ONLY A
      *    FIRST RECEIPT OR AN OVERRIDDEN REPLAY WRITES A ROW; A
      *    SAME-RUN RESUME ALREADY HAS ITS ROW, AND AN ABSENT OR
      *    UNIDENTIFIED INPUT HAS NOTHING TO RECORD
       POST-FEED.
            IF FC-FIRST-RECEIPT OR FC-OVERRIDDEN
                OPEN I-O FEED-REG
                IF FEED-REG-STATUS = "35"
                    CLOSE FEED-REG
                    OPEN OUTPUT FEED-REG
                    CLOSE FEED-REG
                    OPEN I-O FEED-REG
                END-IF
                IF FEED-REG-STATUS NOT = "00"
                    DISPLAY "FEEDCHK ABEND: CANNOT OPEN FEEDREG.IDX, "
                        "FILE STATUS " FEED-REG-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE SPACES TO FEED-REG-REC
                MOVE FC-FILE-ID TO FREG-FILE-ID
                MOVE FC-CREATE-DATE TO FREG-CREATE-DATE
                MOVE FC-REC-COUNT TO FREG-REC-COUNT
                MOVE FC-AMT-HASH TO FREG-AMT-HASH
                MOVE FC-RUN-ID TO FREG-RUN-ID
                MOVE TODAY-DATE TO FREG-CONSUMED-DATE
                MOVE FC-PROGRAM TO FREG-PROGRAM
                MOVE FC-FILE-NAME TO FREG-FILE-NAME
                MOVE FC-REGION TO FREG-REGION
                MOVE FC-OVERRIDE-OPER TO FREG-OVERRIDE-OPER
                WRITE FEED-REG-REC
                EVALUATE FEED-REG-STATUS
                    WHEN "00"
                        CONTINUE
      *                THE SAME RUN-ID ALREADY POSTED THIS FILE (A
      *                RESUMED STEP THAT DIED AFTER ITS POST) -- THE
      *                ROW IS THERE, WHICH IS ALL A POST PROMISES
                    WHEN "22"
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "FEEDCHK ABEND: WRITE TO FEEDREG.IDX "
                            "FAILED, FILE STATUS " FEED-REG-STATUS
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE
                CLOSE FEED-REG
            END-IF.

       END PROGRAM FEEDCHK.
