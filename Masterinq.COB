      *          IN AN UNSIGNED PICTURE (SEE MASTERLOAD) SO INDEX
      *          BYTE COLLATION EQUALS NUMERIC ORDER EVEN FOR SIGNED
      *          KEYS; THE SAME BIAS IS APPLIED TO EVERY LOOKUP HERE
      *          AND REMOVED AGAIN BEFORE DISPLAY. NAME MODE -- A
      *          FIRST CARD OF NAME=TEXT -- SEARCHES THE MERGE-NAME
      *          ALTERNATE KEY INSTEAD: TEXT IS A FULL NAME OR A
      *          LEADING PART OF ONE, AND EVERY RECORD WHOSE NAME
      *          BEGINS WITH IT IS LISTED IN NAME ORDER WITH ITS KEY,
      *          AMOUNT, DATE AND SOURCE REGION, A PAGE AT A TIME
      *          (PAGE=NNN CARD, DEFAULT 20). WHEN MORE MATCHES
      *          REMAIN THE LISTING ENDS WITH THE AFTER= CARD THAT
      *          CONTINUES FROM THE LAST NAME SHOWN, SO A COMMON NAME
      *          WITH HUNDREDS OF HITS IS BROWSED PAGE BY PAGE.
      *          RETURN-CODE 4 MEANS NOTHING MATCHED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
      *    THE KEYED MASTER -- DYNAMIC ACCESS: A SINGLE KEY IS READ
      *    DIRECTLY, A RANGE IS STARTED AND READ NEXT UNTIL PAST THE
      *    HIGH KEY, A NAME SEARCH IS STARTED ON THE NAME ALTERNATE
      *    KEY AND READ NEXT IN NAME ORDER
           SELECT MASTER-IDX ASSIGN TO "MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-KEY
               ALTERNATE RECORD KEY IS IDX-NAME WITH DUPLICATES
               FILE STATUS IS MASTER-IDX-STATUS.

       DATA DIVISION.
       01 RANGE-SWITCH PIC X(1) VALUE "N".
           88 RANGE-INQUIRY VALUE "Y".

      *    NAME MODE -- THE SEARCH TEXT AND ITS LENGTH WITHOUT
      *    TRAILING SPACES (THE LEADING PART EVERY MATCH MUST
      *    CARRY), THE PAGE SIZE, AND THE CONTINUATION POSITION OFF
      *    AN AFTER= CARD: THE LAST NAME THE PREVIOUS PAGE SHOWED
      *    AND HOW MANY RECORDS OF THAT NAME IT HAD ALREADY PASSED
       01 NAME-SWITCH PIC X(1) VALUE "N".
           88 NAME-INQUIRY VALUE "Y".
       01 NAME-TEXT PIC X(20).
       01 NAME-LEN PIC 9(2).
       01 NAME-SCAN PIC 9(2).
       01 PAGE-SIZE PIC 9(3) VALUE 20.
       01 AFTER-SWITCH PIC X(1) VALUE "N".
           88 RESUMING VALUE "Y".
       01 AFTER-NAME PIC X(20).
       01 AFTER-PASSED PIC 9(6) VALUE 0.
       01 SKIPPED-COUNT PIC 9(6) VALUE 0.
       01 LAST-NAME-SHOWN PIC X(20).
       01 SAME-NAME-COUNT PIC 9(6) VALUE 0.
       01 PAGE-FULL-SWITCH PIC X(1) VALUE "N".
           88 PAGE-FULL VALUE "Y".
       01 MORE-SWITCH PIC X(1) VALUE "N".
           88 MORE-MATCHES VALUE "Y".
       01 CARD-COUNT PIC 9(1).

      *    THE BIAS THAT MAPS A SIGNED MERGE-KEY INTO THE UNSIGNED,
      *    BYTE-COLLATABLE INDEX KEY, AND THE RANGE'S HIGH BOUND IN
      *    THAT SAME BIASED FORM FOR THE READ-NEXT CUTOFF
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            IF INQ-CARD(1:5) = "NAME="
                PERFORM READ-NAME-CARDS
            ELSE
                COMPUTE INQ-KEY-LOW = FUNCTION NUMVAL(INQ-CARD)

                MOVE SPACES TO INQ-CARD
                ACCEPT INQ-CARD
                    ON EXCEPTION
                        CONTINUE
                END-ACCEPT
                IF INQ-CARD NOT = SPACES
                    COMPUTE INQ-KEY-HIGH = FUNCTION NUMVAL(INQ-CARD)
                    SET RANGE-INQUIRY TO TRUE
                END-IF
            END-IF

            OPEN INPUT MASTER-IDX
                STOP RUN
            END-IF

            EVALUATE TRUE
                WHEN NAME-INQUIRY
                    PERFORM NAME-LOOKUP
                WHEN RANGE-INQUIRY
                    PERFORM RANGE-LOOKUP
                WHEN OTHER
                    PERFORM SINGLE-LOOKUP
            END-EVALUATE

            CLOSE MASTER-IDX

                DISPLAY "MASTERINQ: NO KEYS IN RANGE FROM " SHOW-KEY
            END-IF.

      *    NAME MODE CARDS -- NAME=TEXT FIRST, THEN OPTIONALLY
      *    PAGE=NNN AND THE AFTER= CARD A PREVIOUS PAGE PRINTED
      *    (AFTER= PLUS THE 20-CHARACTER NAME PLUS A 6-DIGIT COUNT)
       READ-NAME-CARDS.
            SET NAME-INQUIRY TO TRUE
            MOVE INQ-CARD(6:20) TO NAME-TEXT
            MOVE 0 TO NAME-LEN
            PERFORM VARYING NAME-SCAN FROM 20 BY -1
                UNTIL NAME-SCAN < 1 OR NAME-LEN > 0
                IF NAME-TEXT(NAME-SCAN:1) NOT = SPACE
                    MOVE NAME-SCAN TO NAME-LEN
                END-IF
            END-PERFORM
            IF NAME-LEN = 0
                DISPLAY "MASTERINQ ABEND: NAME= CARD CARRIES NO NAME"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM VARYING CARD-COUNT FROM 1 BY 1
                UNTIL CARD-COUNT > 2
                MOVE SPACES TO INQ-CARD
                ACCEPT INQ-CARD
                    ON EXCEPTION
                        CONTINUE
                END-ACCEPT
                EVALUATE TRUE
                    WHEN INQ-CARD = SPACES
                        CONTINUE
                    WHEN INQ-CARD(1:5) = "PAGE="
                        IF INQ-CARD(6:3) NOT NUMERIC
                            OR INQ-CARD(6:3) = "000"
                            DISPLAY "MASTERINQ ABEND: PAGE= NEEDS "
                                "THREE DIGITS, 001-999"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        MOVE INQ-CARD(6:3) TO PAGE-SIZE
                    WHEN INQ-CARD(1:6) = "AFTER="
                        IF INQ-CARD(27:6) NOT NUMERIC
                            DISPLAY "MASTERINQ ABEND: AFTER= CARD "
                                "MUST BE COPIED AS PRINTED"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        MOVE INQ-CARD(7:20) TO AFTER-NAME
                        MOVE INQ-CARD(27:6) TO AFTER-PASSED
                        SET RESUMING TO TRUE
                    WHEN OTHER
                        DISPLAY "MASTERINQ ABEND: NAME MODE CARD NOT "
                            "RECOGNIZED: " INQ-CARD(1:20)
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE
            END-PERFORM.

      *    POSITION ON THE NAME ALTERNATE KEY AT THE SEARCH TEXT (OR
      *    AT THE LAST NAME THE PREVIOUS PAGE SHOWED), THEN READ
      *    FORWARD IN NAME ORDER UNTIL A NAME NO LONGER BEGINS WITH
      *    THE SEARCH TEXT OR THE PAGE IS FULL. DUPLICATE NAMES COME
      *    BACK WITH STATUS 02, A GOOD READ LIKE 00. RECORDS OF THE
      *    AFTER= NAME ARE SKIPPED BY COUNT, SINCE THE NAME ALONE
      *    CANNOT SAY WHERE AMONG ITS DUPLICATES THE LAST PAGE ENDED
       NAME-LOOKUP.
            IF RESUMING
                MOVE AFTER-NAME TO IDX-NAME
            ELSE
                MOVE NAME-TEXT TO IDX-NAME
            END-IF
            START MASTER-IDX KEY IS NOT LESS THAN IDX-NAME
            EVALUATE MASTER-IDX-STATUS
                WHEN "00"
                    CONTINUE
                WHEN "23"
                    SET IDX-EOF TO TRUE
                WHEN OTHER
                    DISPLAY "MASTERINQ ABEND: START OF MASTER.IDX "
                        "ON NAME FAILED, FILE STATUS "
                        MASTER-IDX-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE

            DISPLAY "MASTERINQ: NAMES BEGINNING "
                NAME-TEXT(1:NAME-LEN) ", " PAGE-SIZE " TO A PAGE"
            MOVE SPACES TO LAST-NAME-SHOWN
            PERFORM UNTIL IDX-EOF
                READ MASTER-IDX NEXT
                    AT END
                        SET IDX-EOF TO TRUE
                    NOT AT END
                        PERFORM TAKE-NAME-RECORD
                END-READ
            END-PERFORM

            IF MORE-MATCHES
                DISPLAY "MASTERINQ: MORE MATCHES -- FOR THE NEXT "
                    "PAGE RERUN WITH THE SAME NAME= CARD AND:"
                DISPLAY "AFTER=" LAST-NAME-SHOWN SAME-NAME-COUNT
            ELSE
                DISPLAY "MASTERINQ: END OF MATCHES"
            END-IF
            IF MATCHES-FOUND = 0
                DISPLAY "MASTERINQ: NO NAMES BEGINNING "
                    NAME-TEXT(1:NAME-LEN)
            END-IF.

       TAKE-NAME-RECORD.
            EVALUATE TRUE
                WHEN RESUMING AND IDX-NAME = AFTER-NAME
                    AND SKIPPED-COUNT < AFTER-PASSED
                    ADD 1 TO SKIPPED-COUNT
                    MOVE AFTER-NAME TO LAST-NAME-SHOWN
                    MOVE SKIPPED-COUNT TO SAME-NAME-COUNT
                WHEN IDX-NAME(1:NAME-LEN) NOT = NAME-TEXT(1:NAME-LEN)
                    SET IDX-EOF TO TRUE
                WHEN PAGE-FULL
                    SET MORE-MATCHES TO TRUE
                    SET IDX-EOF TO TRUE
                WHEN OTHER
                    IF IDX-NAME = LAST-NAME-SHOWN
                        ADD 1 TO SAME-NAME-COUNT
                    ELSE
                        MOVE IDX-NAME TO LAST-NAME-SHOWN
                        MOVE 1 TO SAME-NAME-COUNT
                    END-IF
                    PERFORM DISPLAY-RECORD
                    IF MATCHES-FOUND >= PAGE-SIZE
                        SET PAGE-FULL TO TRUE
                    END-IF
            END-EVALUATE.

       DISPLAY-RECORD.
            ADD 1 TO MATCHES-FOUND
            COMPUTE SHOW-KEY = IDX-KEY - KEY-BIAS
