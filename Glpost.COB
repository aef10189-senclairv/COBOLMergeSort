      *          COPYBOOK GLPREC): A DEBIT TO THE MAPPED ACCOUNT AND A
      *          MATCHING CREDIT TO THE CLEARING ACCOUNT PER SUMMARY
      *          ROW, SO THE LEDGER SIDE STOPS RE-KEYING THE FEED.
      *          EACH MAP CARD CARRIES AN EFFECTIVE-FROM AND OPTIONAL
      *          EFFECTIVE-TO DATE (SEE COPYBOOK ACCTMAP) AND THE
      *          MAPPING IN EFFECT ON THE POSTING DATE IS THE ONE USED;
      *          THE MAP IS KEPT BY ACCTMNT IN KEY / EFFECTIVE-FROM
      *          ORDER, AND A MAP OUT OF THAT ORDER ABENDS.
      *          UNMAPPED KEYS, AND KEYS WITH MORE THAN ONE MAPPING IN
      *          EFFECT, POST TO THE SUSPENSE ACCOUNT AND GO ON
      *          THE EXCEPTION LIST. GLPOST.DAT IS STAMPED WITH THE
      *          STANDARD HDR/TRL RECORDS SO THE LEDGER PROVES THE
      *          TRANSFER LIKE EVERY OTHER INTERFACE FILE HERE.
      *          GLPRM.DAT NAMES THE SUSPENSE AND CLEARING ACCOUNTS
      *          AND IS REQUIRED -- A MONEY INTERFACE DOES NOT GET
      *          SILENT DEFAULTS. RETURN-CODE 4 FLAGS UNMAPPED OR
      *          AMBIGUOUS KEYS.
      *          SEE JCL/GLPOST.JCL FOR THE MATCHING JOB STEP.
      * Tectonics: cobc
      ******************************************************************

      *    ACCOUNT MAP LOADED UP FRONT -- EACH CARD CARRIES THE
      *    MERGE-KEY IN PLAIN DECIMAL (COLUMNS 1-12, SIGN AND POINT
      *    ALLOWED, THE MASTERINQ CARD CONVENTION), THE GL ACCOUNT IN
      *    COLUMNS 14-23, THE EFFECTIVE-FROM DATE IN 25-32 (BLANK FOR
      *    SINCE THE BEGINNING) AND THE EFFECTIVE-TO DATE IN 34-41
      *    (BLANK FOR OPEN-ENDED), THE ACCTMAP COPYBOOK COLUMNS. THE
      *    CARDS ARRIVE IN KEY / FROM ORDER, SO A KEY IS FOUND BY
      *    HALVING THE TABLE RATHER THAN WALKING IT
       01 MAP-MAX PIC 9(5) VALUE 20000.
       01 MAP-COUNT PIC 9(5) VALUE 0.
       01 MAP-TABLE.
           05 MAP-ENTRY OCCURS 20000 TIMES.
               07 MAP-KEY PIC S9(7)V99.
               07 MAP-ACCOUNT PIC X(10).
               07 MAP-FROM PIC 9(8).
               07 MAP-TO PIC 9(8).
       01 MAP-IX PIC 9(5).
       01 MAP-LOW PIC 9(5).
       01 MAP-HIGH PIC 9(5).
       01 MAP-MID PIC 9(5).
       01 MAP-HITS PIC 9(5).
       01 MAP-FOUND-SWITCH PIC X(1).
           88 MAP-FOUND VALUE "Y".
       01 MAP-FOUND-ACCT PIC X(10).
       01 MAP-DATE-TEXT PIC X(8).
       01 MAP-DATE-NUM REDEFINES MAP-DATE-TEXT PIC 9(8).
       01 MAP-LINE-NO PIC 9(7) VALUE 0.

      *    SUSPENSE AND CLEARING ACCOUNTS OFF GLPRM.DAT
       01 SUSPENSE-ACCT PIC X(10).
       01 CREDIT-TOTAL PIC 9(13) VALUE 0.
       01 POST-AMT-HASH PIC 9(13) VALUE 0.
       01 UNMAPPED-KEYS PIC 9(9) VALUE 0.
       01 AMBIGUOUS-KEYS PIC 9(9) VALUE 0.

      *    EXCEPTION-LIST WORK FIELDS
       01 SHOW-KEY PIC -(7)9.99.
            PERFORM CLOSE-FILES
            PERFORM WRITE-CONTROL-TOTALS

            IF UNMAPPED-KEYS > 0 OR AMBIGUOUS-KEYS > 0
                MOVE 4 TO RETURN-CODE
            END-IF

                        SET ACCTMAP-EOF TO TRUE
                        CLOSE ACCTMAP-IN
                    NOT AT END
                        ADD 1 TO MAP-LINE-NO
                        PERFORM LOAD-ONE-MAP-CARD
                END-READ
            END-PERFORM.
                COMPUTE MAP-KEY(MAP-COUNT) =
                    FUNCTION NUMVAL(ACCTMAP-IN-REC(1:12))
                MOVE ACCTMAP-IN-REC(14:10) TO MAP-ACCOUNT(MAP-COUNT)
                MOVE ACCTMAP-IN-REC(25:8) TO MAP-DATE-TEXT
                IF MAP-DATE-TEXT = SPACES
                    MOVE 0 TO MAP-FROM(MAP-COUNT)
                ELSE
                    PERFORM CHECK-MAP-DATE
                    MOVE MAP-DATE-NUM TO MAP-FROM(MAP-COUNT)
                END-IF
                MOVE ACCTMAP-IN-REC(34:8) TO MAP-DATE-TEXT
                IF MAP-DATE-TEXT = SPACES
                    MOVE 99999999 TO MAP-TO(MAP-COUNT)
                ELSE
                    PERFORM CHECK-MAP-DATE
                    MOVE MAP-DATE-NUM TO MAP-TO(MAP-COUNT)
                END-IF
                PERFORM CHECK-MAP-SEQUENCE
            END-IF.

       CHECK-MAP-DATE.
            IF MAP-DATE-NUM NOT NUMERIC
                DISPLAY "GLPOST ABEND: ACCTMAP.DAT LINE " MAP-LINE-NO
                    " CARRIES AN EFFECTIVE DATE THAT IS NOT A DATE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    THE LOOKUP HALVES THE TABLE, SO IT MUST BE IN ORDER --
      *    ACCTMNT ALWAYS WRITES IT THAT WAY, AND A SESSION WITH NO
      *    ACTION CARDS PUTS A HAND-EDITED FILE BACK IN ORDER
       CHECK-MAP-SEQUENCE.
            IF MAP-COUNT > 1
                IF MAP-KEY(MAP-COUNT) < MAP-KEY(MAP-COUNT - 1)
                    OR (MAP-KEY(MAP-COUNT) = MAP-KEY(MAP-COUNT - 1)
                        AND MAP-FROM(MAP-COUNT)
                            < MAP-FROM(MAP-COUNT - 1))
                    DISPLAY "GLPOST ABEND: ACCTMAP.DAT LINE "
                        MAP-LINE-NO " IS OUT OF KEY / EFFECTIVE-FROM "
                        "SEQUENCE -- RUN ACCTMNT TO RESEQUENCE THE MAP"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

       OPEN-FILES.
            ADD SUM-AMOUNT-TOTAL TO SUMMARY-AMT-TOTAL
            PERFORM FIND-ACCOUNT
            IF NOT MAP-FOUND
                MOVE SUSPENSE-ACCT TO MAP-FOUND-ACCT
                MOVE SUM-KEY TO SHOW-KEY
                MOVE SPACES TO EXCEPT-RPT-LINE
                IF MAP-HITS = 0
                    ADD 1 TO UNMAPPED-KEYS
                    STRING "UNMAPPED KEY " SHOW-KEY
                        " NAME " SUM-NAME
                        " AMOUNT " SUM-AMOUNT-TOTAL
                        " POSTED TO SUSPENSE"
                        DELIMITED BY SIZE INTO EXCEPT-RPT-LINE
                ELSE
                    ADD 1 TO AMBIGUOUS-KEYS
                    STRING "AMBIGUOUS KEY " SHOW-KEY
                        " NAME " SUM-NAME
                        " AMOUNT " SUM-AMOUNT-TOTAL
                        " -- " MAP-HITS " MAPPINGS IN EFFECT "
                        TODAY-DATE " -- POSTED TO SUSPENSE"
                        DELIMITED BY SIZE INTO EXCEPT-RPT-LINE
                END-IF
                PERFORM WRITE-EXCEPT-LINE
            END-IF

            ADD SUM-AMOUNT-TOTAL TO CREDIT-TOTAL
            PERFORM WRITE-POSTING-RECORD.

      *    THE MAPPING IN EFFECT ON THE POSTING DATE -- HALVE THE
      *    TABLE DOWN TO THE KEY'S FIRST CARD, THEN WALK ITS CARDS
      *    COUNTING THE RANGES THAT TAKE IN THE DATE. EXACTLY ONE IS
      *    A MAPPING; NONE IS UNMAPPED; MORE THAN ONE (A HAND-EDITED
      *    OVERLAP) IS AMBIGUOUS AND IS NOT GUESSED AT
       FIND-ACCOUNT.
            MOVE "N" TO MAP-FOUND-SWITCH
            MOVE SPACES TO MAP-FOUND-ACCT
            MOVE 0 TO MAP-HITS
            MOVE 1 TO MAP-LOW
            MOVE MAP-COUNT TO MAP-HIGH
            PERFORM UNTIL MAP-LOW > MAP-HIGH
                COMPUTE MAP-MID = (MAP-LOW + MAP-HIGH) / 2
                IF MAP-KEY(MAP-MID) < SUM-KEY
                    COMPUTE MAP-LOW = MAP-MID + 1
                ELSE
                    IF MAP-MID = 1
                        MOVE 0 TO MAP-HIGH
                    ELSE
                        COMPUTE MAP-HIGH = MAP-MID - 1
                    END-IF
                END-IF
            END-PERFORM
            PERFORM VARYING MAP-IX FROM MAP-LOW BY 1
                UNTIL MAP-IX > MAP-COUNT
                    OR MAP-KEY(MAP-IX) NOT = SUM-KEY
                IF MAP-FROM(MAP-IX) NOT > TODAY-DATE
                    AND MAP-TO(MAP-IX) NOT < TODAY-DATE
                    ADD 1 TO MAP-HITS
                    MOVE MAP-ACCOUNT(MAP-IX) TO MAP-FOUND-ACCT
                END-IF
            END-PERFORM
            IF MAP-HITS = 1
                SET MAP-FOUND TO TRUE
            ELSE
                MOVE SPACES TO MAP-FOUND-ACCT
            END-IF.

       WRITE-POSTING-RECORD.
            MOVE SPACES TO POSTING-OUT-REC
            PERFORM WRITE-CONTROL-LINE
            MOVE SPACES TO CONTROL-RPT-LINE
            STRING "GLPOST UNMAPPED=" UNMAPPED-KEYS
                " AMBIGUOUS=" AMBIGUOUS-KEYS
                DELIMITED BY SIZE INTO CONTROL-RPT-LINE
            PERFORM WRITE-CONTROL-LINE

