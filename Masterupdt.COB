      *          JOURNAL.DAT (SEE COPYBOOK JRNREC) WITH ITS BEFORE
      *          AND AFTER IMAGES, THE RUN-ID AND THE APPLY DATE, SO
      *          THE OLD RECORD IS NEVER SIMPLY GONE -- JRNLINQ LISTS
      *          A KEY'S CHANGE HISTORY OFF THAT JOURNAL. THE
      *          TRANSACTION FEED IS RUN PAST THE FEEDCHK
      *          DUPLICATE-FEED GUARD BEFORE IT IS OPENED AND POSTED TO
      *          THE FEED REGISTRY AFTER A CLEAN UPDATE, SO A RE-SENT
      *          TRANIN.DAT ABENDS THE STEP INSTEAD OF BEING APPLIED
      *          TWICE. THE COMPENSATING TRANSACTIONS JRNBKOUT LEAVES
      *          ON BKOTRAN.DAT TO BACK OUT ONE EARLIER RUN ARE MERGED
      *          IN AS A THIRD, OPTIONAL INPUT, AHEAD OF THE DAY'S
      *          FEED AND MAINTENANCE ON A KEY TIE -- THE BAD RUN IS
      *          UNDONE FIRST AND TODAY'S WORK LANDS ON TOP.
      *          SEE JCL/MSTRUPDT.JCL FOR THE MATCHING JOB STEP.
      * Tectonics: cobc
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MNT-IN-STATUS.

      *    THIRD TRANSACTION INPUT -- THE KEY-SORTED, HDR/TRL-
      *    STAMPED COMPENSATING TRANSACTIONS JRNBKOUT BUILDS OFF THE
      *    JOURNAL TO BACK OUT ONE EARLIER RUN. SAME RULES AS
      *    MNTTRAN.DAT: A MISSING FILE (STATUS 35) MEANS NO BACKOUT
      *    IS WANTED TONIGHT, AND OPERATIONS SCRATCHES THE FILE AFTER
      *    A GOOD CYCLE SO A BACKOUT IS NEVER APPLIED TWICE. UNLIKE A
      *    MAINTENANCE ACTION A BACKOUT IS NOT YET ON MASTER.IDX, SO
      *    IT GOES DOWN THE APPLIED.DAT STREAM LIKE THE FEED
           SELECT BKO-IN ASSIGN TO "BKOTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKO-IN-STATUS.

           SELECT MASTER-OUT ASSIGN TO "MASTOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-OUT-STATUS.
       FD MNT-IN.
       01 MNT-IN-REC PIC X(45).

       FD BKO-IN.
       01 BKO-IN-REC PIC X(45).

       FD MASTER-OUT.
       01 MASTER-OUT-REC PIC X(44).

       01 MASTER-IN-STATUS PIC XX.
       01 TRAN-IN-STATUS PIC XX.
       01 MNT-IN-STATUS PIC XX.
       01 BKO-IN-STATUS PIC XX.
       01 MASTER-OUT-STATUS PIC XX.
       01 UPDATE-RPT-STATUS PIC XX.
       01 JOURNAL-OUT-STATUS PIC XX.
       01 MNT-TRL-SWITCH PIC X(1) VALUE "N".
           88 MNT-TRL-SEEN VALUE "Y".

      *    THE BACKOUT SIDE -- SAME SHAPE AND DISCIPLINE AS THE
      *    MAINTENANCE SIDE, AMOUNT KEPT ALPHANUMERIC FOR THE SAME
      *    NUMERIC-ONLY HASH RULE
       01 BKO-REC.
           05 BKO-CODE PIC X(1).
           05 BKO-KEY PIC S9(7)V99.
           05 FILLER PIC X(20).
           05 BKO-AMOUNT PIC X(5).
           05 FILLER PIC X(10).
       01 BKO-EOF-SWITCH PIC X(1) VALUE "N".
           88 BKO-EOF VALUE "Y".
       01 BKO-PRESENT-SWITCH PIC X(1) VALUE "N".
           88 BKO-PRESENT VALUE "Y".
       01 BKO-PREV-KEY PIC S9(7)V99.
       01 BKO-READ PIC 9(9) VALUE 0.
       01 BKO-AMT-HASH PIC 9(13) VALUE 0.
       01 BKO-TRL-SWITCH PIC X(1) VALUE "N".
           88 BKO-TRL-SEEN VALUE "Y".

      *    WHICH INPUT THE CURRENT TRAN-REC CAME FROM -- A
      *    MAINTENANCE ACTION IS ALREADY ON MASTER.IDX (MASTERMNT
      *    APPLIED IT THERE), SO IT MUST STAY OFF THE APPLIED.DAT
           05 CTL-RUNID PIC X(8).
           05 FILLER PIC X(4) VALUE ".LOG".

      *    DUPLICATE-FEED GUARD PARAMETER BLOCK (SEE COPYBOOK
      *    FEEDLNK) FOR THE TRANSACTION FEED -- MASTIN IS OUR OWN
      *    PRIOR GENERATION AND MNTTRAN OUR OWN DESK'S SESSION, SO
      *    ONLY THE UPSTREAM TRANIN NEEDS GUARDING
       01 TRAN-FEED-CHECK.
           COPY FEEDLNK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM GET-RUN-ID
            MOVE RUN-ID TO CTL-RUNID

            PERFORM CHECK-FEED-REGISTRY
            PERFORM OPEN-FILES
            PERFORM READ-MASTER
            PERFORM READ-TRAN
            PERFORM READ-MNT
            PERFORM READ-BKO
            PERFORM FETCH-NEXT-TRAN

      *    BALANCE LINE -- EACH CYCLE PROCESSES ONE KEY VALUE: LOAD

            PERFORM CLOSE-FILES
            PERFORM WRITE-CONTROL-TOTALS
            PERFORM POST-FEED-REGISTRY

            GOBACK.

                ACCEPT RUN-ID FROM TIME
            END-IF.

      *    REFUSE A REPLAYED TRANSACTION FEED BEFORE ANYTHING IS
      *    APPLIED OR JOURNALED -- FEEDCHK ABENDS THE STEP ITSELF ON A
      *    REPLAY THAT NO OVERRIDE CARD RELEASES
       CHECK-FEED-REGISTRY.
            MOVE SPACES TO TRAN-FEED-CHECK
            MOVE "CHECK" TO FC-FUNCTION
            MOVE "MASTERUPDT" TO FC-PROGRAM
            MOVE "TRANIN.DAT" TO FC-FILE-NAME
            MOVE RUN-ID TO FC-RUN-ID
            CALL "FEEDCHK" USING TRAN-FEED-CHECK.

      *    THE UPDATE FINISHED CLEAN -- RECORD THE FEED AS CONSUMED
       POST-FEED-REGISTRY.
            MOVE "POST" TO FC-FUNCTION
            CALL "FEEDCHK" USING TRAN-FEED-CHECK.

       OPEN-FILES.
            OPEN INPUT MASTER-IN
            IF MASTER-IN-STATUS NOT = "00"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE
            OPEN INPUT BKO-IN
            EVALUATE BKO-IN-STATUS
                WHEN "00"
                    SET BKO-PRESENT TO TRUE
                    MOVE "BKOTRAN.DAT" TO CHECK-FILE-NAME
                    READ BKO-IN
                        AT END
                            PERFORM MISSING-HEADER-ABEND
                    END-READ
                    IF BKO-IN-REC(1:3) NOT = "HDR"
                        PERFORM MISSING-HEADER-ABEND
                    END-IF
                WHEN "35"
                    SET BKO-EOF TO TRUE
                WHEN OTHER
                    DISPLAY "MASTERUPDT ABEND: CANNOT OPEN "
                        "BKOTRAN.DAT, FILE STATUS " BKO-IN-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE
            OPEN OUTPUT MASTER-OUT
            IF MASTER-OUT-STATUS NOT = "00"
                DISPLAY "MASTERUPDT ABEND: CANNOT OPEN MASTOUT.DAT, "
            IF MNT-PRESENT
                CLOSE MNT-IN
            END-IF
            IF BKO-PRESENT
                CLOSE BKO-IN
            END-IF
            MOVE SPACES TO TRAILER-REC
            MOVE "TRL" TO BTRL-TAG
            MOVE MASTER-WRITTEN TO BTRL-REC-COUNT
            END-IF
            SET GOT-RECORD TO TRUE.

      *    NEXT BODY RECORD OFF THE BACKOUT FILE -- SAME DISCIPLINE
      *    AGAIN. AN ABSENT FILE WAS ALREADY MARKED EXHAUSTED AT OPEN
      *    TIME
       READ-BKO.
            MOVE "N" TO GOT-RECORD-SWITCH
            PERFORM UNTIL GOT-RECORD OR BKO-EOF
                READ BKO-IN
                    AT END
                        IF NOT BKO-TRL-SEEN
                            MOVE "BKOTRAN.DAT" TO CHECK-FILE-NAME
                            PERFORM MISSING-TRAILER-ABEND
                        END-IF
                        SET BKO-EOF TO TRUE
                    NOT AT END
                        IF BKO-TRL-SEEN
                            MOVE "BKOTRAN.DAT" TO CHECK-FILE-NAME
                            PERFORM AFTER-TRAILER-ABEND
                        END-IF
                        IF BKO-IN-REC(1:3) = "TRL"
                            MOVE BKO-IN-REC(1:44) TO TRAILER-REC
                            MOVE "BKOTRAN.DAT" TO CHECK-FILE-NAME
                            PERFORM VERIFY-BKO-TRAILER
                            SET BKO-TRL-SEEN TO TRUE
                        ELSE
                            MOVE BKO-IN-REC TO BKO-REC
                            PERFORM ACCEPT-BKO-RECORD
                        END-IF
                END-READ
            END-PERFORM.

      *    EQUAL KEYS ARE EXPECTED HERE -- JRNBKOUT UNWINDS SEVERAL
      *    ACTIONS ON ONE KEY AS CONSECUTIVE RECORDS, LATEST FIRST
       ACCEPT-BKO-RECORD.
            IF BKO-READ > 0 AND
                BKO-KEY < BKO-PREV-KEY
                DISPLAY "MASTERUPDT ABEND: BKOTRAN.DAT OUT OF "
                    "ORDER AFTER RECORD " BKO-READ
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE BKO-KEY TO BKO-PREV-KEY
            ADD 1 TO BKO-READ
            IF BKO-AMOUNT NUMERIC
                ADD FUNCTION NUMVAL(BKO-AMOUNT) TO BKO-AMT-HASH
            END-IF
            SET GOT-RECORD TO TRUE.

      *    THE THREE-WAY FETCH -- HAND THE BALANCE LINE THE LOWEST OF
      *    THE CURRENT TRANSACTION KEYS AND REFILL THAT SIDE. A
      *    BACKOUT WINS ANY TIE, SO THE BAD RUN IS UNDONE BEFORE
      *    TODAY'S WORK TOUCHES THE KEY; BETWEEN THE OTHER TWO THE
      *    FEED WINS, SO THE DESK'S MAINTENANCE ACTION IS THE LATER
      *    WORD ON A KEY BOTH FILES TOUCH
       FETCH-NEXT-TRAN.
            IF FEED-EOF AND MNT-EOF AND BKO-EOF
                SET TRAN-EOF TO TRUE
            ELSE
                IF NOT BKO-EOF
                    AND (FEED-EOF OR BKO-KEY NOT > FEED-KEY)
                    AND (MNT-EOF OR BKO-KEY NOT > MNT-KEY)
                    MOVE BKO-REC TO TRAN-REC
                    MOVE "N" TO TRAN-MNT-SWITCH
                    PERFORM READ-BKO
                ELSE
                    IF MNT-EOF OR
                        (NOT FEED-EOF AND FEED-KEY NOT > MNT-KEY)
                        MOVE FEED-REC TO TRAN-REC
                        MOVE "N" TO TRAN-MNT-SWITCH
                        PERFORM READ-TRAN
                    ELSE
                        MOVE MNT-REC TO TRAN-REC
                        SET TRAN-FROM-MNT TO TRUE
                        PERFORM READ-MNT
                    END-IF
                END-IF
            END-IF.

                PERFORM TRAILER-MISMATCH-ABEND
            END-IF.

       VERIFY-BKO-TRAILER.
            IF BTRL-REC-COUNT NOT = BKO-READ
                OR BTRL-AMT-HASH NOT = BKO-AMT-HASH
                PERFORM TRAILER-MISMATCH-ABEND
            END-IF.

       TRAILER-MISMATCH-ABEND.
            DISPLAY "MASTERUPDT ABEND: " CHECK-FILE-NAME
                " TRAILER COUNT " BTRL-REC-COUNT " / HASH "
                " DELETES=" DELETES-APPLIED
                " REJECTS=" TRANS-REJECTED
                DELIMITED BY SIZE INTO UPDATE-RPT-LINE
            PERFORM WRITE-REPORT-LINE
            IF BKO-PRESENT
                MOVE SPACES TO UPDATE-RPT-LINE
                STRING "BACKOUT TRANS READ=" BKO-READ
                    DELIMITED BY SIZE INTO UPDATE-RPT-LINE
                PERFORM WRITE-REPORT-LINE
            END-IF.

      *    CONTROL-TOTAL AUDIT TRAIL -- OLD MASTER + ADDS - DELETES
      *    MUST EQUAL NEW MASTER, SO THE UPDATE BALANCES LIKE ANY
                STOP RUN
            END-IF

            PERFORM WRITE-CONTROL-LINE

      *    THE BACKOUT INPUT GETS ITS OWN LINE -- THE TOTALS LINE
      *    ABOVE IS ALREADY AS WIDE AS THE LOG READERS TAKE
            IF BKO-PRESENT
                MOVE SPACES TO CONTROL-RPT-LINE
                STRING "MASTERUPDT BACKOUT INPUT: BKO-READ=" BKO-READ
                    DELIMITED BY SIZE INTO CONTROL-RPT-LINE
                PERFORM WRITE-CONTROL-LINE
            END-IF
            CLOSE CONTROL-RPT.

       WRITE-CONTROL-LINE.
            WRITE CONTROL-RPT-LINE
            IF CTL-STATUS NOT = "00"
                DISPLAY "MASTERUPDT ABEND: WRITE TO " CTL-FILENAME
                    " FAILED, FILE STATUS " CTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       END PROGRAM MASTERUPDT.
