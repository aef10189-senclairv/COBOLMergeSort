      *          ASCENDING MERGE-KEY DISCIPLINE MERGEBAT.JCL DOCUMENTS)
      *          INTO ONE SORTOUT.DAT IN A SINGLE PASS, SO MONTH-END NO
      *          LONGER CHAINS FIVE MERGSTEP EXECUTIONS AND RE-READS THE
      *          WHOLE MASTER ON EVERY PASS. EVERY EXTRACT IS RUN PAST
      *          THE FEEDCHK DUPLICATE-FEED GUARD BEFORE IT IS OPENED
      *          AND POSTED TO THE FEED REGISTRY AFTER A CLEAN MERGE,
      *          SO A REGION RE-SENDING YESTERDAY'S FILE ABENDS THE
      *          STEP. SEE JCL/MRGNWAY.JCL FOR THE MATCHING JOB STEP
      *          AND DD STATEMENTS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 TIE-SEEN VALUE "Y".
       01 II PIC 9(2).

      *    DUPLICATE-FEED GUARD PARAMETER BLOCKS (SEE COPYBOOK
      *    FEEDLNK) -- ONE PER INPUT SLOT, CHECKED BEFORE THE SLOT IS
      *    OPENED AND POSTED ONLY AFTER THE WHOLE MERGE IS DONE. THE
      *    REGION CODE IS THE INPUT NUMBER, THE SAME CODE THE MERGE
      *    STAMPS ON THE SLOT'S RECORDS
       01 FEED-CHECK-TABLE.
           05 FEED-CHECK-ENTRY OCCURS 16 TIMES.
               COPY FEEDLNK.

      *    RUN-SCOPED CONTROL-TOTAL LOG FILENAME -- SAME SHAPE AND
      *    TIME-OF-DAY DERIVATION MERGERBATCH USES, SINCE THIS TOO IS A
      *    STANDALONE BATCH STEP WITH NO OPERATOR-SUPPLIED JOB ID.
                MOVE "N" TO IN-TRL-SWITCH(CURRENT-IN)
                MOVE 0 TO IN-READ-COUNT(CURRENT-IN)
                MOVE 0 TO IN-AMT-HASH(CURRENT-IN)
                PERFORM CHECK-ONE-FEED
                PERFORM OPEN-ONE-INPUT
            END-PERFORM


            PERFORM WRITE-CONTROL-TOTALS

      *    THE MERGE FINISHED CLEAN -- RECORD EVERY EXTRACT IT TOOK
      *    AS CONSUMED BY THIS RUN
            PERFORM VARYING CURRENT-IN FROM 1 BY 1
                UNTIL CURRENT-IN > 16
                IF IN-PRESENT(CURRENT-IN)
                    MOVE "POST" TO FC-FUNCTION(CURRENT-IN)
                    CALL "FEEDCHK"
                        USING FEED-CHECK-ENTRY(CURRENT-IN)
                END-IF
            END-PERFORM

            GOBACK.

      *    RUN-SCOPED IDENTIFIER -- TAKEN FROM THE CYCRUN.DAT HANDOFF
                ACCEPT RUN-ID FROM TIME
            END-IF.

      *    REFUSE A REPLAYED EXTRACT IN SLOT CURRENT-IN BEFORE IT IS
      *    OPENED -- FEEDCHK ABENDS THE STEP ITSELF ON A REPLAY THAT
      *    NO OVERRIDE CARD RELEASES, AND REPORTS AN ABSENT SLOT BACK
      *    AS NOT PRESENT FOR OPEN-ONE-INPUT TO SKIP AS ALWAYS
       CHECK-ONE-FEED.
            MOVE SPACES TO FEED-CHECK-ENTRY(CURRENT-IN)
            MOVE "CHECK" TO FC-FUNCTION(CURRENT-IN)
            MOVE "MERGEMULTI" TO FC-PROGRAM(CURRENT-IN)
            STRING "MRGIN" CURRENT-IN ".DAT"
                DELIMITED BY SIZE INTO FC-FILE-NAME(CURRENT-IN)
            MOVE CURRENT-IN TO FC-REGION(CURRENT-IN)
            MOVE RUN-ID TO FC-RUN-ID(CURRENT-IN)
            CALL "FEEDCHK" USING FEED-CHECK-ENTRY(CURRENT-IN).

      *    OPEN INPUT CURRENT-IN -- FILE STATUS 35 MEANS THE EXTRACT
      *    WAS NOT SUPPLIED THIS RUN, WHICH IS ALLOWED; ANY OTHER
      *    NONZERO STATUS IS A REAL I/O PROBLEM AND ABENDS
