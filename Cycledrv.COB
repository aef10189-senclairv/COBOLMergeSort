      * Date: 9-02-26
      * Purpose: NIGHTLY CYCLE DRIVER -- RUNS THE BATCH CHAIN EDITPASS,
      *          MERGERBATCH (OR MERGEMULTI AT MONTH-END), MASTERUPDT,
      *          SUMMARIZE, MASTERLOAD, BALRPT, GLPOST, THE CHAINPRF
      *          END-OF-CYCLE CHAIN PROOF, THE ACCROLL MTD/YTD
      *          ACCUMULATOR ROLL AND THE GLRECON OPEN-ITEMS LOAD IN
      *          SEQUENCE, CHECKING EACH STEP'S RETURN CODE, SO THE
      *          OPERATOR NO LONGER CHAINS THE STEPS BY HAND AT 2 AM. A
      *          CHAIN PROOF OUT OF BALANCE ENDS THE CYCLE FAILED, SO
      *          THE GL FEED IS NOT RELEASED ON A NIGHT THAT DOES NOT
      *          TIE. GLRECON RUNS EVERY NIGHT SO NO GLPOST.DAT IS
      *          OVERWRITTEN BEFORE ITS LINES REACH GLOPEN.DAT. EVERY
      *          STEP EVENT IS RECORDED IN CYCSTAT.DAT KEYED BY THE SAME
      *          8-CHARACTER RUN-ID THE CTL<RUNID>.LOG FILES USE; A
      *          RERUN NAMING A FAILED CYCLE'S RUN-ID ON SYSIN RESUMES
      *          AT THE FIRST INCOMPLETE STEP INSTEAD OF REDOING THE
      *          WHOLE CHAIN, AND A NEW CYCLE REFUSES TO START WHILE THE
      *          STATUS FILE SHOWS ANY OTHER CYCLE STILL IN FLIGHT --
      *          TWO CONCURRENT CYCLES BOTH WRITING SORTOUT.DAT IS
      *          EXACTLY THE ACCIDENT THIS LOCK EXISTS TO PREVENT. THE
      *          CYCLE'S RUN-ID IS HANDED TO EVERY STEP ON THE
      *          CYCRUN.DAT CARD (SEE EACH STEP'S GET-RUN-ID), SO ALL
      *          STEPS OF ONE CYCLE LOG UNDER ONE CTL FILE. SYSIN: FIRST
      *          CARD BLANK OR "NEW" STARTS A NEW CYCLE, OR THE RUN-ID
      *          OF THE CYCLE TO RESUME; AN OPTIONAL SECOND CARD "MULTI"
      *          SELECTS MERGEMULTI FOR THE MERGE STEP. A RESUMED CYCLE
      *          MUST BE GIVEN THE SAME MERGE CARD THE ORIGINAL RUN HAD.
      *          RETURN-CODE IS THE HIGHEST STEP RETURN CODE; A STEP
      *          ENDING 8 OR WORSE STOPS THE CYCLE THERE. SEE
      *          JCL/CYCLEDRV.JCL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 OR-FOUND-SWITCH PIC X(1).
           88 OR-FOUND VALUE "Y".

      *    THE TEN STEPS OF THE CHAIN, IN RUN ORDER -- STEP 2 IS
      *    FILLED IN AT INITIALIZATION FROM THE MERGE-FLAVOR CARD.
      *    NEW STEPS GO ON THE END SO THE STEP NUMBERS ALREADY ON
      *    CYCSTAT.DAT STILL NAME THE SAME STEPS ON A RESUME
       01 STEP-COUNT PIC 9(2) VALUE 10.
       01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 10 TIMES.
               07 STEP-NAME PIC X(12).
               07 STEP-DONE-SWITCH PIC X(1).
                   88 STEP-DONE VALUE "Y".
            MOVE "SUMMARIZE" TO STEP-NAME(4)
            MOVE "MASTERLOAD" TO STEP-NAME(5)
            MOVE "BALRPT" TO STEP-NAME(6)
            MOVE "GLPOST" TO STEP-NAME(7)
            MOVE "CHAINPRF" TO STEP-NAME(8)
            MOVE "ACCROLL" TO STEP-NAME(9)
            MOVE "GLRECON" TO STEP-NAME(10)
            PERFORM VARYING STEP-IX FROM 1 BY 1
                UNTIL STEP-IX > STEP-COUNT
                MOVE "N" TO STEP-DONE-SWITCH(STEP-IX)
                    CALL "MASTERLOAD"
                WHEN "BALRPT"
                    CALL "BALRPT"
                WHEN "GLPOST"
                    CALL "GLPOST"
                WHEN "CHAINPRF"
                    CALL "CHAINPRF"
                WHEN "ACCROLL"
                    CALL "ACCROLL"
                WHEN "GLRECON"
                    CALL "GLRECON"
            END-EVALUATE
            MOVE RETURN-CODE TO STEP-RC
            MOVE 0 TO RETURN-CODE
