      *          WHOLE NIGHT'S MERGE. CLEAN RECORDS GO TO LEFTOUT.DAT
      *          AND RIGHTOUT.DAT FOR THE MERGE STEP; THE REJECT FILE
      *          IS THE MORNING-AFTER WORK LIST. RETURN-CODE 4 FLAGS A
      *          RUN THAT REJECTED ANYTHING. BOTH EXTRACTS ARE RUN
      *          PAST THE FEEDCHK DUPLICATE-FEED GUARD BEFORE THEY ARE
      *          OPENED, SO A RE-SENT FILE ABENDS THE STEP INSTEAD OF
      *          BEING MERGED A SECOND TIME, AND ARE POSTED TO THE FEED
      *          REGISTRY ONCE THE EDIT HAS FINISHED CLEAN.
      *          SEE JCL/EDITPASS.JCL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 CTL-RUNID PIC X(8).
           05 FILLER PIC X(4) VALUE ".LOG".

      *    DUPLICATE-FEED GUARD PARAMETER BLOCKS (SEE COPYBOOK
      *    FEEDLNK) -- ONE PER UPSTREAM EXTRACT, CHECKED BEFORE THE
      *    FILES OPEN AND POSTED ONLY ONCE THE WHOLE EDIT IS DONE.
      *    THE REGION CODES ARE THE ONES THE MERGE STAMPS ON THE
      *    RECORDS: LEFTIN IS SOURCE 01, RIGHTIN SOURCE 02
       01 LEFT-FEED-CHECK.
           COPY FEEDLNK.
       01 RIGHT-FEED-CHECK.
           COPY FEEDLNK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM GET-RUN-ID
            MOVE RUN-ID TO CTL-RUNID

            PERFORM CHECK-FEED-REGISTRY
            PERFORM OPEN-FILES
            PERFORM PROCESS-LEFT-FILE
            PERFORM PROCESS-RIGHT-FILE
            PERFORM CLOSE-FILES
            PERFORM WRITE-CONTROL-TOTALS
            PERFORM POST-FEED-REGISTRY

            IF TOTAL-REJECTED > 0
                MOVE 4 TO RETURN-CODE
                ACCEPT RUN-ID FROM TIME
            END-IF.

      *    REFUSE A REPLAYED EXTRACT BEFORE A SINGLE RECORD OF IT IS
      *    EDITED -- FEEDCHK ABENDS THE STEP ITSELF ON A REPLAY THAT
      *    NO OVERRIDE CARD RELEASES
       CHECK-FEED-REGISTRY.
            MOVE "CHECK" TO FC-FUNCTION OF LEFT-FEED-CHECK
            MOVE "EDITPASS" TO FC-PROGRAM OF LEFT-FEED-CHECK
            MOVE "LEFTIN.DAT" TO FC-FILE-NAME OF LEFT-FEED-CHECK
            MOVE "01" TO FC-REGION OF LEFT-FEED-CHECK
            MOVE RUN-ID TO FC-RUN-ID OF LEFT-FEED-CHECK
            CALL "FEEDCHK" USING LEFT-FEED-CHECK

            MOVE "CHECK" TO FC-FUNCTION OF RIGHT-FEED-CHECK
            MOVE "EDITPASS" TO FC-PROGRAM OF RIGHT-FEED-CHECK
            MOVE "RIGHTIN.DAT" TO FC-FILE-NAME OF RIGHT-FEED-CHECK
            MOVE "02" TO FC-REGION OF RIGHT-FEED-CHECK
            MOVE RUN-ID TO FC-RUN-ID OF RIGHT-FEED-CHECK
            CALL "FEEDCHK" USING RIGHT-FEED-CHECK.

      *    THE EDIT FINISHED CLEAN -- RECORD BOTH EXTRACTS AS
      *    CONSUMED BY THIS RUN SO TOMORROW'S REPLAY OF EITHER IS CAUGHT
       POST-FEED-REGISTRY.
            MOVE "POST" TO FC-FUNCTION OF LEFT-FEED-CHECK
            CALL "FEEDCHK" USING LEFT-FEED-CHECK
            MOVE "POST" TO FC-FUNCTION OF RIGHT-FEED-CHECK
            CALL "FEEDCHK" USING RIGHT-FEED-CHECK.

       OPEN-FILES.
            OPEN INPUT LEFT-IN
            IF LEFT-IN-STATUS NOT = "00"
