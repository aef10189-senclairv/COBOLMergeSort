      *          KEY CANNOT BE LOADED INTO A UNIQUE-KEYED FILE AND
      *          IS COUNTED AND SKIPPED (FIRST ONE IN WINS, MATCHING
      *          THE MERGE'S STABLE ORDER); RUN THE SUMMARIZE STEP
      *          FIRST WHEN ONE ROW PER KEY IS WANTED. THE FILE ALSO
      *          CARRIES AN ALTERNATE KEY ON MERGE-NAME, DUPLICATES
      *          ALLOWED, FOR MASTERINQ'S NAME SEARCH; A MASTER.IDX
      *          BUILT BEFORE THE NAME KEY MUST BE RELOADED HERE.
      *          RETURN-CODE 4 FLAGS A LOAD THAT SKIPPED DUPLICATES.
      *          SEE JCL/MSTRLOAD.JCL FOR THE MATCHING JOB STEP.
      * Tectonics: cobc
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-IN-STATUS.

      *    THE KEYED MASTER -- KSDS-STYLE INDEXED FILE, UNIQUE KEY,
      *    WITH A NON-UNIQUE ALTERNATE KEY ON THE NAME SO THE SERVICE
      *    DESK CAN FIND A RECORD BY CUSTOMER NAME (MASTERINQ)
           SELECT MASTER-IDX ASSIGN TO "MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDX-KEY
               ALTERNATE RECORD KEY IS IDX-NAME WITH DUPLICATES
               FILE STATUS IS MASTER-IDX-STATUS.

      *    CONTROL-TOTAL AUDIT TRAIL -- SAME RUN-SCOPED CTL FILE
            MOVE MERGE-DATE OF WORK-REC TO IDX-DATE
            MOVE MERGE-SOURCE OF WORK-REC TO IDX-SOURCE
            WRITE IDX-REC
      *    STATUS 02 IS A CLEAN WRITE WHOSE NAME ANOTHER RECORD
      *    ALREADY CARRIES -- THE ALTERNATE KEY ALLOWS DUPLICATES
            EVALUATE MASTER-IDX-STATUS
                WHEN "00"
                WHEN "02"
                    ADD 1 TO RECORDS-LOADED
                WHEN "21"
                WHEN "22"
