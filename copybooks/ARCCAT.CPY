      ******************************************************************
      * Copybook: ARCCAT
      * Purpose: JOURNAL-ARCHIVE CATALOG ROW -- ONE PER BATCH OF
      *          ENTRIES JRNARCH MOVES OUT OF A LIVE APPEND-FOREVER
      *          FILE (JOURNAL, MNTJRNL, CYCSTAT), AND ONE PER CTL
      *          LOG IT TAKES IN WHOLE (ARC-MEMBER CARRIES THAT LOG'S
      *          RUN-ID). EACH ROW NAMES THE DATED ARCHIVE FILE THAT
      *          HOLDS THE ENTRIES, THE ENTRY-DATE RANGE INSIDE IT,
      *          THE RECORD COUNT AND ENTRY-DATE HASH OFF ITS TRL
      *          RECORD, AND THE LIVE FILE'S COUNT BEFORE THE MOVE AND
      *          AFTER IT, SO THE CATALOG ALONE SHOWS NOTHING WAS
      *          LOST. STATE A MEANS ARCHIVED BUT THE LIVE FILE NOT
      *          YET TRIMMED (THE NEXT RUN FINISHES IT), T TRIMMED.
      *          FIXED COLUMNS; JRNARCH KEEPS ARCCAT.DAT, JRNLINQ
      *          READS IT TO FIND THE ARCHIVES FOR A DATE RANGE
      ******************************************************************
           10 ARC-FILE-ID PIC X(8).
           10 FILLER PIC X(1).
           10 ARC-NAME PIC X(17).
           10 FILLER PIC X(1).
           10 ARC-FROM-DATE PIC 9(8).
           10 FILLER PIC X(1).
           10 ARC-TO-DATE PIC 9(8).
           10 FILLER PIC X(1).
           10 ARC-REC-COUNT PIC 9(9).
           10 FILLER PIC X(1).
           10 ARC-DATE-HASH PIC 9(13).
           10 FILLER PIC X(1).
           10 ARC-RUN-DATE PIC 9(8).
           10 FILLER PIC X(1).
           10 ARC-RUNID PIC X(8).
           10 FILLER PIC X(1).
           10 ARC-MEMBER PIC X(8).
           10 FILLER PIC X(1).
           10 ARC-LIVE-BEFORE PIC 9(9).
           10 FILLER PIC X(1).
           10 ARC-LIVE-KEPT PIC 9(9).
           10 FILLER PIC X(1).
           10 ARC-STATE PIC X(1).
               88 ARC-PENDING VALUE "A".
               88 ARC-TRIMMED VALUE "T".
