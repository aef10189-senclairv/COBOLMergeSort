      ******************************************************************
      * Copybook: AGEHST
      * Purpose: AGING-HISTORY ROW -- ONE PER MERGE-SOURCE REGION PER
      *          AGERPT RUN, PLUS ONE ROW WITH SOURCE ** FOR ALL
      *          REGIONS TOGETHER, KEYED BY THE AS-OF DATE THE RUN
      *          AGED TO. EACH ROW HOLDS THE RECORD COUNT AND AMOUNT
      *          TOTAL OF ALL FIVE BUCKETS AND THE FOUR BUCKET LIMITS
      *          IN FORCE, SO A LATER RUN CAN SHOW THE PRIOR WEEK
      *          BESIDE ITS OWN FIGURES AND SAY WHEN THE TWO WERE CUT
      *          AT DIFFERENT BOUNDARIES. AGERPT KEEPS THE FILE
      ******************************************************************
           10 AGH-ASOF-DATE PIC 9(8).
           10 AGH-RUNID PIC X(8).
           10 AGH-SOURCE PIC X(2).
               88 AGH-ALL-REGIONS VALUE "**".
           10 AGH-LIMITS.
               15 AGH-LIMIT PIC 9(4) OCCURS 4 TIMES.
           10 AGH-BUCKET OCCURS 5 TIMES.
               15 AGH-RECORDS PIC 9(9).
               15 AGH-AMOUNT PIC 9(13).
