      ******************************************************************
      * Copybook: ACCUM
      * Purpose: MONTH-TO-DATE / YEAR-TO-DATE ACCUMULATOR RECORD --
      *          THE KEYED ACCUM.IDX THE NIGHTLY ACCROLL STEP ROLLS
      *          EACH DAY'S SUMOUT.DAT INTO AND THE PERCLOSE STEP
      *          CLOSES. THE KIND BYTE LEADS THE KEY SO EACH KIND OF
      *          ROW SITS TOGETHER IN KEY ORDER:
      *            C  THE ONE CONTROL ROW (ID SPACES) -- THE OPEN
      *               PERIOD, THE LAST CLOSED PERIOD, AND THE
      *               CLOSE-IN-PROGRESS SWITCH
      *            K  ONE ROW PER SUM-KEY, ID THE KEY PLUS 10000000.00
      *               (THE SAME BIAS MASTER.IDX USES, SO THE ROWS
      *               COLLATE IN NUMERIC KEY ORDER)
      *            R  ONE ROW PER SUM-SOURCE REGION, ID THE CODE
      *            U  ONE ROW PER RUN-ID ROLLED INTO THE OPEN PERIOD
      *               -- STATE I WHILE THE ROLL IS UNDER WAY, D WHEN
      *               IT FINISHED; A D ROW REFUSES THE SAME RUN TWICE.
      *               ON THESE ROWS THE MTD COUNT IS THE SUMMARY ROWS
      *               ROLLED, THE MTD AMOUNT THE FEED'S AMOUNT AND THE
      *               YTD COUNT ITS DETAIL COUNT
      *          COUNTS ARE DETAIL-RECORD COUNTS (SUM-DETAIL-COUNT),
      *          NOT SUMMARY ROWS. ACC-LAST-RUNID ON A K OR R ROW IS
      *          THE LAST RUN ROLLED INTO IT, SO A ROLL RESTARTED
      *          UNDER THE SAME RUN-ID SKIPS THE ROWS IT ALREADY DID
      ******************************************************************
           10 ACC-KEY.
               15 ACC-KIND PIC X(1).
                   88 ACC-CONTROL-ROW VALUE "C".
                   88 ACC-KEY-ROW VALUE "K".
                   88 ACC-REGION-ROW VALUE "R".
                   88 ACC-RUN-ROW VALUE "U".
               15 ACC-ID PIC X(10).
               15 ACC-ID-KEY REDEFINES ACC-ID PIC 9(8)V99.
           10 ACC-NAME PIC X(20).
           10 ACC-FIGURES.
               15 ACC-MTD-COUNT PIC 9(9).
               15 ACC-MTD-AMOUNT PIC 9(13).
               15 ACC-YTD-COUNT PIC 9(9).
               15 ACC-YTD-AMOUNT PIC 9(13).
           10 ACC-CONTROL-FIGURES REDEFINES ACC-FIGURES.
               15 ACC-OPEN-PERIOD PIC 9(6).
               15 ACC-CLOSED-PERIOD PIC 9(6).
               15 ACC-CLOSE-SWITCH PIC X(1).
                   88 ACC-CLOSE-PENDING VALUE "Y".
               15 FILLER PIC X(31).
           10 ACC-PERIOD PIC 9(6).
           10 ACC-LAST-RUNID PIC X(8).
           10 ACC-LAST-DATE PIC 9(8).
           10 ACC-RUN-STATE PIC X(1).
               88 ACC-RUN-IN-PROGRESS VALUE "I".
               88 ACC-RUN-DONE VALUE "D".
