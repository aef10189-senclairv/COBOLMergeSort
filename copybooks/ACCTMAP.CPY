      ******************************************************************
      * Copybook: ACCTMAP
      * Purpose: ACCOUNT-MAP CARD -- ONE LINE OF ACCTMAP.DAT, THE
      *          REFERENCE FILE GLPOST TRANSLATES SUM-KEYS THROUGH.
      *          THE MERGE-KEY IS PLAIN DECIMAL (SIGN AND POINT
      *          ALLOWED, THE MASTERINQ CARD CONVENTION) SO THE FILE
      *          STAYS READABLE. A MAPPING IS IN EFFECT FROM ITS
      *          EFFECTIVE-FROM DATE THROUGH ITS EFFECTIVE-TO DATE,
      *          BOTH INCLUSIVE, YYYYMMDD; A BLANK FROM DATE MEANS IN
      *          EFFECT SINCE BEFORE THE MAP CARRIED DATES, A BLANK TO
      *          DATE MEANS OPEN-ENDED. ACCTMNT KEEPS THE FILE IN
      *          ASCENDING KEY / EFFECTIVE-FROM ORDER WITH NO TWO
      *          RANGES FOR ONE KEY OVERLAPPING. THE SAME SHAPE, WITH
      *          AN ACTION CODE AND ONE SPACE IN FRONT, IS THE ACCTMNT
      *          ACTION CARD
      ******************************************************************
           10 AMC-KEY PIC X(12).
           10 FILLER PIC X(1).
           10 AMC-ACCOUNT PIC X(10).
           10 FILLER PIC X(1).
           10 AMC-EFF-FROM PIC X(8).
           10 FILLER PIC X(1).
           10 AMC-EFF-TO PIC X(8).
