      ******************************************************************
      * Copybook: FEEDREG
      * Purpose: FEED-REGISTRY RECORD -- ONE ROW PER UPSTREAM INPUT
      *          FILE THE CYCLE HAS ACCEPTED, KEYED ON THE FILE'S OWN
      *          IDENTITY (THE HDR FILE ID AND CREATE DATE, THE TRL
      *          RECORD COUNT AND AMOUNT HASH) PLUS THE RUN-ID THAT
      *          CONSUMED IT. A SECOND ROW WITH THE SAME IDENTITY IS
      *          A REPLAY AND ONLY EVER GETS WRITTEN UNDER AN
      *          OPERATOR OVERRIDE, WHOSE OPERATOR ID IS KEPT ON THE
      *          ROW; A FIRST RECEIPT CARRIES SPACES THERE. FEEDCHK
      *          MAINTAINS THE FILE, FEEDRPT REPORTS OFF IT
      ******************************************************************
           10 FREG-KEY.
               15 FREG-IDENTITY.
                   20 FREG-FILE-ID PIC X(8).
                   20 FREG-CREATE-DATE PIC X(8).
                   20 FREG-REC-COUNT PIC 9(9).
                   20 FREG-AMT-HASH PIC 9(13).
               15 FREG-RUN-ID PIC X(8).
           10 FREG-CONSUMED-DATE PIC 9(8).
           10 FREG-PROGRAM PIC X(12).
           10 FREG-FILE-NAME PIC X(12).
           10 FREG-REGION PIC X(2).
           10 FREG-OVERRIDE-OPER PIC X(8).
