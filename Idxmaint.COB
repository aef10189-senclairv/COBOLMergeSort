
      *    THE KEYED MASTER -- DYNAMIC ACCESS: APPLY READS, WRITES,
      *    REWRITES AND DELETES BY KEY, VERIFY STARTS AT THE FRONT
      *    AND READS NEXT. THE NAME ALTERNATE KEY IS KEPT CURRENT BY
      *    THE FILE ITSELF ON EVERY WRITE, REWRITE AND DELETE
           SELECT MASTER-IDX ASSIGN TO "MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-KEY
               ALTERNATE RECORD KEY IS IDX-NAME WITH DUPLICATES
               FILE STATUS IS MASTER-IDX-STATUS.

           SELECT MAINT-RPT ASSIGN TO "IDXMAINT.RPT"
                    WRITE IDX-REC
                    EVALUATE MASTER-IDX-STATUS
                        WHEN "00"
                        WHEN "02"
                            ADD 1 TO ADDS-APPLIED
                        WHEN "21"
                        WHEN "22"
                            MOVE TRAN-DATE TO IDX-DATE
                            REWRITE IDX-REC
                            IF MASTER-IDX-STATUS = "00"
                                OR MASTER-IDX-STATUS = "02"
                                ADD 1 TO CHANGES-APPLIED
                            ELSE
                                PERFORM IDX-IO-ABEND
