      ******************************************************************
      * Copybook: BKPRREC
      * Purpose:  Record layout for BKPRULES.DAT, the backup settings
      *           read by JOKENBKP - data, like PAYRULES.DAT, so the
      *           number of generations kept changes without a
      *           recompile. One record per setting:
      *           "KEEP" generations kept on BACKUP.CAT (1-89); the
      *                  oldest beyond that are removed after each
      *                  backup. With no record, 7 are kept.
      ******************************************************************
       01  BACKUP-RULE-RECORD.
           05  BP-RULE-CODE           PIC X(4).
           05  BP-VALUE               PIC 9(5).
