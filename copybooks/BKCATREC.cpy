      ******************************************************************
      * Copybook: BKCATREC
      * Purpose:  Record layout for BACKUP.CAT, the backup catalog
      *           written by JOKENBKP and read by JOKENRST. One record
      *           per file per generation. A generation is a
      *           snapshot of the live files taken into the
      *           directory BACKUP/<BC-GENERATION> (the date and time
      *           the backup ran, YYYYMMDDHHMMSS), and its records
      *           are only appended once every file has been copied.
      *           A generation in the catalog is therefore complete.
      *           BC-FILE-NAME is the live name ("MHSPOOL*" and
      *           "ALSPOOL*" stand for every station spool);
      *           BC-SAVED-AS is the name inside the generation.
      *           The season archives (MATCHHIST.ARC, AUDITLOG.ARC,
      *           BATCHRES.ARC) are in every generation beside the
      *           live files they are rolled from.
      *           BC-COPY-TYPE: "C" copied as it stands; "U" an
      *           indexed master unloaded record by record to a
      *           line-sequential .UNL file and reloaded on restore.
      *           BC-PRESENT-SW "N" means the file did not exist when
      *           the backup ran, so a restore removes it.
      *           BC-RECORD-COUNT is what JOKENRST checks the saved
      *           copy against before it restores anything.
      ******************************************************************
       01  BACKUP-CATALOG-RECORD.
           05  BC-GENERATION          PIC 9(14).
           05  BC-NIGHT-DATE          PIC 9(8).
           05  BC-EVENT-ID            PIC X(6).
           05  BC-FILE-NAME           PIC X(20).
           05  BC-SAVED-AS            PIC X(20).
           05  BC-COPY-TYPE           PIC X(1).
           05  BC-PRESENT-SW          PIC X(1).
           05  BC-RECORD-COUNT        PIC 9(7).
