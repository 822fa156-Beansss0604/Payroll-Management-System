      *> BACKUP-GEN-FILE (BackupCatalog.txt), one record per backup
      *> generation, keyed by the generation id (CURRENT-DATE to the
      *> hundredth of a second). Each generation copies every master
      *> and transaction file to BKP-<gen id>-<file name>; the entry
      *> table holds, in PayBackup's file order, whether the live file
      *> existed when the copy was taken and its record count and hash
      *> total, so a restore can be proved against the copy. Purged
      *> generations keep their catalog record for the history.
       01  BACKUP-GEN-RECORD.
           02  BKG-GEN-ID               PIC X(16).
           02  BKG-PERIOD               PIC X(30).
           02  BKG-REASON               PIC X(10).
           02  BKG-TAKEN-BY             PIC X(30).
           02  BKG-STATUS               PIC X(10).
               88  BKG-ACTIVE           VALUE "ACTIVE".
               88  BKG-PURGED           VALUE "PURGED".
           02  BKG-TAKEN-TIME           PIC X(21).
           02  BKG-LAST-RESTORE         PIC X(21).
           02  BKG-FILE-COUNT           PIC 99.
           02  BKG-FILE-ENTRY OCCURS 40 TIMES.
               03  BKG-FILE-PRESENT     PIC X.
               03  BKG-FILE-RECORDS     PIC 9(9).
               03  BKG-FILE-HASH        PIC 9(15).
