      *> One row per backup set DSBACKUP has ever taken, appended to
      *> data/backup-catalog.dat once the set is written and checked
      *> against its manifest. DSRESTOR offers the latest set and
      *> will only restore a set whose row says it verified when it
      *> was taken - and re-proves it before touching a live file.
       01  BACKUP-CATALOG-RECORD.
           05  BC-SET-ID               PIC X(17).
           05  BC-BUSINESS-DATE        PIC 9(8).
           05  BC-RUN-NO               PIC 9(4).
           05  BC-PHASE                PIC X.
               88  BC-BEFORE-WINDOW     VALUE "B".
               88  BC-AFTER-WINDOW      VALUE "A".
           05  BC-TAKEN-AT             PIC X(14).
           05  BC-MANIFEST-PATH        PIC X(60).
           05  BC-FILE-COUNT           PIC 9(3).
           05  BC-TOTAL-RECORDS        PIC 9(9).
           05  BC-VERIFIED-FLAG        PIC X.
               88  BC-SET-VERIFIED      VALUE "Y".
