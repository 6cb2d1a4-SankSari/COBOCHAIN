      *> One row of a backup set's manifest, written by DSBACKUP to
      *> data/bk-<set id>-manifest.dat as it copies the system files.
      *> The set id is the business date, the wall-clock time the set
      *> was taken and the phase (B before the window, A after it, M
      *> taken on demand), e.g. "20261015-031502-B". An "F" row per
      *> system file names the live file, the copy in the set, how
      *> the file is held (BM-FILE-KIND), whether it existed at all,
      *> its record count and a check hash over every record's
      *> bytes. The last row is the "T" row with the set's control
      *> totals. DSVERIFY proves a set (or the live files after a
      *> restore) against these rows; DSRESTOR restores from them.
       01  BACKUP-MANIFEST-RECORD.
           05  BM-SET-ID               PIC X(17).
           05  BM-ROW-TYPE             PIC X.
               88  BM-FILE-ROW          VALUE "F".
               88  BM-TOTALS-ROW        VALUE "T".
           05  BM-FILE-DETAIL.
               10  BM-LIVE-PATH        PIC X(40).
               10  BM-COPY-PATH        PIC X(60).
      *> "S" plain line-sequential file, "P" the posting file, "K"
      *> the chain file, "T" a trail (audit log, change logs, run
      *> stats) - copied and proven like any other file but never
      *> rolled back, so what happened, the restore included, stays
      *> on record. "A" account master, "C" customer master, "H"
      *> balance history and "Q" posting history are the indexed
      *> files: unloaded in key order to a flat copy and reloaded
      *> from it.
               10  BM-FILE-KIND        PIC X.
                   88  BM-KIND-INDEXED  VALUES "A" "C" "H" "Q".
                   88  BM-KIND-TRAIL    VALUE "T".
               10  BM-PRESENT-FLAG     PIC X.
                   88  BM-FILE-PRESENT  VALUE "Y".
               10  BM-RECORD-COUNT     PIC 9(9).
               10  BM-CHECK-HASH       PIC 9(10).
      *> The set's control totals: how many files and records it
      *> holds, the sum of POST-R over the posting file, the last
      *> block of the chain, and the sum of ACCT-BALANCE over the
      *> account master (a control figure across currencies, not a
      *> money total).
           05  BM-TOTALS-DETAIL REDEFINES BM-FILE-DETAIL.
               10  BM-FILE-COUNT       PIC 9(3).
               10  BM-TOTAL-RECORDS    PIC 9(9).
               10  BM-POSTING-SUM      PIC S9(13)V99.
               10  BM-LAST-CHAIN-SEQ   PIC 9(8).
               10  BM-LAST-CHAIN-HASH  PIC 9(10).
               10  BM-MASTER-BALANCE-TOTAL PIC S9(13)V99.
               10  BM-MASTER-ACCOUNTS  PIC 9(8).
               10  FILLER              PIC X(53).
