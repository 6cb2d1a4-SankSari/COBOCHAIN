      *> One GL line's running balance on data/gl-ledger.dat, per
      *> currency: every debit TRIALBAL has taken off a GL extract
      *> added, every credit subtracted, so a line holding customer
      *> money carries a negative (credit) balance. TRIALBAL rewrites
      *> the file whole each run. GLL-LAST-STAMP, the same on every
      *> row, is the newest extract already taken, so a rerun never
      *> books the same extract twice.
       01  GL-LEDGER-RECORD.
           05  GLL-GL-ACCOUNT          PIC 9(8).
           05  GLL-CURRENCY            PIC X(3).
           05  GLL-BALANCE             PIC S9(13)V99.
           05  GLL-LAST-STAMP          PIC X(14).
