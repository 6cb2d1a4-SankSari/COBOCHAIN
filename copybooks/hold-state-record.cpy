      *> Single-record state file for HOLDMNT: the highest hold number
      *> ever issued. DATEROLL drops expired and released holds from
      *> data/account-holds.dat, so the rows on file cannot say which
      *> numbers were used before - this record can, and a number once
      *> issued is never issued again while it holds.
       01  HOLD-STATE-RECORD.
           05  HLS-LAST-HOLD-NO        PIC 9(4).
