      *> Single-record run parameter file read by MONITOR at startup:
      *> the compliance rules applied to each business date's
      *> postings. A zero threshold switches its rule off.
      *>   MP-SINGLE-AMOUNT     - one posting at or above this amount
      *>   MP-DAILY-AGGREGATE   - one account's postings for the day
      *>                          totalling at or above this amount
      *>   MP-NEAR-PERCENT      - a posting at or above this percentage
      *>                          of MP-SINGLE-AMOUNT, but under it, is
      *>                          "near threshold"
      *>   MP-STRUCTURING-COUNT - this many near-threshold postings on
      *>                          one account in one day
      *>   MP-VELOCITY-DAYS     - the trailing window, in calendar days
      *>                          before the business date, an
      *>                          account's daily average is taken over
      *>   MP-VELOCITY-MULTIPLE - the day's total above this multiple
      *>                          of that average is a spike
      *>   MP-VELOCITY-FLOOR    - days totalling less than this are
      *>                          never a spike, however quiet the
      *>                          account's history
      *> The rules are compliance policy, not tuning: a missing or
      *> unreadable file refuses the run rather than guessing.
       01  MONITOR-PARM-RECORD.
           05  MP-SINGLE-AMOUNT        PIC 9(7)V99.
           05  MP-DAILY-AGGREGATE      PIC 9(9)V99.
           05  MP-NEAR-PERCENT         PIC 9(2).
           05  MP-STRUCTURING-COUNT    PIC 9(3).
           05  MP-VELOCITY-DAYS        PIC 9(3).
           05  MP-VELOCITY-MULTIPLE    PIC 9(3).
           05  MP-VELOCITY-FLOOR       PIC 9(9)V99.
