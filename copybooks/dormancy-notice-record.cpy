      *> One dormancy warning on data/dormancy-notices.dat, written by
      *> DORMANCY for each account warned on the business date and
      *> rendered by HELLO (run mode "D" or "A") as a "DORM" notice in
      *> the account's language. DN-FREEZE-DATE is the day the
      *> account will be frozen if nothing posts to it before then.
       01  DORMANCY-NOTICE-RECORD.
           05  DN-ACCOUNT              PIC 9(8).
           05  DN-BUSINESS-DATE        PIC 9(8).
           05  DN-IDLE-SINCE           PIC 9(8).
           05  DN-DAYS-IDLE            PIC 9(5).
           05  DN-FREEZE-DATE          PIC 9(8).
