      *> Single-record parameter file for DISPAGE, the dispute ageing
      *> report: the number of calendar days the regulator allows
      *> from opening a dispute to resolving it, and how many days
      *> before that limit a case is reported as due. A missing or
      *> unreadable file refuses the run - there is nothing to age
      *> the cases against.
       01  DISPUTE-PARM-RECORD.
           05  DA-LIMIT-DAYS           PIC 9(3).
           05  DA-WARNING-DAYS         PIC 9(3).
