      *> One account on data/dormancy-register.dat, the dormancy
      *> state DORMANCY carries from night to night. Only accounts
      *> the process has acted on are here: an account that is simply
      *> active has no row.
      *>   "W" - warned: the notice went out on DR-STATE-DATE for the
      *>         idle spell that began on DR-IDLE-SINCE. A new posting
      *>         starts a new spell, and the row goes.
      *>   "D" - frozen as dormant by DORMANCY on DR-STATE-DATE.
      *>   "R" - reactivated by a level-2 operator in ACCTMNT on
      *>         DR-REACTIVATED-DATE. The idle clock restarts from
      *>         that date (the account's last posting is still the
      *>         old one), so the row stays until a posting overtakes
      *>         it.
       01  DORMANCY-REGISTER-RECORD.
           05  DR-ACCOUNT              PIC 9(8).
           05  DR-STATE                PIC X.
               88  DR-WARNED            VALUE "W".
               88  DR-DORMANT           VALUE "D".
               88  DR-REACTIVATED       VALUE "R".
           05  DR-IDLE-SINCE           PIC 9(8).
           05  DR-STATE-DATE           PIC 9(8).
           05  DR-REACTIVATED-DATE     PIC 9(8).
           05  DR-OPERATOR             PIC X(8).
