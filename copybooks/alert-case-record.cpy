      *> One compliance alert on data/alert-cases.dat, in alert-number
      *> order. MONITOR raises alerts open; an analyst works each one
      *> in ALRTMNT to cleared (looked at, nothing to report) or
      *> escalated (reported on), and an escalated case is cleared
      *> once it is closed off. AL-POST-KEY names the posting on a
      *> single-amount alert and is zero on the per-account rules;
      *> AL-AMOUNT is the posting or the day's total and
      *> AL-BENCHMARK what it was measured against (the threshold,
      *> or the trailing daily average on a velocity alert).
       01  ALERT-CASE-RECORD.
           05  AL-ALERT-NO             PIC 9(6).
           05  AL-RULE                 PIC X(4).
               88  AL-RULE-SINGLE       VALUE "SNGL".
               88  AL-RULE-AGGREGATE    VALUE "DAGG".
               88  AL-RULE-STRUCTURING  VALUE "STRC".
               88  AL-RULE-VELOCITY     VALUE "VELO".
           05  AL-ACCOUNT              PIC 9(8).
           05  AL-BUSINESS-DATE        PIC 9(8).
           05  AL-POST-KEY             PIC 9(8).
           05  AL-AMOUNT               PIC 9(9)V99.
           05  AL-BENCHMARK            PIC 9(9)V99.
           05  AL-ITEM-COUNT           PIC 9(5).
           05  AL-STATUS               PIC X.
               88  AL-OPEN              VALUE "O".
               88  AL-CLEARED           VALUE "C".
               88  AL-ESCALATED         VALUE "E".
               88  AL-OUTSTANDING       VALUES "O" "E".
           05  AL-RAISED-TS            PIC X(21).
           05  AL-WORKED-BY            PIC X(8).
           05  AL-WORKED-TS            PIC X(21).
           05  AL-NOTE                 PIC X(30).
