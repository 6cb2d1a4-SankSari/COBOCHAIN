      *> One row per interest certificate INTCERT has ever issued,
      *> kept forever (OPEN EXTEND): the tax year and account it
      *> certifies, the net interest and fees it stated, and the
      *> filing extract it went to the tax authority in (the
      *> extract's date-time stamp). The latest row for a year and
      *> account is the certificate in force - a rerun that sums
      *> the same figures issues nothing, one that sums different
      *> figures (a backout, a late posting) issues the next
      *> IR-ISSUE-NO marked "A" amended.
       01  INTCERT-REGISTER-RECORD.
           05  IR-TAX-YEAR             PIC 9(4).
           05  IR-ACCOUNT              PIC 9(8).
           05  IR-CURRENCY             PIC X(3).
           05  IR-INTEREST             PIC 9(8)V99.
           05  IR-FEES                 PIC 9(8)V99.
           05  IR-ISSUE-NO             PIC 9(2).
           05  IR-STATUS               PIC X.
               88  IR-ORIGINAL          VALUE "O".
               88  IR-AMENDED           VALUE "A".
           05  IR-STAMP                PIC X(14).
           05  IR-BUSINESS-DATE        PIC 9(8).
           05  IR-ISSUED-TS            PIC X(21).
