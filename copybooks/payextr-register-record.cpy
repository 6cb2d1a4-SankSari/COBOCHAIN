      *> One row per payment extract PAYEXTR ever cut, appended at cut
      *> time with status "S" (sent). The date-time stamp is the one
      *> in the extract's file name and on its header, so the bank
      *> can quote it back; PR-BUSINESS-DATE is the business date the
      *> extract was cut on, which the agreed settlement days are
      *> counted from. PAYACK matches the bank's settlement rows
      *> against these: agreeing count and total flip the row to "A"
      *> (settled), a disagreement marks it "M" (mismatch), and an
      *> extract every payment of which came back is closed "R"
      *> (returned in full). Rows still "S" or "M" past the agreed
      *> days are reported overdue.
       01  PAYEXTR-REGISTER-RECORD.
           05  PR-STAMP                PIC X(14).
           05  PR-BUSINESS-DATE        PIC 9(8).
           05  PR-RECORD-COUNT         PIC 9(8).
           05  PR-TOTAL                PIC 9(10)V99.
           05  PR-STATUS               PIC X.
               88  PR-SENT              VALUE "S".
               88  PR-SETTLED           VALUE "A".
               88  PR-MISMATCHED        VALUE "M".
               88  PR-RETURNED          VALUE "R".
           05  PR-SETTLED-TS           PIC X(21).
