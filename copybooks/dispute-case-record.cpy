      *> One customer dispute on data/dispute-cases.dat, keyed by the
      *> POST-KEY of the posting the customer disputes - a single
      *> posting, where BACKOUT can only take back a whole business
      *> date and run. DISPMNT opens, credits and resolves cases under
      *> a signed-on operator; DISPGEN raises the money movements as
      *> an ordinary transmission and follows them through the
      *> posting run; DISPAGE reports the open cases against the
      *> regulatory day limit.
      *> DC-AMOUNT is the disputed posting's POST-R; DC-OPENED-DATE
      *> is the business date the case was opened on, which is what
      *> the day limit is counted from.
       01  DISPUTE-CASE-RECORD.
           05  DC-POST-KEY             PIC 9(8).
           05  DC-ACCOUNT              PIC 9(8).
           05  DC-AMOUNT               PIC 9(6)V99.
           05  DC-POSTED-DATE          PIC 9(8).
           05  DC-REASON               PIC X(30).
           05  DC-OPENED-DATE          PIC 9(8).
           05  DC-OPENED-BY            PIC X(8).
      *> "O" open; "P" open with a provisional credit given (or on
      *> its way); "U" resolved in the customer's favour - the credit
      *> stands as final, or is raised now if none was given; "R"
      *> resolved against the customer - a provisional credit that
      *> posted is taken back by an offsetting debit.
           05  DC-STATUS               PIC X.
               88  DC-OPEN              VALUE "O".
               88  DC-PROVISIONAL       VALUE "P".
               88  DC-UPHELD            VALUE "U".
               88  DC-REJECTED          VALUE "R".
               88  DC-UNRESOLVED        VALUES "O" "P".
               88  DC-RESOLVED          VALUES "U" "R".
      *> Where each money movement stands: " " none, "W" wanted (the
      *> next DISPGEN run raises it), "I" in flight under
      *> DC-...-KEY, "P" posted, "F" refused by DRIVER (reason in
      *> DC-FAIL-REASON; DISPMNT re-raises it once somebody has
      *> found out why). The credit is the provisional or final
      *> credit to the customer; the debit is the offset of a
      *> provisional credit on a rejected case, raised as a credit
      *> reversal so it applies even if the money has been spent.
           05  DC-CREDIT-STATE         PIC X.
               88  DC-CREDIT-NONE       VALUE " ".
               88  DC-CREDIT-WANTED     VALUE "W".
               88  DC-CREDIT-IN-FLIGHT  VALUE "I".
               88  DC-CREDIT-POSTED     VALUE "P".
               88  DC-CREDIT-FAILED     VALUE "F".
           05  DC-CREDIT-KEY           PIC 9(8).
           05  DC-CREDIT-DATE          PIC 9(8).
           05  DC-DEBIT-STATE          PIC X.
               88  DC-DEBIT-NONE        VALUE " ".
               88  DC-DEBIT-WANTED      VALUE "W".
               88  DC-DEBIT-IN-FLIGHT   VALUE "I".
               88  DC-DEBIT-POSTED      VALUE "P".
               88  DC-DEBIT-FAILED      VALUE "F".
           05  DC-DEBIT-KEY            PIC 9(8).
           05  DC-DEBIT-DATE           PIC 9(8).
           05  DC-FAIL-REASON          PIC X(30).
           05  DC-RESOLVED-DATE        PIC 9(8).
           05  DC-RESOLVED-BY          PIC X(8).
      *> The business date DISPGEN found the outcome complete - the
      *> money settled - and queued the customer's notice. Zero
      *> until then; a resolved case with a closed date is finished.
           05  DC-CLOSED-DATE          PIC 9(8).
           05  DC-MAINT-TS             PIC X(21).
