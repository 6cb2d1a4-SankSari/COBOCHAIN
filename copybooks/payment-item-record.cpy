      *> One payment debit sent to the bank, on data/payment-items.dat,
      *> keyed by the POST-KEY of the debit. PAYEXTR appends a row for
      *> every payment it cuts, under the stamp of the extract that
      *> carried it; PAYRTN marks the row returned when the bank sends
      *> it back, raises the reversing credit and follows it through
      *> the posting run; PAYACK counts the returns per extract.
      *> PI-AMOUNT is the debit's POST-R, in PI-CURRENCY (the paying
      *> account's currency); PI-POSTED-DATE its business date.
       01  PAYMENT-ITEM-RECORD.
           05  PI-POST-KEY             PIC 9(8).
           05  PI-ACCOUNT              PIC 9(8).
           05  PI-AMOUNT               PIC 9(6)V99.
           05  PI-CURRENCY             PIC X(3).
           05  PI-POSTED-DATE          PIC 9(8).
           05  PI-STAMP                PIC X(14).
           05  PI-STATUS               PIC X.
               88  PI-SENT              VALUE "S".
               88  PI-RETURNED          VALUE "R".
      *> The bank's return date and reason, as its returns file gave
      *> them. Zero and blank until the payment comes back.
           05  PI-RETURN-DATE          PIC 9(8).
           05  PI-RETURN-REASON        PIC X(30).
      *> Where the reversing credit stands: " " none, "W" wanted (the
      *> next PAYRTN run raises it), "I" in flight under
      *> PI-REVERSAL-KEY, "P" posted, "F" refused by DRIVER (reason
      *> in PI-FAIL-REASON) - a refused credit is not raised again
      *> until somebody has found out why and the bank's return row
      *> is put in front of PAYRTN again, which sets it back to "W".
           05  PI-REVERSAL-STATE       PIC X.
               88  PI-REVERSAL-NONE     VALUE " ".
               88  PI-REVERSAL-WANTED   VALUE "W".
               88  PI-REVERSAL-IN-FLIGHT VALUE "I".
               88  PI-REVERSAL-POSTED   VALUE "P".
               88  PI-REVERSAL-FAILED   VALUE "F".
           05  PI-REVERSAL-KEY         PIC 9(8).
           05  PI-REVERSAL-DATE        PIC 9(8).
           05  PI-FAIL-REASON          PIC X(30).
      *> The business date the reversing credit was found posted and
      *> the customer's notice queued. Zero until then.
           05  PI-CLOSED-DATE          PIC 9(8).
           05  PI-MAINT-TS             PIC X(21).
