      *> One dispute outcome on data/dispute-notices.dat, written by
      *> DISPGEN for each case whose outcome completed on the
      *> business date and rendered by HELLO (run mode "C" or "A")
      *> in the account's language: a "DSPU" notice when the dispute
      *> was upheld, a "DSPR" notice when it was rejected.
       01  DISPUTE-NOTICE-RECORD.
           05  DV-ACCOUNT              PIC 9(8).
           05  DV-BUSINESS-DATE        PIC 9(8).
           05  DV-POST-KEY             PIC 9(8).
           05  DV-OUTCOME              PIC X.
               88  DV-UPHELD            VALUE "U".
               88  DV-REJECTED          VALUE "R".
           05  DV-AMOUNT               PIC 9(6)V99.
           05  DV-POSTED-DATE          PIC 9(8).
           05  DV-REASON               PIC X(30).
