      *> One returned payment on data/payment-return-notices.dat,
      *> written by PAYRTN for each payment whose reversing credit
      *> posted on the business date and rendered by HELLO (run mode
      *> "P" or "A") in the account's language as a "PRTN" notice.
       01  PAYMENT-NOTICE-RECORD.
           05  PN-ACCOUNT              PIC 9(8).
           05  PN-BUSINESS-DATE        PIC 9(8).
           05  PN-POST-KEY             PIC 9(8).
           05  PN-AMOUNT               PIC 9(6)V99.
           05  PN-POSTED-DATE          PIC 9(8).
           05  PN-REASON               PIC X(30).
