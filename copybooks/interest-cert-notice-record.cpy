      *> One interest certificate on data/interest-cert-notices.dat,
      *> written by INTCERT for each certificate it issued on the
      *> business date and rendered by HELLO (run mode "I" or "A")
      *> in the account's language as an "INTC" notice: the tax
      *> year, the net interest credited and fees charged in it, in
      *> the account's currency, and whether the certificate is the
      *> original or an amended re-issue.
       01  INTEREST-CERT-NOTICE-RECORD.
           05  IN-ACCOUNT              PIC 9(8).
           05  IN-BUSINESS-DATE        PIC 9(8).
           05  IN-TAX-YEAR             PIC 9(4).
           05  IN-CURRENCY             PIC X(3).
           05  IN-INTEREST             PIC 9(8)V99.
           05  IN-FEES                 PIC 9(8)V99.
           05  IN-STATUS               PIC X.
               88  IN-ORIGINAL          VALUE "O".
               88  IN-AMENDED           VALUE "A".
