      *> One daily exchange rate on data/fx-rates.dat, keyed by
      *> currency pair and business date: one unit of FX-FROM-CURRENCY
      *> buys FX-RATE units of FX-TO-CURRENCY on FX-BUSINESS-DATE. A
      *> pair is one direction only - EUR to USD and USD to EUR are
      *> two rows. DRIVER converts only at a rate dated the business
      *> date it is posting (never an older one), and FXREVAL values
      *> balances at the rate into the base currency. FXMNT is the
      *> only writer and keeps pair plus date unique.
       01  FX-RATE-RECORD.
           05  FX-FROM-CURRENCY        PIC X(3).
           05  FX-TO-CURRENCY          PIC X(3).
           05  FX-BUSINESS-DATE        PIC 9(8).
           05  FX-RATE                 PIC 9(5)V9(6).
           05  FX-ENTERED-BY           PIC X(8).
           05  FX-ENTERED-TS           PIC X(21).
