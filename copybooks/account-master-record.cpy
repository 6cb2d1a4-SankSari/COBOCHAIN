      *> The language the customer's notices render in - HELLO picks
      *> the notice template whose NT-LANGUAGE-CODE matches.
           05  ACCT-LANGUAGE-CODE      PIC X(2).
      *> The currency ACCT-BALANCE and every posting against the
      *> account are held in (ISO code, e.g. "EUR"). Blank is the
      *> shop's base currency - data/fx-parms.dat names it - which
      *> is what every account opened before currencies existed
      *> reads back as.
           05  ACCT-CURRENCY-CODE      PIC X(3).
      *> The product the account is sold under ("SAV", "CUR", "LOAN"
      *> and so on) - the GL chart maps each product's postings to
      *> its ledger lines (data/gl-chart.dat). Blank on accounts
      *> opened before products existed; the chart's "*" rows catch
      *> those.
           05  ACCT-PRODUCT-CODE       PIC X(4).
      *> The customer who holds the account (CUST-NUMBER on the
      *> customer master) - notices and consolidated statements are
      *> addressed from that record. Zero on accounts opened before
      *> the customer master existed; those are still addressed by
      *> ACCT-NAME and ACCT-LANGUAGE-CODE as they always were.
           05  ACCT-CUSTOMER-NUMBER    PIC 9(8).
