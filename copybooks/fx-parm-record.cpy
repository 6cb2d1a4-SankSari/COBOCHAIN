      *> Single-record parameter file naming the shop's base currency
      *> - the currency a blank ACCT-CURRENCY-CODE means, and the one
      *> FXREVAL values every balance in. Maintained on FXMNT at
      *> level 3. Programs fall back to "USD" if the file is missing.
       01  FX-PARM-RECORD.
           05  FXP-BASE-CURRENCY       PIC X(3).
