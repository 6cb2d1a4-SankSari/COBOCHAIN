      *> Single-record run parameter file read by INTCERT at startup.
      *> IC-TAX-YEAR is the year the certificates and the filing are
      *> for; zero (or no file at all) means the year before the
      *> business date's, which is the year just ended when the job
      *> runs in January as scheduled. IC-PAYER-ID is the bank's
      *> reference with the tax authority, carried on the filing's
      *> header record ("COBOCHAIN" when blank).
       01  INTCERT-PARM-RECORD.
           05  IC-TAX-YEAR             PIC 9(4).
           05  IC-PAYER-ID             PIC X(10).
