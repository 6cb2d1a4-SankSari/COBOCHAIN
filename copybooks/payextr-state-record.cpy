      *> Single-record state file for PAYEXTR: the highest POST-KEY
      *> already examined for the bank's payment file. Postings at or
      *> below this key are never extracted again, so no payment is
      *> sent to the bank twice however often the extract is rerun.
       01  PAYEXTR-STATE-RECORD.
           05  PXS-LAST-KEY            PIC 9(8).
