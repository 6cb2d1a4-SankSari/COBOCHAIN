      *> written before the stamps existed.
           05  REJ-BUSINESS-DATE       PIC 9(8).
           05  REJ-RUN-NO              PIC 9(4).
      *> Receiving account of a rejected transfer, so a resubmit goes
      *> back out between the same two accounts. Blank on every other
      *> row and on rows written before transfers existed.
           05  REJ-TO-ACCOUNT          PIC 9(8).
      *> The currency the transmission header named for the rejected
      *> item (blank: the account's own). REJRESUB sends a repair out
      *> under a blank header, so a repaired foreign-currency item is
      *> keyed in the account's currency.
           05  REJ-CURRENCY            PIC X(3).
