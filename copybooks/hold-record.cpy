      *> One hold (lien) against an account on data/account-holds.dat,
      *> kept in account order. A hold sets part of the ledger balance
      *> aside - a court lien, a pending-cheque hold, a collateral
      *> block - so DRIVER tests a debit against ACCT-BALANCE minus
      *> the account's active holds instead of the ledger balance
      *> alone. HOLDMNT places ("A") and releases ("R") holds under a
      *> signed-on operator; HD-HOLD-NO numbers an account's holds so
      *> a release names exactly one. HD-EXPIRY-DATE is the LAST
      *> business date the hold applies - 99999999 holds until
      *> released. DATEROLL drops released holds and holds expired
      *> as of the day it opens, logging each expiry on the account
      *> change log, so the file only ever carries holds still
      *> worth reading.
       01  HOLD-RECORD.
           05  HD-ACCOUNT              PIC 9(8).
           05  HD-HOLD-NO              PIC 9(4).
           05  HD-AMOUNT               PIC 9(11)V99.
           05  HD-REASON               PIC X(30).
           05  HD-STATUS               PIC X.
               88  HD-ACTIVE            VALUE "A".
               88  HD-RELEASED          VALUE "R".
           05  HD-PLACED-BY            PIC X(8).
           05  HD-PLACED-DATE          PIC 9(8).
           05  HD-EXPIRY-DATE          PIC 9(8).
           05  HD-RELEASED-BY          PIC X(8).
           05  HD-PLACED-TS            PIC X(21).
           05  HD-RELEASED-TS          PIC X(21).
