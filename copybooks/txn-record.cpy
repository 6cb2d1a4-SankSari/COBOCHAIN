           05  TXN-HEADER REDEFINES TXN-DETAIL.
               10  TXN-HDR-BUSINESS-DATE   PIC 9(8).
               10  TXN-HDR-SOURCE-SYSTEM   PIC X(10).
      *> The currency every detail amount in the transmission is in.
      *> DRIVER converts a detail whose account is held in another
      *> currency at the day's rate from data/fx-rates.dat. Blank
      *> means the amounts are already in the currency of the
      *> account each detail names - what every feed meant before
      *> currencies existed, and what the in-house generators
      *> (ORDGEN, ACCRUAL, BACKOUT, DISPGEN, REJRESUB) still send.
               10  TXN-HDR-CURRENCY        PIC X(3).
               10  FILLER                  PIC X(11).
           05  TXN-TRAILER REDEFINES TXN-DETAIL.
               10  TXN-TRL-RECORD-COUNT    PIC 9(8).
               10  TXN-TRL-HASH-A          PIC 9(10)V99.
      *> a detail row is taken as a credit, which is exactly what
      *> every transaction was before the type existed - old feeds
      *> keep posting unchanged. The two reversal types are written
      *> by BACKOUT when a posted date/run is backed out (and "R" by
      *> DISPGEN, taking back a rejected dispute's provisional
      *> credit): "R"
      *> reverses a credit (subtracts, and is exempt from the
      *> insufficient-funds check - a backout must apply even when
      *> the credited money has since been spent), "V" reverses a
      *> debit (adds). Both are plainly marked reversal activity on
      *> every downstream report. "X" is an account-to-account
      *> transfer: TXN-ACCOUNT is the account paying, TXN-TO-ACCOUNT
      *> the account receiving, and DRIVER posts both legs or neither.
           05  TXN-TYPE-CODE           PIC X.
               88  TXN-TYPE-CREDIT      VALUE "C".
               88  TXN-TYPE-DEBIT       VALUE "D".
               88  TXN-TYPE-ADJUSTMENT  VALUE "A".
               88  TXN-TYPE-REVERSAL-DR VALUE "R".
               88  TXN-TYPE-REVERSAL-CR VALUE "V".
               88  TXN-TYPE-TRANSFER    VALUE "X".
               88  TXN-TYPE-BLANK       VALUE " ".
      *> Receiving account of a transfer ("X") detail row. Every other
      *> row leaves it blank, and rows written before transfers
      *> existed read back blank as well.
           05  TXN-TO-ACCOUNT          PIC 9(8).
