      *> One settlement row returned by the bank for a payment
      *> extract it has taken and paid, quoting the extract's
      *> date-time stamp, the number of payments and their total as
      *> the extract's trailer carried them. PAYACK matches these
      *> against PAYEXTR's register - both figures must agree or the
      *> extract is flagged mismatched.
       01  PAYMENT-SETTLEMENT-RECORD.
           05  PS-STAMP                PIC X(14).
           05  PS-RECORD-COUNT         PIC 9(8).
           05  PS-TOTAL                PIC 9(10)V99.
