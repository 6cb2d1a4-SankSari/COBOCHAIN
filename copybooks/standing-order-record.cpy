      *> One standing order on data/standing-orders.dat, in order-
      *> number order: a fixed payment the customer asked us to make
      *> every week, fortnight, month, quarter or year from
      *> SO-FROM-ACCOUNT. "D" pays out of the bank as an ordinary
      *> debit; "X" moves the money to another of our own accounts
      *> (SO-TO-ACCOUNT) as a transfer. ORDMNT sets orders up,
      *> cancels them and re-activates failed ones under a signed-on
      *> operator; ORDGEN raises each day's payments as an ordinary
      *> transmission and advances SO-NEXT-DUE only once DRIVER has
      *> actually posted the payment.
      *> SO-NEXT-DUE is the SCHEDULED date - a due date falling on a
      *> non-working day is paid on the next working day, but the
      *> schedule itself never drifts. Monthly, quarterly and yearly
      *> orders fall on SO-START-DATE's day of the month (the last
      *> day of a shorter month). SO-END-DATE 99999999 runs until
      *> cancelled.
       01  STANDING-ORDER-RECORD.
           05  SO-ORDER-NO             PIC 9(6).
           05  SO-FROM-ACCOUNT         PIC 9(8).
           05  SO-TO-ACCOUNT           PIC 9(8).
           05  SO-AMOUNT               PIC 9(6)V99.
           05  SO-TXN-TYPE             PIC X.
               88  SO-PAYMENT           VALUE "D".
               88  SO-TRANSFER          VALUE "X".
           05  SO-FREQUENCY            PIC X.
               88  SO-WEEKLY            VALUE "W".
               88  SO-FORTNIGHTLY       VALUE "F".
               88  SO-MONTHLY           VALUE "M".
               88  SO-QUARTERLY         VALUE "Q".
               88  SO-YEARLY            VALUE "Y".
               88  SO-FREQUENCY-VALID   VALUES "W" "F" "M" "Q" "Y".
           05  SO-START-DATE           PIC 9(8).
           05  SO-END-DATE             PIC 9(8).
           05  SO-NEXT-DUE             PIC 9(8).
      *> "F" is an order whose last payment DRIVER refused (or that
      *> never came back from the posting run): it raises nothing
      *> more, and its next due date stands, until an operator has
      *> looked at SO-FAIL-REASON and re-activated it. "E" ran past
      *> its end date; "C" was cancelled.
           05  SO-STATUS               PIC X.
               88  SO-ACTIVE            VALUE "A".
               88  SO-FAILED            VALUE "F".
               88  SO-CANCELLED         VALUE "C".
               88  SO-ENDED             VALUE "E".
      *> The transaction key of the payment raised and not yet seen
      *> posted or rejected, with the business date it was raised
      *> for - zero when nothing is in flight.
           05  SO-PENDING-KEY          PIC 9(8).
           05  SO-PENDING-DATE         PIC 9(8).
           05  SO-LAST-PAID-DATE       PIC 9(8).
           05  SO-FAIL-REASON          PIC X(30).
           05  SO-SET-UP-BY            PIC X(8).
           05  SO-MAINT-TS             PIC X(21).
