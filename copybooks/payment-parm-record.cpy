      *> Single-record parameter file for outgoing payments, read by
      *> PAYEXTR and PAYACK. PP-SOURCE-SYSTEM lists up to ten source
      *> systems whose debits are payments leaving the bank (the
      *> standing-order run "STDORDER", the customer payment feeds):
      *> only a "D" posting from one of them is cut to the bank's
      *> payment file - a fee or a dispute offset debits an account
      *> but pays nobody. PP-SETTLE-DAYS is the number of calendar
      *> days agreed with the bank for an extract to be settled or
      *> its payments returned; PAYACK reports every extract still
      *> open past it. A missing or unreadable file, or one naming
      *> no source, refuses both runs - there is no telling which
      *> debits are payments, nor how long the bank has.
       01  PAYMENT-PARM-RECORD.
           05  PP-SETTLE-DAYS          PIC 9(3).
           05  PP-SOURCE-SYSTEM        OCCURS 10 TIMES PIC X(10).
