      *> BACKOUT's). Rows written before the type existed read back
      *> blank and were all credits. POST-TYPE-SUBTRACTS is the one
      *> test every re-summer should use so the direction rule lives
      *> in a single place. A transfer posts as two rows under one
      *> POST-KEY, written back to back: "X" the leg paid out of the
      *> sending account (subtracts) and "Y" the leg paid into the
      *> receiving account (adds).
           05  POST-TYPE-CODE          PIC X.
               88  POST-TYPE-CREDIT     VALUE "C".
               88  POST-TYPE-DEBIT      VALUE "D".
               88  POST-TYPE-ADJUSTMENT VALUE "A".
               88  POST-TYPE-REVERSAL-DR VALUE "R".
               88  POST-TYPE-REVERSAL-CR VALUE "V".
               88  POST-TYPE-TRANSFER-OUT VALUE "X".
               88  POST-TYPE-TRANSFER-IN VALUE "Y".
               88  POST-TYPE-TRANSFER-LEG VALUES "X" "Y".
               88  POST-TYPE-SUBTRACTS  VALUES "D" "R" "X".
      *> On a transfer leg, the account on the OTHER leg - the
      *> receiving account on an "X" row, the sending account on a
      *> "Y" row - so either side traces to its partner. Blank on
      *> every other row and on rows written before transfers.
           05  POST-LINK-ACCOUNT       PIC 9(8).
      *> POST-R is in POST-CURRENCY, the currency of the account it
      *> posted to. The transaction arrived as POST-ORIG-AMOUNT in
      *> POST-ORIG-CURRENCY and DRIVER converted it at POST-FX-RATE
      *> (units of POST-CURRENCY per one unit of the original, from
      *> data/fx-rates.dat for the business date); an unconverted
      *> posting carries its own currency twice and a rate of one.
      *> All four read back blank on rows written before currencies
      *> existed - those are base currency, never converted.
           05  POST-CURRENCY           PIC X(3).
           05  POST-ORIG-CURRENCY      PIC X(3).
           05  POST-ORIG-AMOUNT        PIC 9(6)V99.
           05  POST-FX-RATE            PIC 9(5)V9(6).
      *> The source system named on the header of the transmission
      *> the posting arrived in ("STDORDER", "ACCRUAL", a customer
      *> feed ...) - both legs of a transfer carry it. It is what
      *> tells an outgoing payment debit (PAYEXTR) or an interest
      *> credit (ACCRUAL's) from any other posting of the same type.
      *> Rows written before the field existed read back blank.
           05  POST-SOURCE-SYSTEM      PIC X(10).
