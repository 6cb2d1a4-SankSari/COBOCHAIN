      *> One payment the bank could not make and has returned, on the
      *> bank's inbound returns file. It quotes the payment as the
      *> extract's detail row carried it - the POST-KEY of the debit,
      *> the account and the amount - with the date the bank returned
      *> it and its reason ("ACCOUNT CLOSED", "NO SUCH BENEFICIARY"
      *> ...). PAYRTN matches each row back to the original posting.
       01  PAYMENT-RETURN-RECORD.
           05  PT-POST-KEY             PIC 9(8).
           05  PT-ACCOUNT              PIC 9(8).
           05  PT-AMOUNT               PIC 9(6)V99.
           05  PT-RETURN-DATE          PIC 9(8).
           05  PT-REASON               PIC X(30).
