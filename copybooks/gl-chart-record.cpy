      *> One line of the GL chart-of-accounts mapping on
      *> data/gl-chart.dat: postings of transaction type GLC-TXN-TYPE
      *> (POST-TYPE-CODE - a blank posting type is read as "C")
      *> against an account of product GLC-PRODUCT-CODE are booked
      *> debit GLC-DEBIT-GL, credit GLC-CREDIT-GL for POST-R. A "*"
      *> in either key field matches any product or any type, and
      *> the most specific row wins: product and type, then product
      *> and "*", then "*" and type, then "*" and "*" (the suspense
      *> line). A product's own balance line - the ledger line its
      *> ACCT-BALANCE totals tie to - is the credit side of its "C"
      *> row, the line a customer credit lands on. CHARTMNT is the
      *> only writer and keeps product plus type unique.
       01  GL-CHART-RECORD.
           05  GLC-PRODUCT-CODE        PIC X(4).
           05  GLC-TXN-TYPE            PIC X.
           05  GLC-DEBIT-GL            PIC 9(8).
           05  GLC-CREDIT-GL           PIC 9(8).
           05  GLC-DESCRIPTION         PIC X(30).
