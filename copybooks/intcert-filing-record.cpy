      *> Interest reporting extract for the tax authority, written by
      *> INTCERT - fixed-format 80-byte records, amounts with two
      *> implied decimals, one of four kinds by FR-REC-TYPE: an "H"
      *> header naming the tax year, the bank's payer reference and
      *> the extract's date-time stamp; one "D" detail per
      *> certificate issued in the run (account, customer, name,
      *> currency, net interest, net fees, and "O" original or "A"
      *> amended with its issue number); one "C" control record per
      *> currency with that currency's count and totals; and a "T"
      *> trailer with the detail count, the amended count, the
      *> currency count and hash totals of the detail amounts, so a
      *> file truncated in transfer is caught on receipt.
       01  INTCERT-FILING-RECORD.
           05  FR-REC-TYPE             PIC X.
               88  FR-HEADER-REC        VALUE "H".
               88  FR-DETAIL-REC        VALUE "D".
               88  FR-CONTROL-REC       VALUE "C".
               88  FR-TRAILER-REC       VALUE "T".
           05  FR-DETAIL.
               10  FR-ACCOUNT              PIC 9(8).
               10  FR-CUSTOMER-NUMBER      PIC 9(8).
               10  FR-NAME                 PIC X(30).
               10  FR-CURRENCY             PIC X(3).
               10  FR-INTEREST             PIC 9(10)V99.
               10  FR-FEES                 PIC 9(10)V99.
               10  FR-FILING-STATUS        PIC X.
                   88  FR-ORIGINAL          VALUE "O".
                   88  FR-AMENDED           VALUE "A".
               10  FR-ISSUE-NO             PIC 9(2).
               10  FILLER                  PIC X(3).
           05  FR-HEADER REDEFINES FR-DETAIL.
               10  FR-HDR-TAX-YEAR         PIC 9(4).
               10  FR-HDR-PAYER-ID         PIC X(10).
               10  FR-HDR-STAMP            PIC X(14).
               10  FR-HDR-BUSINESS-DATE    PIC 9(8).
               10  FILLER                  PIC X(43).
           05  FR-CONTROL REDEFINES FR-DETAIL.
               10  FR-CTL-CURRENCY         PIC X(3).
               10  FR-CTL-RECORD-COUNT     PIC 9(8).
               10  FR-CTL-INTEREST         PIC 9(12)V99.
               10  FR-CTL-FEES             PIC 9(12)V99.
               10  FILLER                  PIC X(40).
           05  FR-TRAILER REDEFINES FR-DETAIL.
               10  FR-TRL-RECORD-COUNT     PIC 9(8).
               10  FR-TRL-AMENDED-COUNT    PIC 9(8).
               10  FR-TRL-CURRENCY-COUNT   PIC 9(3).
               10  FR-TRL-HASH-INTEREST    PIC 9(12)V99.
               10  FR-TRL-HASH-FEES        PIC 9(12)V99.
               10  FILLER                  PIC X(32).
