      *> One account's standing at the close of one period-end day on
      *> the indexed balance-history file, written by BALSNAP the
      *> night DATEROLL raises RC-PERIOD-END-FLAG. The account leads
      *> the key so one account's snapshots sit together in date
      *> order - BALINQ reads forward to the last snapshot at or
      *> before the asked date and adds the postings since. ARCHIVER
      *> never cuts this file: the snapshots are what let an old
      *> balance be answered without the archived posting cuts.
       01  BALANCE-SNAPSHOT-RECORD.
           05  BS-KEY.
               10  BS-ACCOUNT          PIC 9(8).
               10  BS-PERIOD-END-DATE  PIC 9(8).
           05  BS-BALANCE              PIC S9(11)V99.
           05  BS-STATUS               PIC X.
           05  BS-LAST-POSTED          PIC X(8).
           05  BS-CURRENCY-CODE        PIC X(3).
           05  BS-PRODUCT-CODE         PIC X(4).
           05  BS-RUN-NO               PIC 9(4).
