               88  NM-REPRINTED         VALUE "R".
           05  NM-CREATED-TS           PIC X(21).
           05  NM-DELIVERED-TS         PIC X(21).
      *> The customer the notice is addressed to (zero on greeting
      *> notices and on accounts with no customer) - NOTICEDL puts
      *> that customer's notices in one envelope under the address on
      *> the customer master. Rows spooled before the field existed
      *> read back as spaces and are looked up by account instead.
           05  NM-CUSTOMER-NUMBER      PIC 9(8).
