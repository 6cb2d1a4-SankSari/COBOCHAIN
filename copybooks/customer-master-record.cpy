      *> One customer on the customer master, keyed by CUST-NUMBER -
      *> the person (or business) behind one or more accounts. Each
      *> account names its customer in ACCT-CUSTOMER-NUMBER, so a
      *> customer holding savings and current accounts is one row
      *> here: one name, one address, one language, one way of
      *> hearing from us. CUSTMNT maintains the file; HELLO and
      *> NOTICEDL address notices from it and STMTGEN's consolidated
      *> run lists every account the customer holds.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-NUMBER             PIC 9(8).
           05  CUST-NAME               PIC X(30).
      *> Mailing address as it goes on the envelope - three free
      *> lines (street, town, region) and the postal code.
           05  CUST-ADDRESS-LINE       OCCURS 3 TIMES PIC X(30).
           05  CUST-POSTAL-CODE        PIC X(10).
      *> The language every notice and statement to the customer
      *> renders in - it overrides ACCT-LANGUAGE-CODE on the
      *> customer's accounts.
           05  CUST-LANGUAGE-CODE      PIC X(2).
      *> How the customer hears from us: "P" on paper through the
      *> print stream, "E" electronically to CUST-EMAIL-ADDRESS.
           05  CUST-DELIVERY-PREF      PIC X.
               88  CUST-DELIVER-POST    VALUE "P".
               88  CUST-DELIVER-EMAIL   VALUE "E".
           05  CUST-EMAIL-ADDRESS      PIC X(40).
