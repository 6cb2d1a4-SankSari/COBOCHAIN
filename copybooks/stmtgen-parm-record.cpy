       01  STMTGEN-PARM-RECORD.
           05  SP-FROM-DATE            PIC 9(8).
           05  SP-TO-DATE              PIC 9(8).
      *> Which statements the run produces: space (the default, and
      *> what a parameter file written before the field existed reads
      *> back as) is one statement per account with activity; "C" is
      *> one consolidated statement per customer with activity on any
      *> of their accounts, listing every account the customer holds
      *> with a combined position per currency. Accounts with no
      *> customer still get their own statement in a "C" run.
           05  SP-STATEMENT-MODE       PIC X.
               88  SP-CONSOLIDATED      VALUE "C".
