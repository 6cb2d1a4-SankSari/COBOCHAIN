
       FD  TRANSACTION-FILE.

       01  STAGED-RECORD               PIC X(42).

       FD  REGISTRY-FILE.

