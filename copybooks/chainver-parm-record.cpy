      *> Single-record run parameter file read by CHAINVER at
      *> startup:
      *>   "W" - walk the chain only (the default when this file is
      *>         missing)
      *>   "S" - walk the chain, then hold every day seal DAYCLOSE
      *>         filed to the blocks it sealed, and every returned
      *>         attestation copy (data/day-seal-returned.dat, the
      *>         attestation lines sent back from outside the shop)
      *>         to the seal on file
       01  CHAINVER-PARM-RECORD.
           05  CV-RUN-MODE             PIC X.
               88  CV-WALK-ONLY         VALUE "W".
               88  CV-CHECK-SEALS       VALUE "S".
