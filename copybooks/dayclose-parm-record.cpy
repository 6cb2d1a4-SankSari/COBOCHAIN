      *> Single-record parameter file naming the operator who signs
      *> DAYCLOSE's day seals. Written only by OPSCTL, when a level-3
      *> operator signs on and takes the signature (the change log
      *> records who and when); DAYCLOSE re-checks the named operator
      *> is still on the operator file at level 3 before sealing. No
      *> file, or nobody qualified named, and the day is not sealed
      *> and not closed.
       01  DAYCLOSE-PARM-RECORD.
           05  DCP-SIGNING-OPERATOR    PIC X(8).
           05  DCP-SIGNED-ON-AT        PIC X(14).
