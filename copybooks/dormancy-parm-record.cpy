      *> Single-record run parameter file read by DORMANCY at startup:
      *> the number of calendar days without a posting after which an
      *> open account is warned (a "DORM" notice goes to the
      *> customer), and after which it is frozen as dormant. Freezing
      *> a customer's account is not something to do on a guessed
      *> default, so a missing or unreadable file - or a dormant
      *> threshold not beyond the warning one - refuses the run.
       01  DORMANCY-PARM-RECORD.
           05  DP-WARNING-DAYS         PIC 9(4).
           05  DP-DORMANT-DAYS         PIC 9(4).
