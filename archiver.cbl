      *> The eight flat logs ARCHIVER cuts generically: live path,
      *> archive-name prefix, and which retention type governs it
      *> (1=AUDIT, 2=ERRLOG, 3=REJECT; 4=CHAIN is handled apart).
      *> The balance-history file BALSNAP keeps is deliberately not
      *> on this list: its period-end snapshots are what answer an
      *> old balance once the logs behind it have been cut. Nor is
      *> DAYCLOSE's day-seal file - a seal is checked against the
      *> returned attestation long after its blocks were archived.
       01  WS-LOG-FILE-DEFS.

           05  FILLER PIC X(40) VALUE "data/audit-log.dat".
