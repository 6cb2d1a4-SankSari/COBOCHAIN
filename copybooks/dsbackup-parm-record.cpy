      *> Single-record parameter file for DSBACKUP, written by
      *> ORCHJOB ahead of each of its two calls:
      *>   "B" - the set taken before the window runs
      *>   "A" - the set taken after the window has run
      *> With no file DSBACKUP takes an on-demand set, phase "M".
       01  DSBACKUP-PARM-RECORD.
           05  DBP-PHASE               PIC X.
               88  DBP-BEFORE-WINDOW    VALUE "B".
               88  DBP-AFTER-WINDOW     VALUE "A".
