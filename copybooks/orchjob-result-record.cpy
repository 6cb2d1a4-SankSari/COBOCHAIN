      *> SKIPPED (a predecessor did not complete), or PRIOR-OK (a
      *> restart run honoured the step's clean result from the prior
      *> run instead of rerunning it). A restart-mode run reads the
      *> prior run's records to decide where to resume. Steps 000 and
      *> 999 are the DSBACKUP sets taken before and after the plan.
       01  ORCHJOB-RESULT-RECORD.
           05  JR-STEP-NO              PIC 9(3).
           05  JR-PROGRAM-NAME         PIC X(30).
