      *> With no plan file the legacy HELLO - DRIVER - DLLTEST chain
      *> still runs, so an empty data directory behaves as this
      *> program always has.
      *> The window is bracketed by two full data-set backups: DSBACKUP
      *> runs as step 000 before the first plan step and as step 999
      *> after the last, each set proven against its manifest. A
      *> before-window set that fails stops the window before it
      *> touches anything - there would be no point to return to -
      *> and a failed after-window set fails the job.

       ENVIRONMENT DIVISION.


               FILE STATUS IS RUN-STATS-STATUS.

           SELECT BACKUP-PARM-FILE ASSIGN TO BACKUP-PARM-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS BACKUP-PARM-STATUS.

       DATA DIVISION.

       FILE SECTION.

       COPY "run-stats-record.cpy".

       FD  BACKUP-PARM-FILE.

       COPY "dsbackup-parm-record.cpy".

       WORKING-STORAGE SECTION.

       77  REPORT-FILE-PATH  PIC X(60) VALUE "data/orchjob-report.dat".

       77  RUN-STATS-STATUS  PIC XX.

       77  BACKUP-PARM-PATH  PIC X(60) VALUE "data/dsbackup-parms.dat".

       77  BACKUP-PARM-STATUS PIC XX.

       77  WS-BUSINESS-DATE  PIC 9(8) VALUE ZERO.

       77  WS-RUN-NUMBER     PIC 9(4) VALUE ZERO.

           88  WS-ONE-PRED-OK VALUE "Y".

      *> The prior run's outcomes, for restart mode - room for every
      *> plan step plus the two backup steps around them.
       77  WS-PRIOR-COUNT    PIC 9(2) COMP VALUE ZERO.

       77  WS-PRIOR-MAX      PIC 9(2) COMP VALUE 22.

       01  WS-PRIOR-TABLE.

           05  WS-PRIOR-ENTRY OCCURS 22 TIMES.

               10  WS-PRIOR-STEP-NO PIC 9(3).


       77  WS-STEPS-SKIPPED  PIC 9(3) VALUE ZERO.

      *> The backup step in hand: 000 before the window, 999 after.
       77  WS-BACKUP-STEP-NO PIC 9(3).

       77  WS-BACKUP-PHASE   PIC X.

       77  WS-BACKUP-RC      PIC 9(3).

       77  WS-BACKUP-STATUS  PIC X(8).

       77  WS-BACKUP-LABEL   PIC X(16).

       01  WS-START-TIME.

           05  WS-START-HH PIC 9(2).

           OPEN OUTPUT RESULT-FILE

           MOVE 0 TO WS-BACKUP-STEP-NO

           MOVE "B" TO WS-BACKUP-PHASE

           MOVE "BEFORE-WINDOW" TO WS-BACKUP-LABEL

           PERFORM 0500-TAKE-BACKUP-SET

           PERFORM 1000-RUN-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT

      *> The after-image is taken whatever the window did - after a
      *> failure it is the exact state the failure left behind.
           MOVE 999 TO WS-BACKUP-STEP-NO

           MOVE "A" TO WS-BACKUP-PHASE

           MOVE "AFTER-WINDOW" TO WS-BACKUP-LABEL

           PERFORM 0500-TAKE-BACKUP-SET

           CLOSE REPORT-FILE

           CLOSE ERROR-LOG

               END-READ

               PERFORM UNTIL WS-EOF OR WS-PRIOR-COUNT >= WS-PRIOR-MAX

                   ADD 1 TO WS-PRIOR-COUNT

           MOVE ZERO TO WS-STEP-RC (1) WS-STEP-RC (2)
                        WS-STEP-RC (3).

       0500-TAKE-BACKUP-SET.

      *> DSBACKUP learns which side of the window it is on from its
      *> parameter file, and is cancelled after each call so the
      *> second call starts from a fresh copy of the program.
           MOVE WS-BACKUP-PHASE TO DBP-PHASE

           OPEN OUTPUT BACKUP-PARM-FILE

           WRITE DSBACKUP-PARM-RECORD

           CLOSE BACKUP-PARM-FILE

           ADD 1 TO WS-STEPS-RUN

           CALL "DSBACKUP" GIVING RETURN-CODE

               ON EXCEPTION

                   MOVE 16 TO RETURN-CODE

           END-CALL

           CANCEL "DSBACKUP"

           MOVE RETURN-CODE TO WS-BACKUP-RC

           IF WS-BACKUP-RC = ZERO

               MOVE "OK      " TO WS-BACKUP-STATUS

           ELSE

      *> No warning band here: a set either verified or it did not.
               MOVE "FAILED  " TO WS-BACKUP-STATUS

               ADD 1 TO WS-STEPS-FAILED

               MOVE "Y" TO WS-JOB-FAILED-SWITCH

               MOVE "DSBACKUP" TO ERR-ROUTINE

               MOVE SPACES TO ERR-INPUTS

               MOVE WS-BACKUP-RC TO ERR-RETURN-CODE

               MOVE FUNCTION CURRENT-DATE TO ERR-TIMESTAMP

               WRITE ERROR-LOG-RECORD

           END-IF

           MOVE WS-BACKUP-STEP-NO TO JR-STEP-NO

           MOVE "DSBACKUP" TO JR-PROGRAM-NAME

           MOVE WS-BACKUP-RC TO JR-RC

           MOVE WS-BACKUP-STATUS TO JR-STATUS

           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP

           WRITE ORCHJOB-RESULT-RECORD

           MOVE SPACES TO WS-DETAIL-LINE

           STRING "DSBACKUP " DELIMITED BY SIZE,
                  WS-BACKUP-LABEL DELIMITED BY SPACE,
                  " STEP " DELIMITED BY SIZE,
                  WS-BACKUP-STATUS DELIMITED BY SIZE,
                  " RC=" DELIMITED BY SIZE,
                  WS-BACKUP-RC DELIMITED BY SIZE
             INTO WS-DETAIL-LINE

           WRITE WS-DETAIL-LINE.

       1000-RUN-ONE-STEP.

           EVALUATE TRUE
