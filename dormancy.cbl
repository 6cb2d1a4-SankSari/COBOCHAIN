       IDENTIFICATION DIVISION.

       PROGRAM-ID.  DORMANCY.

      *> Nightly dormant-account sweep. Walks the account master and
      *> classifies every open account by the calendar days between
      *> its last posting and the business date, against the two
      *> thresholds on data/dormancy-parms.dat:
      *>   active  - under the warning threshold: nothing to do.
      *>   warning - a "DORM" notice is queued on
      *>             data/dormancy-notices.dat for HELLO to render in
      *>             the customer's language, once per idle spell.
      *>   dormant - the account is frozen, exactly as an ACCTMNT
      *>             freeze would, with the same change-log row under
      *>             user DORMANCY. DRIVER then refuses its postings
      *>             until a level-2 operator reactivates it in
      *>             ACCTMNT.
      *> What was done to whom is kept on data/dormancy-register.dat
      *> so a warning is not repeated every night and a reactivated
      *> account gets a fresh idle spell from the day it was
      *> reactivated rather than being frozen again the same night.
      *> An account that has never posted has no idle date to judge
      *> and is left alone until its first posting.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCOUNT-MASTER-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS SEQUENTIAL

               RECORD KEY IS ACCT-NUMBER

               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO PARAMETER-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS PARAMETER-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO REGISTER-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT NOTICE-FILE ASSIGN TO NOTICE-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS NOTICE-FILE-STATUS.

           SELECT CHANGE-LOG ASSIGN TO CHANGE-LOG-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS CHANGE-LOG-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  ACCOUNT-MASTER.

       COPY "account-master-record.cpy".

       FD  PARAMETER-FILE.

       COPY "dormancy-parm-record.cpy".

       FD  REGISTER-FILE.

       COPY "dormancy-register-record.cpy".

       FD  NOTICE-FILE.

       COPY "dormancy-notice-record.cpy".

       FD  CHANGE-LOG.

       COPY "parm-change-record.cpy".

       FD  RUN-CONTROL-FILE.

       COPY "run-control-record.cpy".

       FD  REPORT-FILE.

       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       77  ACCOUNT-MASTER-PATH PIC X(60)
           VALUE "data/account-master.dat".

       77  ACCOUNT-MASTER-STATUS PIC XX.

       77  PARAMETER-FILE-PATH PIC X(60)
           VALUE "data/dormancy-parms.dat".

       77  PARAMETER-FILE-STATUS PIC XX.

       77  REGISTER-FILE-PATH PIC X(60)
           VALUE "data/dormancy-register.dat".

       77  REGISTER-FILE-STATUS PIC XX.

       77  NOTICE-FILE-PATH  PIC X(60)
           VALUE "data/dormancy-notices.dat".

       77  NOTICE-FILE-STATUS PIC XX.

       77  CHANGE-LOG-PATH   PIC X(60)
           VALUE "data/acctmnt-change-log.dat".

       77  CHANGE-LOG-STATUS PIC XX.

       77  RUN-CONTROL-PATH  PIC X(60) VALUE "data/run-control.dat".

       77  RUN-CONTROL-STATUS PIC XX.

       77  REPORT-FILE-PATH  PIC X(60)
           VALUE "data/dormancy-report.dat".

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-ABANDON-SWITCH PIC X VALUE "N".

           88  WS-RUN-ABANDONED VALUE "Y".

       77  WS-BUSINESS-DATE  PIC 9(8) VALUE ZERO.

       77  WS-WARNING-DAYS   PIC 9(4) VALUE ZERO.

       77  WS-DORMANT-DAYS   PIC 9(4) VALUE ZERO.

      *> The whole register, updated in place as the master is walked
      *> and written back as one unit. A state of space marks a row
      *> dropped during the walk.
       77  WS-REG-COUNT      PIC 9(4) COMP VALUE ZERO.

       77  WS-REG-MAX        PIC 9(4) COMP VALUE 2000.

       01  WS-REG-TABLE.

           05  WS-REG-ENTRY OCCURS 2000 TIMES.

               10  WS-REG-ACCOUNT         PIC 9(8).

               10  WS-REG-STATE           PIC X.

               10  WS-REG-IDLE-SINCE      PIC 9(8).

               10  WS-REG-STATE-DATE      PIC 9(8).

               10  WS-REG-REACTIVATED-DATE PIC 9(8).

               10  WS-REG-OPERATOR        PIC X(8).

       77  WS-REG-SUB        PIC 9(4) COMP.

       77  WS-REG-HIT        PIC 9(4) COMP.

      *> The day this account's idle spell began, and how long ago.
       77  WS-IDLE-SINCE     PIC 9(8).

       77  WS-DAYS-IDLE      PIC S9(7).

       77  WS-FREEZE-DATE    PIC 9(8).

       77  WS-BUSINESS-DAY-NUMBER PIC 9(8).

       77  WS-ACCOUNT-COUNT  PIC 9(7) VALUE ZERO.

       77  WS-ACTIVE-COUNT   PIC 9(7) VALUE ZERO.

       77  WS-UNPOSTED-COUNT PIC 9(7) VALUE ZERO.

       77  WS-WARNED-COUNT   PIC 9(7) VALUE ZERO.

       77  WS-STANDING-COUNT PIC 9(7) VALUE ZERO.

       77  WS-FROZEN-COUNT   PIC 9(7) VALUE ZERO.

       77  WS-ERROR-COUNT    PIC 9(5) VALUE ZERO.

       77  WS-COUNT-DISPLAY  PIC Z(7)9.

       77  WS-DAYS-DISPLAY   PIC Z(6)9.

       01  WS-START-TIME.

           05  WS-START-HH PIC 9(2).

           05  WS-START-MI PIC 9(2).

           05  WS-START-SS PIC 9(2).

       01  WS-END-TIME.

           05  WS-END-HH   PIC 9(2).

           05  WS-END-MI   PIC 9(2).

           05  WS-END-SS   PIC 9(2).

       77  WS-ELAPSED-SECONDS PIC S9(6).

       PROCEDURE DIVISION.

       0000-MAIN.

           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-START-TIME

           OPEN OUTPUT REPORT-FILE

           MOVE "DORMANT ACCOUNT REPORT" TO REPORT-LINE

           WRITE REPORT-LINE

           PERFORM 0040-LOAD-PARAMETERS

           IF NOT WS-RUN-ABANDONED

               PERFORM 0060-LOAD-RUN-CONTROL

           END-IF

           IF NOT WS-RUN-ABANDONED

               PERFORM 0100-LOAD-REGISTER

           END-IF

           IF NOT WS-RUN-ABANDONED

               PERFORM 1000-SWEEP-ACCOUNTS

           END-IF

           IF NOT WS-RUN-ABANDONED

               PERFORM 7500-WRITE-REGISTER

           END-IF

           PERFORM 9000-WRITE-TOTALS

           CLOSE REPORT-FILE

           PERFORM 9900-END-OF-JOB-SUMMARY

           GOBACK.

       0040-LOAD-PARAMETERS.

           OPEN INPUT PARAMETER-FILE

           IF PARAMETER-FILE-STATUS = "00"

               READ PARAMETER-FILE

               IF PARAMETER-FILE-STATUS = "00"
                  AND DP-WARNING-DAYS NUMERIC
                  AND DP-DORMANT-DAYS NUMERIC

                   MOVE DP-WARNING-DAYS TO WS-WARNING-DAYS

                   MOVE DP-DORMANT-DAYS TO WS-DORMANT-DAYS

               END-IF

               CLOSE PARAMETER-FILE

           END-IF

           IF WS-WARNING-DAYS = ZERO
              OR WS-DORMANT-DAYS NOT > WS-WARNING-DAYS

               MOVE "DORMANCY PARAMETERS INVALID - RUN REFUSED"
                 TO REPORT-LINE

               WRITE REPORT-LINE

               MOVE "Y" TO WS-ABANDON-SWITCH

               ADD 1 TO WS-ERROR-COUNT

           END-IF.

       0060-LOAD-RUN-CONTROL.

      *> Idle days count to the open business date, the date DRIVER
      *> stamps on ACCT-LAST-POSTED and ACCTMNT on a reactivation -
      *> not the wall clock.
           OPEN INPUT RUN-CONTROL-FILE

           IF RUN-CONTROL-STATUS NOT = "00"

               MOVE "NO RUN CONTROL FILE - RUN REFUSED" TO REPORT-LINE

               WRITE REPORT-LINE

               MOVE "Y" TO WS-ABANDON-SWITCH

               ADD 1 TO WS-ERROR-COUNT

           ELSE

               READ RUN-CONTROL-FILE

               IF RUN-CONTROL-STATUS NOT = "00"
                  OR RC-BUSINESS-DATE NOT NUMERIC

                   MOVE "RUN CONTROL UNREADABLE - RUN REFUSED"
                     TO REPORT-LINE

                   WRITE REPORT-LINE

                   MOVE "Y" TO WS-ABANDON-SWITCH

                   ADD 1 TO WS-ERROR-COUNT

               ELSE

                   MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE

                   COMPUTE WS-BUSINESS-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)

               END-IF

               CLOSE RUN-CONTROL-FILE

           END-IF.

       0100-LOAD-REGISTER.

      *> No register simply means nothing has been warned or frozen
      *> yet. More rows than the table holds refuses the run: the
      *> rewrite at the end would otherwise forget every account past
      *> the table, and those would be warned all over again.
           OPEN INPUT REGISTER-FILE

           IF REGISTER-FILE-STATUS = "00"

               READ REGISTER-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF OR WS-REG-COUNT >= WS-REG-MAX

                   ADD 1 TO WS-REG-COUNT

                   MOVE DORMANCY-REGISTER-RECORD
                     TO WS-REG-ENTRY (WS-REG-COUNT)

                   READ REGISTER-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               IF NOT WS-EOF

                   MOVE "DORMANCY REGISTER TABLE FULL - RUN REFUSED"
                     TO REPORT-LINE

                   WRITE REPORT-LINE

                   MOVE "Y" TO WS-ABANDON-SWITCH

                   ADD 1 TO WS-ERROR-COUNT

               END-IF

               CLOSE REGISTER-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       1000-SWEEP-ACCOUNTS.

           OPEN I-O ACCOUNT-MASTER

           IF ACCOUNT-MASTER-STATUS NOT = "00"

               MOVE SPACES TO REPORT-LINE

               STRING "CANNOT OPEN ACCOUNT MASTER, STATUS "
                      DELIMITED BY SIZE,
                      ACCOUNT-MASTER-STATUS DELIMITED BY SIZE,
                      " - RUN REFUSED" DELIMITED BY SIZE
                 INTO REPORT-LINE

               WRITE REPORT-LINE

               MOVE "Y" TO WS-ABANDON-SWITCH

               ADD 1 TO WS-ERROR-COUNT

           ELSE

               OPEN OUTPUT NOTICE-FILE

               OPEN EXTEND CHANGE-LOG

               IF CHANGE-LOG-STATUS NOT = "00"

                   CLOSE CHANGE-LOG

                   OPEN OUTPUT CHANGE-LOG

               END-IF

               READ ACCOUNT-MASTER

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   ADD 1 TO WS-ACCOUNT-COUNT

                   PERFORM 1100-CLASSIFY-ACCOUNT

                   READ ACCOUNT-MASTER

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE CHANGE-LOG

               CLOSE NOTICE-FILE

               CLOSE ACCOUNT-MASTER

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       1100-CLASSIFY-ACCOUNT.

           PERFORM 1200-FIND-REGISTER-ENTRY

           EVALUATE TRUE

               WHEN ACCT-CLOSED

      *> A closed account is out of the process for good.
                   IF WS-REG-HIT > ZERO

                       MOVE SPACE TO WS-REG-STATE (WS-REG-HIT)

                   END-IF

               WHEN ACCT-FROZEN

      *> Frozen - by this job or by hand - the row stands as it is
      *> until ACCTMNT unfreezes the account.
                   CONTINUE

               WHEN OTHER

                   PERFORM 1300-CLASSIFY-OPEN-ACCOUNT

           END-EVALUATE.

       1200-FIND-REGISTER-ENTRY.

           MOVE ZERO TO WS-REG-HIT

           PERFORM 1210-SCAN-REGISTER
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT OR WS-REG-HIT > ZERO.

       1210-SCAN-REGISTER.

           IF WS-REG-ACCOUNT (WS-REG-SUB) = ACCT-NUMBER
              AND WS-REG-STATE (WS-REG-SUB) NOT = SPACE

               MOVE WS-REG-SUB TO WS-REG-HIT

           END-IF.

       1300-CLASSIFY-OPEN-ACCOUNT.

      *> The idle spell runs from the later of the last posting and
      *> a reactivation - a reactivated account's last posting is
      *> still the old one that made it dormant.
           MOVE ZERO TO WS-IDLE-SINCE

           IF ACCT-LAST-POSTED NUMERIC

               MOVE ACCT-LAST-POSTED TO WS-IDLE-SINCE

           END-IF

           IF WS-REG-HIT > ZERO

               IF WS-REG-REACTIVATED-DATE (WS-REG-HIT) > WS-IDLE-SINCE

                   MOVE WS-REG-REACTIVATED-DATE (WS-REG-HIT)
                     TO WS-IDLE-SINCE

               END-IF

           END-IF

           IF WS-IDLE-SINCE = ZERO

               ADD 1 TO WS-UNPOSTED-COUNT

           ELSE

               COMPUTE WS-DAYS-IDLE = WS-BUSINESS-DAY-NUMBER
                   - FUNCTION INTEGER-OF-DATE (WS-IDLE-SINCE)

               EVALUATE TRUE

                   WHEN WS-DAYS-IDLE >= WS-DORMANT-DAYS

                       PERFORM 1500-FREEZE-DORMANT-ACCOUNT

                   WHEN WS-DAYS-IDLE >= WS-WARNING-DAYS

                       PERFORM 1400-WARN-ACCOUNT

                   WHEN OTHER

                       PERFORM 1350-NOTE-ACTIVE-ACCOUNT

               END-EVALUATE

           END-IF.

       1350-NOTE-ACTIVE-ACCOUNT.

      *> A posting inside the warning window ends the idle spell: a
      *> warned account's row goes, and so does a reactivation the
      *> account has since posted past. A reactivation that is still
      *> the start of the spell stays - it is what keeps the clock.
           ADD 1 TO WS-ACTIVE-COUNT

           IF WS-REG-HIT > ZERO

               IF WS-REG-REACTIVATED-DATE (WS-REG-HIT) = WS-IDLE-SINCE

                   MOVE "R" TO WS-REG-STATE (WS-REG-HIT)

               ELSE

                   MOVE SPACE TO WS-REG-STATE (WS-REG-HIT)

               END-IF

           END-IF.

       1400-WARN-ACCOUNT.

      *> One warning per idle spell. A rerun on the day the warning
      *> was raised queues it again, so a notice file lost or
      *> overwritten before HELLO ran is rebuilt, not forgotten.
           COMPUTE WS-FREEZE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-IDLE-SINCE)
                + WS-DORMANT-DAYS)

           IF WS-REG-HIT > ZERO

               IF WS-REG-STATE (WS-REG-HIT) = "W"
                  AND WS-REG-IDLE-SINCE (WS-REG-HIT) = WS-IDLE-SINCE

                   ADD 1 TO WS-STANDING-COUNT

                   IF WS-REG-STATE-DATE (WS-REG-HIT) = WS-BUSINESS-DATE

                       PERFORM 1420-QUEUE-NOTICE

                   END-IF

               ELSE

                   PERFORM 1410-RECORD-WARNING

               END-IF

           ELSE

               PERFORM 1600-ADD-REGISTER-ENTRY

               IF WS-REG-HIT > ZERO

                   PERFORM 1410-RECORD-WARNING

               END-IF

           END-IF.

       1410-RECORD-WARNING.

           MOVE "W" TO WS-REG-STATE (WS-REG-HIT)

           MOVE WS-IDLE-SINCE TO WS-REG-IDLE-SINCE (WS-REG-HIT)

           MOVE WS-BUSINESS-DATE TO WS-REG-STATE-DATE (WS-REG-HIT)

           MOVE "DORMANCY" TO WS-REG-OPERATOR (WS-REG-HIT)

           PERFORM 1420-QUEUE-NOTICE

           ADD 1 TO WS-WARNED-COUNT

           MOVE "WARNED " TO REPORT-LINE

           PERFORM 8000-WRITE-ACCOUNT-LINE.

       1420-QUEUE-NOTICE.

           MOVE ACCT-NUMBER TO DN-ACCOUNT

           MOVE WS-BUSINESS-DATE TO DN-BUSINESS-DATE

           MOVE WS-IDLE-SINCE TO DN-IDLE-SINCE

           MOVE WS-DAYS-IDLE TO DN-DAYS-IDLE

           MOVE WS-FREEZE-DATE TO DN-FREEZE-DATE

           WRITE DORMANCY-NOTICE-RECORD.

       1500-FREEZE-DORMANT-ACCOUNT.

      *> The same freeze ACCTMNT applies by hand, logged the same way
      *> - one grep of the change log still answers "who froze this
      *> account", and the answer here is DORMANCY.
           IF WS-REG-HIT = ZERO

               PERFORM 1600-ADD-REGISTER-ENTRY

           END-IF

           IF WS-REG-HIT > ZERO

               MOVE "F" TO ACCT-STATUS

               REWRITE ACCOUNT-MASTER-RECORD

               MOVE "DORMANCY" TO PC-USER

               MOVE SPACES TO PC-FILE-NAME

               STRING "AC:" DELIMITED BY SIZE,
                      ACCT-NUMBER DELIMITED BY SIZE
                 INTO PC-FILE-NAME

               MOVE "ACCT-STATUS" TO PC-FIELD-NAME

               MOVE "O" TO PC-OLD-VALUE

               MOVE "F" TO PC-NEW-VALUE

               MOVE FUNCTION CURRENT-DATE TO PC-TIMESTAMP

               WRITE PARM-CHANGE-RECORD

               MOVE "D" TO WS-REG-STATE (WS-REG-HIT)

               MOVE WS-IDLE-SINCE TO WS-REG-IDLE-SINCE (WS-REG-HIT)

               MOVE WS-BUSINESS-DATE TO WS-REG-STATE-DATE (WS-REG-HIT)

               MOVE "DORMANCY" TO WS-REG-OPERATOR (WS-REG-HIT)

               ADD 1 TO WS-FROZEN-COUNT

               MOVE "FROZEN " TO REPORT-LINE

               PERFORM 8000-WRITE-ACCOUNT-LINE

           END-IF.

       1600-ADD-REGISTER-ENTRY.

      *> The table was sized to hold the whole register when loaded;
      *> an account that no longer fits is reported and left as it
      *> is - better a missed warning tonight than a frozen account
      *> the register cannot remember.
           IF WS-REG-COUNT < WS-REG-MAX

               ADD 1 TO WS-REG-COUNT

               MOVE WS-REG-COUNT TO WS-REG-HIT

               MOVE ACCT-NUMBER TO WS-REG-ACCOUNT (WS-REG-HIT)

               MOVE ZERO TO WS-REG-REACTIVATED-DATE (WS-REG-HIT)

           ELSE

               ADD 1 TO WS-ERROR-COUNT

               MOVE SPACES TO REPORT-LINE

               STRING "REGISTER FULL - ACCOUNT " DELIMITED BY SIZE,
                      ACCT-NUMBER DELIMITED BY SIZE,
                      " NOT PROCESSED" DELIMITED BY SIZE
                 INTO REPORT-LINE

               WRITE REPORT-LINE

           END-IF.

       7500-WRITE-REGISTER.

           OPEN OUTPUT REGISTER-FILE

           PERFORM 7510-WRITE-ONE-ENTRY
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT

           CLOSE REGISTER-FILE.

       7510-WRITE-ONE-ENTRY.

           IF WS-REG-STATE (WS-REG-SUB) NOT = SPACE

               MOVE WS-REG-ENTRY (WS-REG-SUB)
                 TO DORMANCY-REGISTER-RECORD

               WRITE DORMANCY-REGISTER-RECORD

           END-IF.

       8000-WRITE-ACCOUNT-LINE.

      *> The caller has put the action word in the first seven bytes.
           MOVE WS-DAYS-IDLE TO WS-DAYS-DISPLAY

           STRING ACCT-NUMBER DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  ACCT-NAME DELIMITED BY SIZE,
                  " IDLE SINCE " DELIMITED BY SIZE,
                  WS-IDLE-SINCE DELIMITED BY SIZE,
                  WS-DAYS-DISPLAY DELIMITED BY SIZE,
                  " DAYS" DELIMITED BY SIZE
             INTO REPORT-LINE(8:73)

           WRITE REPORT-LINE.

       9000-WRITE-TOTALS.

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "ACCOUNTS READ:     " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "ACTIVE:            " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-UNPOSTED-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "NEVER POSTED:      " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-WARNED-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "WARNINGS RAISED:   " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-STANDING-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "WARNINGS STANDING: " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-FROZEN-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "ACCOUNTS FROZEN:   " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       9900-END-OF-JOB-SUMMARY.

      *> Give the scheduler and the operator glancing at sysout a real
      *> pass/fail signal instead of a clean STOP RUN no matter what
      *> happened during the run.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-END-TIME

      *> Compare total seconds-since-midnight, not the raw HHMMSS
      *> digits, so a run crossing a minute/hour boundary still gets a
      *> correct elapsed time.
           COMPUTE WS-ELAPSED-SECONDS =
               (WS-END-HH * 3600 + WS-END-MI * 60 + WS-END-SS) -
               (WS-START-HH * 3600 + WS-START-MI * 60 + WS-START-SS)

           IF WS-ERROR-COUNT = ZERO

               MOVE 0 TO RETURN-CODE

           ELSE

               MOVE 8 TO RETURN-CODE

           END-IF

           DISPLAY "DORMANCY END OF JOB - ACCOUNTS: " WS-ACCOUNT-COUNT
               " WARNED: " WS-WARNED-COUNT
               " FROZEN: " WS-FROZEN-COUNT
               " ERRORS: " WS-ERROR-COUNT
               " ELAPSED: " WS-ELAPSED-SECONDS " SEC"
               " RC: " RETURN-CODE.
