       IDENTIFICATION DIVISION.

       PROGRAM-ID.  MONITOR.

      *> Daily compliance monitoring over the posting file. Reads
      *> every posting once: the business date's postings are tested
      *> against the single-amount rule as they are read and summed
      *> per account, and the postings of the trailing window before
      *> the date are summed per account for the velocity rule. Each
      *> account active on the date is then tested for a large daily
      *> aggregate, for structuring (a run of postings just under the
      *> single-amount threshold) and for a spike against its own
      *> trailing daily average. The rules and their thresholds are
      *> on data/monitor-parms.dat.
      *> Every hit becomes an open case on data/alert-cases.dat for an
      *> analyst to clear or escalate in ALRTMNT. A rerun for the same
      *> date recognises the cases it already raised and raises
      *> nothing twice. The report lists the new alerts and every
      *> case from earlier runs still outstanding, and a run that
      *> raised anything ends RC 4 so ORCHJOB warns on it.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT POSTING-FILE ASSIGN TO POSTING-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS POSTING-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO PARAMETER-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS PARAMETER-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO ALERT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS ALERT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  POSTING-FILE.

       COPY "posting-record.cpy".

       FD  PARAMETER-FILE.

       COPY "monitor-parm-record.cpy".

       FD  ALERT-FILE.

       COPY "alert-case-record.cpy".

       FD  RUN-CONTROL-FILE.

       COPY "run-control-record.cpy".

       FD  REPORT-FILE.

       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       77  POSTING-FILE-PATH PIC X(60) VALUE "data/posting-file.dat".

       77  POSTING-FILE-STATUS PIC XX.

       77  PARAMETER-FILE-PATH PIC X(60)
           VALUE "data/monitor-parms.dat".

       77  PARAMETER-FILE-STATUS PIC XX.

       77  ALERT-FILE-PATH   PIC X(60) VALUE "data/alert-cases.dat".

       77  ALERT-FILE-STATUS PIC XX.

       77  RUN-CONTROL-PATH  PIC X(60) VALUE "data/run-control.dat".

       77  RUN-CONTROL-STATUS PIC XX.

       77  REPORT-FILE-PATH  PIC X(60) VALUE "data/monitor-report.dat".

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-ABANDON-SWITCH PIC X VALUE "N".

           88  WS-RUN-ABANDONED VALUE "Y".

       77  WS-BUSINESS-DATE  PIC 9(8) VALUE ZERO.

       77  WS-BUSINESS-DAY-NUMBER PIC 9(8) VALUE ZERO.

       77  WS-DAYS-BACK      PIC S9(7).

      *> The rules, from the parameter file.
       77  WS-SINGLE-AMOUNT  PIC 9(7)V99 VALUE ZERO.

       77  WS-DAILY-AGGREGATE PIC 9(9)V99 VALUE ZERO.

       77  WS-NEAR-FLOOR     PIC 9(7)V99 VALUE ZERO.

       77  WS-STRUCTURING-COUNT PIC 9(3) VALUE ZERO.

       77  WS-VELOCITY-DAYS  PIC 9(3) VALUE ZERO.

       77  WS-VELOCITY-MULTIPLE PIC 9(3) VALUE ZERO.

       77  WS-VELOCITY-FLOOR PIC 9(9)V99 VALUE ZERO.

      *> One row per account seen in the window: the business date's
      *> total, item count and near-threshold count, and the trailing
      *> window's total.
       77  WS-ACCT-COUNT     PIC 9(5) COMP VALUE ZERO.

       77  WS-ACCT-MAX       PIC 9(5) COMP VALUE 5000.

       77  WS-ACCT-OVERFLOW-SWITCH PIC X VALUE "N".

           88  WS-ACCT-OVERFLOW VALUE "Y".

       01  WS-ACCT-TABLE.

           05  WS-ACCT-ENTRY OCCURS 5000 TIMES.

               10  WS-ACC-NUMBER        PIC 9(8).

               10  WS-ACC-DAY-TOTAL     PIC 9(9)V99.

               10  WS-ACC-DAY-COUNT     PIC 9(5).

               10  WS-ACC-NEAR-COUNT    PIC 9(5).

               10  WS-ACC-TRAIL-TOTAL   PIC 9(11)V99.

       77  WS-ACCT-SUB       PIC 9(5) COMP.

       77  WS-ACCT-HIT       PIC 9(5) COMP.

      *> The whole case file, appended to in memory and written back
      *> as one unit.
       77  WS-ALERT-COUNT    PIC 9(5) COMP VALUE ZERO.

       77  WS-ALERT-MAX      PIC 9(5) COMP VALUE 5000.

       01  WS-ALERT-TABLE.

           05  WS-ALERT-ENTRY OCCURS 5000 TIMES.

               10  WS-ALT-ALERT-NO      PIC 9(6).

               10  WS-ALT-RULE          PIC X(4).

               10  WS-ALT-ACCOUNT       PIC 9(8).

               10  WS-ALT-BUSINESS-DATE PIC 9(8).

               10  WS-ALT-POST-KEY      PIC 9(8).

               10  WS-ALT-AMOUNT        PIC 9(9)V99.

               10  WS-ALT-BENCHMARK     PIC 9(9)V99.

               10  WS-ALT-ITEM-COUNT    PIC 9(5).

               10  WS-ALT-STATUS        PIC X.

               10  WS-ALT-RAISED-TS     PIC X(21).

               10  WS-ALT-WORKED-BY     PIC X(8).

               10  WS-ALT-WORKED-TS     PIC X(21).

               10  WS-ALT-NOTE          PIC X(30).

       77  WS-ALERT-SUB      PIC 9(5) COMP.

       77  WS-ALERT-HIT      PIC 9(5) COMP.

       77  WS-FIRST-NEW-ALERT PIC 9(5) COMP.

       77  WS-NEXT-ALERT-NO  PIC 9(6) VALUE ZERO.

      *> The alert being raised.
       77  WS-NEW-RULE       PIC X(4).

       77  WS-NEW-ACCOUNT    PIC 9(8).

       77  WS-NEW-POST-KEY   PIC 9(8).

       77  WS-NEW-AMOUNT     PIC 9(9)V99.

       77  WS-NEW-BENCHMARK  PIC 9(9)V99.

       77  WS-NEW-ITEM-COUNT PIC 9(5).

       77  WS-DAY-TOTAL      PIC 9(9)V99.

       77  WS-NEAR-COUNT     PIC 9(5).

       77  WS-TRAIL-AVERAGE  PIC 9(9)V99.

       77  WS-SPIKE-LEVEL    PIC 9(11)V99.

       77  WS-POSTING-COUNT  PIC 9(8) VALUE ZERO.

       77  WS-DAY-POSTING-COUNT PIC 9(8) VALUE ZERO.

       77  WS-NEW-ALERT-COUNT PIC 9(5) VALUE ZERO.

       77  WS-REPEAT-COUNT   PIC 9(5) VALUE ZERO.

       77  WS-OUTSTANDING-COUNT PIC 9(5) VALUE ZERO.

       77  WS-ERROR-COUNT    PIC 9(5) VALUE ZERO.

       77  WS-AMOUNT-DISPLAY PIC Z(8)9.99.

       77  WS-BENCH-DISPLAY  PIC Z(8)9.99.

       77  WS-ITEM-DISPLAY   PIC Z(7)9.

       77  WS-STATUS-WORD    PIC X(9).

       77  WS-COUNT-DISPLAY  PIC Z(7)9.

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

           MOVE "TRANSACTION MONITORING REPORT" TO REPORT-LINE

           WRITE REPORT-LINE

           PERFORM 0040-LOAD-PARAMETERS

           IF NOT WS-RUN-ABANDONED

               PERFORM 0060-LOAD-RUN-CONTROL

           END-IF

           IF NOT WS-RUN-ABANDONED

               PERFORM 0100-LOAD-ALERTS

           END-IF

           IF NOT WS-RUN-ABANDONED

               PERFORM 1000-SCAN-POSTINGS

               PERFORM 2000-TEST-ACCOUNTS
                   VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT

               PERFORM 7500-WRITE-ALERTS

               PERFORM 8000-REPORT-ALERTS

           END-IF

           PERFORM 9000-WRITE-TOTALS

           CLOSE REPORT-FILE

           PERFORM 9900-END-OF-JOB-SUMMARY

           GOBACK.

       0040-LOAD-PARAMETERS.

           OPEN INPUT PARAMETER-FILE

           IF PARAMETER-FILE-STATUS NOT = "00"

               MOVE "NO MONITORING PARAMETERS - RUN REFUSED"
                 TO REPORT-LINE

               WRITE REPORT-LINE

               MOVE "Y" TO WS-ABANDON-SWITCH

               ADD 1 TO WS-ERROR-COUNT

           ELSE

               READ PARAMETER-FILE

               IF PARAMETER-FILE-STATUS NOT = "00"
                  OR MP-SINGLE-AMOUNT NOT NUMERIC
                  OR MP-DAILY-AGGREGATE NOT NUMERIC
                  OR MP-NEAR-PERCENT NOT NUMERIC
                  OR MP-STRUCTURING-COUNT NOT NUMERIC
                  OR MP-VELOCITY-DAYS NOT NUMERIC
                  OR MP-VELOCITY-MULTIPLE NOT NUMERIC
                  OR MP-VELOCITY-FLOOR NOT NUMERIC

                   MOVE "MONITORING PARAMETERS UNREADABLE - RUN REFUSED"
                     TO REPORT-LINE

                   WRITE REPORT-LINE

                   MOVE "Y" TO WS-ABANDON-SWITCH

                   ADD 1 TO WS-ERROR-COUNT

               ELSE

                   MOVE MP-SINGLE-AMOUNT TO WS-SINGLE-AMOUNT

                   MOVE MP-DAILY-AGGREGATE TO WS-DAILY-AGGREGATE

                   MOVE MP-STRUCTURING-COUNT TO WS-STRUCTURING-COUNT

                   MOVE MP-VELOCITY-DAYS TO WS-VELOCITY-DAYS

                   MOVE MP-VELOCITY-MULTIPLE TO WS-VELOCITY-MULTIPLE

                   MOVE MP-VELOCITY-FLOOR TO WS-VELOCITY-FLOOR

      *> Structuring is measured against the single-amount threshold;
      *> without that threshold, or a sensible percentage, there is
      *> nothing to be "near" and the rule stands off.
                   IF WS-SINGLE-AMOUNT = ZERO OR MP-NEAR-PERCENT = ZERO

                       MOVE ZERO TO WS-STRUCTURING-COUNT

                   ELSE

                       COMPUTE WS-NEAR-FLOOR ROUNDED =
                           WS-SINGLE-AMOUNT * MP-NEAR-PERCENT / 100

                   END-IF

                   IF WS-VELOCITY-DAYS = ZERO

                       MOVE ZERO TO WS-VELOCITY-MULTIPLE

                   END-IF

               END-IF

               CLOSE PARAMETER-FILE

           END-IF.

       0060-LOAD-RUN-CONTROL.

      *> The day monitored is the open business date - the one whose
      *> postings DRIVER has just written.
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

       0100-LOAD-ALERTS.

      *> No case file simply means no alerts yet. More cases than the
      *> table holds refuses the run: the rewrite at the end would
      *> otherwise drop every case past the table, open ones included.
           OPEN INPUT ALERT-FILE

           IF ALERT-FILE-STATUS = "00"

               READ ALERT-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF OR WS-ALERT-COUNT >= WS-ALERT-MAX

                   ADD 1 TO WS-ALERT-COUNT

                   MOVE ALERT-CASE-RECORD
                     TO WS-ALERT-ENTRY (WS-ALERT-COUNT)

                   IF AL-ALERT-NO > WS-NEXT-ALERT-NO

                       MOVE AL-ALERT-NO TO WS-NEXT-ALERT-NO

                   END-IF

                   READ ALERT-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               IF NOT WS-EOF

                   MOVE "ALERT CASE TABLE FULL - RUN REFUSED"
                     TO REPORT-LINE

                   WRITE REPORT-LINE

                   MOVE "Y" TO WS-ABANDON-SWITCH

                   ADD 1 TO WS-ERROR-COUNT

               END-IF

               CLOSE ALERT-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF

           COMPUTE WS-FIRST-NEW-ALERT = WS-ALERT-COUNT + 1.

       1000-SCAN-POSTINGS.

           OPEN INPUT POSTING-FILE

           IF POSTING-FILE-STATUS NOT = "00"

               MOVE "NO POSTING FILE - NOTHING TO MONITOR"
                 TO REPORT-LINE

               WRITE REPORT-LINE

           ELSE

               READ POSTING-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   ADD 1 TO WS-POSTING-COUNT

                   IF POST-BUSINESS-DATE NUMERIC AND POST-R NUMERIC

                       PERFORM 1100-TAKE-POSTING

                   END-IF

                   READ POSTING-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE POSTING-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF

           IF WS-ACCT-OVERFLOW

      *> Accounts past the table go untested - the run says so and
      *> ends RC 8 rather than reporting a clean day it never saw.
               MOVE "ACCOUNT TABLE FULL - SOME ACCOUNTS NOT MONITORED"
                 TO REPORT-LINE

               WRITE REPORT-LINE

               ADD 1 TO WS-ERROR-COUNT

           END-IF.

       1100-TAKE-POSTING.

      *> Every posting moves money on its account whichever way it
      *> goes - debits, credits, reversals and both legs of a
      *> transfer all count at their posted amount.
           COMPUTE WS-DAYS-BACK = WS-BUSINESS-DAY-NUMBER
               - FUNCTION INTEGER-OF-DATE (POST-BUSINESS-DATE)

           EVALUATE TRUE

               WHEN WS-DAYS-BACK = ZERO

                   ADD 1 TO WS-DAY-POSTING-COUNT

                   PERFORM 1200-FIND-ACCOUNT

                   IF WS-ACCT-HIT > ZERO

                       ADD POST-R TO WS-ACC-DAY-TOTAL (WS-ACCT-HIT)

                       ADD 1 TO WS-ACC-DAY-COUNT (WS-ACCT-HIT)

                       IF WS-STRUCTURING-COUNT > ZERO
                          AND POST-R >= WS-NEAR-FLOOR
                          AND POST-R < WS-SINGLE-AMOUNT

                           ADD 1 TO WS-ACC-NEAR-COUNT (WS-ACCT-HIT)

                       END-IF

                   END-IF

                   IF WS-SINGLE-AMOUNT > ZERO
                      AND POST-R >= WS-SINGLE-AMOUNT

                       MOVE "SNGL" TO WS-NEW-RULE

                       MOVE POST-ACCOUNT TO WS-NEW-ACCOUNT

                       MOVE POST-KEY TO WS-NEW-POST-KEY

                       MOVE POST-R TO WS-NEW-AMOUNT

                       MOVE WS-SINGLE-AMOUNT TO WS-NEW-BENCHMARK

                       MOVE 1 TO WS-NEW-ITEM-COUNT

                       PERFORM 3000-RAISE-ALERT

                   END-IF

               WHEN WS-DAYS-BACK > ZERO
                    AND WS-DAYS-BACK <= WS-VELOCITY-DAYS

                   PERFORM 1200-FIND-ACCOUNT

                   IF WS-ACCT-HIT > ZERO

                       ADD POST-R TO WS-ACC-TRAIL-TOTAL (WS-ACCT-HIT)

                   END-IF

               WHEN OTHER

                   CONTINUE

           END-EVALUATE.

       1200-FIND-ACCOUNT.

           MOVE ZERO TO WS-ACCT-HIT

           PERFORM 1210-SCAN-ACCOUNTS
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT OR WS-ACCT-HIT > ZERO

           IF WS-ACCT-HIT = ZERO

               IF WS-ACCT-COUNT < WS-ACCT-MAX

                   ADD 1 TO WS-ACCT-COUNT

                   MOVE WS-ACCT-COUNT TO WS-ACCT-HIT

                   MOVE POST-ACCOUNT TO WS-ACC-NUMBER (WS-ACCT-HIT)

                   MOVE ZERO TO WS-ACC-DAY-TOTAL (WS-ACCT-HIT)

                   MOVE ZERO TO WS-ACC-DAY-COUNT (WS-ACCT-HIT)

                   MOVE ZERO TO WS-ACC-NEAR-COUNT (WS-ACCT-HIT)

                   MOVE ZERO TO WS-ACC-TRAIL-TOTAL (WS-ACCT-HIT)

               ELSE

                   MOVE "Y" TO WS-ACCT-OVERFLOW-SWITCH

               END-IF

           END-IF.

       1210-SCAN-ACCOUNTS.

           IF WS-ACC-NUMBER (WS-ACCT-SUB) = POST-ACCOUNT

               MOVE WS-ACCT-SUB TO WS-ACCT-HIT

           END-IF.

       2000-TEST-ACCOUNTS.

      *> Only accounts that moved on the business date can trip a
      *> daily rule - an account seen only in the trailing window is
      *> there for its history alone.
           IF WS-ACC-DAY-COUNT (WS-ACCT-SUB) > ZERO

               MOVE WS-ACC-NUMBER (WS-ACCT-SUB) TO WS-NEW-ACCOUNT

               MOVE ZERO TO WS-NEW-POST-KEY

               MOVE WS-ACC-DAY-TOTAL (WS-ACCT-SUB) TO WS-DAY-TOTAL

               MOVE WS-DAY-TOTAL TO WS-NEW-AMOUNT

               MOVE WS-ACC-DAY-COUNT (WS-ACCT-SUB) TO WS-NEW-ITEM-COUNT

               IF WS-DAILY-AGGREGATE > ZERO
                  AND WS-DAY-TOTAL >= WS-DAILY-AGGREGATE

                   MOVE "DAGG" TO WS-NEW-RULE

                   MOVE WS-DAILY-AGGREGATE TO WS-NEW-BENCHMARK

                   PERFORM 3000-RAISE-ALERT

               END-IF

               MOVE WS-ACC-NEAR-COUNT (WS-ACCT-SUB) TO WS-NEAR-COUNT

               IF WS-STRUCTURING-COUNT > ZERO
                  AND WS-NEAR-COUNT >= WS-STRUCTURING-COUNT

                   MOVE "STRC" TO WS-NEW-RULE

                   MOVE WS-NEAR-FLOOR TO WS-NEW-BENCHMARK

                   MOVE WS-NEAR-COUNT TO WS-NEW-ITEM-COUNT

                   PERFORM 3000-RAISE-ALERT

                   MOVE WS-ACC-DAY-COUNT (WS-ACCT-SUB)
                     TO WS-NEW-ITEM-COUNT

               END-IF

               IF WS-VELOCITY-MULTIPLE > ZERO
                  AND WS-DAY-TOTAL >= WS-VELOCITY-FLOOR

                   PERFORM 2100-TEST-VELOCITY

               END-IF

           END-IF.

       2100-TEST-VELOCITY.

      *> The average is over every calendar day of the window, quiet
      *> days included - an account with no history at all averages
      *> zero, and any day over the floor is a spike against it.
           COMPUTE WS-TRAIL-AVERAGE ROUNDED =
               WS-ACC-TRAIL-TOTAL (WS-ACCT-SUB) / WS-VELOCITY-DAYS

           COMPUTE WS-SPIKE-LEVEL =
               WS-TRAIL-AVERAGE * WS-VELOCITY-MULTIPLE

           IF WS-DAY-TOTAL > WS-SPIKE-LEVEL

               MOVE "VELO" TO WS-NEW-RULE

               MOVE WS-TRAIL-AVERAGE TO WS-NEW-BENCHMARK

               PERFORM 3000-RAISE-ALERT

           END-IF.

       3000-RAISE-ALERT.

      *> A case already on file for this rule, account, date and
      *> posting was raised by an earlier run of the same day - it
      *> keeps whatever an analyst has done to it since.
           MOVE ZERO TO WS-ALERT-HIT

           PERFORM 3010-SCAN-FOR-CASE
               VARYING WS-ALERT-SUB FROM 1 BY 1
               UNTIL WS-ALERT-SUB >= WS-FIRST-NEW-ALERT
                  OR WS-ALERT-HIT > ZERO

           EVALUATE TRUE

               WHEN WS-ALERT-HIT > ZERO

                   ADD 1 TO WS-REPEAT-COUNT

               WHEN WS-ALERT-COUNT >= WS-ALERT-MAX

                   ADD 1 TO WS-ERROR-COUNT

                   MOVE SPACES TO REPORT-LINE

                   STRING "ALERT CASE TABLE FULL - " DELIMITED BY SIZE,
                          WS-NEW-RULE DELIMITED BY SIZE,
                          " ON ACCOUNT " DELIMITED BY SIZE,
                          WS-NEW-ACCOUNT DELIMITED BY SIZE,
                          " NOT RAISED" DELIMITED BY SIZE
                     INTO REPORT-LINE

                   WRITE REPORT-LINE

               WHEN OTHER

                   PERFORM 3100-ADD-CASE

           END-EVALUATE.

       3010-SCAN-FOR-CASE.

           IF WS-ALT-RULE (WS-ALERT-SUB) = WS-NEW-RULE
              AND WS-ALT-ACCOUNT (WS-ALERT-SUB) = WS-NEW-ACCOUNT
              AND WS-ALT-BUSINESS-DATE (WS-ALERT-SUB) = WS-BUSINESS-DATE
              AND WS-ALT-POST-KEY (WS-ALERT-SUB) = WS-NEW-POST-KEY

               MOVE WS-ALERT-SUB TO WS-ALERT-HIT

           END-IF.

       3100-ADD-CASE.

           ADD 1 TO WS-ALERT-COUNT

           ADD 1 TO WS-NEXT-ALERT-NO

           ADD 1 TO WS-NEW-ALERT-COUNT

           MOVE WS-ALERT-COUNT TO WS-ALERT-SUB

           MOVE WS-NEXT-ALERT-NO TO WS-ALT-ALERT-NO (WS-ALERT-SUB)

           MOVE WS-NEW-RULE TO WS-ALT-RULE (WS-ALERT-SUB)

           MOVE WS-NEW-ACCOUNT TO WS-ALT-ACCOUNT (WS-ALERT-SUB)

           MOVE WS-BUSINESS-DATE TO WS-ALT-BUSINESS-DATE (WS-ALERT-SUB)

           MOVE WS-NEW-POST-KEY TO WS-ALT-POST-KEY (WS-ALERT-SUB)

           MOVE WS-NEW-AMOUNT TO WS-ALT-AMOUNT (WS-ALERT-SUB)

           MOVE WS-NEW-BENCHMARK TO WS-ALT-BENCHMARK (WS-ALERT-SUB)

           MOVE WS-NEW-ITEM-COUNT TO WS-ALT-ITEM-COUNT (WS-ALERT-SUB)

           MOVE "O" TO WS-ALT-STATUS (WS-ALERT-SUB)

           MOVE FUNCTION CURRENT-DATE
             TO WS-ALT-RAISED-TS (WS-ALERT-SUB)

           MOVE SPACES TO WS-ALT-WORKED-BY (WS-ALERT-SUB)

           MOVE SPACES TO WS-ALT-WORKED-TS (WS-ALERT-SUB)

           MOVE SPACES TO WS-ALT-NOTE (WS-ALERT-SUB).

       7500-WRITE-ALERTS.

           OPEN OUTPUT ALERT-FILE

           PERFORM 7510-WRITE-ONE-ALERT
               VARYING WS-ALERT-SUB FROM 1 BY 1
               UNTIL WS-ALERT-SUB > WS-ALERT-COUNT

           CLOSE ALERT-FILE.

       7510-WRITE-ONE-ALERT.

           MOVE WS-ALERT-ENTRY (WS-ALERT-SUB) TO ALERT-CASE-RECORD

           WRITE ALERT-CASE-RECORD.

       8000-REPORT-ALERTS.

           MOVE SPACES TO REPORT-LINE

           STRING "BUSINESS DATE " DELIMITED BY SIZE,
                  WS-BUSINESS-DATE DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE "NEW ALERTS" TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE "ALERT  RULE ACCOUNT  DATE" TO REPORT-LINE

           MOVE "AMOUNT" TO REPORT-LINE(36:6)

           MOVE "BENCHMARK" TO REPORT-LINE(45:9)

           MOVE "KEY/CNT" TO REPORT-LINE(55:7)

           MOVE "STATUS" TO REPORT-LINE(63:6)

           WRITE REPORT-LINE

           PERFORM 8100-REPORT-NEW-CASE
               VARYING WS-ALERT-SUB FROM WS-FIRST-NEW-ALERT BY 1
               UNTIL WS-ALERT-SUB > WS-ALERT-COUNT

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE "OUTSTANDING FROM EARLIER RUNS" TO REPORT-LINE

           WRITE REPORT-LINE

      *> Every case on file before this run, whatever its date - an
      *> earlier run of the same business day counts as much as an
      *> earlier day.
           PERFORM 8200-REPORT-OUTSTANDING-CASE
               VARYING WS-ALERT-SUB FROM 1 BY 1
               UNTIL WS-ALERT-SUB >= WS-FIRST-NEW-ALERT.

       8100-REPORT-NEW-CASE.

           PERFORM 8500-WRITE-ALERT-LINE.

       8200-REPORT-OUTSTANDING-CASE.

           IF WS-ALT-STATUS (WS-ALERT-SUB) = "O"
              OR WS-ALT-STATUS (WS-ALERT-SUB) = "E"

               ADD 1 TO WS-OUTSTANDING-COUNT

               PERFORM 8500-WRITE-ALERT-LINE

           END-IF.

       8500-WRITE-ALERT-LINE.

           MOVE WS-ALT-AMOUNT (WS-ALERT-SUB) TO WS-AMOUNT-DISPLAY

           MOVE WS-ALT-BENCHMARK (WS-ALERT-SUB) TO WS-BENCH-DISPLAY

           IF WS-ALT-POST-KEY (WS-ALERT-SUB) > ZERO

               MOVE WS-ALT-POST-KEY (WS-ALERT-SUB) TO WS-ITEM-DISPLAY

           ELSE

               MOVE WS-ALT-ITEM-COUNT (WS-ALERT-SUB) TO WS-ITEM-DISPLAY

           END-IF

           EVALUATE WS-ALT-STATUS (WS-ALERT-SUB)

               WHEN "O"

                   MOVE "OPEN" TO WS-STATUS-WORD

               WHEN "E"

                   MOVE "ESCALATED" TO WS-STATUS-WORD

               WHEN OTHER

                   MOVE "CLEARED" TO WS-STATUS-WORD

           END-EVALUATE

           MOVE SPACES TO REPORT-LINE

           STRING WS-ALT-ALERT-NO (WS-ALERT-SUB) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-ALT-RULE (WS-ALERT-SUB) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-ALT-ACCOUNT (WS-ALERT-SUB) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-ALT-BUSINESS-DATE (WS-ALERT-SUB) DELIMITED BY SIZE,
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE,
                  WS-BENCH-DISPLAY DELIMITED BY SIZE,
                  WS-ITEM-DISPLAY DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-STATUS-WORD DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       9000-WRITE-TOTALS.

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-DAY-POSTING-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "POSTINGS TESTED:   " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-NEW-ALERT-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "NEW ALERTS:        " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-REPEAT-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "ALREADY RAISED:    " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-OUTSTANDING-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "STILL OUTSTANDING: " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       9900-END-OF-JOB-SUMMARY.

      *> Give the scheduler and the operator glancing at sysout a real
      *> pass/fail signal instead of a clean STOP RUN no matter what
      *> happened during the run. RC 4 is a clean run that raised
      *> alerts - a warning for the plan, not a failure.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-END-TIME

      *> Compare total seconds-since-midnight, not the raw HHMMSS
      *> digits, so a run crossing a minute/hour boundary still gets a
      *> correct elapsed time.
           COMPUTE WS-ELAPSED-SECONDS =
               (WS-END-HH * 3600 + WS-END-MI * 60 + WS-END-SS) -
               (WS-START-HH * 3600 + WS-START-MI * 60 + WS-START-SS)

           EVALUATE TRUE

               WHEN WS-ERROR-COUNT > ZERO

                   MOVE 8 TO RETURN-CODE

               WHEN WS-NEW-ALERT-COUNT > ZERO

                   MOVE 4 TO RETURN-CODE

               WHEN OTHER

                   MOVE 0 TO RETURN-CODE

           END-EVALUATE

           DISPLAY "MONITOR END OF JOB - POSTINGS: "
               WS-DAY-POSTING-COUNT
               " NEW ALERTS: " WS-NEW-ALERT-COUNT
               " OUTSTANDING: " WS-OUTSTANDING-COUNT
               " ERRORS: " WS-ERROR-COUNT
               " ELAPSED: " WS-ELAPSED-SECONDS " SEC"
               " RC: " RETURN-CODE.
