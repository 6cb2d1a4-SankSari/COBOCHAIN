       IDENTIFICATION DIVISION.

       PROGRAM-ID.  BALSNAP.

      *> Period-end balance snapshot. ACCT-BALANCE only ever holds
      *> "now"; on the night DATEROLL raises the period-end flag this
      *> job copies every account's balance, status, last-posted
      *> date, currency and product onto the indexed balance-history
      *> file (data/balance-history.dat) under the account and the
      *> period-end business date. BALINQ answers "what was the
      *> balance on date X" from the nearest prior snapshot plus the
      *> postings since, and the report's per-currency book totals
      *> answer "what did the book hold at quarter-end" without a
      *> replay. Run after the day's posting run, before DATEROLL
      *> moves the date on. A rerun for the same period end replaces
      *> that period's snapshots instead of doubling them. Refused on
      *> any other day, as ACCRUAL is.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCOUNT-MASTER-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS SEQUENTIAL

               RECORD KEY IS ACCT-NUMBER

               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO SNAPSHOT-FILE-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS DYNAMIC

               RECORD KEY IS BS-KEY

               FILE STATUS IS SNAPSHOT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT FX-PARM-FILE ASSIGN TO FX-PARM-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS FX-PARM-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  ACCOUNT-MASTER.

       COPY "account-master-record.cpy".

       FD  SNAPSHOT-FILE.

       COPY "balance-snapshot-record.cpy".

       FD  RUN-CONTROL-FILE.

       COPY "run-control-record.cpy".

       FD  FX-PARM-FILE.

       COPY "fx-parm-record.cpy".

       FD  REPORT-FILE.

       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       77  ACCOUNT-MASTER-PATH PIC X(60)
           VALUE "data/account-master.dat".

       77  ACCOUNT-MASTER-STATUS PIC XX.

       77  SNAPSHOT-FILE-PATH PIC X(60)
           VALUE "data/balance-history.dat".

       77  SNAPSHOT-FILE-STATUS PIC XX.

       77  RUN-CONTROL-PATH  PIC X(60) VALUE "data/run-control.dat".

       77  RUN-CONTROL-STATUS PIC XX.

       77  FX-PARM-FILE-PATH PIC X(60) VALUE "data/fx-parms.dat".

       77  FX-PARM-FILE-STATUS PIC XX.

       77  REPORT-FILE-PATH  PIC X(60) VALUE "data/balsnap-report.dat".

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-ABANDON-SWITCH PIC X VALUE "N".

           88  WS-RUN-ABANDONED VALUE "Y".

       77  WS-BUSINESS-DATE  PIC 9(8) VALUE ZERO.

       77  WS-RUN-NUMBER     PIC 9(4) VALUE ZERO.

       77  WS-BASE-CURRENCY  PIC X(3) VALUE "USD".

       77  WS-CURRENCY       PIC X(3).

      *> The book at the period end, per currency.
       77  WS-CCY-COUNT      PIC 9(3) COMP VALUE ZERO.

       77  WS-CCY-MAX        PIC 9(3) COMP VALUE 50.

       01  WS-CCY-TABLE.

           05  WS-CCY-ENTRY OCCURS 50 TIMES.

               10  WS-CCY-CODE       PIC X(3).

               10  WS-CCY-ACCOUNTS   PIC 9(7).

               10  WS-CCY-TOTAL      PIC S9(13)V99.

       77  WS-CCY-SUB        PIC 9(3) COMP.

       77  WS-CCY-HIT        PIC 9(3) COMP.

       77  WS-ACCOUNT-COUNT  PIC 9(7) VALUE ZERO.

       77  WS-WRITTEN-COUNT  PIC 9(7) VALUE ZERO.

       77  WS-REPLACED-COUNT PIC 9(7) VALUE ZERO.

       77  WS-ERROR-COUNT    PIC 9(5) VALUE ZERO.

       77  WS-COUNT-DISPLAY  PIC Z(6)9.

       77  WS-TOTAL-DISPLAY  PIC Z(12)9.99-.

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

           MOVE "PERIOD-END BALANCE SNAPSHOT REPORT" TO REPORT-LINE

           WRITE REPORT-LINE

           PERFORM 0050-LOAD-BASE-CURRENCY

           PERFORM 0060-LOAD-RUN-CONTROL

           IF NOT WS-RUN-ABANDONED

               PERFORM 1000-SNAPSHOT-ACCOUNTS

           END-IF

           PERFORM 9000-WRITE-TOTALS

           CLOSE REPORT-FILE

           PERFORM 9900-END-OF-JOB-SUMMARY

           GOBACK.

       0050-LOAD-BASE-CURRENCY.

           OPEN INPUT FX-PARM-FILE

           IF FX-PARM-FILE-STATUS = "00"

               READ FX-PARM-FILE

               IF FX-PARM-FILE-STATUS = "00"
                  AND FXP-BASE-CURRENCY NOT = SPACES

                   MOVE FXP-BASE-CURRENCY TO WS-BASE-CURRENCY

               END-IF

               CLOSE FX-PARM-FILE

           END-IF.

       0060-LOAD-RUN-CONTROL.

      *> A snapshot filed under an ordinary day would sit on the
      *> history as if it were a period end, and BALINQ would start
      *> from it - only the calendar's period-end flag decides.
           OPEN INPUT RUN-CONTROL-FILE

           IF RUN-CONTROL-STATUS NOT = "00"

               MOVE "NO RUN CONTROL FILE - RUN REFUSED" TO REPORT-LINE

               WRITE REPORT-LINE

               MOVE "Y" TO WS-ABANDON-SWITCH

               ADD 1 TO WS-ERROR-COUNT

           ELSE

               READ RUN-CONTROL-FILE

               IF RUN-CONTROL-STATUS NOT = "00"

                   MOVE "RUN CONTROL UNREADABLE - RUN REFUSED"
                     TO REPORT-LINE

                   WRITE REPORT-LINE

                   MOVE "Y" TO WS-ABANDON-SWITCH

                   ADD 1 TO WS-ERROR-COUNT

               ELSE

                   MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE

                   MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER

                   IF NOT RC-PERIOD-END

                       MOVE "NOT A PERIOD-END DATE - RUN REFUSED"
                         TO REPORT-LINE

                       WRITE REPORT-LINE

                       MOVE "Y" TO WS-ABANDON-SWITCH

                       ADD 1 TO WS-ERROR-COUNT

                   END-IF

               END-IF

               CLOSE RUN-CONTROL-FILE

           END-IF.

       1000-SNAPSHOT-ACCOUNTS.

           OPEN INPUT ACCOUNT-MASTER

           IF ACCOUNT-MASTER-STATUS NOT = "00"

               MOVE "CANNOT OPEN ACCOUNT MASTER - RUN REFUSED"
                 TO REPORT-LINE

               WRITE REPORT-LINE

               ADD 1 TO WS-ERROR-COUNT

           ELSE

               OPEN I-O SNAPSHOT-FILE

               IF SNAPSHOT-FILE-STATUS NOT = "00"

                   OPEN OUTPUT SNAPSHOT-FILE

               END-IF

               IF SNAPSHOT-FILE-STATUS NOT = "00"

                   MOVE "CANNOT OPEN BALANCE HISTORY - RUN REFUSED"
                     TO REPORT-LINE

                   WRITE REPORT-LINE

                   ADD 1 TO WS-ERROR-COUNT

               ELSE

                   MOVE SPACES TO REPORT-LINE

                   STRING "PERIOD END " DELIMITED BY SIZE,
                          WS-BUSINESS-DATE DELIMITED BY SIZE,
                          " RUN " DELIMITED BY SIZE,
                          WS-RUN-NUMBER DELIMITED BY SIZE
                     INTO REPORT-LINE

                   WRITE REPORT-LINE

                   READ ACCOUNT-MASTER

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

                   PERFORM UNTIL WS-EOF

                       ADD 1 TO WS-ACCOUNT-COUNT

                       PERFORM 2000-SNAPSHOT-ONE-ACCOUNT

                       READ ACCOUNT-MASTER

                           AT END MOVE "Y" TO WS-EOF-SWITCH

                       END-READ

                   END-PERFORM

                   MOVE "N" TO WS-EOF-SWITCH

                   CLOSE SNAPSHOT-FILE

               END-IF

               CLOSE ACCOUNT-MASTER

           END-IF.

       2000-SNAPSHOT-ONE-ACCOUNT.

           MOVE ACCT-NUMBER TO BS-ACCOUNT

           MOVE WS-BUSINESS-DATE TO BS-PERIOD-END-DATE

           MOVE ACCT-BALANCE TO BS-BALANCE

           MOVE ACCT-STATUS TO BS-STATUS

           MOVE ACCT-LAST-POSTED TO BS-LAST-POSTED

           MOVE ACCT-CURRENCY-CODE TO BS-CURRENCY-CODE

           MOVE ACCT-PRODUCT-CODE TO BS-PRODUCT-CODE

           MOVE WS-RUN-NUMBER TO BS-RUN-NO

           WRITE BALANCE-SNAPSHOT-RECORD

               INVALID KEY

      *> Already snapshotted this period end - a rerun after a late
      *> correction takes the balance as it stands now.
                   REWRITE BALANCE-SNAPSHOT-RECORD

                       INVALID KEY

                           PERFORM 2010-REPORT-SNAPSHOT-ERROR

                       NOT INVALID KEY

                           ADD 1 TO WS-REPLACED-COUNT

                   END-REWRITE

               NOT INVALID KEY

                   ADD 1 TO WS-WRITTEN-COUNT

           END-WRITE

           MOVE ACCT-CURRENCY-CODE TO WS-CURRENCY

           IF WS-CURRENCY = SPACES

               MOVE WS-BASE-CURRENCY TO WS-CURRENCY

           END-IF

           PERFORM 2100-FIND-OR-ADD-CURRENCY

           IF WS-CCY-HIT > ZERO

               ADD 1 TO WS-CCY-ACCOUNTS (WS-CCY-HIT)

               ADD ACCT-BALANCE TO WS-CCY-TOTAL (WS-CCY-HIT)

           END-IF.

       2010-REPORT-SNAPSHOT-ERROR.

           ADD 1 TO WS-ERROR-COUNT

           MOVE SPACES TO REPORT-LINE

           STRING "ACCOUNT " DELIMITED BY SIZE,
                  ACCT-NUMBER DELIMITED BY SIZE,
                  " SNAPSHOT NOT WRITTEN, STATUS " DELIMITED BY SIZE,
                  SNAPSHOT-FILE-STATUS DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       2100-FIND-OR-ADD-CURRENCY.

           MOVE ZERO TO WS-CCY-HIT

           PERFORM 2110-SCAN-CURRENCIES
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
                  OR WS-CCY-HIT > ZERO

           IF WS-CCY-HIT = ZERO

               IF WS-CCY-COUNT < WS-CCY-MAX

                   ADD 1 TO WS-CCY-COUNT

                   MOVE WS-CCY-COUNT TO WS-CCY-HIT

                   MOVE WS-CURRENCY TO WS-CCY-CODE (WS-CCY-HIT)

                   MOVE ZERO TO WS-CCY-ACCOUNTS (WS-CCY-HIT)

                   MOVE ZERO TO WS-CCY-TOTAL (WS-CCY-HIT)

               ELSE

                   MOVE "CURRENCY TABLE FULL - BOOK TOTALS SHORT"
                     TO REPORT-LINE

                   WRITE REPORT-LINE

                   ADD 1 TO WS-ERROR-COUNT

               END-IF

           END-IF.

       2110-SCAN-CURRENCIES.

           IF WS-CCY-CODE (WS-CCY-SUB) = WS-CURRENCY

               MOVE WS-CCY-SUB TO WS-CCY-HIT

           END-IF.

       9000-WRITE-TOTALS.

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "ACCOUNTS READ:      " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-WRITTEN-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "SNAPSHOTS WRITTEN:  " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-REPLACED-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "SNAPSHOTS REPLACED: " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           PERFORM 9100-WRITE-BOOK-TOTAL
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT.

       9100-WRITE-BOOK-TOTAL.

           MOVE WS-CCY-ACCOUNTS (WS-CCY-SUB) TO WS-COUNT-DISPLAY

           MOVE WS-CCY-TOTAL (WS-CCY-SUB) TO WS-TOTAL-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "BOOK " DELIMITED BY SIZE,
                  WS-CCY-CODE (WS-CCY-SUB) DELIMITED BY SIZE,
                  " ACCOUNTS " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE,
                  " TOTAL " DELIMITED BY SIZE,
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
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

           DISPLAY "BALSNAP END OF JOB - ACCOUNTS: " WS-ACCOUNT-COUNT
               " WRITTEN: " WS-WRITTEN-COUNT
               " REPLACED: " WS-REPLACED-COUNT
               " ERRORS: " WS-ERROR-COUNT
               " ELAPSED: " WS-ELAPSED-SECONDS " SEC"
               " RC: " RETURN-CODE.
