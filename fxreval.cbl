       IDENTIFICATION DIVISION.

       PROGRAM-ID.  FXREVAL.

      *> Daily FX revaluation: walks the account master start to end
      *> and states every foreign-currency balance in the base
      *> currency at the open business day's rate from
      *> data/fx-rates.dat, alongside what that balance moved by
      *> since the last rate before it - balance times the change in
      *> rate, the day's unrealised gain or loss. Base-currency
      *> accounts need no rate and only count in the totals. Totals
      *> come per currency, then one grand total in the base currency
      *> the whole book is worth today. Only the direct pair into the
      *> base currency is used, the same rule DRIVER converts by, and
      *> a currency with no rate for the day is listed NO RATE and
      *> ends the job RC 8: a revaluation at a stale rate would be
      *> quietly wrong, which is worse than a missing one.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCOUNT-MASTER-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS SEQUENTIAL

               RECORD KEY IS ACCT-NUMBER

               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT RATE-FILE ASSIGN TO RATE-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RATE-FILE-STATUS.

           SELECT FX-PARM-FILE ASSIGN TO FX-PARM-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS FX-PARM-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  ACCOUNT-MASTER.

       COPY "account-master-record.cpy".

       FD  RATE-FILE.

       COPY "fx-rate-record.cpy".

       FD  FX-PARM-FILE.

       COPY "fx-parm-record.cpy".

       FD  RUN-CONTROL-FILE.

       COPY "run-control-record.cpy".

       FD  REPORT-FILE.

       01  REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.

       77  ACCOUNT-MASTER-PATH PIC X(60)
           VALUE "data/account-master.dat".

       77  ACCOUNT-MASTER-STATUS PIC XX.

       77  RATE-FILE-PATH    PIC X(60) VALUE "data/fx-rates.dat".

       77  RATE-FILE-STATUS  PIC XX.

       77  FX-PARM-FILE-PATH PIC X(60) VALUE "data/fx-parms.dat".

       77  FX-PARM-FILE-STATUS PIC XX.

       77  RUN-CONTROL-PATH  PIC X(60) VALUE "data/run-control.dat".

       77  RUN-CONTROL-STATUS PIC XX.

       77  REPORT-FILE-PATH  PIC X(60) VALUE "data/fxreval-report.dat".

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-BASE-CURRENCY  PIC X(3) VALUE "USD".

       77  WS-BUSINESS-DATE  PIC 9(8) VALUE ZERO.

       77  WS-CURRENCY       PIC X(3).

      *> One row per currency seen - on the master or on a rate into
      *> the base currency. The day's rate and the latest earlier one
      *> are picked off the rate file as it is read; the account
      *> walk then adds each balance into its currency's totals.
       77  WS-CCY-COUNT      PIC 9(3) COMP VALUE ZERO.

       77  WS-CCY-MAX        PIC 9(3) COMP VALUE 50.

       77  WS-CCY-OVERFLOW-SWITCH PIC X VALUE "N".

           88  WS-CCY-OVERFLOW VALUE "Y".

       01  WS-CCY-TABLE.

           05  WS-CCY-ENTRY OCCURS 50 TIMES.

               10  WS-CCY-CODE       PIC X(3).

               10  WS-CCY-TODAY-RATE PIC 9(5)V9(6).

               10  WS-CCY-PRIOR-RATE PIC 9(5)V9(6).

               10  WS-CCY-PRIOR-DATE PIC 9(8).

               10  WS-CCY-ACCOUNTS   PIC 9(7).

               10  WS-CCY-BALANCE    PIC S9(11)V99.

               10  WS-CCY-BASE-VALUE PIC S9(13)V99.

               10  WS-CCY-REVALUATION PIC S9(13)V99.

       77  WS-CCY-SUB        PIC 9(3) COMP.

       77  WS-CCY-HIT        PIC 9(3) COMP.

       77  WS-BASE-VALUE     PIC S9(13)V99.

       77  WS-REVALUATION    PIC S9(13)V99.

       77  WS-RATE-CHANGE    PIC S9(5)V9(6).

       77  WS-GRAND-BASE-VALUE PIC S9(13)V99 VALUE ZERO.

       77  WS-GRAND-REVALUATION PIC S9(13)V99 VALUE ZERO.

       77  WS-ACCOUNT-COUNT  PIC 9(7) VALUE ZERO.

       77  WS-FOREIGN-COUNT  PIC 9(7) VALUE ZERO.

       77  WS-NO-RATE-COUNT  PIC 9(7) VALUE ZERO.

       77  WS-ERROR-COUNT    PIC 9(7) VALUE ZERO.

       77  WS-BALANCE-DISPLAY PIC Z(10)9.99-.

       77  WS-VALUE-DISPLAY  PIC Z(12)9.99-.

       77  WS-VALUE-DISPLAY-2 PIC Z(12)9.99-.

       77  WS-RATE-DISPLAY   PIC Z(4)9.9(6).

       77  WS-COUNT-DISPLAY  PIC Z(6)9.

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

           PERFORM 0050-LOAD-BASE-CURRENCY

           PERFORM 0060-LOAD-RUN-CONTROL

           MOVE SPACES TO REPORT-LINE

           STRING "DAILY FX REVALUATION REPORT - BUSINESS DATE "
                      DELIMITED BY SIZE,
                  WS-BUSINESS-DATE DELIMITED BY SIZE,
                  " BASE CURRENCY " DELIMITED BY SIZE,
                  WS-BASE-CURRENCY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           IF WS-BUSINESS-DATE = ZERO

      *> Without the open day there is no "today's rate" to value at.
               MOVE "NO READABLE RUN CONTROL - NO BUSINESS DATE"
                 TO REPORT-LINE

               WRITE REPORT-LINE

               ADD 1 TO WS-ERROR-COUNT

           ELSE

               PERFORM 1000-LOAD-RATES

               PERFORM 2000-REVALUE-ACCOUNT-MASTER

               PERFORM 9000-WRITE-TOTALS

           END-IF

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

           OPEN INPUT RUN-CONTROL-FILE

           IF RUN-CONTROL-STATUS = "00"

               READ RUN-CONTROL-FILE

               IF RUN-CONTROL-STATUS = "00"
                  AND RC-BUSINESS-DATE NUMERIC

                   MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE

               END-IF

               CLOSE RUN-CONTROL-FILE

           END-IF.

       1000-LOAD-RATES.

      *> Only rates into the base currency dated on or before the
      *> open day matter; a rate keyed ahead for tomorrow is not
      *> today's.
           OPEN INPUT RATE-FILE

           IF RATE-FILE-STATUS NOT = "00"

               MOVE "NO FX RATE FILE - EVERY FOREIGN BALANCE UNRATED"
                 TO REPORT-LINE

               WRITE REPORT-LINE

           ELSE

               READ RATE-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   IF FX-TO-CURRENCY = WS-BASE-CURRENCY
                      AND FX-BUSINESS-DATE NOT > WS-BUSINESS-DATE
                      AND FX-RATE > ZERO

                       PERFORM 1100-TAKE-ONE-RATE

                   END-IF

                   READ RATE-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE RATE-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       1100-TAKE-ONE-RATE.

           MOVE FX-FROM-CURRENCY TO WS-CURRENCY

           PERFORM 2200-FIND-OR-ADD-CURRENCY

           IF WS-CCY-HIT > ZERO

               IF FX-BUSINESS-DATE = WS-BUSINESS-DATE

                   MOVE FX-RATE TO WS-CCY-TODAY-RATE (WS-CCY-HIT)

               ELSE

                   IF FX-BUSINESS-DATE > WS-CCY-PRIOR-DATE (WS-CCY-HIT)

                       MOVE FX-RATE TO WS-CCY-PRIOR-RATE (WS-CCY-HIT)

                       MOVE FX-BUSINESS-DATE
                         TO WS-CCY-PRIOR-DATE (WS-CCY-HIT)

                   END-IF

               END-IF

           END-IF.

       2000-REVALUE-ACCOUNT-MASTER.

           OPEN INPUT ACCOUNT-MASTER

           IF ACCOUNT-MASTER-STATUS NOT = "00"

               MOVE "CANNOT OPEN ACCOUNT MASTER - NOTHING REVALUED"
                 TO REPORT-LINE

               WRITE REPORT-LINE

               ADD 1 TO WS-ERROR-COUNT

           ELSE

               MOVE "ACCOUNT  CCY       BALANCE         RATE"
                 TO REPORT-LINE

               MOVE "    BASE VALUE     REVALUATION"
                 TO REPORT-LINE(41:)

               WRITE REPORT-LINE

               READ ACCOUNT-MASTER

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   ADD 1 TO WS-ACCOUNT-COUNT

                   PERFORM 2100-REVALUE-ONE-ACCOUNT

                   READ ACCOUNT-MASTER

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE ACCOUNT-MASTER

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       2100-REVALUE-ONE-ACCOUNT.

           MOVE ACCT-CURRENCY-CODE TO WS-CURRENCY

           IF WS-CURRENCY = SPACES

               MOVE WS-BASE-CURRENCY TO WS-CURRENCY

           END-IF

           PERFORM 2200-FIND-OR-ADD-CURRENCY

           IF WS-CCY-HIT > ZERO

               ADD 1 TO WS-CCY-ACCOUNTS (WS-CCY-HIT)

               ADD ACCT-BALANCE TO WS-CCY-BALANCE (WS-CCY-HIT)

           END-IF

           IF WS-CURRENCY = WS-BASE-CURRENCY

      *> Already in the base currency: worth its balance, moves by
      *> nothing.
               ADD ACCT-BALANCE TO WS-GRAND-BASE-VALUE

               IF WS-CCY-HIT > ZERO

                   ADD ACCT-BALANCE TO WS-CCY-BASE-VALUE (WS-CCY-HIT)

               END-IF

           ELSE

               ADD 1 TO WS-FOREIGN-COUNT

               PERFORM 2300-REVALUE-FOREIGN-ACCOUNT

           END-IF.

       2200-FIND-OR-ADD-CURRENCY.

           MOVE ZERO TO WS-CCY-HIT

           PERFORM 2210-SCAN-CURRENCIES
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
                  OR WS-CCY-HIT > ZERO

           IF WS-CCY-HIT = ZERO

               IF WS-CCY-COUNT < WS-CCY-MAX

                   ADD 1 TO WS-CCY-COUNT

                   MOVE WS-CCY-COUNT TO WS-CCY-HIT

                   MOVE WS-CURRENCY TO WS-CCY-CODE (WS-CCY-HIT)

                   MOVE ZERO TO WS-CCY-TODAY-RATE (WS-CCY-HIT)
                                WS-CCY-PRIOR-RATE (WS-CCY-HIT)
                                WS-CCY-PRIOR-DATE (WS-CCY-HIT)
                                WS-CCY-ACCOUNTS (WS-CCY-HIT)
                                WS-CCY-BALANCE (WS-CCY-HIT)
                                WS-CCY-BASE-VALUE (WS-CCY-HIT)
                                WS-CCY-REVALUATION (WS-CCY-HIT)

               ELSE

                   IF NOT WS-CCY-OVERFLOW

                       MOVE "CURRENCY TABLE FULL - REVALUATION SHORT"
                         TO REPORT-LINE

                       WRITE REPORT-LINE

                       ADD 1 TO WS-ERROR-COUNT

                   END-IF

                   MOVE "Y" TO WS-CCY-OVERFLOW-SWITCH

               END-IF

           END-IF.

       2210-SCAN-CURRENCIES.

           IF WS-CCY-CODE (WS-CCY-SUB) = WS-CURRENCY

               MOVE WS-CCY-SUB TO WS-CCY-HIT

           END-IF.

       2300-REVALUE-FOREIGN-ACCOUNT.

           MOVE SPACES TO REPORT-LINE

           MOVE ACCT-NUMBER TO REPORT-LINE(1:8)

           MOVE WS-CURRENCY TO REPORT-LINE(10:3)

           MOVE ACCT-BALANCE TO WS-BALANCE-DISPLAY

           MOVE WS-BALANCE-DISPLAY TO REPORT-LINE(13:15)

           IF WS-CCY-HIT = ZERO

               MOVE "NOT REVALUED - CURRENCY TABLE FULL"
                 TO REPORT-LINE(30:)

               ADD 1 TO WS-NO-RATE-COUNT

           ELSE

               IF WS-CCY-TODAY-RATE (WS-CCY-HIT) = ZERO

                   MOVE "NO RATE" TO REPORT-LINE(30:)

                   ADD 1 TO WS-NO-RATE-COUNT

               ELSE

                   COMPUTE WS-BASE-VALUE ROUNDED =
                       ACCT-BALANCE * WS-CCY-TODAY-RATE (WS-CCY-HIT)

      *> The first rate a currency ever had has nothing to move
      *> from - the whole value is new, not a revaluation.
                   IF WS-CCY-PRIOR-DATE (WS-CCY-HIT) = ZERO

                       MOVE ZERO TO WS-REVALUATION

                   ELSE

                       COMPUTE WS-RATE-CHANGE =
                           WS-CCY-TODAY-RATE (WS-CCY-HIT)
                         - WS-CCY-PRIOR-RATE (WS-CCY-HIT)

                       COMPUTE WS-REVALUATION ROUNDED =
                           ACCT-BALANCE * WS-RATE-CHANGE

                   END-IF

                   ADD WS-BASE-VALUE TO WS-CCY-BASE-VALUE (WS-CCY-HIT)
                                        WS-GRAND-BASE-VALUE

                   ADD WS-REVALUATION
                     TO WS-CCY-REVALUATION (WS-CCY-HIT)
                        WS-GRAND-REVALUATION

                   MOVE WS-CCY-TODAY-RATE (WS-CCY-HIT)
                     TO WS-RATE-DISPLAY

                   MOVE WS-RATE-DISPLAY TO REPORT-LINE(30:12)

                   MOVE WS-BASE-VALUE TO WS-VALUE-DISPLAY

                   MOVE WS-VALUE-DISPLAY TO REPORT-LINE(43:17)

                   MOVE WS-REVALUATION TO WS-VALUE-DISPLAY-2

                   MOVE WS-VALUE-DISPLAY-2 TO REPORT-LINE(61:17)

               END-IF

           END-IF

           WRITE REPORT-LINE.

       9000-WRITE-TOTALS.

           MOVE "TOTALS BY CURRENCY" TO REPORT-LINE

           WRITE REPORT-LINE

           PERFORM 9100-WRITE-CURRENCY-TOTAL
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT

           MOVE SPACES TO REPORT-LINE

           MOVE WS-GRAND-BASE-VALUE TO WS-VALUE-DISPLAY

           MOVE WS-GRAND-REVALUATION TO WS-VALUE-DISPLAY-2

           STRING "TOTAL IN " DELIMITED BY SIZE,
                  WS-BASE-CURRENCY DELIMITED BY SIZE,
                  " VALUE " DELIMITED BY SIZE,
                  WS-VALUE-DISPLAY DELIMITED BY SIZE,
                  " REVALUATION " DELIMITED BY SIZE,
                  WS-VALUE-DISPLAY-2 DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE

           MOVE WS-NO-RATE-COUNT TO WS-COUNT-DISPLAY

           STRING "ACCOUNTS WITH NO RATE: " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       9100-WRITE-CURRENCY-TOTAL.

      *> A currency that is only on the rate file, with no account
      *> held in it, has nothing to report.
           IF WS-CCY-ACCOUNTS (WS-CCY-SUB) > ZERO

               MOVE SPACES TO REPORT-LINE

               MOVE WS-CCY-ACCOUNTS (WS-CCY-SUB) TO WS-COUNT-DISPLAY

               MOVE WS-CCY-BALANCE (WS-CCY-SUB) TO WS-BALANCE-DISPLAY

               MOVE WS-CCY-BASE-VALUE (WS-CCY-SUB) TO WS-VALUE-DISPLAY

               MOVE WS-CCY-REVALUATION (WS-CCY-SUB)
                 TO WS-VALUE-DISPLAY-2

               STRING "CURRENCY " DELIMITED BY SIZE,
                      WS-CCY-CODE (WS-CCY-SUB) DELIMITED BY SIZE,
                      " ACCOUNTS " DELIMITED BY SIZE,
                      WS-COUNT-DISPLAY DELIMITED BY SIZE,
                      " BALANCE " DELIMITED BY SIZE,
                      WS-BALANCE-DISPLAY DELIMITED BY SIZE,
                      " VALUE " DELIMITED BY SIZE,
                      WS-VALUE-DISPLAY DELIMITED BY SIZE,
                      " REVALUATION " DELIMITED BY SIZE,
                      WS-VALUE-DISPLAY-2 DELIMITED BY SIZE
                 INTO REPORT-LINE

               WRITE REPORT-LINE

           END-IF.

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

           IF WS-NO-RATE-COUNT = ZERO AND WS-ERROR-COUNT = ZERO

               MOVE 0 TO RETURN-CODE

           ELSE

               MOVE 8 TO RETURN-CODE

           END-IF

           DISPLAY "FXREVAL END OF JOB - ACCOUNTS: " WS-ACCOUNT-COUNT
               " FOREIGN: " WS-FOREIGN-COUNT
               " NO RATE: " WS-NO-RATE-COUNT
               " ELAPSED: " WS-ELAPSED-SECONDS " SEC"
               " RC: " RETURN-CODE.
