      *> against accounts the master no longer knows. Any difference
      *> ends the job RC 8, so ORCHJOB can hold the day on a broken
      *> balance the same way it holds on a broken chain.
      *> Transfers are proved as pairs as well: DRIVER writes a
      *> transfer's paying leg ("X") and receiving leg ("Y") back to
      *> back under one key, each naming the other's account, so
      *> every pair is listed from-account to to-account and a leg
      *> without its partner is out of balance like any bad account.
      *> Balances in different currencies never add up together: the
      *> proved master balances and their posted totals are reported
      *> per currency, and a transfer whose legs posted in two
      *> currencies pairs on the original amount both legs carry.

       ENVIRONMENT DIVISION.


               FILE STATUS IS ADJUSTMENT-FILE-STATUS.

           SELECT FX-PARM-FILE ASSIGN TO FX-PARM-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS FX-PARM-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL.

       COPY "acct-adjustment-record.cpy".

       FD  FX-PARM-FILE.

       COPY "fx-parm-record.cpy".

       FD  REPORT-FILE.

       01  REPORT-LINE                 PIC X(80).

       77  ADJUSTMENT-FILE-STATUS PIC XX.

       77  FX-PARM-FILE-PATH PIC X(60) VALUE "data/fx-parms.dat".

       77  FX-PARM-FILE-STATUS PIC XX.

       77  REPORT-FILE-PATH  PIC X(60) VALUE "data/balproof-report.dat".

       77  WS-EOF-SWITCH     PIC X VALUE "N".
       77  WS-ACCOUNT-COUNT  PIC 9(7) VALUE ZERO.

       77  WS-OOB-COUNT      PIC 9(7) VALUE ZERO.
      *> The paying leg of the transfer now waiting for its receiving
      *> leg - the very next posting row, if the pair is whole.
       77  WS-OPEN-LEG-SWITCH PIC X VALUE "N".
           88  WS-OUT-LEG-OPEN VALUE "Y".
       77  WS-FOUND-PAIR-SWITCH PIC X VALUE "N".
           88  WS-PAIR-FOUND   VALUE "Y".
       77  WS-LEG-KEY        PIC 9(8).
       77  WS-LEG-ACCOUNT    PIC 9(8).
       77  WS-LEG-LINK       PIC 9(8).
       77  WS-LEG-AMOUNT     PIC 9(6)V99.

       77  WS-LEG-CURRENCY   PIC X(3).

      *> What a pair's legs must agree on: the original amount both
      *> carry, or POST-R on rows written before currencies existed.
       77  WS-LEG-MATCH-AMOUNT PIC 9(6)V99.

       77  WS-ROW-MATCH-AMOUNT PIC 9(6)V99.
       77  WS-LEG-DATE       PIC 9(8).
       77  WS-TRANSFER-COUNT PIC 9(7) VALUE ZERO.
       77  WS-TRANSFER-TOTAL PIC 9(11)V99 VALUE ZERO.
       77  WS-BROKEN-LEG-COUNT PIC 9(7) VALUE ZERO.
       77  WS-AMOUNT-DISPLAY PIC Z(5)9.99.
       77  WS-ACCT-DISPLAY   PIC 9(8).
       77  WS-ACCT-DISPLAY-2 PIC 9(8).

      *> Proved balances per currency - a blank ACCT-CURRENCY-CODE or
      *> POST-CURRENCY is the base currency.
       77  WS-BASE-CURRENCY  PIC X(3) VALUE "USD".

       77  WS-CURRENCY       PIC X(3).

       77  WS-CCY-COUNT      PIC 9(3) COMP VALUE ZERO.

       77  WS-CCY-MAX        PIC 9(3) COMP VALUE 50.

       77  WS-CCY-OVERFLOW-SWITCH PIC X VALUE "N".

           88  WS-CCY-OVERFLOW VALUE "Y".

       01  WS-CCY-TABLE.

           05  WS-CCY-ENTRY OCCURS 50 TIMES.

               10  WS-CCY-CODE       PIC X(3).

               10  WS-CCY-ACCOUNTS   PIC 9(7).

               10  WS-CCY-MASTER-TOTAL PIC S9(11)V99.

               10  WS-CCY-POSTED-TOTAL PIC S9(11)V99.

       77  WS-CCY-SUB        PIC 9(3) COMP.

       77  WS-CCY-HIT        PIC 9(3) COMP.

       01  WS-START-TIME.


           WRITE REPORT-LINE

           PERFORM 0050-LOAD-BASE-CURRENCY

           PERFORM 1000-SUM-POSTING-FILE

           PERFORM 1500-SUM-ADJUSTMENTS

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

       1000-SUM-POSTING-FILE.

           OPEN INPUT POSTING-FILE

                   PERFORM 1100-SUM-ONE-POSTING

                   PERFORM 1300-PAIR-TRANSFER-LEG

                   READ POSTING-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

               END-PERFORM

               IF WS-OUT-LEG-OPEN

                   PERFORM 1340-REPORT-OPEN-OUT-LEG

               END-IF

               CLOSE POSTING-FILE

               MOVE "N" TO WS-EOF-SWITCH

           IF WS-HIT-SUB > ZERO

      *> Mirror DRIVER's 1600-Post-To-Account: debits, credit
      *> reversals and transfers out subtracted, everything else
      *> (credits, adjustments, debit reversals, transfers in and
      *> pre-type blank rows) added.
               IF POST-TYPE-SUBTRACTS

                   SUBTRACT POST-R FROM WS-SUM-TOTAL (WS-HIT-SUB)

           END-IF.

       1300-PAIR-TRANSFER-LEG.

      *> A paying leg still waiting when anything but its own
      *> receiving leg turns up was never completed - report it
      *> before looking at the row in hand.
           MOVE "N" TO WS-FOUND-PAIR-SWITCH

           IF POST-ORIG-AMOUNT NUMERIC

               MOVE POST-ORIG-AMOUNT TO WS-ROW-MATCH-AMOUNT

           ELSE

               MOVE POST-R TO WS-ROW-MATCH-AMOUNT

           END-IF

           IF WS-OUT-LEG-OPEN

               IF POST-TYPE-TRANSFER-IN
                  AND POST-KEY = WS-LEG-KEY
                  AND POST-ACCOUNT = WS-LEG-LINK
                  AND POST-LINK-ACCOUNT = WS-LEG-ACCOUNT
                  AND WS-ROW-MATCH-AMOUNT = WS-LEG-MATCH-AMOUNT

                   PERFORM 1320-REPORT-LINKED-PAIR

                   MOVE "N" TO WS-OPEN-LEG-SWITCH

                   MOVE "Y" TO WS-FOUND-PAIR-SWITCH

               ELSE

                   PERFORM 1340-REPORT-OPEN-OUT-LEG

               END-IF

           END-IF

           IF NOT WS-PAIR-FOUND

               IF POST-TYPE-TRANSFER-OUT

                   MOVE "Y" TO WS-OPEN-LEG-SWITCH

                   MOVE POST-KEY TO WS-LEG-KEY

                   MOVE POST-ACCOUNT TO WS-LEG-ACCOUNT

                   MOVE POST-LINK-ACCOUNT TO WS-LEG-LINK

                   MOVE POST-R TO WS-LEG-AMOUNT

                   MOVE WS-ROW-MATCH-AMOUNT TO WS-LEG-MATCH-AMOUNT

                   MOVE POST-CURRENCY TO WS-LEG-CURRENCY

                   IF WS-LEG-CURRENCY = SPACES

                       MOVE WS-BASE-CURRENCY TO WS-LEG-CURRENCY

                   END-IF

                   MOVE POST-BUSINESS-DATE TO WS-LEG-DATE

               ELSE

                   IF POST-TYPE-TRANSFER-IN

                       PERFORM 1360-REPORT-ORPHAN-IN-LEG

                   END-IF

               END-IF

           END-IF.

       1320-REPORT-LINKED-PAIR.

           ADD 1 TO WS-TRANSFER-COUNT

           ADD WS-LEG-AMOUNT TO WS-TRANSFER-TOTAL

           MOVE WS-LEG-KEY TO WS-KEY-DISPLAY

           MOVE WS-LEG-ACCOUNT TO WS-ACCT-DISPLAY

           MOVE WS-LEG-LINK TO WS-ACCT-DISPLAY-2

           MOVE WS-LEG-AMOUNT TO WS-AMOUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "TRANSFER " DELIMITED BY SIZE,
                  WS-KEY-DISPLAY DELIMITED BY SIZE,
                  " FROM " DELIMITED BY SIZE,
                  WS-ACCT-DISPLAY DELIMITED BY SIZE,
                  " TO " DELIMITED BY SIZE,
                  WS-ACCT-DISPLAY-2 DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-LEG-CURRENCY DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-LEG-DATE DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       1340-REPORT-OPEN-OUT-LEG.

           ADD 1 TO WS-BROKEN-LEG-COUNT

           ADD 1 TO WS-OOB-COUNT

           MOVE WS-LEG-KEY TO WS-KEY-DISPLAY

           MOVE WS-LEG-ACCOUNT TO WS-ACCT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "TRANSFER " DELIMITED BY SIZE,
                  WS-KEY-DISPLAY DELIMITED BY SIZE,
                  " FROM " DELIMITED BY SIZE,
                  WS-ACCT-DISPLAY DELIMITED BY SIZE,
                  " HAS NO RECEIVING LEG" DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE "N" TO WS-OPEN-LEG-SWITCH.

       1360-REPORT-ORPHAN-IN-LEG.

           ADD 1 TO WS-BROKEN-LEG-COUNT

           ADD 1 TO WS-OOB-COUNT

           MOVE POST-KEY TO WS-KEY-DISPLAY

           MOVE POST-ACCOUNT TO WS-ACCT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "TRANSFER " DELIMITED BY SIZE,
                  WS-KEY-DISPLAY DELIMITED BY SIZE,
                  " TO " DELIMITED BY SIZE,
                  WS-ACCT-DISPLAY DELIMITED BY SIZE,
                  " HAS NO PAYING LEG" DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       1500-SUM-ADJUSTMENTS.

      *> ACCTMNT's approved adjustments rewrite ACCT-BALANCE with no

           END-IF

           PERFORM 2300-ADD-TO-CURRENCY-TOTAL

           IF ACCT-BALANCE NOT = WS-EXPECTED-BALANCE

               ADD 1 TO WS-OOB-COUNT

           END-IF.

       2300-ADD-TO-CURRENCY-TOTAL.

           MOVE ACCT-CURRENCY-CODE TO WS-CURRENCY

           IF WS-CURRENCY = SPACES

               MOVE WS-BASE-CURRENCY TO WS-CURRENCY

           END-IF

           MOVE ZERO TO WS-CCY-HIT

           PERFORM 2310-SCAN-CURRENCIES
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT OR WS-CCY-HIT > ZERO

           IF WS-CCY-HIT = ZERO

               IF WS-CCY-COUNT < WS-CCY-MAX

                   ADD 1 TO WS-CCY-COUNT

                   MOVE WS-CCY-COUNT TO WS-CCY-HIT

                   MOVE WS-CURRENCY TO WS-CCY-CODE (WS-CCY-HIT)

                   MOVE ZERO TO WS-CCY-ACCOUNTS (WS-CCY-HIT)

                   MOVE ZERO TO WS-CCY-MASTER-TOTAL (WS-CCY-HIT)

                   MOVE ZERO TO WS-CCY-POSTED-TOTAL (WS-CCY-HIT)

               ELSE

      *> Per-currency totals that silently dropped a currency would
      *> misstate the ledger the same way a dropped account would.
                   IF NOT WS-CCY-OVERFLOW

                       MOVE "Y" TO WS-CCY-OVERFLOW-SWITCH

                       MOVE "CURRENCY TABLE FULL - TOTALS INCOMPLETE"
                         TO REPORT-LINE

                       WRITE REPORT-LINE

                       ADD 1 TO WS-OOB-COUNT

                   END-IF

               END-IF

           END-IF

           IF WS-CCY-HIT > ZERO

               ADD 1 TO WS-CCY-ACCOUNTS (WS-CCY-HIT)

               ADD ACCT-BALANCE TO WS-CCY-MASTER-TOTAL (WS-CCY-HIT)

               ADD WS-EXPECTED-BALANCE
                 TO WS-CCY-POSTED-TOTAL (WS-CCY-HIT)

           END-IF.

       2310-SCAN-CURRENCIES.

           IF WS-CCY-CODE (WS-CCY-SUB) = WS-CURRENCY

               MOVE WS-CCY-SUB TO WS-CCY-HIT

           END-IF.

       3000-FLAG-ORPHAN-POSTINGS.

           IF WS-SUM-COUNT > ZERO

           WRITE REPORT-LINE

           MOVE WS-TRANSFER-COUNT TO WS-COUNT-DISPLAY

           MOVE WS-TRANSFER-TOTAL TO WS-BALANCE-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "TRANSFERS LINKED:  " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE,
                  " TOTAL " DELIMITED BY SIZE,
                  WS-BALANCE-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-BROKEN-LEG-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "UNPAIRED LEGS:     " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           PERFORM 9100-WRITE-CURRENCY-TOTAL
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT

           MOVE WS-OOB-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE.

       9100-WRITE-CURRENCY-TOTAL.

           MOVE WS-CCY-ACCOUNTS (WS-CCY-SUB) TO WS-COUNT-DISPLAY

           MOVE WS-CCY-MASTER-TOTAL (WS-CCY-SUB) TO WS-BALANCE-DISPLAY

           MOVE WS-CCY-POSTED-TOTAL (WS-CCY-SUB)
             TO WS-BALANCE-DISPLAY-2

           MOVE SPACES TO REPORT-LINE

           STRING "CURRENCY " DELIMITED BY SIZE,
                  WS-CCY-CODE (WS-CCY-SUB) DELIMITED BY SIZE,
                  " ACCOUNTS" DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE,
                  " MASTER" DELIMITED BY SIZE,
                  WS-BALANCE-DISPLAY DELIMITED BY SIZE,
                  " POSTED" DELIMITED BY SIZE,
                  WS-BALANCE-DISPLAY-2 DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       9900-END-OF-JOB-SUMMARY.

      *> Give the scheduler and the operator glancing at sysout a real
