      *> and balance labels come from the "STMT" rows of the notice
      *> control file, picked by the account's ACCT-LANGUAGE-CODE with
      *> an EN fallback - the same template-by-language scheme HELLO
      *> uses for rejection notices. Every statement names the
      *> account's currency, a posting DRIVER converted from another
      *> currency shows the original amount and rate under it, and
      *> the run closes with its closing balances totalled per
      *> currency - never added across currencies.
      *> With SP-STATEMENT-MODE "C" the run is consolidated instead:
      *> one statement per customer with activity on any account,
      *> addressed from the customer master in the customer's
      *> language, listing every account the customer holds (quiet
      *> ones with their balances only) and closing with the
      *> customer's combined position per currency. Accounts with no
      *> customer still get their own statement in that run.

       ENVIRONMENT DIVISION.


               ORGANIZATION IS INDEXED

               ACCESS MODE IS DYNAMIC

               RECORD KEY IS ACCT-NUMBER

               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTOMER-MASTER-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS RANDOM

               RECORD KEY IS CUST-NUMBER

               FILE STATUS IS CUSTOMER-MASTER-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO TEMPLATE-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS ADJUSTMENT-FILE-STATUS.

           SELECT FX-PARM-FILE ASSIGN TO FX-PARM-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS FX-PARM-FILE-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO STATEMENT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL.

       COPY "account-master-record.cpy".

       FD  CUSTOMER-MASTER.

       COPY "customer-master-record.cpy".

       FD  TEMPLATE-FILE.

       COPY "notice-template-record.cpy".

       COPY "acct-adjustment-record.cpy".

       FD  FX-PARM-FILE.

       COPY "fx-parm-record.cpy".

       FD  STATEMENT-FILE.

       01  STATEMENT-LINE              PIC X(80).

       77  ACCOUNT-MASTER-STATUS PIC XX.

       77  CUSTOMER-MASTER-PATH PIC X(60)
           VALUE "data/customer-master.dat".

       77  CUSTOMER-MASTER-STATUS PIC XX.

       77  WS-CUSTOMER-OPEN-SWITCH PIC X VALUE "N".

           88  WS-CUSTOMER-OPEN VALUE "Y".

       77  WS-CUST-FOUND-SWITCH PIC X.

           88  WS-CUSTOMER-FOUND VALUE "Y".

       77  TEMPLATE-FILE-PATH PIC X(60)
           VALUE "data/notice-templates.dat".


       77  ADJUSTMENT-FILE-STATUS PIC XX.

       77  FX-PARM-FILE-PATH PIC X(60) VALUE "data/fx-parms.dat".

       77  FX-PARM-FILE-STATUS PIC XX.

       77  STATEMENT-FILE-PATH PIC X(60)
           VALUE "data/statement-print.dat".


       77  WS-TO-DATE        PIC 9(8) VALUE 99999999.

       77  WS-STATEMENT-MODE PIC X VALUE SPACE.

           88  WS-CONSOLIDATED-RUN VALUE "C".

      *> Accounts with activity in the period, with the period's
      *> posting total and the total posted AFTER the period - the
      *> latter is what lets an older range's closing balance still
      *> tie back to today's ACCT-BALANCE. A consolidated run also
      *> carries every account that belongs to a customer, active or
      *> not, so a customer's quiet accounts can be listed with the
      *> busy ones: WS-ACCT-STATE is "N" for no activity in the
      *> period, "A" for activity and "S" once statemented.
       77  WS-ACCT-COUNT     PIC 9(4) COMP VALUE ZERO.

       77  WS-ACCT-MAX       PIC 9(4) COMP VALUE 2000.

       01  WS-ACCOUNT-TABLE.

           05  WS-ACCT-ENTRY OCCURS 2000 TIMES.

               10  WS-ACCT-NO        PIC 9(8).


               10  WS-ACCT-LATER-SUM PIC S9(11)V99.

               10  WS-ACCT-CUSTOMER  PIC 9(8).

               10  WS-ACCT-STATE     PIC X.

       77  WS-ACCT-SUB       PIC 9(4) COMP.

       77  WS-ROUTE-SUB      PIC 9(4) COMP.

       77  WS-STMT-CUSTOMER  PIC 9(8).

       77  WS-PRIOR-STATE    PIC X.

      *> The customer's combined position, one line per currency.
       77  WS-POS-COUNT      PIC 9(2) COMP VALUE ZERO.

       77  WS-POS-MAX        PIC 9(2) COMP VALUE 20.

       01  WS-POSITION-TABLE.

           05  WS-POS-ENTRY OCCURS 20 TIMES.

               10  WS-POS-CURRENCY   PIC X(3).

               10  WS-POS-ACCOUNTS   PIC 9(3).

               10  WS-POS-TOTAL      PIC S9(11)V99.

       77  WS-POS-SUB        PIC 9(2) COMP.

       77  WS-POS-HIT        PIC 9(2) COMP.

       77  WS-ADDRESS-SUB    PIC 9.

       77  WS-CUSTOMER-STMT-COUNT PIC 9(5) VALUE ZERO.

       77  WS-SEARCH-ACCOUNT PIC 9(8).

       77  WS-ADJ-DATE       PIC 9(8).

       77  WS-HIT-SUB        PIC 9(4) COMP.

       77  WS-OVERFLOW-SWITCH PIC X VALUE "N".


               10  WS-TPL-COL-HEADING PIC X(60).

               10  WS-TPL-POSITION-LABEL PIC X(60).

       77  WS-TPL-SUB        PIC 9(2).

       77  WS-TPL-HIT        PIC 9(2).

       77  WS-ERROR-COUNT    PIC 9(5) VALUE ZERO.

      *> Closing balances per currency for the run totals - a blank
      *> ACCT-CURRENCY-CODE is the base currency.
       77  WS-BASE-CURRENCY  PIC X(3) VALUE "USD".

       77  WS-CURRENCY       PIC X(3).

       77  WS-CCY-COUNT      PIC 9(3) COMP VALUE ZERO.

       77  WS-CCY-MAX        PIC 9(3) COMP VALUE 50.

       01  WS-CCY-TABLE.

           05  WS-CCY-ENTRY OCCURS 50 TIMES.

               10  WS-CCY-CODE       PIC X(3).

               10  WS-CCY-STATEMENTS PIC 9(5).

               10  WS-CCY-CLOSING-TOTAL PIC S9(11)V99.

       77  WS-CCY-SUB        PIC 9(3) COMP.

       77  WS-CCY-HIT        PIC 9(3) COMP.

       77  WS-RATE-DISPLAY   PIC Z(4)9.9(6).

       01  WS-START-TIME.

           05  WS-START-HH PIC 9(2).

           PERFORM 0050-LOAD-PARAMETERS

           PERFORM 0070-LOAD-BASE-CURRENCY

           PERFORM 0100-LOAD-STATEMENT-TEMPLATES

           OPEN OUTPUT STATEMENT-FILE

           WRITE STATEMENT-LINE

           IF WS-CONSOLIDATED-RUN

               PERFORM 0200-LOAD-CUSTOMER-ACCOUNTS

           END-IF

           PERFORM 1000-COLLECT-ACCOUNTS

           PERFORM 1500-TALLY-ADJUSTMENTS

               ELSE

                   IF WS-CONSOLIDATED-RUN

                       PERFORM 4000-PRODUCE-CONSOLIDATED-RUN

                   ELSE

                       PERFORM 3000-PRODUCE-ONE-STATEMENT
                           VARYING WS-ACCT-SUB FROM 1 BY 1
                           UNTIL WS-ACCT-SUB > WS-ACCT-COUNT

                   END-IF

                   CLOSE ACCOUNT-MASTER


           END-IF

           IF WS-CCY-COUNT > ZERO

               MOVE SPACES TO STATEMENT-LINE

               WRITE STATEMENT-LINE

               MOVE "CLOSING BALANCES BY CURRENCY" TO STATEMENT-LINE

               WRITE STATEMENT-LINE

               PERFORM 9100-WRITE-CURRENCY-TOTAL
                   VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-COUNT

           END-IF

           CLOSE STATEMENT-FILE

           PERFORM 9900-END-OF-JOB-SUMMARY

                   END-IF

                   IF SP-CONSOLIDATED

                       MOVE "C" TO WS-STATEMENT-MODE

                   END-IF

               END-IF

               CLOSE PARAMETER-FILE

           END-IF.

       0070-LOAD-BASE-CURRENCY.

           OPEN INPUT FX-PARM-FILE

           IF FX-PARM-FILE-STATUS = "00"

               READ FX-PARM-FILE

               IF FX-PARM-FILE-STATUS = "00"
                  AND FXP-BASE-CURRENCY NOT = SPACES

                   MOVE FXP-BASE-CURRENCY TO WS-BASE-CURRENCY

               END-IF

               CLOSE FX-PARM-FILE

           END-IF.

       0100-LOAD-STATEMENT-TEMPLATES.

           OPEN INPUT TEMPLATE-FILE
                       MOVE NT-BODY-LINE (3)
                         TO WS-TPL-COL-HEADING (WS-TPL-SUB)

                       MOVE NT-BODY-LINE (4)
                         TO WS-TPL-POSITION-LABEL (WS-TPL-SUB)

                   END-IF

                   READ TEMPLATE-FILE

           END-IF.

       0200-LOAD-CUSTOMER-ACCOUNTS.

      *> Every account that names a customer, in account order, so
      *> the consolidated statement can list the quiet accounts too -
      *> they enter the table with no activity and only the posting
      *> walk below marks an account active.
           OPEN INPUT ACCOUNT-MASTER

           IF ACCOUNT-MASTER-STATUS = "00"

               MOVE ZERO TO ACCT-NUMBER

               START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCT-NUMBER

                   INVALID KEY

                       MOVE "Y" TO WS-EOF-SWITCH

               END-START

               IF NOT WS-EOF

                   READ ACCOUNT-MASTER NEXT RECORD

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-IF

               PERFORM UNTIL WS-EOF

                   IF ACCT-CUSTOMER-NUMBER NUMERIC
                      AND ACCT-CUSTOMER-NUMBER > ZERO

                       MOVE ACCT-NUMBER TO WS-SEARCH-ACCOUNT

                       PERFORM 1300-ADD-ACCOUNT-ENTRY

                       IF WS-HIT-SUB > ZERO

                           MOVE ACCT-CUSTOMER-NUMBER
                             TO WS-ACCT-CUSTOMER (WS-HIT-SUB)

                       END-IF

                   END-IF

                   READ ACCOUNT-MASTER NEXT RECORD

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE ACCOUNT-MASTER

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       1000-COLLECT-ACCOUNTS.

           OPEN INPUT POSTING-FILE
      *> More active accounts than the table holds: the statements
      *> produced would be a partial run pretending to be whole, so
      *> say so on the report and in the RC.
               MOVE "ACCOUNT TABLE FULL - RUN COVERS FIRST 2000 ONLY"
                 TO STATEMENT-LINE

               WRITE STATEMENT-LINE

               IF WS-HIT-SUB > ZERO

                   MOVE "A" TO WS-ACCT-STATE (WS-HIT-SUB)

      *> Mirror DRIVER's 1600-Post-To-Account: debits and credit
      *> reversals subtracted, everything else (credits, adjustments,
      *> debit reversals and pre-type blank rows) added.

               MOVE ZERO TO WS-ACCT-LATER-SUM (WS-HIT-SUB)

               MOVE ZERO TO WS-ACCT-CUSTOMER (WS-HIT-SUB)

               MOVE "N" TO WS-ACCT-STATE (WS-HIT-SUB)

           ELSE

               MOVE ZERO TO WS-HIT-SUB

               MOVE "Y" TO WS-OVERFLOW-SWITCH

           END-IF.

           PERFORM 3200-FIND-TEMPLATE

           MOVE ACCT-CURRENCY-CODE TO WS-CURRENCY

           IF WS-CURRENCY = SPACES

               MOVE WS-BASE-CURRENCY TO WS-CURRENCY

           END-IF

           MOVE SPACES TO STATEMENT-LINE

           WRITE STATEMENT-LINE
           STRING "ACCOUNT " DELIMITED BY SIZE,
                  ACCT-NUMBER DELIMITED BY SIZE,
                  "  " DELIMITED BY SIZE,
                  ACCT-NAME DELIMITED BY SIZE,
                  "  " DELIMITED BY SIZE,
                  WS-CURRENCY DELIMITED BY SIZE
             INTO STATEMENT-LINE

           WRITE STATEMENT-LINE

           PERFORM 3600-WRITE-CLOSING-LINE

           PERFORM 3700-ADD-TO-CURRENCY-TOTAL

           ADD 1 TO WS-STATEMENT-COUNT.

       3200-FIND-TEMPLATE.

           END-IF

      *> A transfer leg names the account on the other side, so the
      *> customer on either end can trace the money.
           IF POST-TYPE-TRANSFER-OUT

               MOVE "TO" TO STATEMENT-LINE(59:2)

               MOVE POST-LINK-ACCOUNT TO STATEMENT-LINE(64:8)

           END-IF

           IF POST-TYPE-TRANSFER-IN

               MOVE "FROM" TO STATEMENT-LINE(59:4)

               MOVE POST-LINK-ACCOUNT TO STATEMENT-LINE(64:8)

           END-IF

           WRITE STATEMENT-LINE

      *> A converted posting carries the amount the customer's
      *> transaction was actually for, and the rate that made R.
           IF POST-ORIG-CURRENCY NOT = SPACES
              AND POST-ORIG-CURRENCY NOT = POST-CURRENCY

               MOVE SPACES TO STATEMENT-LINE

               MOVE POST-ORIG-AMOUNT TO WS-AMOUNT-DISPLAY

               MOVE POST-FX-RATE TO WS-RATE-DISPLAY

               STRING "            ORIGINAL " DELIMITED BY SIZE,
                      POST-ORIG-CURRENCY DELIMITED BY SIZE,
                      " " DELIMITED BY SIZE,
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE,
                      " AT RATE " DELIMITED BY SIZE,
                      WS-RATE-DISPLAY DELIMITED BY SIZE
                 INTO STATEMENT-LINE

               WRITE STATEMENT-LINE

           END-IF

           ADD 1 TO WS-DETAIL-LINE-COUNT

           ADD 1 TO WS-POSTING-COUNT.

       3700-ADD-TO-CURRENCY-TOTAL.

           MOVE ZERO TO WS-CCY-HIT

           PERFORM 3710-SCAN-CURRENCIES
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT OR WS-CCY-HIT > ZERO

           IF WS-CCY-HIT = ZERO

               IF WS-CCY-COUNT < WS-CCY-MAX

                   ADD 1 TO WS-CCY-COUNT

                   MOVE WS-CCY-COUNT TO WS-CCY-HIT

                   MOVE WS-CURRENCY TO WS-CCY-CODE (WS-CCY-HIT)

                   MOVE ZERO TO WS-CCY-STATEMENTS (WS-CCY-HIT)

                   MOVE ZERO TO WS-CCY-CLOSING-TOTAL (WS-CCY-HIT)

               ELSE

      *> The statements themselves are whole; only the run total
      *> for this currency is missing, and the RC says so.
                   ADD 1 TO WS-ERROR-COUNT

               END-IF

           END-IF

           IF WS-CCY-HIT > ZERO

               ADD 1 TO WS-CCY-STATEMENTS (WS-CCY-HIT)

               ADD WS-CLOSING-BALANCE
                 TO WS-CCY-CLOSING-TOTAL (WS-CCY-HIT)

           END-IF.

       3710-SCAN-CURRENCIES.

           IF WS-CCY-CODE (WS-CCY-SUB) = WS-CURRENCY

               MOVE WS-CCY-SUB TO WS-CCY-HIT

           END-IF.

       4000-PRODUCE-CONSOLIDATED-RUN.

      *> The customer master supplies the name, address and language
      *> the consolidated statement is addressed with. Without it the
      *> statements still go out - figures are figures - headed by
      *> the customer number alone, and the error count says so.
           OPEN INPUT CUSTOMER-MASTER

           IF CUSTOMER-MASTER-STATUS = "00"

               MOVE "Y" TO WS-CUSTOMER-OPEN-SWITCH

           END-IF

           PERFORM 4010-ROUTE-ONE-ACCOUNT
               VARYING WS-ROUTE-SUB FROM 1 BY 1
               UNTIL WS-ROUTE-SUB > WS-ACCT-COUNT

           IF WS-CUSTOMER-OPEN

               CLOSE CUSTOMER-MASTER

           END-IF.

       4010-ROUTE-ONE-ACCOUNT.

      *> The first active account of a customer produces that
      *> customer's whole statement and marks every account on it
      *> statemented, so the customer's other accounts are passed
      *> over when the loop reaches them.
           IF WS-ACCT-STATE (WS-ROUTE-SUB) = "A"

               IF WS-ACCT-CUSTOMER (WS-ROUTE-SUB) = ZERO

                   MOVE WS-ROUTE-SUB TO WS-ACCT-SUB

                   PERFORM 3000-PRODUCE-ONE-STATEMENT

                   MOVE "S" TO WS-ACCT-STATE (WS-ROUTE-SUB)

               ELSE

                   MOVE WS-ACCT-CUSTOMER (WS-ROUTE-SUB)
                     TO WS-STMT-CUSTOMER

                   PERFORM 4100-PRODUCE-CUSTOMER-STATEMENT

               END-IF

           END-IF.

       4100-PRODUCE-CUSTOMER-STATEMENT.

           MOVE "N" TO WS-CUST-FOUND-SWITCH

           IF WS-CUSTOMER-OPEN

               MOVE WS-STMT-CUSTOMER TO CUST-NUMBER

               READ CUSTOMER-MASTER

                   INVALID KEY

                       CONTINUE

                   NOT INVALID KEY

                       MOVE "Y" TO WS-CUST-FOUND-SWITCH

               END-READ

           END-IF

           IF WS-CUSTOMER-FOUND

               MOVE CUST-LANGUAGE-CODE TO WS-LOOKUP-LANGUAGE

           ELSE

               ADD 1 TO WS-ERROR-COUNT

               MOVE SPACES TO CUST-NAME

               MOVE "EN" TO WS-LOOKUP-LANGUAGE

           END-IF

           PERFORM 3200-FIND-TEMPLATE

           MOVE SPACES TO STATEMENT-LINE

           WRITE STATEMENT-LINE

           IF WS-TPL-HIT > ZERO

               MOVE WS-TPL-SUBJECT (WS-TPL-HIT) TO STATEMENT-LINE

               WRITE STATEMENT-LINE

           END-IF

           MOVE SPACES TO STATEMENT-LINE

           STRING "CUSTOMER " DELIMITED BY SIZE,
                  WS-STMT-CUSTOMER DELIMITED BY SIZE,
                  "  " DELIMITED BY SIZE,
                  CUST-NAME DELIMITED BY SIZE
             INTO STATEMENT-LINE

           WRITE STATEMENT-LINE

           IF WS-CUSTOMER-FOUND

               PERFORM 4110-WRITE-ADDRESS-LINE
                   VARYING WS-ADDRESS-SUB FROM 1 BY 1
                   UNTIL WS-ADDRESS-SUB > 3

               MOVE SPACES TO STATEMENT-LINE

               MOVE CUST-POSTAL-CODE TO STATEMENT-LINE(10:10)

               WRITE STATEMENT-LINE

           ELSE

               MOVE "  CUSTOMER NOT ON CUSTOMER MASTER - NO ADDRESS"
                 TO STATEMENT-LINE

               WRITE STATEMENT-LINE

           END-IF

           IF WS-TPL-HIT > ZERO

               MOVE SPACES TO STATEMENT-LINE

               STRING WS-TPL-GREETING (WS-TPL-HIT) DELIMITED BY "  ",
                      " " DELIMITED BY SIZE,
                      CUST-NAME(1:20) DELIMITED BY SIZE
                 INTO STATEMENT-LINE

               WRITE STATEMENT-LINE

           END-IF

           MOVE ZERO TO WS-POS-COUNT

           PERFORM 4200-LIST-HELD-ACCOUNT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT

           PERFORM 4400-WRITE-COMBINED-POSITION

           ADD 1 TO WS-CUSTOMER-STMT-COUNT

           ADD 1 TO WS-STATEMENT-COUNT.

       4110-WRITE-ADDRESS-LINE.

           IF CUST-ADDRESS-LINE (WS-ADDRESS-SUB) NOT = SPACES

               MOVE SPACES TO STATEMENT-LINE

               MOVE CUST-ADDRESS-LINE (WS-ADDRESS-SUB)
                 TO STATEMENT-LINE(10:30)

               WRITE STATEMENT-LINE

           END-IF.

       4200-LIST-HELD-ACCOUNT.

      *> One section per account the customer holds, built exactly
      *> as the single-account statement ties: closing = ACCT-BALANCE
      *> less later activity, opening = closing less the period. A
      *> quiet account shows its balance with no activity lines.
           IF WS-ACCT-CUSTOMER (WS-ACCT-SUB) = WS-STMT-CUSTOMER
              AND WS-ACCT-STATE (WS-ACCT-SUB) NOT = "S"

               MOVE WS-ACCT-STATE (WS-ACCT-SUB) TO WS-PRIOR-STATE

               MOVE "S" TO WS-ACCT-STATE (WS-ACCT-SUB)

               MOVE "N" TO WS-FOUND-SWITCH

               MOVE WS-ACCT-NO (WS-ACCT-SUB) TO ACCT-NUMBER

               READ ACCOUNT-MASTER

                   INVALID KEY

                       CONTINUE

                   NOT INVALID KEY

                       MOVE "Y" TO WS-FOUND-SWITCH

               END-READ

               IF WS-ACCOUNT-FOUND

                   PERFORM 4300-WRITE-ACCOUNT-SECTION

               ELSE

                   ADD 1 TO WS-ERROR-COUNT

                   MOVE WS-ACCT-NO (WS-ACCT-SUB) TO WS-KEY-DISPLAY

                   MOVE SPACES TO STATEMENT-LINE

                   STRING "ACCOUNT " DELIMITED BY SIZE,
                          WS-KEY-DISPLAY DELIMITED BY SIZE,
                          " NOT ON MASTER - LEFT OFF STATEMENT"
                          DELIMITED BY SIZE
                     INTO STATEMENT-LINE

                   WRITE STATEMENT-LINE

               END-IF

           END-IF.

       4300-WRITE-ACCOUNT-SECTION.

           COMPUTE WS-CLOSING-BALANCE =
               ACCT-BALANCE - WS-ACCT-LATER-SUM (WS-ACCT-SUB)

           COMPUTE WS-OPENING-BALANCE =
               WS-CLOSING-BALANCE - WS-ACCT-PERIOD-SUM (WS-ACCT-SUB)

           MOVE ACCT-CURRENCY-CODE TO WS-CURRENCY

           IF WS-CURRENCY = SPACES

               MOVE WS-BASE-CURRENCY TO WS-CURRENCY

           END-IF

           MOVE SPACES TO STATEMENT-LINE

           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE

           STRING "ACCOUNT " DELIMITED BY SIZE,
                  ACCT-NUMBER DELIMITED BY SIZE,
                  "  " DELIMITED BY SIZE,
                  ACCT-PRODUCT-CODE DELIMITED BY SIZE,
                  "  " DELIMITED BY SIZE,
                  WS-CURRENCY DELIMITED BY SIZE,
                  "  " DELIMITED BY SIZE,
                  ACCT-NAME DELIMITED BY SIZE
             INTO STATEMENT-LINE

           WRITE STATEMENT-LINE

           MOVE WS-OPENING-BALANCE TO WS-BALANCE-DISPLAY

           PERFORM 3400-WRITE-OPENING-LINE

           IF WS-PRIOR-STATE = "A"

               IF WS-TPL-HIT > ZERO

                   MOVE WS-TPL-COL-HEADING (WS-TPL-HIT)
                     TO STATEMENT-LINE

                   WRITE STATEMENT-LINE

               END-IF

               PERFORM 3500-LIST-ACCOUNT-POSTINGS

           END-IF

           MOVE WS-CLOSING-BALANCE TO WS-BALANCE-DISPLAY

           PERFORM 3600-WRITE-CLOSING-LINE

           PERFORM 3700-ADD-TO-CURRENCY-TOTAL

           PERFORM 4310-ADD-TO-POSITION.

       4310-ADD-TO-POSITION.

           MOVE ZERO TO WS-POS-HIT

           PERFORM 4320-SCAN-POSITIONS
               VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > WS-POS-COUNT OR WS-POS-HIT > ZERO

           IF WS-POS-HIT = ZERO

               IF WS-POS-COUNT < WS-POS-MAX

                   ADD 1 TO WS-POS-COUNT

                   MOVE WS-POS-COUNT TO WS-POS-HIT

                   MOVE WS-CURRENCY TO WS-POS-CURRENCY (WS-POS-HIT)

                   MOVE ZERO TO WS-POS-ACCOUNTS (WS-POS-HIT)

                   MOVE ZERO TO WS-POS-TOTAL (WS-POS-HIT)

               ELSE

                   ADD 1 TO WS-ERROR-COUNT

               END-IF

           END-IF

           IF WS-POS-HIT > ZERO

               ADD 1 TO WS-POS-ACCOUNTS (WS-POS-HIT)

               ADD WS-CLOSING-BALANCE TO WS-POS-TOTAL (WS-POS-HIT)

           END-IF.

       4320-SCAN-POSITIONS.

           IF WS-POS-CURRENCY (WS-POS-SUB) = WS-CURRENCY

               MOVE WS-POS-SUB TO WS-POS-HIT

           END-IF.

       4400-WRITE-COMBINED-POSITION.

      *> The customer's closing balances added up per currency - a
      *> customer with a euro account and a dollar account has two
      *> combined figures, never one.
           MOVE SPACES TO STATEMENT-LINE

           WRITE STATEMENT-LINE

           IF WS-TPL-HIT > ZERO
              AND WS-TPL-POSITION-LABEL (WS-TPL-HIT) NOT = SPACES

               MOVE WS-TPL-POSITION-LABEL (WS-TPL-HIT)
                 TO STATEMENT-LINE

           ELSE

               MOVE "COMBINED POSITION" TO STATEMENT-LINE

           END-IF

           WRITE STATEMENT-LINE

           PERFORM 4410-WRITE-POSITION-LINE
               VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > WS-POS-COUNT.

       4410-WRITE-POSITION-LINE.

           MOVE WS-POS-ACCOUNTS (WS-POS-SUB) TO WS-COUNT-DISPLAY

           MOVE WS-POS-TOTAL (WS-POS-SUB) TO WS-BALANCE-DISPLAY

           MOVE SPACES TO STATEMENT-LINE

           STRING "  " DELIMITED BY SIZE,
                  WS-POS-CURRENCY (WS-POS-SUB) DELIMITED BY SIZE,
                  " ACCOUNTS" DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE,
                  " CLOSING" DELIMITED BY SIZE,
                  WS-BALANCE-DISPLAY DELIMITED BY SIZE
             INTO STATEMENT-LINE

           WRITE STATEMENT-LINE.

       9100-WRITE-CURRENCY-TOTAL.

           MOVE WS-CCY-STATEMENTS (WS-CCY-SUB) TO WS-COUNT-DISPLAY

           MOVE WS-CCY-CLOSING-TOTAL (WS-CCY-SUB) TO WS-BALANCE-DISPLAY

           MOVE SPACES TO STATEMENT-LINE

           STRING "  " DELIMITED BY SIZE,
                  WS-CCY-CODE (WS-CCY-SUB) DELIMITED BY SIZE,
                  " STATEMENTS" DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE,
                  " CLOSING" DELIMITED BY SIZE,
                  WS-BALANCE-DISPLAY DELIMITED BY SIZE
             INTO STATEMENT-LINE

           WRITE STATEMENT-LINE.

       9900-END-OF-JOB-SUMMARY.

      *> Give the scheduler and the operator glancing at sysout a real

           DISPLAY "STMTGEN END OF JOB - STATEMENTS: "
               WS-STATEMENT-COUNT
               " CONSOLIDATED: " WS-CUSTOMER-STMT-COUNT

               " POSTINGS LISTED: " WS-POSTING-COUNT

