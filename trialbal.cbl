       IDENTIFICATION DIVISION.

       PROGRAM-ID.  TRIALBAL.

      *> Daily trial balance. Takes every GL extract GLEXTRC has cut
      *> since the last run (the extract register names them, newest
      *> last) and books its DR and CR entry lines into a running
      *> ledger per GL line and currency, data/gl-ledger.dat. Then it
      *> walks the account master, totals ACCT-BALANCE per product
      *> and currency, and ties each product's total to its balance
      *> line on the ledger - the credit line of the product's "C"
      *> row on the GL chart, where customer money lands. A line
      *> holding customer money carries a credit balance, so a clean
      *> tie is ledger balance plus master total equal to zero; any
      *> other figure is reported OUT BY and ends the job RC 4 - a
      *> posting not yet extracted, or a balance moved outside the
      *> posting flow.
      *> Debits and credits must balance: the day's entries per
      *> currency and each extract against its own trailer. The
      *> ledger itself is not netted to zero per currency - only the
      *> balance lines are opened from the master, so their contra
      *> lines carry no opening and the net means nothing; the tie
      *> of each balance line to the master is the check on the
      *> carried balances. A day or an extract out of balance, an
      *> extract on the register whose file is gone, or a table too
      *> small to hold the book ends the job RC 8.
      *> The first run finds no ledger and opens each balance line at
      *> the master total less the entries it has just taken, so the
      *> ledger starts tied instead of starting at zero against a
      *> book that already holds money.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCOUNT-MASTER-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS SEQUENTIAL

               RECORD KEY IS ACCT-NUMBER

               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT CHART-FILE ASSIGN TO CHART-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS CHART-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO REGISTER-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO EXTRACT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO LEDGER-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS LEDGER-FILE-STATUS.

           SELECT FX-PARM-FILE ASSIGN TO FX-PARM-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS FX-PARM-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  ACCOUNT-MASTER.

       COPY "account-master-record.cpy".

       FD  CHART-FILE.

       COPY "gl-chart-record.cpy".

       FD  REGISTER-FILE.

       COPY "glextrc-register-record.cpy".

       FD  EXTRACT-FILE.

       01  EXTRACT-LINE                PIC X(80).

       FD  LEDGER-FILE.

       COPY "gl-ledger-record.cpy".

       FD  FX-PARM-FILE.

       COPY "fx-parm-record.cpy".

       FD  REPORT-FILE.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       77  ACCOUNT-MASTER-PATH PIC X(60)
           VALUE "data/account-master.dat".

       77  ACCOUNT-MASTER-STATUS PIC XX.

       77  CHART-FILE-PATH   PIC X(60) VALUE "data/gl-chart.dat".

       77  CHART-FILE-STATUS PIC XX.

       77  REGISTER-FILE-PATH PIC X(60)
           VALUE "data/glextrc-register.dat".

       77  REGISTER-FILE-STATUS PIC XX.

       77  EXTRACT-FILE-PATH PIC X(60).

       77  EXTRACT-FILE-STATUS PIC XX.

       77  LEDGER-FILE-PATH  PIC X(60) VALUE "data/gl-ledger.dat".

       77  LEDGER-FILE-STATUS PIC XX.

       77  FX-PARM-FILE-PATH PIC X(60) VALUE "data/fx-parms.dat".

       77  FX-PARM-FILE-STATUS PIC XX.

       77  REPORT-FILE-PATH  PIC X(60) VALUE "data/trialbal-report.dat".

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-EXTRACT-EOF-SWITCH PIC X VALUE "N".

           88  WS-EXTRACT-EOF VALUE "Y".

       77  WS-BASE-CURRENCY  PIC X(3) VALUE "USD".

       77  WS-RUN-DATE       PIC X(8).

      *> The GL chart, searched for each product's balance line.
       77  WS-CHART-COUNT    PIC 9(3) COMP VALUE ZERO.

       77  WS-CHART-MAX      PIC 9(3) COMP VALUE 500.

       01  WS-CHART-TABLE.

           05  WS-CHART-ENTRY OCCURS 500 TIMES.

               10  WS-CH-PRODUCT-CODE PIC X(4).

               10  WS-CH-TXN-TYPE     PIC X.

               10  WS-CH-CREDIT-GL    PIC 9(8).

       77  WS-CHART-SUB      PIC 9(3) COMP.

       77  WS-CHART-HIT      PIC 9(3) COMP.

       77  WS-FIND-PRODUCT   PIC X(4).

       77  WS-FIND-TYPE      PIC X.

      *> One row per GL line and currency: the ledger balance it
      *> opened the run at, the debits and credits taken off the
      *> extracts, and - on a product's balance line - the master
      *> total it must tie to.
       77  WS-GL-COUNT       PIC 9(3) COMP VALUE ZERO.

       77  WS-GL-MAX         PIC 9(3) COMP VALUE 500.

       01  WS-GL-TABLE.

           05  WS-GL-ENTRY OCCURS 500 TIMES.

               10  WS-GL-ACCOUNT     PIC 9(8).

               10  WS-GL-CURRENCY    PIC X(3).

               10  WS-GL-OPENING     PIC S9(13)V99.

               10  WS-GL-DEBITS      PIC S9(13)V99.

               10  WS-GL-CREDITS     PIC S9(13)V99.

               10  WS-GL-CLOSING     PIC S9(13)V99.

               10  WS-GL-MASTER-TOTAL PIC S9(13)V99.

               10  WS-GL-BALANCE-LINE PIC X.

       77  WS-GL-SUB         PIC 9(3) COMP.

       77  WS-GL-HIT         PIC 9(3) COMP.

       77  WS-FIND-GL        PIC 9(8).

       77  WS-FIND-CURRENCY  PIC X(3).

      *> ACCT-BALANCE totals per product and currency.
       77  WS-PROD-COUNT     PIC 9(3) COMP VALUE ZERO.

       77  WS-PROD-MAX       PIC 9(3) COMP VALUE 200.

       01  WS-PROD-TABLE.

           05  WS-PROD-ENTRY OCCURS 200 TIMES.

               10  WS-PROD-CODE      PIC X(4).

               10  WS-PROD-CURRENCY  PIC X(3).

               10  WS-PROD-ACCOUNTS  PIC 9(7).

               10  WS-PROD-BALANCE   PIC S9(13)V99.

               10  WS-PROD-GL        PIC 9(8).

       77  WS-PROD-SUB       PIC 9(3) COMP.

       77  WS-PROD-HIT       PIC 9(3) COMP.

      *> Debits and credits per currency - the day's, and the whole
      *> ledger's net, which must come to zero.
       77  WS-CCY-COUNT      PIC 9(3) COMP VALUE ZERO.

       77  WS-CCY-MAX        PIC 9(3) COMP VALUE 50.

       01  WS-CCY-TABLE.

           05  WS-CCY-ENTRY OCCURS 50 TIMES.

               10  WS-CCY-CODE       PIC X(3).

               10  WS-CCY-DEBITS     PIC S9(13)V99.

               10  WS-CCY-CREDITS    PIC S9(13)V99.

       77  WS-CCY-SUB        PIC 9(3) COMP.

       77  WS-CCY-HIT        PIC 9(3) COMP.

       77  WS-OVERFLOW-SWITCH PIC X VALUE "N".

           88  WS-TABLE-OVERFLOW VALUE "Y".

      *> Which extracts this run takes: everything registered after
      *> the stamp the ledger was last written with.
       77  WS-LEDGER-SWITCH  PIC X VALUE "N".

           88  WS-LEDGER-FOUND VALUE "Y".

       77  WS-LAST-STAMP     PIC X(14) VALUE SPACES.

       77  WS-NEW-LAST-STAMP PIC X(14) VALUE SPACES.

       77  WS-STOP-SWITCH    PIC X VALUE "N".

           88  WS-STOP-TAKING VALUE "Y".

       77  WS-EXTRACTS-TAKEN PIC 9(5) VALUE ZERO.

      *> One extract's D records, split on "|".
       77  WS-F-RECORD-TYPE  PIC X(2).

       77  WS-F-KEY          PIC X(8).

       77  WS-F-ACCOUNT      PIC X(8).

       77  WS-F-PRODUCT      PIC X(4).

       77  WS-F-TYPE         PIC X.

       77  WS-F-GL           PIC 9(8).

       77  WS-F-SIDE         PIC XX.

       77  WS-F-AMOUNT-TEXT  PIC X(9).

       77  WS-F-CURRENCY     PIC X(3).

       77  WS-F-COUNT-TEXT   PIC X(8).

       77  WS-AMOUNT-EDIT    PIC 9(6).99.

       77  WS-AMOUNT         PIC 9(6)V99.

       77  WS-EXTRACT-LINES  PIC 9(8).

       77  WS-EXTRACT-DEBITS PIC S9(13)V99.

       77  WS-EXTRACT-CREDITS PIC S9(13)V99.

       77  WS-TRAILER-COUNT  PIC 9(8).

       77  WS-TRAILER-SWITCH PIC X.

           88  WS-TRAILER-SEEN VALUE "Y".

       77  WS-ENTRY-COUNT    PIC 9(8) VALUE ZERO.

       77  WS-ACCOUNT-COUNT  PIC 9(7) VALUE ZERO.

       77  WS-ERROR-COUNT    PIC 9(5) VALUE ZERO.

       77  WS-TIE-BREAK-COUNT PIC 9(5) VALUE ZERO.

       77  WS-UNBALANCED-COUNT PIC 9(5) VALUE ZERO.

       77  WS-CURRENCY       PIC X(3).

       77  WS-PRODUCT        PIC X(4).

       77  WS-DIFFERENCE     PIC S9(13)V99.

       77  WS-VALUE-DISPLAY  PIC Z(12)9.99-.

       77  WS-VALUE-DISPLAY-2 PIC Z(12)9.99-.

       77  WS-VALUE-DISPLAY-3 PIC Z(12)9.99-.

       77  WS-VALUE-DISPLAY-4 PIC Z(12)9.99-.

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

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE

           STRING "DAILY TRIAL BALANCE - RUN DATE " DELIMITED BY SIZE,
                  WS-RUN-DATE DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           PERFORM 0050-LOAD-BASE-CURRENCY

           PERFORM 0060-LOAD-CHART

           PERFORM 0100-LOAD-LEDGER

           PERFORM 1000-TAKE-NEW-EXTRACTS

           PERFORM 2000-TOTAL-ACCOUNT-MASTER

           IF NOT WS-LEDGER-FOUND

               PERFORM 4000-SEED-OPENING-BALANCE
                   VARYING WS-GL-SUB FROM 1 BY 1
                   UNTIL WS-GL-SUB > WS-GL-COUNT

               MOVE "NO LEDGER YET - BALANCE LINES OPENED FROM THE "
                 TO REPORT-LINE

               MOVE "ACCOUNT MASTER" TO REPORT-LINE(47:)

               WRITE REPORT-LINE

           END-IF

           PERFORM 5000-CLOSE-ONE-GL-LINE
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-COUNT

           IF WS-TABLE-OVERFLOW

      *> A ledger rewritten from a table that dropped lines would
      *> lose those balances for good - leave yesterday's in place.
               MOVE "TABLE FULL - TRIAL BALANCE INCOMPLETE, LEDGER "
                 TO REPORT-LINE

               MOVE "NOT UPDATED" TO REPORT-LINE(47:)

               WRITE REPORT-LINE

               ADD 1 TO WS-ERROR-COUNT

           ELSE

               PERFORM 7500-WRITE-LEDGER

           END-IF

           PERFORM 9000-WRITE-REPORT

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

       0060-LOAD-CHART.

           OPEN INPUT CHART-FILE

           IF CHART-FILE-STATUS NOT = "00"

               MOVE "NO GL CHART - NO PRODUCT HAS A BALANCE LINE"
                 TO REPORT-LINE

               WRITE REPORT-LINE

               ADD 1 TO WS-ERROR-COUNT

           ELSE

               READ CHART-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF OR WS-CHART-COUNT >= WS-CHART-MAX

                   ADD 1 TO WS-CHART-COUNT

                   MOVE WS-CHART-COUNT TO WS-CHART-SUB

                   MOVE GLC-PRODUCT-CODE
                     TO WS-CH-PRODUCT-CODE (WS-CHART-SUB)

                   MOVE GLC-TXN-TYPE TO WS-CH-TXN-TYPE (WS-CHART-SUB)

                   MOVE GLC-CREDIT-GL TO WS-CH-CREDIT-GL (WS-CHART-SUB)

                   READ CHART-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               IF NOT WS-EOF

                   MOVE "Y" TO WS-OVERFLOW-SWITCH

               END-IF

               CLOSE CHART-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       0100-LOAD-LEDGER.

           OPEN INPUT LEDGER-FILE

           IF LEDGER-FILE-STATUS = "00"

               READ LEDGER-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   MOVE "Y" TO WS-LEDGER-SWITCH

                   MOVE GLL-LAST-STAMP TO WS-LAST-STAMP

                   MOVE GLL-GL-ACCOUNT TO WS-FIND-GL

                   MOVE GLL-CURRENCY TO WS-FIND-CURRENCY

                   PERFORM 3000-FIND-OR-ADD-GL-LINE

                   IF WS-GL-HIT > ZERO

                       MOVE GLL-BALANCE TO WS-GL-OPENING (WS-GL-HIT)

                   END-IF

                   READ LEDGER-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE LEDGER-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF

           MOVE WS-LAST-STAMP TO WS-NEW-LAST-STAMP.

       1000-TAKE-NEW-EXTRACTS.

           OPEN INPUT REGISTER-FILE

           IF REGISTER-FILE-STATUS NOT = "00"

               MOVE "NO GL EXTRACT REGISTER - NO ENTRIES TAKEN"
                 TO REPORT-LINE

               WRITE REPORT-LINE

           ELSE

               READ REGISTER-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF OR WS-STOP-TAKING

                   IF GR-STAMP > WS-LAST-STAMP

                       PERFORM 1100-TAKE-ONE-EXTRACT

                   END-IF

                   READ REGISTER-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE REGISTER-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF

           MOVE SPACES TO REPORT-LINE

           MOVE WS-EXTRACTS-TAKEN TO WS-COUNT-DISPLAY

           STRING "GL EXTRACTS TAKEN: " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE,
                  "  THROUGH " DELIMITED BY SIZE,
                  WS-NEW-LAST-STAMP DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       1100-TAKE-ONE-EXTRACT.

           MOVE SPACES TO EXTRACT-FILE-PATH

           STRING "data/glextrc-" DELIMITED BY SIZE,
                  GR-STAMP DELIMITED BY SIZE,
                  ".dat" DELIMITED BY SIZE
             INTO EXTRACT-FILE-PATH

           OPEN INPUT EXTRACT-FILE

           IF EXTRACT-FILE-STATUS NOT = "00"

      *> Skipping a lost extract would leave its entries out of the
      *> ledger for good; stop here so the next run picks up from
      *> this one once the file is put back.
               MOVE SPACES TO REPORT-LINE

               STRING "EXTRACT " DELIMITED BY SIZE,
                      GR-STAMP DELIMITED BY SIZE,
                      " ON THE REGISTER BUT ITS FILE IS MISSING - "
                          DELIMITED BY SIZE,
                      "LATER EXTRACTS NOT TAKEN" DELIMITED BY SIZE
                 INTO REPORT-LINE

               WRITE REPORT-LINE

               ADD 1 TO WS-ERROR-COUNT

               MOVE "Y" TO WS-STOP-SWITCH

           ELSE

               MOVE ZERO TO WS-EXTRACT-LINES

               MOVE ZERO TO WS-EXTRACT-DEBITS

               MOVE ZERO TO WS-EXTRACT-CREDITS

               MOVE ZERO TO WS-TRAILER-COUNT

               MOVE "N" TO WS-TRAILER-SWITCH

               READ EXTRACT-FILE

                   AT END MOVE "Y" TO WS-EXTRACT-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EXTRACT-EOF

                   EVALUATE EXTRACT-LINE(1:2)

                       WHEN "D|"

                           PERFORM 1200-TAKE-ONE-ENTRY

                       WHEN "T|"

                           MOVE "Y" TO WS-TRAILER-SWITCH

                           UNSTRING EXTRACT-LINE DELIMITED BY "|"
                               INTO WS-F-RECORD-TYPE
                                    WS-F-COUNT-TEXT

                           END-UNSTRING

                           IF WS-F-COUNT-TEXT IS NUMERIC

                               MOVE WS-F-COUNT-TEXT
                                 TO WS-TRAILER-COUNT

                           END-IF

                       WHEN OTHER

                           CONTINUE

                   END-EVALUATE

                   READ EXTRACT-FILE

                       AT END MOVE "Y" TO WS-EXTRACT-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE EXTRACT-FILE

               MOVE "N" TO WS-EXTRACT-EOF-SWITCH

               ADD 1 TO WS-EXTRACTS-TAKEN

               MOVE GR-STAMP TO WS-NEW-LAST-STAMP

               PERFORM 1300-PROVE-ONE-EXTRACT

           END-IF.

       1200-TAKE-ONE-ENTRY.

           UNSTRING EXTRACT-LINE DELIMITED BY "|"
               INTO WS-F-RECORD-TYPE
                    WS-F-KEY
                    WS-F-ACCOUNT
                    WS-F-PRODUCT
                    WS-F-TYPE
                    WS-F-GL
                    WS-F-SIDE
                    WS-F-AMOUNT-TEXT
                    WS-F-CURRENCY

           END-UNSTRING

           MOVE WS-F-AMOUNT-TEXT TO WS-AMOUNT-EDIT

           MOVE WS-AMOUNT-EDIT TO WS-AMOUNT

           ADD 1 TO WS-EXTRACT-LINES

           ADD 1 TO WS-ENTRY-COUNT

           MOVE WS-F-GL TO WS-FIND-GL

           MOVE WS-F-CURRENCY TO WS-FIND-CURRENCY

           PERFORM 3000-FIND-OR-ADD-GL-LINE

           MOVE WS-F-CURRENCY TO WS-CURRENCY

           PERFORM 3100-FIND-OR-ADD-CURRENCY

           IF WS-F-SIDE = "DR"

               ADD WS-AMOUNT TO WS-EXTRACT-DEBITS

               IF WS-GL-HIT > ZERO

                   ADD WS-AMOUNT TO WS-GL-DEBITS (WS-GL-HIT)

               END-IF

               IF WS-CCY-HIT > ZERO

                   ADD WS-AMOUNT TO WS-CCY-DEBITS (WS-CCY-HIT)

               END-IF

           ELSE

               ADD WS-AMOUNT TO WS-EXTRACT-CREDITS

               IF WS-GL-HIT > ZERO

                   ADD WS-AMOUNT TO WS-GL-CREDITS (WS-GL-HIT)

               END-IF

               IF WS-CCY-HIT > ZERO

                   ADD WS-AMOUNT TO WS-CCY-CREDITS (WS-CCY-HIT)

               END-IF

           END-IF.

       1300-PROVE-ONE-EXTRACT.

      *> An extract proves against itself before its figures are
      *> trusted: its own debits equal its own credits, and its
      *> trailer counts the entry lines actually read.
           IF WS-EXTRACT-DEBITS NOT = WS-EXTRACT-CREDITS

               MOVE WS-EXTRACT-DEBITS TO WS-VALUE-DISPLAY

               MOVE WS-EXTRACT-CREDITS TO WS-VALUE-DISPLAY-2

               MOVE SPACES TO REPORT-LINE

               STRING "EXTRACT " DELIMITED BY SIZE,
                      GR-STAMP DELIMITED BY SIZE,
                      " DEBITS " DELIMITED BY SIZE,
                      WS-VALUE-DISPLAY DELIMITED BY SIZE,
                      " CREDITS " DELIMITED BY SIZE,
                      WS-VALUE-DISPLAY-2 DELIMITED BY SIZE,
                      " - NOT BALANCED" DELIMITED BY SIZE
                 INTO REPORT-LINE

               WRITE REPORT-LINE

               ADD 1 TO WS-UNBALANCED-COUNT

           END-IF

           IF NOT WS-TRAILER-SEEN
              OR WS-TRAILER-COUNT NOT = WS-EXTRACT-LINES

               MOVE SPACES TO REPORT-LINE

               STRING "EXTRACT " DELIMITED BY SIZE,
                      GR-STAMP DELIMITED BY SIZE,
                      " TRAILER MISSING OR COUNT DISAGREES WITH "
                          DELIMITED BY SIZE,
                      "ENTRY LINES READ" DELIMITED BY SIZE
                 INTO REPORT-LINE

               WRITE REPORT-LINE

               ADD 1 TO WS-ERROR-COUNT

           END-IF.

       2000-TOTAL-ACCOUNT-MASTER.

           OPEN INPUT ACCOUNT-MASTER

           IF ACCOUNT-MASTER-STATUS NOT = "00"

               MOVE "CANNOT OPEN ACCOUNT MASTER - NOTHING TIED"
                 TO REPORT-LINE

               WRITE REPORT-LINE

               ADD 1 TO WS-ERROR-COUNT

           ELSE

               READ ACCOUNT-MASTER

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   ADD 1 TO WS-ACCOUNT-COUNT

                   PERFORM 2100-TOTAL-ONE-ACCOUNT

                   READ ACCOUNT-MASTER

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE ACCOUNT-MASTER

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       2100-TOTAL-ONE-ACCOUNT.

           MOVE ACCT-PRODUCT-CODE TO WS-PRODUCT

           MOVE ACCT-CURRENCY-CODE TO WS-CURRENCY

           IF WS-CURRENCY = SPACES

               MOVE WS-BASE-CURRENCY TO WS-CURRENCY

           END-IF

           PERFORM 2300-FIND-OR-ADD-PRODUCT

           IF WS-PROD-HIT > ZERO

               ADD 1 TO WS-PROD-ACCOUNTS (WS-PROD-HIT)

               ADD ACCT-BALANCE TO WS-PROD-BALANCE (WS-PROD-HIT)

               IF WS-PROD-GL (WS-PROD-HIT) > ZERO

                   MOVE WS-PROD-GL (WS-PROD-HIT) TO WS-FIND-GL

                   MOVE WS-CURRENCY TO WS-FIND-CURRENCY

                   PERFORM 3000-FIND-OR-ADD-GL-LINE

                   IF WS-GL-HIT > ZERO

                       MOVE "Y" TO WS-GL-BALANCE-LINE (WS-GL-HIT)

                       ADD ACCT-BALANCE
                         TO WS-GL-MASTER-TOTAL (WS-GL-HIT)

                   END-IF

               END-IF

           END-IF.

       2200-FIND-BALANCE-LINE.

      *> The product's balance line is the credit side of the chart
      *> row a customer credit ("C") books through - found with the
      *> same most-specific-first fallback GLEXTRC uses.
           MOVE ZERO TO WS-CHART-HIT

           MOVE WS-PRODUCT TO WS-FIND-PRODUCT

           MOVE "C" TO WS-FIND-TYPE

           PERFORM 2210-FIND-CHART-ROW

           IF WS-CHART-HIT = ZERO

               MOVE "*" TO WS-FIND-TYPE

               PERFORM 2210-FIND-CHART-ROW

           END-IF

           IF WS-CHART-HIT = ZERO

               MOVE "*" TO WS-FIND-PRODUCT

               MOVE "C" TO WS-FIND-TYPE

               PERFORM 2210-FIND-CHART-ROW

           END-IF

           IF WS-CHART-HIT = ZERO

               MOVE "*" TO WS-FIND-TYPE

               PERFORM 2210-FIND-CHART-ROW

           END-IF

           IF WS-CHART-HIT = ZERO

               MOVE ZERO TO WS-PROD-GL (WS-PROD-HIT)

           ELSE

               MOVE WS-CH-CREDIT-GL (WS-CHART-HIT)
                 TO WS-PROD-GL (WS-PROD-HIT)

           END-IF.

       2210-FIND-CHART-ROW.

           PERFORM 2220-SCAN-CHART
               VARYING WS-CHART-SUB FROM 1 BY 1
               UNTIL WS-CHART-SUB > WS-CHART-COUNT
                  OR WS-CHART-HIT > ZERO.

       2220-SCAN-CHART.

           IF WS-CH-PRODUCT-CODE (WS-CHART-SUB) = WS-FIND-PRODUCT
              AND WS-CH-TXN-TYPE (WS-CHART-SUB) = WS-FIND-TYPE

               MOVE WS-CHART-SUB TO WS-CHART-HIT

           END-IF.

       2300-FIND-OR-ADD-PRODUCT.

           MOVE ZERO TO WS-PROD-HIT

           PERFORM 2310-SCAN-PRODUCTS
               VARYING WS-PROD-SUB FROM 1 BY 1
               UNTIL WS-PROD-SUB > WS-PROD-COUNT
                  OR WS-PROD-HIT > ZERO

           IF WS-PROD-HIT = ZERO

               IF WS-PROD-COUNT < WS-PROD-MAX

                   ADD 1 TO WS-PROD-COUNT

                   MOVE WS-PROD-COUNT TO WS-PROD-HIT

                   MOVE WS-PRODUCT TO WS-PROD-CODE (WS-PROD-HIT)

                   MOVE WS-CURRENCY TO WS-PROD-CURRENCY (WS-PROD-HIT)

                   MOVE ZERO TO WS-PROD-ACCOUNTS (WS-PROD-HIT)

                   MOVE ZERO TO WS-PROD-BALANCE (WS-PROD-HIT)

                   PERFORM 2200-FIND-BALANCE-LINE

               ELSE

                   MOVE "Y" TO WS-OVERFLOW-SWITCH

               END-IF

           END-IF.

       2310-SCAN-PRODUCTS.

           IF WS-PROD-CODE (WS-PROD-SUB) = WS-PRODUCT
              AND WS-PROD-CURRENCY (WS-PROD-SUB) = WS-CURRENCY

               MOVE WS-PROD-SUB TO WS-PROD-HIT

           END-IF.

       3000-FIND-OR-ADD-GL-LINE.

           MOVE ZERO TO WS-GL-HIT

           PERFORM 3010-SCAN-GL-LINES
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-COUNT
                  OR WS-GL-HIT > ZERO

           IF WS-GL-HIT = ZERO

               IF WS-GL-COUNT < WS-GL-MAX

                   ADD 1 TO WS-GL-COUNT

                   MOVE WS-GL-COUNT TO WS-GL-HIT

                   MOVE WS-FIND-GL TO WS-GL-ACCOUNT (WS-GL-HIT)

                   MOVE WS-FIND-CURRENCY TO WS-GL-CURRENCY (WS-GL-HIT)

                   MOVE ZERO TO WS-GL-OPENING (WS-GL-HIT)
                                WS-GL-DEBITS (WS-GL-HIT)
                                WS-GL-CREDITS (WS-GL-HIT)
                                WS-GL-CLOSING (WS-GL-HIT)
                                WS-GL-MASTER-TOTAL (WS-GL-HIT)

                   MOVE "N" TO WS-GL-BALANCE-LINE (WS-GL-HIT)

               ELSE

                   MOVE "Y" TO WS-OVERFLOW-SWITCH

               END-IF

           END-IF.

       3010-SCAN-GL-LINES.

           IF WS-GL-ACCOUNT (WS-GL-SUB) = WS-FIND-GL
              AND WS-GL-CURRENCY (WS-GL-SUB) = WS-FIND-CURRENCY

               MOVE WS-GL-SUB TO WS-GL-HIT

           END-IF.

       3100-FIND-OR-ADD-CURRENCY.

           MOVE ZERO TO WS-CCY-HIT

           PERFORM 3110-SCAN-CURRENCIES
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
                  OR WS-CCY-HIT > ZERO

           IF WS-CCY-HIT = ZERO

               IF WS-CCY-COUNT < WS-CCY-MAX

                   ADD 1 TO WS-CCY-COUNT

                   MOVE WS-CCY-COUNT TO WS-CCY-HIT

                   MOVE WS-CURRENCY TO WS-CCY-CODE (WS-CCY-HIT)

                   MOVE ZERO TO WS-CCY-DEBITS (WS-CCY-HIT)
                                WS-CCY-CREDITS (WS-CCY-HIT)

               ELSE

                   MOVE "Y" TO WS-OVERFLOW-SWITCH

               END-IF

           END-IF.

       3110-SCAN-CURRENCIES.

           IF WS-CCY-CODE (WS-CCY-SUB) = WS-CURRENCY

               MOVE WS-CCY-SUB TO WS-CCY-HIT

           END-IF.

       4000-SEED-OPENING-BALANCE.

      *> Opening = what the line must close at to tie (minus the
      *> master total, a credit balance) less the net of the entries
      *> just taken, so today's entries land on a tied ledger.
           IF WS-GL-BALANCE-LINE (WS-GL-SUB) = "Y"

               COMPUTE WS-GL-OPENING (WS-GL-SUB) =
                   ZERO - WS-GL-MASTER-TOTAL (WS-GL-SUB)
                 - WS-GL-DEBITS (WS-GL-SUB)
                 + WS-GL-CREDITS (WS-GL-SUB)

           END-IF.

       5000-CLOSE-ONE-GL-LINE.

           COMPUTE WS-GL-CLOSING (WS-GL-SUB) =
               WS-GL-OPENING (WS-GL-SUB)
             + WS-GL-DEBITS (WS-GL-SUB)
             - WS-GL-CREDITS (WS-GL-SUB).

       7500-WRITE-LEDGER.

           OPEN OUTPUT LEDGER-FILE

           PERFORM 7510-WRITE-ONE-LEDGER-LINE
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-COUNT

           CLOSE LEDGER-FILE.

       7510-WRITE-ONE-LEDGER-LINE.

           MOVE WS-GL-ACCOUNT (WS-GL-SUB) TO GLL-GL-ACCOUNT

           MOVE WS-GL-CURRENCY (WS-GL-SUB) TO GLL-CURRENCY

           MOVE WS-GL-CLOSING (WS-GL-SUB) TO GLL-BALANCE

           MOVE WS-NEW-LAST-STAMP TO GLL-LAST-STAMP

           WRITE GL-LEDGER-RECORD.

       9000-WRITE-REPORT.

           MOVE "BALANCES BY PRODUCT" TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE "PROD CCY ACCOUNTS           BALANCE  BALANCE LINE"
             TO REPORT-LINE

           WRITE REPORT-LINE

           PERFORM 9100-WRITE-PRODUCT-LINE
               VARYING WS-PROD-SUB FROM 1 BY 1
               UNTIL WS-PROD-SUB > WS-PROD-COUNT

           MOVE "GL LINES" TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE "GL LINE  CCY           OPENING            DEBITS"
             TO REPORT-LINE

           MOVE "           CREDITS           CLOSING  TIE"
             TO REPORT-LINE(51:)

           WRITE REPORT-LINE

           PERFORM 9200-WRITE-GL-LINE
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-COUNT

           MOVE "DEBITS AND CREDITS BY CURRENCY" TO REPORT-LINE

           WRITE REPORT-LINE

           PERFORM 9300-WRITE-CURRENCY-LINE
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT.

       9100-WRITE-PRODUCT-LINE.

           MOVE SPACES TO REPORT-LINE

           MOVE WS-PROD-CODE (WS-PROD-SUB) TO REPORT-LINE(1:4)

           IF WS-PROD-CODE (WS-PROD-SUB) = SPACES

               MOVE "NONE" TO REPORT-LINE(1:4)

           END-IF

           MOVE WS-PROD-CURRENCY (WS-PROD-SUB) TO REPORT-LINE(6:3)

           MOVE WS-PROD-ACCOUNTS (WS-PROD-SUB) TO WS-COUNT-DISPLAY

           MOVE WS-COUNT-DISPLAY TO REPORT-LINE(11:7)

           MOVE WS-PROD-BALANCE (WS-PROD-SUB) TO WS-VALUE-DISPLAY

           MOVE WS-VALUE-DISPLAY TO REPORT-LINE(18:17)

           IF WS-PROD-GL (WS-PROD-SUB) = ZERO

               MOVE "NO CHART ROW - NOT TIED" TO REPORT-LINE(37:)

               ADD 1 TO WS-TIE-BREAK-COUNT

           ELSE

               MOVE WS-PROD-GL (WS-PROD-SUB) TO REPORT-LINE(37:8)

           END-IF

           WRITE REPORT-LINE.

       9200-WRITE-GL-LINE.

           MOVE SPACES TO REPORT-LINE

           MOVE WS-GL-ACCOUNT (WS-GL-SUB) TO REPORT-LINE(1:8)

           MOVE WS-GL-CURRENCY (WS-GL-SUB) TO REPORT-LINE(10:3)

           MOVE WS-GL-OPENING (WS-GL-SUB) TO WS-VALUE-DISPLAY

           MOVE WS-VALUE-DISPLAY TO REPORT-LINE(14:17)

           MOVE WS-GL-DEBITS (WS-GL-SUB) TO WS-VALUE-DISPLAY-2

           MOVE WS-VALUE-DISPLAY-2 TO REPORT-LINE(32:17)

           MOVE WS-GL-CREDITS (WS-GL-SUB) TO WS-VALUE-DISPLAY-3

           MOVE WS-VALUE-DISPLAY-3 TO REPORT-LINE(50:17)

           MOVE WS-GL-CLOSING (WS-GL-SUB) TO WS-VALUE-DISPLAY-4

           MOVE WS-VALUE-DISPLAY-4 TO REPORT-LINE(68:17)

           IF WS-GL-BALANCE-LINE (WS-GL-SUB) = "Y"

               COMPUTE WS-DIFFERENCE =
                   WS-GL-CLOSING (WS-GL-SUB)
                 + WS-GL-MASTER-TOTAL (WS-GL-SUB)

               IF WS-DIFFERENCE = ZERO

                   MOVE "TIED TO MASTER" TO REPORT-LINE(87:)

               ELSE

                   MOVE WS-DIFFERENCE TO WS-VALUE-DISPLAY

                   MOVE SPACES TO REPORT-LINE(87:)

                   STRING "OUT BY " DELIMITED BY SIZE,
                          WS-VALUE-DISPLAY DELIMITED BY SIZE
                     INTO REPORT-LINE(87:)

                   ADD 1 TO WS-TIE-BREAK-COUNT

               END-IF

           END-IF

           WRITE REPORT-LINE.

       9300-WRITE-CURRENCY-LINE.

           MOVE SPACES TO REPORT-LINE

           MOVE WS-CCY-DEBITS (WS-CCY-SUB) TO WS-VALUE-DISPLAY

           MOVE WS-CCY-CREDITS (WS-CCY-SUB) TO WS-VALUE-DISPLAY-2

           STRING "CURRENCY " DELIMITED BY SIZE,
                  WS-CCY-CODE (WS-CCY-SUB) DELIMITED BY SIZE,
                  " DAY DEBITS " DELIMITED BY SIZE,
                  WS-VALUE-DISPLAY DELIMITED BY SIZE,
                  " DAY CREDITS " DELIMITED BY SIZE,
                  WS-VALUE-DISPLAY-2 DELIMITED BY SIZE
             INTO REPORT-LINE

           IF WS-CCY-DEBITS (WS-CCY-SUB) NOT =
              WS-CCY-CREDITS (WS-CCY-SUB)

               MOVE "NOT BALANCED" TO REPORT-LINE(110:)

               ADD 1 TO WS-UNBALANCED-COUNT

           END-IF

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

           EVALUATE TRUE

               WHEN WS-UNBALANCED-COUNT > ZERO

                   MOVE 8 TO RETURN-CODE

               WHEN WS-ERROR-COUNT > ZERO

                   MOVE 8 TO RETURN-CODE

               WHEN WS-TIE-BREAK-COUNT > ZERO

                   MOVE 4 TO RETURN-CODE

               WHEN OTHER

                   MOVE 0 TO RETURN-CODE

           END-EVALUATE

           DISPLAY "TRIALBAL END OF JOB - EXTRACTS: " WS-EXTRACTS-TAKEN
               " ENTRIES: " WS-ENTRY-COUNT
               " ACCOUNTS: " WS-ACCOUNT-COUNT
               " UNBALANCED: " WS-UNBALANCED-COUNT
               " NOT TIED: " WS-TIE-BREAK-COUNT
               " ELAPSED: " WS-ELAPSED-SECONDS " SEC"
               " RC: " RETURN-CODE.
