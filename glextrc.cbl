
      *> General-ledger extract: reads the posting file and writes the
      *> GL team's delimited interface - an H record carrying the
      *> extract date and source "COBOCHAIN", then a balanced pair of
      *> D records per posting, booked through the chart of accounts
      *> (data/gl-chart.dat): the posting's account product and type
      *> pick the debit and credit GL lines, one D record debits
      *> POST-R to the first and the next credits it to the second.
      *> Each D record carries key, account, product, type, GL line,
      *> "DR" or "CR", amount, currency and - on the two legs of a
      *> transfer - the account on the other leg, separated by "|".
      *> Ahead of the trailer one C record per currency carries that
      *> currency's D-record count and debit total, and the T record
      *> carries the D-record count, the debit total and the credit
      *> total - the count and debit total are the figures GLACK
      *> matches. A posting the chart cannot place, not even on a
      *> "*" suspense row, still goes out against GL line zero so
      *> the cut stays whole, and ends the job RC 8.
      *> Each run writes a fresh date-and-time-stamped extract file,
      *> and the high-water key in data/glextrc-state.dat guarantees a
      *> posting is never sent twice across runs - the GL side stops

               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT FX-PARM-FILE ASSIGN TO FX-PARM-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS FX-PARM-FILE-STATUS.

           SELECT CHART-FILE ASSIGN TO CHART-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS CHART-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCOUNT-MASTER-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS RANDOM

               RECORD KEY IS ACCT-NUMBER

               FILE STATUS IS ACCOUNT-MASTER-STATUS.

       DATA DIVISION.

       FILE SECTION.

       COPY "glextrc-register-record.cpy".

       FD  FX-PARM-FILE.

       COPY "fx-parm-record.cpy".

       FD  CHART-FILE.

       COPY "gl-chart-record.cpy".

       FD  ACCOUNT-MASTER.

       COPY "account-master-record.cpy".

       WORKING-STORAGE SECTION.

       77  POSTING-FILE-PATH PIC X(60) VALUE "data/posting-file.dat".

       77  REGISTER-FILE-STATUS PIC XX.

       77  FX-PARM-FILE-PATH PIC X(60) VALUE "data/fx-parms.dat".

       77  FX-PARM-FILE-STATUS PIC XX.

       77  CHART-FILE-PATH   PIC X(60) VALUE "data/gl-chart.dat".

       77  CHART-FILE-STATUS PIC XX.

       77  ACCOUNT-MASTER-PATH PIC X(60)
           VALUE "data/account-master.dat".

       77  ACCOUNT-MASTER-STATUS PIC XX.

      *> The whole chart of accounts, searched per posting.
       77  WS-CHART-COUNT    PIC 9(3) COMP VALUE ZERO.

       77  WS-CHART-MAX      PIC 9(3) COMP VALUE 500.

       77  WS-CHART-OVERFLOW-SWITCH PIC X VALUE "N".

           88  WS-CHART-OVERFLOW VALUE "Y".

       01  WS-CHART-TABLE.

           05  WS-CHART-ENTRY OCCURS 500 TIMES.

               10  WS-CH-PRODUCT-CODE PIC X(4).

               10  WS-CH-TXN-TYPE     PIC X.

               10  WS-CH-DEBIT-GL     PIC 9(8).

               10  WS-CH-CREDIT-GL    PIC 9(8).

       77  WS-CHART-SUB      PIC 9(3) COMP.

       77  WS-CHART-HIT      PIC 9(3) COMP.

       77  WS-FIND-PRODUCT   PIC X(4).

       77  WS-FIND-TYPE      PIC X.

       77  WS-EXTRACT-PRODUCT PIC X(4).

       77  WS-DEBIT-GL       PIC 9(8).

       77  WS-CREDIT-GL      PIC 9(8).

       77  WS-ENTRY-GL       PIC 9(8).

       77  WS-ENTRY-SIDE     PIC XX.

       77  WS-UNMAPPED-COUNT PIC 9(8) VALUE ZERO.

       77  WS-POSTING-COUNT  PIC 9(8) VALUE ZERO.

      *> A posting written before currencies existed carries a blank
      *> POST-CURRENCY and is in the base currency.
       77  WS-BASE-CURRENCY  PIC X(3) VALUE "USD".

       77  WS-EXTRACT-CURRENCY PIC X(3).

      *> Count and POST-R total per currency for the C records.
       77  WS-CCY-COUNT      PIC 9(3) COMP VALUE ZERO.

       77  WS-CCY-MAX        PIC 9(3) COMP VALUE 50.

       77  WS-CCY-OVERFLOW-SWITCH PIC X VALUE "N".

           88  WS-CCY-OVERFLOW VALUE "Y".

       01  WS-CCY-TABLE.

           05  WS-CCY-ENTRY OCCURS 50 TIMES.

               10  WS-CCY-CODE       PIC X(3).

               10  WS-CCY-RECORDS    PIC 9(8).

               10  WS-CCY-TOTAL      PIC 9(10)V99.

       77  WS-CCY-SUB        PIC 9(3) COMP.

       77  WS-CCY-HIT        PIC 9(3) COMP.

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-SKIPPED-COUNT  PIC 9(8) VALUE ZERO.

      *> Debits and credits are each POST-R once per posting, so the
      *> two totals can only differ if a D record went unwritten.
       77  WS-RESULT-TOTAL   PIC 9(10)V99 VALUE ZERO.

       77  WS-CREDIT-TOTAL   PIC 9(10)V99 VALUE ZERO.

       77  WS-EXTRACT-DATE   PIC X(8).

       77  WS-EXTRACT-TIME   PIC X(6).

       77  WS-EXTRACT-TYPE   PIC X.
       77  WS-EXTRACT-LINK   PIC X(8).

      *> The GL interface wants true decimal values, so the entry
      *> lines carry the amount with an explicit point.
       77  WS-R-EDIT         PIC 9(6).99.

       77  WS-TOTAL-EDIT     PIC 9(10).99.

       77  WS-TOTAL-EDIT-2   PIC 9(10).99.

       01  WS-START-TIME.

           05  WS-START-HH PIC 9(2).
                  ".dat" DELIMITED BY SIZE
             INTO EXTRACT-FILE-PATH

           PERFORM 0050-LOAD-BASE-CURRENCY

           PERFORM 0060-LOAD-CHART

           IF WS-CHART-COUNT = ZERO OR WS-CHART-OVERFLOW

      *> No chart, or more chart than the table holds, would book
      *> postings to the wrong lines - and once sent, the high-water
      *> key means they are never sent again. Cut nothing.
               DISPLAY "GLEXTRC - GL CHART MISSING, EMPTY OR OVER "
                   WS-CHART-MAX " ROWS, NOTHING EXTRACTED"

               MOVE 8 TO RETURN-CODE

               GOBACK

           END-IF

           OPEN INPUT ACCOUNT-MASTER

           IF ACCOUNT-MASTER-STATUS NOT = "00"

               DISPLAY "GLEXTRC - CANNOT OPEN ACCOUNT MASTER, STATUS "
                   ACCOUNT-MASTER-STATUS ", NOTHING EXTRACTED"

               MOVE 8 TO RETURN-CODE

               GOBACK

           END-IF

           PERFORM 0100-LOAD-STATE

           OPEN OUTPUT EXTRACT-FILE

           END-IF

           CLOSE ACCOUNT-MASTER

           PERFORM 1050-WRITE-CURRENCY-TOTAL
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT

           PERFORM 1100-WRITE-EXTRACT-TRAILER

           CLOSE EXTRACT-FILE

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

           IF CHART-FILE-STATUS = "00"

               READ CHART-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF OR WS-CHART-COUNT >= WS-CHART-MAX

                   ADD 1 TO WS-CHART-COUNT

                   MOVE WS-CHART-COUNT TO WS-CHART-SUB

                   MOVE GLC-PRODUCT-CODE
                     TO WS-CH-PRODUCT-CODE (WS-CHART-SUB)

                   MOVE GLC-TXN-TYPE TO WS-CH-TXN-TYPE (WS-CHART-SUB)

                   MOVE GLC-DEBIT-GL TO WS-CH-DEBIT-GL (WS-CHART-SUB)

                   MOVE GLC-CREDIT-GL TO WS-CH-CREDIT-GL (WS-CHART-SUB)

                   READ CHART-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               IF NOT WS-EOF

                   MOVE "Y" TO WS-CHART-OVERFLOW-SWITCH

               END-IF

               CLOSE CHART-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       0100-LOAD-STATE.

           OPEN INPUT STATE-FILE
                  WS-EXTRACT-TIME DELIMITED BY SIZE
             INTO GR-STAMP

      *> The register carries what the T record carries - D-record
      *> count and debit total - so GLACK matches the GL side's echo
      *> of the trailer.
           MOVE WS-EXTRACT-COUNT TO GR-RECORD-COUNT

           MOVE WS-RESULT-TOTAL TO GR-TOTAL-R

           WRITE EXTRACT-LINE.

       1050-WRITE-CURRENCY-TOTAL.

           MOVE SPACES TO EXTRACT-LINE

           MOVE WS-CCY-TOTAL (WS-CCY-SUB) TO WS-TOTAL-EDIT

           STRING "C|" DELIMITED BY SIZE,
                  WS-CCY-CODE (WS-CCY-SUB) DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-CCY-RECORDS (WS-CCY-SUB) DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-TOTAL-EDIT DELIMITED BY SIZE
             INTO EXTRACT-LINE

           WRITE EXTRACT-LINE.

       1100-WRITE-EXTRACT-TRAILER.

           MOVE SPACES TO EXTRACT-LINE

           MOVE WS-RESULT-TOTAL TO WS-TOTAL-EDIT

           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDIT-2

           STRING "T|" DELIMITED BY SIZE,
                  WS-EXTRACT-COUNT DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-TOTAL-EDIT DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-TOTAL-EDIT-2 DELIMITED BY SIZE
             INTO EXTRACT-LINE

           WRITE EXTRACT-LINE.

           ELSE

               ADD 1 TO WS-POSTING-COUNT

      *> Blank type rows predate type codes and were all credits.
               MOVE POST-TYPE-CODE TO WS-EXTRACT-TYPE

               IF WS-EXTRACT-TYPE = SPACE

               END-IF

      *> A transfer's two legs share one key: the paying leg ("X")
      *> names the receiving account and the receiving leg ("Y") the
      *> paying one, so the GL side can trace the pair from either
      *> account. Blank on everything else.
               MOVE SPACES TO WS-EXTRACT-LINK

               IF POST-TYPE-TRANSFER-LEG

                   MOVE POST-LINK-ACCOUNT TO WS-EXTRACT-LINK

               END-IF

               MOVE POST-CURRENCY TO WS-EXTRACT-CURRENCY

               IF WS-EXTRACT-CURRENCY = SPACES

                   MOVE WS-BASE-CURRENCY TO WS-EXTRACT-CURRENCY

               END-IF

               PERFORM 2050-MAP-POSTING

               MOVE POST-R TO WS-R-EDIT

               MOVE WS-DEBIT-GL TO WS-ENTRY-GL

               MOVE "DR" TO WS-ENTRY-SIDE

               PERFORM 2060-WRITE-ENTRY-LINE

               ADD POST-R TO WS-RESULT-TOTAL

               MOVE WS-CREDIT-GL TO WS-ENTRY-GL

               MOVE "CR" TO WS-ENTRY-SIDE

               PERFORM 2060-WRITE-ENTRY-LINE

               ADD POST-R TO WS-CREDIT-TOTAL

               PERFORM 2100-ADD-TO-CURRENCY-TOTAL

               IF POST-KEY > WS-HIGH-KEY

                   MOVE POST-KEY TO WS-HIGH-KEY

           END-IF.

       2050-MAP-POSTING.

      *> The product comes off the account the posting hit; an
      *> account no longer on the master has none, and falls to the
      *> chart's "*" product rows like a pre-product account.
           MOVE POST-ACCOUNT TO ACCT-NUMBER

           READ ACCOUNT-MASTER

               INVALID KEY

                   MOVE SPACES TO ACCT-PRODUCT-CODE

           END-READ

           MOVE ACCT-PRODUCT-CODE TO WS-EXTRACT-PRODUCT

           MOVE ZERO TO WS-CHART-HIT

           MOVE WS-EXTRACT-PRODUCT TO WS-FIND-PRODUCT

           MOVE WS-EXTRACT-TYPE TO WS-FIND-TYPE

           PERFORM 2070-FIND-CHART-ROW

           IF WS-CHART-HIT = ZERO

               MOVE "*" TO WS-FIND-TYPE

               PERFORM 2070-FIND-CHART-ROW

           END-IF

           IF WS-CHART-HIT = ZERO

               MOVE "*" TO WS-FIND-PRODUCT

               MOVE WS-EXTRACT-TYPE TO WS-FIND-TYPE

               PERFORM 2070-FIND-CHART-ROW

           END-IF

           IF WS-CHART-HIT = ZERO

               MOVE "*" TO WS-FIND-TYPE

               PERFORM 2070-FIND-CHART-ROW

           END-IF

           IF WS-CHART-HIT = ZERO

               MOVE ZERO TO WS-DEBIT-GL WS-CREDIT-GL

               ADD 1 TO WS-UNMAPPED-COUNT

               DISPLAY "GLEXTRC - NO GL CHART ROW FOR PRODUCT "
                   WS-EXTRACT-PRODUCT " TYPE " WS-EXTRACT-TYPE
                   " - POSTING " POST-KEY " BOOKED TO GL LINE ZERO"

           ELSE

               MOVE WS-CH-DEBIT-GL (WS-CHART-HIT) TO WS-DEBIT-GL

               MOVE WS-CH-CREDIT-GL (WS-CHART-HIT) TO WS-CREDIT-GL

           END-IF.

       2060-WRITE-ENTRY-LINE.

           MOVE SPACES TO EXTRACT-LINE

           STRING "D|" DELIMITED BY SIZE,
                  POST-KEY DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  POST-ACCOUNT DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-EXTRACT-PRODUCT DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-EXTRACT-TYPE DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-ENTRY-GL DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-ENTRY-SIDE DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-R-EDIT DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-EXTRACT-CURRENCY DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-EXTRACT-LINK DELIMITED BY SIZE
             INTO EXTRACT-LINE

           WRITE EXTRACT-LINE

           ADD 1 TO WS-EXTRACT-COUNT.

       2070-FIND-CHART-ROW.

           PERFORM 2080-SCAN-CHART
               VARYING WS-CHART-SUB FROM 1 BY 1
               UNTIL WS-CHART-SUB > WS-CHART-COUNT
                  OR WS-CHART-HIT > ZERO.

       2080-SCAN-CHART.

           IF WS-CH-PRODUCT-CODE (WS-CHART-SUB) = WS-FIND-PRODUCT
              AND WS-CH-TXN-TYPE (WS-CHART-SUB) = WS-FIND-TYPE

               MOVE WS-CHART-SUB TO WS-CHART-HIT

           END-IF.

       2100-ADD-TO-CURRENCY-TOTAL.

           MOVE ZERO TO WS-CCY-HIT

           PERFORM 2110-SCAN-CURRENCIES
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT OR WS-CCY-HIT > ZERO

           IF WS-CCY-HIT = ZERO

               IF WS-CCY-COUNT < WS-CCY-MAX

                   ADD 1 TO WS-CCY-COUNT

                   MOVE WS-CCY-COUNT TO WS-CCY-HIT

                   MOVE WS-EXTRACT-CURRENCY TO WS-CCY-CODE (WS-CCY-HIT)

                   MOVE ZERO TO WS-CCY-RECORDS (WS-CCY-HIT)

                   MOVE ZERO TO WS-CCY-TOTAL (WS-CCY-HIT)

               ELSE

                   MOVE "Y" TO WS-CCY-OVERFLOW-SWITCH

               END-IF

           END-IF

           IF WS-CCY-HIT > ZERO

               ADD 2 TO WS-CCY-RECORDS (WS-CCY-HIT)

               ADD POST-R TO WS-CCY-TOTAL (WS-CCY-HIT)

           END-IF.

       2110-SCAN-CURRENCIES.

           IF WS-CCY-CODE (WS-CCY-SUB) = WS-EXTRACT-CURRENCY

               MOVE WS-CCY-SUB TO WS-CCY-HIT

           END-IF.

       9900-END-OF-JOB-SUMMARY.

      *> Give the scheduler and the operator glancing at sysout a real
               (WS-END-HH * 3600 + WS-END-MI * 60 + WS-END-SS) -
               (WS-START-HH * 3600 + WS-START-MI * 60 + WS-START-SS)

      *> More currencies than the C records can carry leaves the GL
      *> side unable to book the extract by currency - the D records
      *> and the T totals still went out, but the cut needs a look.
      *> So does a posting booked to GL line zero: it went out, but
      *> the chart needs a row and the GL side a correcting entry.
           MOVE 0 TO RETURN-CODE

           IF WS-CCY-OVERFLOW

               DISPLAY "GLEXTRC - MORE THAN " WS-CCY-MAX
                   " CURRENCIES, CURRENCY TOTALS INCOMPLETE"

               MOVE 8 TO RETURN-CODE

           END-IF

           IF WS-UNMAPPED-COUNT > ZERO

               DISPLAY "GLEXTRC - " WS-UNMAPPED-COUNT
                   " POSTINGS WITH NO GL CHART ROW"

               MOVE 8 TO RETURN-CODE

           END-IF

           DISPLAY "GLEXTRC END OF JOB - POSTINGS: " WS-POSTING-COUNT
               " ENTRY LINES: " WS-EXTRACT-COUNT

               " ALREADY SENT: " WS-SKIPPED-COUNT

