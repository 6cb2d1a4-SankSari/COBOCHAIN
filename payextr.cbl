       IDENTIFICATION DIVISION.

       PROGRAM-ID.  PAYEXTR.

      *> Outbound payment extract: cuts the bank's payment instruction
      *> file from the debits DRIVER has posted for outgoing payments,
      *> so treasury stops re-keying them from the posting file. A
      *> payment is a "D" posting whose source system is one of those
      *> listed in data/payment-parms.dat; every other posting passes
      *> by. The file is "|"-delimited, in the style of GLEXTRC's GL
      *> interface - an H record carrying the business date, source
      *> "COBOCHAIN" and the extract's date-time stamp, one D record
      *> per payment (key, account, amount, currency, date posted),
      *> one C record per currency with that currency's count and
      *> total, and a T record with the payment count and total.
      *> Each run writes a fresh stamped file and registers it on
      *> data/payextr-register.dat (status "S") for PAYACK to match
      *> the bank's settlement against; every payment in it goes on
      *> data/payment-items.dat, where PAYRTN finds it when the bank
      *> returns it. The high-water key in data/payextr-state.dat
      *> guarantees a payment is never sent twice across runs.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMETER-FILE ASSIGN TO PARAMETER-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS PARAMETER-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT POSTING-FILE ASSIGN TO POSTING-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS POSTING-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO EXTRACT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATE-FILE ASSIGN TO STATE-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS STATE-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO REGISTER-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT ITEM-FILE ASSIGN TO ITEM-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS ITEM-FILE-STATUS.

           SELECT FX-PARM-FILE ASSIGN TO FX-PARM-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS FX-PARM-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARAMETER-FILE.

       COPY "payment-parm-record.cpy".

       FD  RUN-CONTROL-FILE.

       COPY "run-control-record.cpy".

       FD  POSTING-FILE.

       COPY "posting-record.cpy".

       FD  EXTRACT-FILE.

       01  EXTRACT-LINE                PIC X(80).

       FD  STATE-FILE.

       COPY "payextr-state-record.cpy".

       FD  REGISTER-FILE.

       COPY "payextr-register-record.cpy".

       FD  ITEM-FILE.

       COPY "payment-item-record.cpy".

       FD  FX-PARM-FILE.

       COPY "fx-parm-record.cpy".

       WORKING-STORAGE SECTION.

       77  PARAMETER-FILE-PATH PIC X(60)
           VALUE "data/payment-parms.dat".

       77  PARAMETER-FILE-STATUS PIC XX.

       77  RUN-CONTROL-PATH  PIC X(60) VALUE "data/run-control.dat".

       77  RUN-CONTROL-STATUS PIC XX.

       77  POSTING-FILE-PATH PIC X(60) VALUE "data/posting-file.dat".

       77  POSTING-FILE-STATUS PIC XX.

       77  EXTRACT-FILE-PATH PIC X(60).

       77  STATE-FILE-PATH   PIC X(60) VALUE "data/payextr-state.dat".

       77  STATE-FILE-STATUS PIC XX.

       77  REGISTER-FILE-PATH PIC X(60)
           VALUE "data/payextr-register.dat".

       77  REGISTER-FILE-STATUS PIC XX.

       77  ITEM-FILE-PATH    PIC X(60) VALUE "data/payment-items.dat".

       77  ITEM-FILE-STATUS  PIC XX.

       77  FX-PARM-FILE-PATH PIC X(60) VALUE "data/fx-parms.dat".

       77  FX-PARM-FILE-STATUS PIC XX.

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-ABANDON-SWITCH PIC X VALUE "N".

           88  WS-RUN-ABANDONED VALUE "Y".

       77  WS-BUSINESS-DATE  PIC 9(8) VALUE ZERO.

      *> The payment sources from the parameter file.
       77  WS-SOURCE-COUNT   PIC 9(2) COMP VALUE ZERO.

       01  WS-SOURCE-TABLE.

           05  WS-SOURCE-ENTRY OCCURS 10 TIMES PIC X(10).

       77  WS-SOURCE-SUB     PIC 9(2) COMP.

       77  WS-PAYMENT-SWITCH PIC X.

           88  WS-IS-PAYMENT  VALUE "Y".

      *> A posting written before currencies existed carries a blank
      *> POST-CURRENCY and is in the base currency.
       77  WS-BASE-CURRENCY  PIC X(3) VALUE "USD".

       77  WS-EXTRACT-CURRENCY PIC X(3).

      *> Count and total per currency for the C records.
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

       77  WS-LAST-SENT-KEY  PIC 9(8) VALUE ZERO.

       77  WS-HIGH-KEY       PIC 9(8) VALUE ZERO.

       77  WS-EXTRACT-COUNT  PIC 9(8) VALUE ZERO.

       77  WS-PASSED-COUNT   PIC 9(8) VALUE ZERO.

       77  WS-SKIPPED-COUNT  PIC 9(8) VALUE ZERO.

       77  WS-RESULT-TOTAL   PIC 9(10)V99 VALUE ZERO.

       77  WS-EXTRACT-DATE   PIC X(8).

       77  WS-EXTRACT-TIME   PIC X(6).

       77  WS-EXTRACT-STAMP  PIC X(14).

      *> The bank wants true decimal values, so the payment lines
      *> carry the amount with an explicit point.
       77  WS-R-EDIT         PIC 9(6).99.

       77  WS-TOTAL-EDIT     PIC 9(10).99.

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

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EXTRACT-DATE

           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-EXTRACT-TIME

           STRING WS-EXTRACT-DATE DELIMITED BY SIZE,
                  WS-EXTRACT-TIME DELIMITED BY SIZE
             INTO WS-EXTRACT-STAMP

      *> One extract file per run, stamped to the second so a same-day
      *> rerun can never overwrite a file the bank already took.
           MOVE SPACES TO EXTRACT-FILE-PATH

           STRING "data/payextr-" DELIMITED BY SIZE,
                  WS-EXTRACT-STAMP DELIMITED BY SIZE,
                  ".dat" DELIMITED BY SIZE
             INTO EXTRACT-FILE-PATH

           PERFORM 0040-LOAD-PARAMETERS

           IF NOT WS-RUN-ABANDONED

               PERFORM 0060-LOAD-RUN-CONTROL

           END-IF

           IF WS-RUN-ABANDONED

      *> Without the payment sources every debit is a guess, and
      *> once sent the high-water key means it is never sent again.
      *> Cut nothing.
               MOVE 8 TO RETURN-CODE

               GOBACK

           END-IF

           PERFORM 0050-LOAD-BASE-CURRENCY

           PERFORM 0100-LOAD-STATE

           OPEN OUTPUT EXTRACT-FILE

           PERFORM 1000-WRITE-EXTRACT-HEADER

           OPEN EXTEND ITEM-FILE

           IF ITEM-FILE-STATUS NOT = "00"

               CLOSE ITEM-FILE

               OPEN OUTPUT ITEM-FILE

           END-IF

           OPEN INPUT POSTING-FILE

           IF POSTING-FILE-STATUS NOT = "00"

      *> Nothing posted yet is an empty extract, not a failure - the
      *> header and trailer still go out so the bank sees a
      *> zero-count transmission rather than silence.
               CONTINUE

           ELSE

               READ POSTING-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   PERFORM 2000-EXTRACT-ONE-POSTING

                   READ POSTING-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE POSTING-FILE

           END-IF

           CLOSE ITEM-FILE

           PERFORM 1050-WRITE-CURRENCY-TOTAL
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT

           PERFORM 1100-WRITE-EXTRACT-TRAILER

           CLOSE EXTRACT-FILE

           PERFORM 0200-SAVE-STATE

           PERFORM 0300-REGISTER-EXTRACT

           PERFORM 9900-END-OF-JOB-SUMMARY

           GOBACK.

       0040-LOAD-PARAMETERS.

           OPEN INPUT PARAMETER-FILE

           IF PARAMETER-FILE-STATUS NOT = "00"

               DISPLAY "PAYEXTR - NO PAYMENT PARAMETER FILE, "
                   "NOTHING EXTRACTED"

               MOVE "Y" TO WS-ABANDON-SWITCH

           ELSE

               READ PARAMETER-FILE

               IF PARAMETER-FILE-STATUS = "00"

                   PERFORM 0045-TAKE-ONE-SOURCE
                       VARYING WS-SOURCE-SUB FROM 1 BY 1
                       UNTIL WS-SOURCE-SUB > 10

               END-IF

               CLOSE PARAMETER-FILE

               IF WS-SOURCE-COUNT = ZERO

                   DISPLAY "PAYEXTR - NO PAYMENT SOURCE SYSTEM "
                       "NAMED, NOTHING EXTRACTED"

                   MOVE "Y" TO WS-ABANDON-SWITCH

               END-IF

           END-IF.

       0045-TAKE-ONE-SOURCE.

           IF PP-SOURCE-SYSTEM (WS-SOURCE-SUB) NOT = SPACES

               ADD 1 TO WS-SOURCE-COUNT

               MOVE PP-SOURCE-SYSTEM (WS-SOURCE-SUB)
                 TO WS-SOURCE-ENTRY (WS-SOURCE-COUNT)

           END-IF.

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

      *> The extract belongs to the open business day - the agreed
      *> settlement days are counted from it.
           OPEN INPUT RUN-CONTROL-FILE

           IF RUN-CONTROL-STATUS NOT = "00"

               DISPLAY "PAYEXTR - NO RUN CONTROL FILE, "
                   "NOTHING EXTRACTED"

               MOVE "Y" TO WS-ABANDON-SWITCH

           ELSE

               READ RUN-CONTROL-FILE

               IF RUN-CONTROL-STATUS NOT = "00"
                  OR RC-BUSINESS-DATE NOT NUMERIC

                   DISPLAY "PAYEXTR - RUN CONTROL UNREADABLE, "
                       "NOTHING EXTRACTED"

                   MOVE "Y" TO WS-ABANDON-SWITCH

               ELSE

                   MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE

               END-IF

               CLOSE RUN-CONTROL-FILE

           END-IF.

       0100-LOAD-STATE.

           OPEN INPUT STATE-FILE

           IF STATE-FILE-STATUS = "00"

               READ STATE-FILE

               IF STATE-FILE-STATUS = "00"

                   MOVE PXS-LAST-KEY TO WS-LAST-SENT-KEY

               END-IF

               CLOSE STATE-FILE

           END-IF

           MOVE WS-LAST-SENT-KEY TO WS-HIGH-KEY.

       0200-SAVE-STATE.

           MOVE WS-HIGH-KEY TO PXS-LAST-KEY

           OPEN OUTPUT STATE-FILE

           WRITE PAYEXTR-STATE-RECORD

           CLOSE STATE-FILE.

       0300-REGISTER-EXTRACT.

      *> Every cut goes on the register the moment it exists, status
      *> "S" - from here on PAYACK owns proving the bank settled it.
      *> An empty extract is registered too: a zero-count settlement
      *> is still a settlement.
           OPEN EXTEND REGISTER-FILE

           IF REGISTER-FILE-STATUS NOT = "00"

               CLOSE REGISTER-FILE

               OPEN OUTPUT REGISTER-FILE

           END-IF

           MOVE SPACES TO PAYEXTR-REGISTER-RECORD

           MOVE WS-EXTRACT-STAMP TO PR-STAMP

           MOVE WS-BUSINESS-DATE TO PR-BUSINESS-DATE

           MOVE WS-EXTRACT-COUNT TO PR-RECORD-COUNT

           MOVE WS-RESULT-TOTAL TO PR-TOTAL

           MOVE "S" TO PR-STATUS

           MOVE SPACES TO PR-SETTLED-TS

           WRITE PAYEXTR-REGISTER-RECORD

           CLOSE REGISTER-FILE.

       1000-WRITE-EXTRACT-HEADER.

           MOVE SPACES TO EXTRACT-LINE

           STRING "H|" DELIMITED BY SIZE,
                  WS-BUSINESS-DATE DELIMITED BY SIZE,
                  "|COBOCHAIN|" DELIMITED BY SIZE,
                  WS-EXTRACT-STAMP DELIMITED BY SIZE
             INTO EXTRACT-LINE

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

           STRING "T|" DELIMITED BY SIZE,
                  WS-EXTRACT-COUNT DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-TOTAL-EDIT DELIMITED BY SIZE
             INTO EXTRACT-LINE

           WRITE EXTRACT-LINE.

       2000-EXTRACT-ONE-POSTING.

      *> The posting file only ever grows and POST-KEY only ever
      *> climbs, so everything at or below the high-water key was
      *> looked at by an earlier run. The key climbs past every
      *> posting examined, payment or not.
           IF POST-KEY NOT > WS-LAST-SENT-KEY

               ADD 1 TO WS-SKIPPED-COUNT

           ELSE

               PERFORM 2050-CHECK-PAYMENT

               IF WS-IS-PAYMENT

                   PERFORM 2100-WRITE-PAYMENT

               ELSE

                   ADD 1 TO WS-PASSED-COUNT

               END-IF

               IF POST-KEY > WS-HIGH-KEY

                   MOVE POST-KEY TO WS-HIGH-KEY

               END-IF

           END-IF.

       2050-CHECK-PAYMENT.

      *> A debit from a payment source. Rows written before postings
      *> carried their source read back blank and are never payments.
           MOVE "N" TO WS-PAYMENT-SWITCH

           IF POST-TYPE-DEBIT AND POST-SOURCE-SYSTEM NOT = SPACES

               PERFORM 2060-SCAN-SOURCES
                   VARYING WS-SOURCE-SUB FROM 1 BY 1
                   UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT
                      OR WS-IS-PAYMENT

           END-IF.

       2060-SCAN-SOURCES.

           IF WS-SOURCE-ENTRY (WS-SOURCE-SUB) = POST-SOURCE-SYSTEM

               MOVE "Y" TO WS-PAYMENT-SWITCH

           END-IF.

       2100-WRITE-PAYMENT.

           MOVE POST-CURRENCY TO WS-EXTRACT-CURRENCY

           IF WS-EXTRACT-CURRENCY = SPACES

               MOVE WS-BASE-CURRENCY TO WS-EXTRACT-CURRENCY

           END-IF

           MOVE POST-R TO WS-R-EDIT

           MOVE SPACES TO EXTRACT-LINE

           STRING "D|" DELIMITED BY SIZE,
                  POST-KEY DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  POST-ACCOUNT DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-R-EDIT DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  WS-EXTRACT-CURRENCY DELIMITED BY SIZE,
                  "|" DELIMITED BY SIZE,
                  POST-BUSINESS-DATE DELIMITED BY SIZE
             INTO EXTRACT-LINE

           WRITE EXTRACT-LINE

           ADD 1 TO WS-EXTRACT-COUNT

           ADD POST-R TO WS-RESULT-TOTAL

           PERFORM 2200-ADD-TO-CURRENCY-TOTAL

      *> The payment's own row, for PAYRTN to find if the bank sends
      *> it back.
           MOVE SPACES TO PAYMENT-ITEM-RECORD

           MOVE POST-KEY TO PI-POST-KEY

           MOVE POST-ACCOUNT TO PI-ACCOUNT

           MOVE POST-R TO PI-AMOUNT

           MOVE WS-EXTRACT-CURRENCY TO PI-CURRENCY

           MOVE POST-BUSINESS-DATE TO PI-POSTED-DATE

           MOVE WS-EXTRACT-STAMP TO PI-STAMP

           MOVE "S" TO PI-STATUS

           MOVE ZERO TO PI-RETURN-DATE

           MOVE SPACE TO PI-REVERSAL-STATE

           MOVE ZERO TO PI-REVERSAL-KEY

           MOVE ZERO TO PI-REVERSAL-DATE

           MOVE ZERO TO PI-CLOSED-DATE

           MOVE FUNCTION CURRENT-DATE TO PI-MAINT-TS

           WRITE PAYMENT-ITEM-RECORD.

       2200-ADD-TO-CURRENCY-TOTAL.

           MOVE ZERO TO WS-CCY-HIT

           PERFORM 2210-SCAN-CURRENCIES
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

               ADD 1 TO WS-CCY-RECORDS (WS-CCY-HIT)

               ADD POST-R TO WS-CCY-TOTAL (WS-CCY-HIT)

           END-IF.

       2210-SCAN-CURRENCIES.

           IF WS-CCY-CODE (WS-CCY-SUB) = WS-EXTRACT-CURRENCY

               MOVE WS-CCY-SUB TO WS-CCY-HIT

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

      *> More currencies than the C records can carry leaves the bank
      *> unable to prove the file by currency - the payments and the
      *> T totals still went out, but the cut needs a look.
           MOVE 0 TO RETURN-CODE

           IF WS-CCY-OVERFLOW

               DISPLAY "PAYEXTR - MORE THAN " WS-CCY-MAX
                   " CURRENCIES, CURRENCY TOTALS INCOMPLETE"

               MOVE 8 TO RETURN-CODE

           END-IF

           DISPLAY "PAYEXTR END OF JOB - PAYMENTS: " WS-EXTRACT-COUNT
               " OTHER POSTINGS: " WS-PASSED-COUNT
               " ALREADY SEEN: " WS-SKIPPED-COUNT
               " ELAPSED: " WS-ELAPSED-SECONDS " SEC"
               " RC: " RETURN-CODE.
