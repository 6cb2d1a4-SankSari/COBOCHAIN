       IDENTIFICATION DIVISION.

       PROGRAM-ID.  ORDGEN.

      *> Daily standing-order generator. Runs once each business day
      *> and does two things, in this order:
      *>   1. settles yesterday's payments: every order with a
      *>      payment in flight is looked up in the posting file and
      *>      DRIVER's rejection file by the key it went out under.
      *>      Posted - the order's next due date moves on by its
      *>      frequency. Rejected (or lost) - the order is flagged
      *>      failed with the reason and its next due date stays
      *>      exactly where it was, so nothing is silently skipped
      *>      and nothing more is raised until ORDMNT re-activates it.
      *>   2. raises today's payments: an active order is due when its
      *>      next due date, rolled forward along
      *>      data/business-calendar.dat to the first working day on
      *>      or after it, is not after the business date.
      *> The payments go out as a full H/D/T transmission under
      *> source system "STDORDER" - through FEEDGATE, TXNEDIT and a
      *> DRIVER run like any other feed - each detail carrying the
      *> order amount and a factor of 0.01, the identity under
      *> DRIVER's cent-scaled arithmetic, exactly as ACCRUAL's do.
      *> Keys climb from DRIVER's checkpoint, and a generated file
      *> the posting run has not consumed yet holds this run, as
      *> ACCRUAL and BACKOUT hold theirs.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ORDER-FILE ASSIGN TO ORDER-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS ORDER-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO CALENDAR-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS CALENDAR-FILE-STATUS.

           SELECT POSTING-FILE ASSIGN TO POSTING-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS POSTING-FILE-STATUS.

           SELECT REJECTED-FILE ASSIGN TO REJECTED-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS REJECTED-FILE-STATUS.

           SELECT ORDER-TXN-FILE ASSIGN TO ORDER-TXN-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS ORDER-TXN-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT RESTART-FILE ASSIGN TO RESTART-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RESTART-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  ORDER-FILE.

       COPY "standing-order-record.cpy".

       FD  CALENDAR-FILE.

       COPY "business-calendar-record.cpy".

       FD  POSTING-FILE.

       COPY "posting-record.cpy".

       FD  REJECTED-FILE.

       COPY "rejected-txn-record.cpy".

       FD  ORDER-TXN-FILE.

       COPY "txn-record.cpy".

       FD  RUN-CONTROL-FILE.

       COPY "run-control-record.cpy".

       FD  RESTART-FILE.

       COPY "restart-record.cpy".

       FD  REPORT-FILE.

       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       77  ORDER-FILE-PATH   PIC X(60)
           VALUE "data/standing-orders.dat".

       77  ORDER-FILE-STATUS PIC XX.

       77  CALENDAR-FILE-PATH PIC X(60)
           VALUE "data/business-calendar.dat".

       77  CALENDAR-FILE-STATUS PIC XX.

       77  POSTING-FILE-PATH PIC X(60) VALUE "data/posting-file.dat".

       77  POSTING-FILE-STATUS PIC XX.

       77  REJECTED-FILE-PATH PIC X(60)
           VALUE "data/driver-rejected.dat".

       77  REJECTED-FILE-STATUS PIC XX.

       77  ORDER-TXN-FILE-PATH PIC X(60)
           VALUE "data/ordgen-txns.dat".

       77  ORDER-TXN-FILE-STATUS PIC XX.

       77  RUN-CONTROL-PATH  PIC X(60) VALUE "data/run-control.dat".

       77  RUN-CONTROL-STATUS PIC XX.

       77  RESTART-FILE-PATH PIC X(60) VALUE "data/driver-restart.dat".

       77  RESTART-FILE-STATUS PIC XX.

       77  REPORT-FILE-PATH  PIC X(60) VALUE "data/ordgen-report.dat".

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-ABANDON-SWITCH PIC X VALUE "N".

           88  WS-RUN-ABANDONED VALUE "Y".

       77  WS-BUSINESS-DATE  PIC 9(8) VALUE ZERO.

       77  WS-CHECKPOINT-KEY PIC 9(8) VALUE ZERO.

       77  WS-NEXT-KEY       PIC 9(8) VALUE ZERO.

       77  WS-PRIOR-COUNT    PIC 9(8) VALUE ZERO.

      *> The business calendar, loaded once for the roll-forward of
      *> every due date - ten years of days fit comfortably.
       77  WS-CAL-COUNT      PIC 9(4) COMP VALUE ZERO.

       77  WS-CAL-MAX        PIC 9(4) COMP VALUE 4000.

       01  WS-CALENDAR-TABLE.

           05  WS-CAL-ENTRY OCCURS 4000 TIMES.

               10  WS-CAL-DATE       PIC 9(8).

               10  WS-CAL-WORKING    PIC X.

       77  WS-CAL-SUB        PIC 9(4) COMP.

       77  WS-DUE-DATE       PIC 9(8).

       77  WS-ROLLED-DATE    PIC 9(8).

      *> The whole order file, settled and advanced in place and
      *> written back as one unit, the way ORDMNT holds it. The
      *> outcome table runs alongside it: what the posting run did
      *> with each order's payment in flight.
       77  WS-ORDER-COUNT    PIC 9(4) COMP VALUE ZERO.

       77  WS-ORDER-MAX      PIC 9(4) COMP VALUE 500.

       01  WS-ORDER-TABLE.

           05  WS-ORDER-ENTRY OCCURS 500 TIMES.

               10  WS-ORD-ORDER-NO      PIC 9(6).

               10  WS-ORD-FROM-ACCOUNT  PIC 9(8).

               10  WS-ORD-TO-ACCOUNT    PIC 9(8).

               10  WS-ORD-AMOUNT        PIC 9(6)V99.

               10  WS-ORD-TXN-TYPE      PIC X.

               10  WS-ORD-FREQUENCY     PIC X.

               10  WS-ORD-START-DATE    PIC 9(8).

               10  WS-ORD-END-DATE      PIC 9(8).

               10  WS-ORD-NEXT-DUE      PIC 9(8).

               10  WS-ORD-STATUS        PIC X.

               10  WS-ORD-PENDING-KEY   PIC 9(8).

               10  WS-ORD-PENDING-DATE  PIC 9(8).

               10  WS-ORD-LAST-PAID-DATE PIC 9(8).

               10  WS-ORD-FAIL-REASON   PIC X(30).

               10  WS-ORD-SET-UP-BY     PIC X(8).

               10  WS-ORD-MAINT-TS      PIC X(21).

       01  WS-OUTCOME-TABLE.

           05  WS-OUTCOME-ENTRY OCCURS 500 TIMES.

               10  WS-OUT-RESULT        PIC X.

               10  WS-OUT-REASON        PIC X(30).

       77  WS-ORDER-SUB      PIC 9(4) COMP.

       77  WS-ORDER-HIT      PIC 9(4) COMP.

       77  WS-PENDING-COUNT  PIC 9(4) COMP VALUE ZERO.

       77  WS-LOW-PENDING-KEY PIC 9(8) VALUE 99999999.

       77  WS-SEARCH-KEY     PIC 9(8).

       77  WS-SEARCH-ACCOUNT PIC 9(8).

      *> Date arithmetic for the next due date.
       77  WS-DAY-NUMBER     PIC 9(8).

       77  WS-ANCHOR-DAY     PIC 9(2).

       77  WS-MONTH-COUNT    PIC 9(6).

       77  WS-MONTH-STEP     PIC 9(2).

       77  WS-NEW-YEAR       PIC 9(4).

       77  WS-NEW-MONTH      PIC 9(2).

       01  WS-DATE-WORK.

           05  WS-DW-YEAR    PIC 9(4).

           05  WS-DW-MONTH   PIC 9(2).

           05  WS-DW-DAY     PIC 9(2).

       01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(8).

       77  WS-MONTH-END-DAY  PIC 9(2).

       77  WS-DETAIL-COUNT   PIC 9(8) VALUE ZERO.

       77  WS-HASH-A-TOTAL   PIC 9(10)V99 VALUE ZERO.

       77  WS-HASH-B-TOTAL   PIC 9(10)V99 VALUE ZERO.

       77  WS-POSTED-COUNT   PIC 9(5) VALUE ZERO.

       77  WS-FAILED-COUNT   PIC 9(5) VALUE ZERO.

       77  WS-ENDED-COUNT    PIC 9(5) VALUE ZERO.

       77  WS-ERROR-COUNT    PIC 9(5) VALUE ZERO.

       77  WS-AMOUNT-DISPLAY PIC Z(5)9.99.

       77  WS-TOTAL-DISPLAY  PIC Z(9)9.99.

       77  WS-COUNT-DISPLAY  PIC Z(7)9.

       77  WS-ORDER-DISPLAY  PIC Z(5)9.

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

           MOVE "STANDING ORDER GENERATION REPORT" TO REPORT-LINE

           WRITE REPORT-LINE

           PERFORM 0060-LOAD-RUN-CONTROL

           IF NOT WS-RUN-ABANDONED

               PERFORM 0100-LOAD-CALENDAR

           END-IF

           IF NOT WS-RUN-ABANDONED

               PERFORM 0200-LOAD-CHECKPOINT-KEY

               PERFORM 0300-CHECK-PRIOR-FILE

           END-IF

           IF NOT WS-RUN-ABANDONED

               PERFORM 0400-LOAD-ORDERS

           END-IF

           IF NOT WS-RUN-ABANDONED

               PERFORM 1000-SETTLE-PENDING-PAYMENTS

               PERFORM 2000-GENERATE-PAYMENTS

               PERFORM 7500-WRITE-ORDERS

           END-IF

           PERFORM 9000-WRITE-TOTALS

           CLOSE REPORT-FILE

           PERFORM 9900-END-OF-JOB-SUMMARY

           GOBACK.

       0060-LOAD-RUN-CONTROL.

      *> Payments belong to the open business day - the wall clock
      *> says nothing about which day's orders fall due.
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

               END-IF

               CLOSE RUN-CONTROL-FILE

           END-IF.

       0100-LOAD-CALENDAR.

      *> Without the calendar no due date can be rolled off a
      *> weekend or holiday, and a payment raised for a closed day
      *> is exactly what the calendar exists to prevent.
           OPEN INPUT CALENDAR-FILE

           IF CALENDAR-FILE-STATUS NOT = "00"

               MOVE "NO BUSINESS CALENDAR - RUN REFUSED" TO REPORT-LINE

               WRITE REPORT-LINE

               MOVE "Y" TO WS-ABANDON-SWITCH

               ADD 1 TO WS-ERROR-COUNT

           ELSE

               READ CALENDAR-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF OR WS-CAL-COUNT >= WS-CAL-MAX

                   IF BC-DATE NUMERIC

                       ADD 1 TO WS-CAL-COUNT

                       MOVE BC-DATE TO WS-CAL-DATE (WS-CAL-COUNT)

                       MOVE BC-WORKING-FLAG
                         TO WS-CAL-WORKING (WS-CAL-COUNT)

                   END-IF

                   READ CALENDAR-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               IF NOT WS-EOF

      *> Only the far end of the calendar is lost - a due date out
      *> there finds no working day and is reported, never guessed.
                   MOVE "CALENDAR TABLE FULL - LATER DATES IGNORED"
                     TO REPORT-LINE

                   WRITE REPORT-LINE

               END-IF

               CLOSE CALENDAR-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       0200-LOAD-CHECKPOINT-KEY.

      *> Payment keys must clear DRIVER's checkpoint or the posting
      *> run's restart logic would silently skip them - the same rule
      *> ACCRUAL, REJRESUB and BACKOUT enforce on their keys.
           OPEN INPUT RESTART-FILE

           IF RESTART-FILE-STATUS = "00"

               READ RESTART-FILE

               IF RESTART-FILE-STATUS = "00"

                   MOVE RESTART-LAST-KEY TO WS-CHECKPOINT-KEY

               END-IF

               CLOSE RESTART-FILE

           END-IF

           MOVE WS-CHECKPOINT-KEY TO WS-NEXT-KEY.

       0300-CHECK-PRIOR-FILE.

      *> The payment file is rewritten from scratch every run -
      *> truncating one the posting run has not consumed yet would
      *> lose payments whose orders already show them in flight, and
      *> settling those orders now would find them neither posted
      *> nor rejected. Consumed files release the hold by
      *> themselves: their keys are all at or below the checkpoint.
           MOVE ZERO TO WS-PRIOR-COUNT

           OPEN INPUT ORDER-TXN-FILE

           IF ORDER-TXN-FILE-STATUS = "00"

               READ ORDER-TXN-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   IF TXN-DETAIL-REC
                      AND TXN-KEY NUMERIC
                      AND TXN-KEY > WS-CHECKPOINT-KEY

                       ADD 1 TO WS-PRIOR-COUNT

                   END-IF

                   READ ORDER-TXN-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE ORDER-TXN-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF

           IF WS-PRIOR-COUNT > ZERO

               MOVE WS-PRIOR-COUNT TO WS-COUNT-DISPLAY

               MOVE SPACES TO REPORT-LINE

               STRING "RUN HELD: " DELIMITED BY SIZE,
                      WS-COUNT-DISPLAY DELIMITED BY SIZE,
                      " PAYMENTS AWAIT THE POSTING RUN"
                      DELIMITED BY SIZE
                 INTO REPORT-LINE

               WRITE REPORT-LINE

               DISPLAY "ORDGEN - PRIOR PAYMENT FILE NOT YET "
                   "PROCESSED, RUN HELD"

               MOVE "Y" TO WS-ABANDON-SWITCH

               ADD 1 TO WS-ERROR-COUNT

           END-IF.

       0400-LOAD-ORDERS.

      *> No order file simply means no orders. More orders than the
      *> table holds refuses the run: the rewrite at the end would
      *> otherwise drop every order past the table.
           OPEN INPUT ORDER-FILE

           IF ORDER-FILE-STATUS = "00"

               READ ORDER-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF OR WS-ORDER-COUNT >= WS-ORDER-MAX

                   ADD 1 TO WS-ORDER-COUNT

                   MOVE WS-ORDER-COUNT TO WS-ORDER-SUB

                   MOVE STANDING-ORDER-RECORD
                     TO WS-ORDER-ENTRY (WS-ORDER-SUB)

                   MOVE SPACE TO WS-OUT-RESULT (WS-ORDER-SUB)

                   MOVE SPACES TO WS-OUT-REASON (WS-ORDER-SUB)

                   IF SO-PENDING-KEY NUMERIC
                      AND SO-PENDING-KEY > ZERO

                       ADD 1 TO WS-PENDING-COUNT

                       IF SO-PENDING-KEY < WS-LOW-PENDING-KEY

                           MOVE SO-PENDING-KEY TO WS-LOW-PENDING-KEY

                       END-IF

                   END-IF

                   READ ORDER-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               IF NOT WS-EOF

                   MOVE "ORDER FILE EXCEEDS 500 ROWS - RUN REFUSED"
                     TO REPORT-LINE

                   WRITE REPORT-LINE

                   MOVE "Y" TO WS-ABANDON-SWITCH

                   ADD 1 TO WS-ERROR-COUNT

               END-IF

               CLOSE ORDER-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       1000-SETTLE-PENDING-PAYMENTS.

           IF WS-PENDING-COUNT > ZERO

               PERFORM 1100-FIND-POSTED-PAYMENTS

               PERFORM 1200-FIND-REJECTED-PAYMENTS

               PERFORM 1300-SETTLE-ONE-ORDER
                   VARYING WS-ORDER-SUB FROM 1 BY 1
                   UNTIL WS-ORDER-SUB > WS-ORDER-COUNT

           END-IF.

       1100-FIND-POSTED-PAYMENTS.

      *> Keys only climb, so nothing below the oldest payment in
      *> flight can be one of ours. The paying account must match as
      *> well as the key - a transfer's receiving leg shares the key
      *> but not the account.
           OPEN INPUT POSTING-FILE

           IF POSTING-FILE-STATUS = "00"

               READ POSTING-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   IF POST-KEY NOT < WS-LOW-PENDING-KEY

                       MOVE POST-KEY TO WS-SEARCH-KEY

                       MOVE POST-ACCOUNT TO WS-SEARCH-ACCOUNT

                       PERFORM 1400-FIND-PENDING-ORDER

                       IF WS-ORDER-HIT > ZERO

                           MOVE "P" TO WS-OUT-RESULT (WS-ORDER-HIT)

                       END-IF

                   END-IF

                   READ POSTING-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE POSTING-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       1200-FIND-REJECTED-PAYMENTS.

           OPEN INPUT REJECTED-FILE

           IF REJECTED-FILE-STATUS = "00"

               READ REJECTED-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   IF REJ-KEY NUMERIC
                      AND REJ-KEY NOT < WS-LOW-PENDING-KEY

                       MOVE REJ-KEY TO WS-SEARCH-KEY

                       MOVE REJ-ACCOUNT TO WS-SEARCH-ACCOUNT

                       PERFORM 1400-FIND-PENDING-ORDER

                       IF WS-ORDER-HIT > ZERO

                           MOVE "R" TO WS-OUT-RESULT (WS-ORDER-HIT)

                           MOVE REJ-REASON
                             TO WS-OUT-REASON (WS-ORDER-HIT)

                       END-IF

                   END-IF

                   READ REJECTED-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE REJECTED-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       1300-SETTLE-ONE-ORDER.

           IF WS-ORD-PENDING-KEY (WS-ORDER-SUB) NUMERIC
              AND WS-ORD-PENDING-KEY (WS-ORDER-SUB) > ZERO

               EVALUATE WS-OUT-RESULT (WS-ORDER-SUB)

                   WHEN "P"

                       PERFORM 1310-RECORD-PAYMENT-POSTED

                   WHEN "R"

                       PERFORM 1320-RECORD-PAYMENT-FAILED

                   WHEN OTHER

      *> The posting run consumed the key (0300 proved the file
      *> was taken) yet neither posted nor rejected it - a payment
      *> that vanished is a failure for a person to look at, not a
      *> reason to raise it again.
                       MOVE "PAYMENT NOT FOUND IN POSTING RUN"
                         TO WS-OUT-REASON (WS-ORDER-SUB)

                       PERFORM 1320-RECORD-PAYMENT-FAILED

               END-EVALUATE

           END-IF.

       1310-RECORD-PAYMENT-POSTED.

           ADD 1 TO WS-POSTED-COUNT

           MOVE WS-ORD-PENDING-DATE (WS-ORDER-SUB)
             TO WS-ORD-LAST-PAID-DATE (WS-ORDER-SUB)

           MOVE ZERO TO WS-ORD-PENDING-KEY (WS-ORDER-SUB)

           MOVE ZERO TO WS-ORD-PENDING-DATE (WS-ORDER-SUB)

           PERFORM 3000-ADVANCE-NEXT-DUE

           MOVE WS-ORD-NEXT-DUE (WS-ORDER-SUB) TO WS-DUE-DATE

           IF WS-DUE-DATE > WS-ORD-END-DATE (WS-ORDER-SUB)
              AND WS-ORD-STATUS (WS-ORDER-SUB) = "A"

               MOVE "E" TO WS-ORD-STATUS (WS-ORDER-SUB)

               ADD 1 TO WS-ENDED-COUNT

               MOVE "ENDED" TO WS-OUT-REASON (WS-ORDER-SUB)

               PERFORM 8000-WRITE-ORDER-LINE

           END-IF.

       1320-RECORD-PAYMENT-FAILED.

      *> The next due date is left alone: the payment that failed is
      *> still owed, and re-activation raises it again. A cancelled
      *> order stays cancelled - it just has nothing more to raise.
           ADD 1 TO WS-FAILED-COUNT

           MOVE ZERO TO WS-ORD-PENDING-KEY (WS-ORDER-SUB)

           MOVE ZERO TO WS-ORD-PENDING-DATE (WS-ORDER-SUB)

           MOVE WS-OUT-REASON (WS-ORDER-SUB)
             TO WS-ORD-FAIL-REASON (WS-ORDER-SUB)

           IF WS-ORD-STATUS (WS-ORDER-SUB) = "A"

               MOVE "F" TO WS-ORD-STATUS (WS-ORDER-SUB)

           END-IF

           MOVE FUNCTION CURRENT-DATE
             TO WS-ORD-MAINT-TS (WS-ORDER-SUB)

           PERFORM 8000-WRITE-ORDER-LINE.

       1400-FIND-PENDING-ORDER.

           MOVE ZERO TO WS-ORDER-HIT

           PERFORM 1410-SCAN-PENDING-ORDERS
               VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
                  OR WS-ORDER-HIT > ZERO.

       1410-SCAN-PENDING-ORDERS.

           IF WS-ORD-PENDING-KEY (WS-ORDER-SUB) = WS-SEARCH-KEY
              AND WS-SEARCH-ACCOUNT = WS-ORD-FROM-ACCOUNT (WS-ORDER-SUB)

               MOVE WS-ORDER-SUB TO WS-ORDER-HIT

           END-IF.

       2000-GENERATE-PAYMENTS.

           OPEN OUTPUT ORDER-TXN-FILE

           PERFORM 2100-WRITE-PAYMENT-HEADER

           PERFORM 2300-CONSIDER-ONE-ORDER
               VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-ORDER-COUNT

           PERFORM 2200-WRITE-PAYMENT-TRAILER

           CLOSE ORDER-TXN-FILE

           MOVE "PAYMENT FILE READY - RELEASE THROUGH FEEDGATE"
             TO REPORT-LINE

           WRITE REPORT-LINE.

       2100-WRITE-PAYMENT-HEADER.

           MOVE SPACES TO TRANSACTION-RECORD

           MOVE "H" TO TXN-REC-TYPE

           MOVE WS-BUSINESS-DATE TO TXN-HDR-BUSINESS-DATE

           MOVE "STDORDER" TO TXN-HDR-SOURCE-SYSTEM

           WRITE TRANSACTION-RECORD.

       2200-WRITE-PAYMENT-TRAILER.

           MOVE SPACES TO TRANSACTION-RECORD

           MOVE "T" TO TXN-REC-TYPE

           MOVE WS-DETAIL-COUNT TO TXN-TRL-RECORD-COUNT

           MOVE WS-HASH-A-TOTAL TO TXN-TRL-HASH-A

           MOVE WS-HASH-B-TOTAL TO TXN-TRL-HASH-B

           WRITE TRANSACTION-RECORD.

       2300-CONSIDER-ONE-ORDER.

      *> One payment per order per run at most: an order behind by
      *> more than one period catches up a period a day, each
      *> payment settled before the next is raised.
           IF WS-ORD-STATUS (WS-ORDER-SUB) = "A"
              AND WS-ORD-PENDING-KEY (WS-ORDER-SUB) = ZERO

               MOVE WS-ORD-NEXT-DUE (WS-ORDER-SUB) TO WS-DUE-DATE

               IF WS-DUE-DATE > WS-ORD-END-DATE (WS-ORDER-SUB)

                   MOVE "E" TO WS-ORD-STATUS (WS-ORDER-SUB)

                   ADD 1 TO WS-ENDED-COUNT

                   MOVE "ENDED" TO WS-OUT-REASON (WS-ORDER-SUB)

                   PERFORM 8000-WRITE-ORDER-LINE

               ELSE

                   PERFORM 2400-ROLL-DUE-DATE

                   IF WS-ROLLED-DATE = ZERO

                       ADD 1 TO WS-ERROR-COUNT

                       MOVE "DUE DATE BEYOND THE BUSINESS CALENDAR"
                         TO WS-OUT-REASON (WS-ORDER-SUB)

                       PERFORM 8000-WRITE-ORDER-LINE

                   ELSE

                       IF WS-ROLLED-DATE NOT > WS-BUSINESS-DATE

                           PERFORM 2500-WRITE-PAYMENT-DETAIL

                       END-IF

                   END-IF

               END-IF

           END-IF.

       2400-ROLL-DUE-DATE.

      *> The first working day on or after the scheduled due date -
      *> zero when the calendar does not reach that far.
           MOVE ZERO TO WS-ROLLED-DATE

           PERFORM 2410-SCAN-CALENDAR
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-COUNT
                  OR WS-ROLLED-DATE > ZERO.

       2410-SCAN-CALENDAR.

           IF WS-CAL-DATE (WS-CAL-SUB) NOT < WS-DUE-DATE
              AND WS-CAL-WORKING (WS-CAL-SUB) = "Y"

               MOVE WS-CAL-DATE (WS-CAL-SUB) TO WS-ROLLED-DATE

           END-IF.

       2500-WRITE-PAYMENT-DETAIL.

      *> Amount times a factor of 0.01 - the identity under DRIVER's
      *> cent-scaled arithmetic, exactly as ACCRUAL's details carry.
           ADD 1 TO WS-NEXT-KEY

           MOVE SPACES TO TRANSACTION-RECORD

           MOVE "D" TO TXN-REC-TYPE

           MOVE WS-NEXT-KEY TO TXN-KEY

           MOVE WS-ORD-FROM-ACCOUNT (WS-ORDER-SUB) TO TXN-ACCOUNT

           MOVE WS-ORD-AMOUNT (WS-ORDER-SUB) TO TXN-A

           MOVE 0.01 TO TXN-B

           MOVE WS-ORD-TXN-TYPE (WS-ORDER-SUB) TO TXN-TYPE-CODE

           IF WS-ORD-TXN-TYPE (WS-ORDER-SUB) = "X"

               MOVE WS-ORD-TO-ACCOUNT (WS-ORDER-SUB) TO TXN-TO-ACCOUNT

           END-IF

           WRITE TRANSACTION-RECORD

           ADD 1 TO WS-DETAIL-COUNT

           ADD WS-ORD-AMOUNT (WS-ORDER-SUB) TO WS-HASH-A-TOTAL

           ADD 0.01 TO WS-HASH-B-TOTAL

           MOVE WS-NEXT-KEY TO WS-ORD-PENDING-KEY (WS-ORDER-SUB)

           MOVE WS-BUSINESS-DATE TO WS-ORD-PENDING-DATE (WS-ORDER-SUB)

           MOVE "RAISED" TO WS-OUT-REASON (WS-ORDER-SUB)

           PERFORM 8000-WRITE-ORDER-LINE.

       3000-ADVANCE-NEXT-DUE.

      *> Weekly and fortnightly orders step by days; the others step
      *> by calendar months from the scheduled (un-rolled) date and
      *> land on the start date's day of the month, or on the last
      *> day of a month too short to have it.
           MOVE WS-ORD-NEXT-DUE (WS-ORDER-SUB) TO WS-DATE-WORK-N

           EVALUATE WS-ORD-FREQUENCY (WS-ORDER-SUB)

               WHEN "W"

                   COMPUTE WS-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-N) + 7

                   COMPUTE WS-DATE-WORK-N =
                       FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)

               WHEN "F"

                   COMPUTE WS-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-N) + 14

                   COMPUTE WS-DATE-WORK-N =
                       FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)

               WHEN "Q"

                   MOVE 3 TO WS-MONTH-STEP

                   PERFORM 3100-STEP-MONTHS

               WHEN "Y"

                   MOVE 12 TO WS-MONTH-STEP

                   PERFORM 3100-STEP-MONTHS

               WHEN OTHER

                   MOVE 1 TO WS-MONTH-STEP

                   PERFORM 3100-STEP-MONTHS

           END-EVALUATE

           MOVE WS-DATE-WORK-N TO WS-ORD-NEXT-DUE (WS-ORDER-SUB).

       3100-STEP-MONTHS.

           MOVE WS-ORD-START-DATE (WS-ORDER-SUB)(7:2) TO WS-ANCHOR-DAY

           COMPUTE WS-MONTH-COUNT =
               WS-DW-YEAR * 12 + WS-DW-MONTH - 1 + WS-MONTH-STEP

           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-NEW-YEAR REMAINDER WS-NEW-MONTH

           ADD 1 TO WS-NEW-MONTH

      *> The last day of the new month is the day before the first
      *> of the month after it.
           MOVE WS-NEW-YEAR TO WS-DW-YEAR

           MOVE WS-NEW-MONTH TO WS-DW-MONTH

           MOVE 01 TO WS-DW-DAY

           IF WS-NEW-MONTH = 12

               ADD 1 TO WS-DW-YEAR

               MOVE 01 TO WS-DW-MONTH

           ELSE

               ADD 1 TO WS-DW-MONTH

           END-IF

           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-N) - 1

           COMPUTE WS-DATE-WORK-N =
               FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)

           MOVE WS-DW-DAY TO WS-MONTH-END-DAY

           IF WS-ANCHOR-DAY < WS-MONTH-END-DAY
              AND WS-ANCHOR-DAY > ZERO

               MOVE WS-ANCHOR-DAY TO WS-DW-DAY

           END-IF.

       7500-WRITE-ORDERS.

           OPEN OUTPUT ORDER-FILE

           PERFORM 7510-WRITE-ONE-ORDER
               VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-ORDER-COUNT

           CLOSE ORDER-FILE.

       7510-WRITE-ONE-ORDER.

           MOVE WS-ORDER-ENTRY (WS-ORDER-SUB) TO STANDING-ORDER-RECORD

           WRITE STANDING-ORDER-RECORD.

       8000-WRITE-ORDER-LINE.

           MOVE WS-ORD-ORDER-NO (WS-ORDER-SUB) TO WS-ORDER-DISPLAY

           MOVE WS-ORD-AMOUNT (WS-ORDER-SUB) TO WS-AMOUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "ORDER " DELIMITED BY SIZE,
                  WS-ORDER-DISPLAY DELIMITED BY SIZE,
                  " ACCT " DELIMITED BY SIZE,
                  WS-ORD-FROM-ACCOUNT (WS-ORDER-SUB) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE,
                  " DUE " DELIMITED BY SIZE,
                  WS-ORD-NEXT-DUE (WS-ORDER-SUB) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-OUT-REASON (WS-ORDER-SUB) DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       9000-WRITE-TOTALS.

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-POSTED-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "PAYMENTS SETTLED:  " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "ORDERS FLAGGED:    " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-ENDED-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "ORDERS ENDED:      " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "PAYMENTS RAISED:   " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-HASH-A-TOTAL TO WS-TOTAL-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "AMOUNT RAISED:     " DELIMITED BY SIZE,
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

           DISPLAY "ORDGEN END OF JOB - SETTLED: " WS-POSTED-COUNT
               " FLAGGED: " WS-FAILED-COUNT
               " RAISED: " WS-DETAIL-COUNT
               " ERRORS: " WS-ERROR-COUNT
               " ELAPSED: " WS-ELAPSED-SECONDS " SEC"
               " RC: " RETURN-CODE.
