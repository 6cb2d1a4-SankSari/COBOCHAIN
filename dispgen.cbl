       IDENTIFICATION DIVISION.

       PROGRAM-ID.  DISPGEN.

      *> Daily dispute settlement. Runs once each business day and
      *> does three things, in this order:
      *>   1. settles yesterday's money movements: every credit or
      *>      offsetting debit in flight is looked up in the posting
      *>      file and DRIVER's rejection file by the key it went out
      *>      under. Posted - marked posted. Refused (or lost) -
      *>      marked refused with the reason for DISPMNT to re-raise;
      *>      a refused provisional credit puts the case back to
      *>      plain open.
      *>   2. moves each resolved case on: an upheld case keeps its
      *>      provisional credit as final, or is given its credit now
      *>      if it never had one; a rejected case has a provisional
      *>      credit that posted taken back by an offsetting debit,
      *>      and one never raised simply cancelled. When the money
      *>      behind the outcome has posted the case is closed and
      *>      the customer's outcome notice queued for HELLO on
      *>      data/dispute-notices.dat.
      *>   3. raises every credit and debit wanted.
      *> The money goes out as a full H/D/T transmission under source
      *> system "DISPUTE" - through FEEDGATE, TXNEDIT and a DRIVER run
      *> like any other feed - each detail carrying the disputed
      *> amount and a factor of 0.01, as ACCRUAL's and ORDGEN's do.
      *> Credits go as "C"; the offset goes as "R", a credit reversal,
      *> so it applies even when the provisional money has since been
      *> spent. Keys climb from DRIVER's checkpoint, and a generated
      *> file the posting run has not consumed yet holds this run, as
      *> ORDGEN holds its own.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CASE-FILE ASSIGN TO CASE-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS CASE-FILE-STATUS.

           SELECT POSTING-FILE ASSIGN TO POSTING-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS POSTING-FILE-STATUS.

           SELECT REJECTED-FILE ASSIGN TO REJECTED-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS REJECTED-FILE-STATUS.

           SELECT DISPUTE-TXN-FILE ASSIGN TO DISPUTE-TXN-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS DISPUTE-TXN-FILE-STATUS.

           SELECT NOTICE-FILE ASSIGN TO NOTICE-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS NOTICE-FILE-STATUS.

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

       FD  CASE-FILE.

       COPY "dispute-case-record.cpy".

       FD  POSTING-FILE.

       COPY "posting-record.cpy".

       FD  REJECTED-FILE.

       COPY "rejected-txn-record.cpy".

       FD  DISPUTE-TXN-FILE.

       COPY "txn-record.cpy".

       FD  NOTICE-FILE.

       COPY "dispute-notice-record.cpy".

       FD  RUN-CONTROL-FILE.

       COPY "run-control-record.cpy".

       FD  RESTART-FILE.

       COPY "restart-record.cpy".

       FD  REPORT-FILE.

       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       77  CASE-FILE-PATH    PIC X(60)
           VALUE "data/dispute-cases.dat".

       77  CASE-FILE-STATUS  PIC XX.

       77  POSTING-FILE-PATH PIC X(60) VALUE "data/posting-file.dat".

       77  POSTING-FILE-STATUS PIC XX.

       77  REJECTED-FILE-PATH PIC X(60)
           VALUE "data/driver-rejected.dat".

       77  REJECTED-FILE-STATUS PIC XX.

       77  DISPUTE-TXN-FILE-PATH PIC X(60)
           VALUE "data/dispgen-txns.dat".

       77  DISPUTE-TXN-FILE-STATUS PIC XX.

       77  NOTICE-FILE-PATH  PIC X(60)
           VALUE "data/dispute-notices.dat".

       77  NOTICE-FILE-STATUS PIC XX.

       77  RUN-CONTROL-PATH  PIC X(60) VALUE "data/run-control.dat".

       77  RUN-CONTROL-STATUS PIC XX.

       77  RESTART-FILE-PATH PIC X(60) VALUE "data/driver-restart.dat".

       77  RESTART-FILE-STATUS PIC XX.

       77  REPORT-FILE-PATH  PIC X(60) VALUE "data/dispgen-report.dat".

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-ABANDON-SWITCH PIC X VALUE "N".

           88  WS-RUN-ABANDONED VALUE "Y".

       77  WS-BUSINESS-DATE  PIC 9(8) VALUE ZERO.

       77  WS-CHECKPOINT-KEY PIC 9(8) VALUE ZERO.

       77  WS-NEXT-KEY       PIC 9(8) VALUE ZERO.

       77  WS-PRIOR-COUNT    PIC 9(8) VALUE ZERO.

      *> The whole case file, settled and moved on in place and
      *> written back as one unit, the way DISPMNT holds it. The
      *> outcome table runs alongside it: what the posting run did
      *> with each case's credit and debit in flight.
       77  WS-CASE-COUNT     PIC 9(4) COMP VALUE ZERO.

       77  WS-CASE-MAX       PIC 9(4) COMP VALUE 2000.

       01  WS-CASE-TABLE.

           05  WS-CASE-ENTRY OCCURS 2000 TIMES.

               10  WS-CAS-POST-KEY      PIC 9(8).

               10  WS-CAS-ACCOUNT       PIC 9(8).

               10  WS-CAS-AMOUNT        PIC 9(6)V99.

               10  WS-CAS-POSTED-DATE   PIC 9(8).

               10  WS-CAS-REASON        PIC X(30).

               10  WS-CAS-OPENED-DATE   PIC 9(8).

               10  WS-CAS-OPENED-BY     PIC X(8).

               10  WS-CAS-STATUS        PIC X.

               10  WS-CAS-CREDIT-STATE  PIC X.

               10  WS-CAS-CREDIT-KEY    PIC 9(8).

               10  WS-CAS-CREDIT-DATE   PIC 9(8).

               10  WS-CAS-DEBIT-STATE   PIC X.

               10  WS-CAS-DEBIT-KEY     PIC 9(8).

               10  WS-CAS-DEBIT-DATE    PIC 9(8).

               10  WS-CAS-FAIL-REASON   PIC X(30).

               10  WS-CAS-RESOLVED-DATE PIC 9(8).

               10  WS-CAS-RESOLVED-BY   PIC X(8).

               10  WS-CAS-CLOSED-DATE   PIC 9(8).

               10  WS-CAS-MAINT-TS      PIC X(21).

       01  WS-OUTCOME-TABLE.

           05  WS-OUTCOME-ENTRY OCCURS 2000 TIMES.

               10  WS-OUT-CREDIT-RESULT PIC X.

               10  WS-OUT-DEBIT-RESULT  PIC X.

               10  WS-OUT-REASON        PIC X(30).

       77  WS-CASE-SUB       PIC 9(4) COMP.

       77  WS-CASE-HIT       PIC 9(4) COMP.

       77  WS-HIT-IS-DEBIT-SWITCH PIC X.

           88  WS-HIT-IS-DEBIT VALUE "Y".

       77  WS-PENDING-COUNT  PIC 9(4) COMP VALUE ZERO.

       77  WS-LOW-PENDING-KEY PIC 9(8) VALUE 99999999.

       77  WS-SEARCH-KEY     PIC 9(8).

       77  WS-SEARCH-ACCOUNT PIC 9(8).

       77  WS-LINE-TEXT      PIC X(30).

       77  WS-TXN-TYPE       PIC X.

       77  WS-DETAIL-COUNT   PIC 9(8) VALUE ZERO.

       77  WS-HASH-A-TOTAL   PIC 9(10)V99 VALUE ZERO.

       77  WS-HASH-B-TOTAL   PIC 9(10)V99 VALUE ZERO.

       77  WS-POSTED-COUNT   PIC 9(5) VALUE ZERO.

       77  WS-REFUSED-COUNT  PIC 9(5) VALUE ZERO.

       77  WS-CLOSED-COUNT   PIC 9(5) VALUE ZERO.

       77  WS-NOTICE-COUNT   PIC 9(5) VALUE ZERO.

       77  WS-ERROR-COUNT    PIC 9(5) VALUE ZERO.

       77  WS-AMOUNT-DISPLAY PIC Z(5)9.99.

       77  WS-TOTAL-DISPLAY  PIC Z(9)9.99.

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

           MOVE "DISPUTE SETTLEMENT REPORT" TO REPORT-LINE

           WRITE REPORT-LINE

           PERFORM 0060-LOAD-RUN-CONTROL

           IF NOT WS-RUN-ABANDONED

               PERFORM 0200-LOAD-CHECKPOINT-KEY

               PERFORM 0300-CHECK-PRIOR-FILE

           END-IF

           IF NOT WS-RUN-ABANDONED

               PERFORM 0400-LOAD-CASES

           END-IF

           IF NOT WS-RUN-ABANDONED

               PERFORM 1000-SETTLE-PENDING-ITEMS

               PERFORM 2000-MOVE-CASES-ON
                   VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > WS-CASE-COUNT

               PERFORM 3000-GENERATE-ITEMS

               PERFORM 4000-QUEUE-NOTICES

               PERFORM 7500-WRITE-CASES

           END-IF

           PERFORM 9000-WRITE-TOTALS

           CLOSE REPORT-FILE

           PERFORM 9900-END-OF-JOB-SUMMARY

           GOBACK.

       0060-LOAD-RUN-CONTROL.

      *> Credits, offsets and notices all belong to the open business
      *> day.
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

       0200-LOAD-CHECKPOINT-KEY.

      *> Keys must clear DRIVER's checkpoint or the posting run's
      *> restart logic would silently skip them - the same rule
      *> ACCRUAL, ORDGEN and BACKOUT enforce on their keys.
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

      *> The transaction file is rewritten from scratch every run -
      *> truncating one the posting run has not consumed yet would
      *> lose credits and offsets the cases already show in flight.
      *> Consumed files release the hold by themselves: their keys
      *> are all at or below the checkpoint.
           MOVE ZERO TO WS-PRIOR-COUNT

           OPEN INPUT DISPUTE-TXN-FILE

           IF DISPUTE-TXN-FILE-STATUS = "00"

               READ DISPUTE-TXN-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   IF TXN-DETAIL-REC
                      AND TXN-KEY NUMERIC
                      AND TXN-KEY > WS-CHECKPOINT-KEY

                       ADD 1 TO WS-PRIOR-COUNT

                   END-IF

                   READ DISPUTE-TXN-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE DISPUTE-TXN-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF

           IF WS-PRIOR-COUNT > ZERO

               MOVE WS-PRIOR-COUNT TO WS-COUNT-DISPLAY

               MOVE SPACES TO REPORT-LINE

               STRING "RUN HELD: " DELIMITED BY SIZE,
                      WS-COUNT-DISPLAY DELIMITED BY SIZE,
                      " ITEMS AWAIT THE POSTING RUN"
                      DELIMITED BY SIZE
                 INTO REPORT-LINE

               WRITE REPORT-LINE

               DISPLAY "DISPGEN - PRIOR DISPUTE FILE NOT YET "
                   "PROCESSED, RUN HELD"

               MOVE "Y" TO WS-ABANDON-SWITCH

               ADD 1 TO WS-ERROR-COUNT

           END-IF.

       0400-LOAD-CASES.

      *> No case file simply means no disputes. More cases than the
      *> table holds refuses the run: the rewrite at the end would
      *> otherwise drop every case past the table.
           OPEN INPUT CASE-FILE

           IF CASE-FILE-STATUS = "00"

               READ CASE-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF OR WS-CASE-COUNT >= WS-CASE-MAX

                   ADD 1 TO WS-CASE-COUNT

                   MOVE WS-CASE-COUNT TO WS-CASE-SUB

                   MOVE DISPUTE-CASE-RECORD
                     TO WS-CASE-ENTRY (WS-CASE-SUB)

                   MOVE SPACE TO WS-OUT-CREDIT-RESULT (WS-CASE-SUB)

                   MOVE SPACE TO WS-OUT-DEBIT-RESULT (WS-CASE-SUB)

                   MOVE SPACES TO WS-OUT-REASON (WS-CASE-SUB)

                   IF DC-CREDIT-IN-FLIGHT

                       ADD 1 TO WS-PENDING-COUNT

                       IF DC-CREDIT-KEY < WS-LOW-PENDING-KEY

                           MOVE DC-CREDIT-KEY TO WS-LOW-PENDING-KEY

                       END-IF

                   END-IF

                   IF DC-DEBIT-IN-FLIGHT

                       ADD 1 TO WS-PENDING-COUNT

                       IF DC-DEBIT-KEY < WS-LOW-PENDING-KEY

                           MOVE DC-DEBIT-KEY TO WS-LOW-PENDING-KEY

                       END-IF

                   END-IF

                   READ CASE-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               IF NOT WS-EOF

                   MOVE "DISPUTE FILE EXCEEDS 2000 ROWS - RUN REFUSED"
                     TO REPORT-LINE

                   WRITE REPORT-LINE

                   MOVE "Y" TO WS-ABANDON-SWITCH

                   ADD 1 TO WS-ERROR-COUNT

               END-IF

               CLOSE CASE-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       1000-SETTLE-PENDING-ITEMS.

           IF WS-PENDING-COUNT > ZERO

               PERFORM 1100-FIND-POSTED-ITEMS

               PERFORM 1200-FIND-REFUSED-ITEMS

               PERFORM 1300-SETTLE-ONE-CASE
                   VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > WS-CASE-COUNT

           END-IF.

       1100-FIND-POSTED-ITEMS.

      *> Keys only climb, so nothing below the oldest item in flight
      *> can be one of ours. The account must match as well as the
      *> key - a transfer's receiving leg shares its key with the
      *> paying leg but not the account.
           OPEN INPUT POSTING-FILE

           IF POSTING-FILE-STATUS = "00"

               READ POSTING-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   IF POST-KEY NOT < WS-LOW-PENDING-KEY

                       MOVE POST-KEY TO WS-SEARCH-KEY

                       MOVE POST-ACCOUNT TO WS-SEARCH-ACCOUNT

                       PERFORM 1400-FIND-PENDING-CASE

                       IF WS-CASE-HIT > ZERO

                           PERFORM 1110-MARK-POSTED

                       END-IF

                   END-IF

                   READ POSTING-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE POSTING-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       1110-MARK-POSTED.

           IF WS-HIT-IS-DEBIT

               MOVE "P" TO WS-OUT-DEBIT-RESULT (WS-CASE-HIT)

           ELSE

               MOVE "P" TO WS-OUT-CREDIT-RESULT (WS-CASE-HIT)

           END-IF.

       1200-FIND-REFUSED-ITEMS.

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

                       PERFORM 1400-FIND-PENDING-CASE

                       IF WS-CASE-HIT > ZERO

                           PERFORM 1210-MARK-REFUSED

                       END-IF

                   END-IF

                   READ REJECTED-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE REJECTED-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       1210-MARK-REFUSED.

           IF WS-HIT-IS-DEBIT

               MOVE "R" TO WS-OUT-DEBIT-RESULT (WS-CASE-HIT)

           ELSE

               MOVE "R" TO WS-OUT-CREDIT-RESULT (WS-CASE-HIT)

           END-IF

           MOVE REJ-REASON TO WS-OUT-REASON (WS-CASE-HIT).

       1300-SETTLE-ONE-CASE.

           IF WS-CAS-CREDIT-STATE (WS-CASE-SUB) = "I"

               EVALUATE WS-OUT-CREDIT-RESULT (WS-CASE-SUB)

                   WHEN "P"

                       MOVE "P" TO WS-CAS-CREDIT-STATE (WS-CASE-SUB)

                       ADD 1 TO WS-POSTED-COUNT

                   WHEN "R"

                       PERFORM 1310-RECORD-CREDIT-REFUSED

                   WHEN OTHER

      *> The posting run consumed the key (0300 proved the file was
      *> taken) yet neither posted nor refused it - an item that
      *> vanished is for a person to look at, not to raise again.
                       MOVE "CREDIT NOT FOUND IN POSTING RUN"
                         TO WS-OUT-REASON (WS-CASE-SUB)

                       PERFORM 1310-RECORD-CREDIT-REFUSED

               END-EVALUATE

           END-IF

           IF WS-CAS-DEBIT-STATE (WS-CASE-SUB) = "I"

               EVALUATE WS-OUT-DEBIT-RESULT (WS-CASE-SUB)

                   WHEN "P"

                       MOVE "P" TO WS-CAS-DEBIT-STATE (WS-CASE-SUB)

                       ADD 1 TO WS-POSTED-COUNT

                   WHEN "R"

                       PERFORM 1320-RECORD-DEBIT-REFUSED

                   WHEN OTHER

                       MOVE "DEBIT NOT FOUND IN POSTING RUN"
                         TO WS-OUT-REASON (WS-CASE-SUB)

                       PERFORM 1320-RECORD-DEBIT-REFUSED

               END-EVALUATE

           END-IF.

       1310-RECORD-CREDIT-REFUSED.

      *> A refused provisional credit leaves the case open with no
      *> credit given - which is what it now is. A refused final
      *> credit keeps the case upheld and waiting for DISPMNT.
           ADD 1 TO WS-REFUSED-COUNT

           MOVE "F" TO WS-CAS-CREDIT-STATE (WS-CASE-SUB)

           MOVE WS-OUT-REASON (WS-CASE-SUB)
             TO WS-CAS-FAIL-REASON (WS-CASE-SUB)

           IF WS-CAS-STATUS (WS-CASE-SUB) = "P"

               MOVE "O" TO WS-CAS-STATUS (WS-CASE-SUB)

           END-IF

           MOVE FUNCTION CURRENT-DATE
             TO WS-CAS-MAINT-TS (WS-CASE-SUB)

           MOVE "CREDIT REFUSED" TO WS-LINE-TEXT

           PERFORM 8000-WRITE-CASE-LINE

           PERFORM 8100-WRITE-REASON-LINE.

       1320-RECORD-DEBIT-REFUSED.

           ADD 1 TO WS-REFUSED-COUNT

           MOVE "F" TO WS-CAS-DEBIT-STATE (WS-CASE-SUB)

           MOVE WS-OUT-REASON (WS-CASE-SUB)
             TO WS-CAS-FAIL-REASON (WS-CASE-SUB)

           MOVE FUNCTION CURRENT-DATE
             TO WS-CAS-MAINT-TS (WS-CASE-SUB)

           MOVE "OFFSETTING DEBIT REFUSED" TO WS-LINE-TEXT

           PERFORM 8000-WRITE-CASE-LINE

           PERFORM 8100-WRITE-REASON-LINE.

       1400-FIND-PENDING-CASE.

           MOVE ZERO TO WS-CASE-HIT

           MOVE "N" TO WS-HIT-IS-DEBIT-SWITCH

           PERFORM 1410-SCAN-PENDING-CASES
               VARYING WS-CASE-SUB FROM 1 BY 1
               UNTIL WS-CASE-SUB > WS-CASE-COUNT
                  OR WS-CASE-HIT > ZERO.

       1410-SCAN-PENDING-CASES.

           IF WS-SEARCH-ACCOUNT = WS-CAS-ACCOUNT (WS-CASE-SUB)

               IF WS-CAS-CREDIT-STATE (WS-CASE-SUB) = "I"
                  AND WS-CAS-CREDIT-KEY (WS-CASE-SUB) = WS-SEARCH-KEY

                   MOVE WS-CASE-SUB TO WS-CASE-HIT

               END-IF

               IF WS-CAS-DEBIT-STATE (WS-CASE-SUB) = "I"
                  AND WS-CAS-DEBIT-KEY (WS-CASE-SUB) = WS-SEARCH-KEY

                   MOVE WS-CASE-SUB TO WS-CASE-HIT

                   MOVE "Y" TO WS-HIT-IS-DEBIT-SWITCH

               END-IF

           END-IF.

       2000-MOVE-CASES-ON.

      *> Only resolved cases not yet closed have anything left to do;
      *> an item still in flight or refused waits where it is.
           IF WS-CAS-CLOSED-DATE (WS-CASE-SUB) = ZERO

               EVALUATE WS-CAS-STATUS (WS-CASE-SUB)

                   WHEN "U"

                       PERFORM 2100-MOVE-UPHELD-ON

                   WHEN "R"

                       PERFORM 2200-MOVE-REJECTED-ON

                   WHEN OTHER

                       CONTINUE

               END-EVALUATE

           END-IF.

       2100-MOVE-UPHELD-ON.

           EVALUATE WS-CAS-CREDIT-STATE (WS-CASE-SUB)

               WHEN " "

      *> Upheld without a provisional credit: the final credit is
      *> raised today and the case closes once it posts.
                   MOVE "W" TO WS-CAS-CREDIT-STATE (WS-CASE-SUB)

               WHEN "P"

                   MOVE "UPHELD - CLOSED" TO WS-LINE-TEXT

                   PERFORM 2900-CLOSE-CASE

               WHEN OTHER

                   CONTINUE

           END-EVALUATE.

       2200-MOVE-REJECTED-ON.

           EVALUATE WS-CAS-CREDIT-STATE (WS-CASE-SUB)

               WHEN "W"

      *> Marked wanted but never raised - nothing to take back.
                   MOVE SPACE TO WS-CAS-CREDIT-STATE (WS-CASE-SUB)

                   MOVE "REJECTED - CLOSED" TO WS-LINE-TEXT

                   PERFORM 2900-CLOSE-CASE

               WHEN " "

                   MOVE "REJECTED - CLOSED" TO WS-LINE-TEXT

                   PERFORM 2900-CLOSE-CASE

               WHEN "F"

                   MOVE "REJECTED - CLOSED" TO WS-LINE-TEXT

                   PERFORM 2900-CLOSE-CASE

               WHEN "P"

                   EVALUATE WS-CAS-DEBIT-STATE (WS-CASE-SUB)

                       WHEN " "

                           MOVE "W" TO WS-CAS-DEBIT-STATE (WS-CASE-SUB)

                       WHEN "P"

                           MOVE "REJECTED - OFFSET, CLOSED"
                             TO WS-LINE-TEXT

                           PERFORM 2900-CLOSE-CASE

                       WHEN OTHER

                           CONTINUE

                   END-EVALUATE

               WHEN OTHER

                   CONTINUE

           END-EVALUATE.

       2900-CLOSE-CASE.

           MOVE WS-BUSINESS-DATE TO WS-CAS-CLOSED-DATE (WS-CASE-SUB)

           MOVE FUNCTION CURRENT-DATE
             TO WS-CAS-MAINT-TS (WS-CASE-SUB)

           ADD 1 TO WS-CLOSED-COUNT

           PERFORM 8000-WRITE-CASE-LINE.

       3000-GENERATE-ITEMS.

           OPEN OUTPUT DISPUTE-TXN-FILE

           PERFORM 3100-WRITE-HEADER

           PERFORM 3300-RAISE-CASE-ITEMS
               VARYING WS-CASE-SUB FROM 1 BY 1
               UNTIL WS-CASE-SUB > WS-CASE-COUNT

           PERFORM 3200-WRITE-TRAILER

           CLOSE DISPUTE-TXN-FILE

           MOVE "DISPUTE FILE READY - RELEASE THROUGH FEEDGATE"
             TO REPORT-LINE

           WRITE REPORT-LINE.

       3100-WRITE-HEADER.

           MOVE SPACES TO TRANSACTION-RECORD

           MOVE "H" TO TXN-REC-TYPE

           MOVE WS-BUSINESS-DATE TO TXN-HDR-BUSINESS-DATE

           MOVE "DISPUTE" TO TXN-HDR-SOURCE-SYSTEM

           WRITE TRANSACTION-RECORD.

       3200-WRITE-TRAILER.

           MOVE SPACES TO TRANSACTION-RECORD

           MOVE "T" TO TXN-REC-TYPE

           MOVE WS-DETAIL-COUNT TO TXN-TRL-RECORD-COUNT

           MOVE WS-HASH-A-TOTAL TO TXN-TRL-HASH-A

           MOVE WS-HASH-B-TOTAL TO TXN-TRL-HASH-B

           WRITE TRANSACTION-RECORD.

       3300-RAISE-CASE-ITEMS.

           IF WS-CAS-CREDIT-STATE (WS-CASE-SUB) = "W"

               MOVE "C" TO WS-TXN-TYPE

               PERFORM 3400-WRITE-DETAIL

               MOVE "I" TO WS-CAS-CREDIT-STATE (WS-CASE-SUB)

               MOVE WS-NEXT-KEY TO WS-CAS-CREDIT-KEY (WS-CASE-SUB)

               MOVE WS-BUSINESS-DATE TO WS-CAS-CREDIT-DATE (WS-CASE-SUB)

               MOVE "CREDIT RAISED" TO WS-LINE-TEXT

               PERFORM 8000-WRITE-CASE-LINE

           END-IF

           IF WS-CAS-DEBIT-STATE (WS-CASE-SUB) = "W"

               MOVE "R" TO WS-TXN-TYPE

               PERFORM 3400-WRITE-DETAIL

               MOVE "I" TO WS-CAS-DEBIT-STATE (WS-CASE-SUB)

               MOVE WS-NEXT-KEY TO WS-CAS-DEBIT-KEY (WS-CASE-SUB)

               MOVE WS-BUSINESS-DATE TO WS-CAS-DEBIT-DATE (WS-CASE-SUB)

               MOVE "OFFSETTING DEBIT RAISED" TO WS-LINE-TEXT

               PERFORM 8000-WRITE-CASE-LINE

           END-IF.

       3400-WRITE-DETAIL.

      *> Amount times a factor of 0.01 - the identity under DRIVER's
      *> cent-scaled arithmetic.
           ADD 1 TO WS-NEXT-KEY

           MOVE SPACES TO TRANSACTION-RECORD

           MOVE "D" TO TXN-REC-TYPE

           MOVE WS-NEXT-KEY TO TXN-KEY

           MOVE WS-CAS-ACCOUNT (WS-CASE-SUB) TO TXN-ACCOUNT

           MOVE WS-CAS-AMOUNT (WS-CASE-SUB) TO TXN-A

           MOVE 0.01 TO TXN-B

           MOVE WS-TXN-TYPE TO TXN-TYPE-CODE

           WRITE TRANSACTION-RECORD

           ADD 1 TO WS-DETAIL-COUNT

           ADD WS-CAS-AMOUNT (WS-CASE-SUB) TO WS-HASH-A-TOTAL

           ADD 0.01 TO WS-HASH-B-TOTAL

           MOVE SPACES TO WS-CAS-FAIL-REASON (WS-CASE-SUB)

           MOVE FUNCTION CURRENT-DATE
             TO WS-CAS-MAINT-TS (WS-CASE-SUB).

       4000-QUEUE-NOTICES.

      *> Rewritten every run with each case closed on the business
      *> date, so a rerun of the same day queues the same notices
      *> again rather than losing or doubling them.
           OPEN OUTPUT NOTICE-FILE

           PERFORM 4100-QUEUE-ONE-NOTICE
               VARYING WS-CASE-SUB FROM 1 BY 1
               UNTIL WS-CASE-SUB > WS-CASE-COUNT

           CLOSE NOTICE-FILE.

       4100-QUEUE-ONE-NOTICE.

           IF WS-CAS-CLOSED-DATE (WS-CASE-SUB) = WS-BUSINESS-DATE

               MOVE WS-CAS-ACCOUNT (WS-CASE-SUB) TO DV-ACCOUNT

               MOVE WS-BUSINESS-DATE TO DV-BUSINESS-DATE

               MOVE WS-CAS-POST-KEY (WS-CASE-SUB) TO DV-POST-KEY

               MOVE WS-CAS-STATUS (WS-CASE-SUB) TO DV-OUTCOME

               MOVE WS-CAS-AMOUNT (WS-CASE-SUB) TO DV-AMOUNT

               MOVE WS-CAS-POSTED-DATE (WS-CASE-SUB) TO DV-POSTED-DATE

               MOVE WS-CAS-REASON (WS-CASE-SUB) TO DV-REASON

               WRITE DISPUTE-NOTICE-RECORD

               ADD 1 TO WS-NOTICE-COUNT

           END-IF.

       7500-WRITE-CASES.

           OPEN OUTPUT CASE-FILE

           PERFORM 7510-WRITE-ONE-CASE
               VARYING WS-CASE-SUB FROM 1 BY 1
               UNTIL WS-CASE-SUB > WS-CASE-COUNT

           CLOSE CASE-FILE.

       7510-WRITE-ONE-CASE.

           MOVE WS-CASE-ENTRY (WS-CASE-SUB) TO DISPUTE-CASE-RECORD

           WRITE DISPUTE-CASE-RECORD.

       8000-WRITE-CASE-LINE.

           MOVE WS-CAS-AMOUNT (WS-CASE-SUB) TO WS-AMOUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "DISPUTE " DELIMITED BY SIZE,
                  WS-CAS-POST-KEY (WS-CASE-SUB) DELIMITED BY SIZE,
                  " ACCT " DELIMITED BY SIZE,
                  WS-CAS-ACCOUNT (WS-CASE-SUB) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-LINE-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       8100-WRITE-REASON-LINE.

           MOVE SPACES TO REPORT-LINE

           STRING "    " DELIMITED BY SIZE,
                  WS-CAS-FAIL-REASON (WS-CASE-SUB) DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       9000-WRITE-TOTALS.

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-POSTED-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "ITEMS POSTED:      " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-REFUSED-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "ITEMS REFUSED:     " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-CLOSED-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "CASES CLOSED:      " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-NOTICE-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "NOTICES QUEUED:    " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "ITEMS RAISED:      " DELIMITED BY SIZE,
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

           DISPLAY "DISPGEN END OF JOB - POSTED: " WS-POSTED-COUNT
               " REFUSED: " WS-REFUSED-COUNT
               " CLOSED: " WS-CLOSED-COUNT
               " RAISED: " WS-DETAIL-COUNT
               " ERRORS: " WS-ERROR-COUNT
               " ELAPSED: " WS-ELAPSED-SECONDS " SEC"
               " RC: " RETURN-CODE.
