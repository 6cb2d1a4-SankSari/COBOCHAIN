       IDENTIFICATION DIVISION.

       PROGRAM-ID.  PAYRTN.

      *> Returned-payment processing. Runs once each business day
      *> after the bank's returns file (data/pay-returns.dat) has
      *> arrived, and does three things, in this order:
      *>   1. settles yesterday's reversing credits: every credit in
      *>      flight is looked up in the posting file and DRIVER's
      *>      rejection file by the key it went out under. Posted -
      *>      the payment is closed and the customer's notice queued
      *>      for HELLO on data/payment-return-notices.dat. Refused
      *>      (or lost) - marked refused with the reason, for
      *>      somebody to find out why.
      *>   2. matches each returned payment back to the original
      *>      posting through data/payment-items.dat, where PAYEXTR
      *>      put every payment it sent - the POST-KEY and account
      *>      must both match and the amount agree. A matched return
      *>      is marked returned and its reversing credit wanted; a
      *>      return for a payment never sent, or for an amount other
      *>      than the one sent, is reported and left alone.
      *>   3. raises every reversing credit wanted.
      *> The credits go out as a full H/D/T transmission under source
      *> system "PAYRETURN" - through FEEDGATE, TXNEDIT and a DRIVER
      *> run like any other feed - each detail carrying the returned
      *> amount and a factor of 0.01, as DISPGEN's do. Each goes as
      *> "V", a reversal of the original debit, so every downstream
      *> report shows it as the payment taken back. Keys climb from
      *> DRIVER's checkpoint, and a generated file the posting run
      *> has not consumed yet holds this run, as DISPGEN holds its
      *> own.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ITEM-FILE ASSIGN TO ITEM-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS ITEM-FILE-STATUS.

           SELECT RETURN-FILE ASSIGN TO RETURN-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RETURN-FILE-STATUS.

           SELECT POSTING-FILE ASSIGN TO POSTING-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS POSTING-FILE-STATUS.

           SELECT REJECTED-FILE ASSIGN TO REJECTED-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS REJECTED-FILE-STATUS.

           SELECT RETURN-TXN-FILE ASSIGN TO RETURN-TXN-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RETURN-TXN-FILE-STATUS.

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

       FD  ITEM-FILE.

       COPY "payment-item-record.cpy".

       FD  RETURN-FILE.

       COPY "payment-return-record.cpy".

       FD  POSTING-FILE.

       COPY "posting-record.cpy".

       FD  REJECTED-FILE.

       COPY "rejected-txn-record.cpy".

       FD  RETURN-TXN-FILE.

       COPY "txn-record.cpy".

       FD  NOTICE-FILE.

       COPY "payment-notice-record.cpy".

       FD  RUN-CONTROL-FILE.

       COPY "run-control-record.cpy".

       FD  RESTART-FILE.

       COPY "restart-record.cpy".

       FD  REPORT-FILE.

       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       77  ITEM-FILE-PATH    PIC X(60) VALUE "data/payment-items.dat".

       77  ITEM-FILE-STATUS  PIC XX.

       77  RETURN-FILE-PATH  PIC X(60) VALUE "data/pay-returns.dat".

       77  RETURN-FILE-STATUS PIC XX.

       77  POSTING-FILE-PATH PIC X(60) VALUE "data/posting-file.dat".

       77  POSTING-FILE-STATUS PIC XX.

       77  REJECTED-FILE-PATH PIC X(60)
           VALUE "data/driver-rejected.dat".

       77  REJECTED-FILE-STATUS PIC XX.

       77  RETURN-TXN-FILE-PATH PIC X(60)
           VALUE "data/payrtn-txns.dat".

       77  RETURN-TXN-FILE-STATUS PIC XX.

       77  NOTICE-FILE-PATH  PIC X(60)
           VALUE "data/payment-return-notices.dat".

       77  NOTICE-FILE-STATUS PIC XX.

       77  RUN-CONTROL-PATH  PIC X(60) VALUE "data/run-control.dat".

       77  RUN-CONTROL-STATUS PIC XX.

       77  RESTART-FILE-PATH PIC X(60) VALUE "data/driver-restart.dat".

       77  RESTART-FILE-STATUS PIC XX.

       77  REPORT-FILE-PATH  PIC X(60) VALUE "data/payrtn-report.dat".

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-ABANDON-SWITCH PIC X VALUE "N".

           88  WS-RUN-ABANDONED VALUE "Y".

       77  WS-BUSINESS-DATE  PIC 9(8) VALUE ZERO.

       77  WS-CHECKPOINT-KEY PIC 9(8) VALUE ZERO.

       77  WS-NEXT-KEY       PIC 9(8) VALUE ZERO.

       77  WS-PRIOR-COUNT    PIC 9(8) VALUE ZERO.

      *> The whole payment file, settled and matched in place and
      *> written back as one unit, the way DISPGEN holds its cases.
      *> The outcome table runs alongside it: what the posting run
      *> did with each reversing credit in flight.
       77  WS-ITEM-COUNT     PIC 9(4) COMP VALUE ZERO.

       77  WS-ITEM-MAX       PIC 9(4) COMP VALUE 5000.

       01  WS-ITEM-TABLE.

           05  WS-ITEM-ENTRY OCCURS 5000 TIMES.

               10  WS-ITM-POST-KEY      PIC 9(8).

               10  WS-ITM-ACCOUNT       PIC 9(8).

               10  WS-ITM-AMOUNT        PIC 9(6)V99.

               10  WS-ITM-CURRENCY      PIC X(3).

               10  WS-ITM-POSTED-DATE   PIC 9(8).

               10  WS-ITM-STAMP         PIC X(14).

               10  WS-ITM-STATUS        PIC X.

               10  WS-ITM-RETURN-DATE   PIC 9(8).

               10  WS-ITM-RETURN-REASON PIC X(30).

               10  WS-ITM-REVERSAL-STATE PIC X.

               10  WS-ITM-REVERSAL-KEY  PIC 9(8).

               10  WS-ITM-REVERSAL-DATE PIC 9(8).

               10  WS-ITM-FAIL-REASON   PIC X(30).

               10  WS-ITM-CLOSED-DATE   PIC 9(8).

               10  WS-ITM-MAINT-TS      PIC X(21).

       01  WS-OUTCOME-TABLE.

           05  WS-OUTCOME-ENTRY OCCURS 5000 TIMES.

               10  WS-OUT-RESULT        PIC X.

               10  WS-OUT-REASON        PIC X(30).

       77  WS-ITEM-SUB       PIC 9(4) COMP.

       77  WS-ITEM-HIT       PIC 9(4) COMP.

       77  WS-PENDING-COUNT  PIC 9(4) COMP VALUE ZERO.

       77  WS-LOW-PENDING-KEY PIC 9(8) VALUE 99999999.

       77  WS-SEARCH-KEY     PIC 9(8).

       77  WS-SEARCH-ACCOUNT PIC 9(8).

       77  WS-PENDING-ONLY-SWITCH PIC X.

           88  WS-PENDING-ONLY VALUE "Y".

       77  WS-LINE-KEY       PIC 9(8).

       77  WS-LINE-ACCOUNT   PIC 9(8).

       77  WS-LINE-AMOUNT    PIC 9(6)V99.

       77  WS-LINE-TEXT      PIC X(30).

       77  WS-DETAIL-COUNT   PIC 9(8) VALUE ZERO.

       77  WS-HASH-A-TOTAL   PIC 9(10)V99 VALUE ZERO.

       77  WS-HASH-B-TOTAL   PIC 9(10)V99 VALUE ZERO.

       77  WS-RETURNS-READ   PIC 9(5) VALUE ZERO.

       77  WS-MATCHED-COUNT  PIC 9(5) VALUE ZERO.

       77  WS-DUPLICATE-COUNT PIC 9(5) VALUE ZERO.

       77  WS-UNMATCHED-COUNT PIC 9(5) VALUE ZERO.

       77  WS-POSTED-COUNT   PIC 9(5) VALUE ZERO.

       77  WS-REFUSED-COUNT  PIC 9(5) VALUE ZERO.

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

           MOVE "RETURNED PAYMENT REPORT" TO REPORT-LINE

           WRITE REPORT-LINE

           PERFORM 0060-LOAD-RUN-CONTROL

           IF NOT WS-RUN-ABANDONED

               PERFORM 0200-LOAD-CHECKPOINT-KEY

               PERFORM 0300-CHECK-PRIOR-FILE

           END-IF

           IF NOT WS-RUN-ABANDONED

               PERFORM 0400-LOAD-ITEMS

           END-IF

           IF NOT WS-RUN-ABANDONED

               PERFORM 1000-SETTLE-PENDING-CREDITS

               PERFORM 2000-MATCH-RETURNS

               PERFORM 3000-GENERATE-CREDITS

               PERFORM 4000-QUEUE-NOTICES

               PERFORM 7500-WRITE-ITEMS

           END-IF

           PERFORM 9000-WRITE-TOTALS

           CLOSE REPORT-FILE

           PERFORM 9900-END-OF-JOB-SUMMARY

           GOBACK.

       0060-LOAD-RUN-CONTROL.

      *> Credits and notices belong to the open business day.
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
      *> DISPGEN, ORDGEN and BACKOUT enforce on their keys.
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
      *> lose credits the payment file already shows in flight.
      *> Consumed files release the hold by themselves: their keys
      *> are all at or below the checkpoint. The bank's returns stay
      *> where they are and are matched by the run after the hold.
           MOVE ZERO TO WS-PRIOR-COUNT

           OPEN INPUT RETURN-TXN-FILE

           IF RETURN-TXN-FILE-STATUS = "00"

               READ RETURN-TXN-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   IF TXN-DETAIL-REC
                      AND TXN-KEY NUMERIC
                      AND TXN-KEY > WS-CHECKPOINT-KEY

                       ADD 1 TO WS-PRIOR-COUNT

                   END-IF

                   READ RETURN-TXN-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE RETURN-TXN-FILE

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

               DISPLAY "PAYRTN - PRIOR RETURN CREDIT FILE NOT YET "
                   "PROCESSED, RUN HELD"

               MOVE "Y" TO WS-ABANDON-SWITCH

               ADD 1 TO WS-ERROR-COUNT

           END-IF.

       0400-LOAD-ITEMS.

      *> No payment file simply means nothing was ever sent. More
      *> payments than the table holds refuses the run: the rewrite
      *> at the end would otherwise drop every payment past the
      *> table.
           OPEN INPUT ITEM-FILE

           IF ITEM-FILE-STATUS = "00"

               READ ITEM-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF OR WS-ITEM-COUNT >= WS-ITEM-MAX

                   ADD 1 TO WS-ITEM-COUNT

                   MOVE WS-ITEM-COUNT TO WS-ITEM-SUB

                   MOVE PAYMENT-ITEM-RECORD
                     TO WS-ITEM-ENTRY (WS-ITEM-SUB)

                   MOVE SPACE TO WS-OUT-RESULT (WS-ITEM-SUB)

                   MOVE SPACES TO WS-OUT-REASON (WS-ITEM-SUB)

                   IF PI-REVERSAL-IN-FLIGHT

                       ADD 1 TO WS-PENDING-COUNT

                       IF PI-REVERSAL-KEY < WS-LOW-PENDING-KEY

                           MOVE PI-REVERSAL-KEY TO WS-LOW-PENDING-KEY

                       END-IF

                   END-IF

                   READ ITEM-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               IF NOT WS-EOF

                   MOVE "PAYMENT FILE EXCEEDS 5000 ROWS - RUN REFUSED"
                     TO REPORT-LINE

                   WRITE REPORT-LINE

                   MOVE "Y" TO WS-ABANDON-SWITCH

                   ADD 1 TO WS-ERROR-COUNT

               END-IF

               CLOSE ITEM-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       1000-SETTLE-PENDING-CREDITS.

           IF WS-PENDING-COUNT > ZERO

               MOVE "Y" TO WS-PENDING-ONLY-SWITCH

               PERFORM 1100-FIND-POSTED-CREDITS

               PERFORM 1200-FIND-REFUSED-CREDITS

               PERFORM 1300-SETTLE-ONE-ITEM
                   VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT

           END-IF.

       1100-FIND-POSTED-CREDITS.

      *> Keys only climb, so nothing below the oldest credit in
      *> flight can be one of ours. The account must match as well
      *> as the key - a transfer's receiving leg shares its key with
      *> the paying leg but not the account.
           OPEN INPUT POSTING-FILE

           IF POSTING-FILE-STATUS = "00"

               READ POSTING-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   IF POST-KEY NOT < WS-LOW-PENDING-KEY

                       MOVE POST-KEY TO WS-SEARCH-KEY

                       MOVE POST-ACCOUNT TO WS-SEARCH-ACCOUNT

                       PERFORM 1400-FIND-ITEM

                       IF WS-ITEM-HIT > ZERO

                           MOVE "P" TO WS-OUT-RESULT (WS-ITEM-HIT)

                       END-IF

                   END-IF

                   READ POSTING-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE POSTING-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       1200-FIND-REFUSED-CREDITS.

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

                       PERFORM 1400-FIND-ITEM

                       IF WS-ITEM-HIT > ZERO

                           MOVE "R" TO WS-OUT-RESULT (WS-ITEM-HIT)

                           MOVE REJ-REASON
                             TO WS-OUT-REASON (WS-ITEM-HIT)

                       END-IF

                   END-IF

                   READ REJECTED-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE REJECTED-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       1300-SETTLE-ONE-ITEM.

           IF WS-ITM-REVERSAL-STATE (WS-ITEM-SUB) = "I"

               EVALUATE WS-OUT-RESULT (WS-ITEM-SUB)

                   WHEN "P"

      *> The money is back with the customer - the payment is
      *> finished and they hear about it today.
                       MOVE "P" TO WS-ITM-REVERSAL-STATE (WS-ITEM-SUB)

                       MOVE WS-BUSINESS-DATE
                         TO WS-ITM-CLOSED-DATE (WS-ITEM-SUB)

                       MOVE FUNCTION CURRENT-DATE
                         TO WS-ITM-MAINT-TS (WS-ITEM-SUB)

                       ADD 1 TO WS-POSTED-COUNT

                       MOVE "CREDIT POSTED - CLOSED" TO WS-LINE-TEXT

                       PERFORM 8050-WRITE-ITEM-LINE

                   WHEN "R"

                       PERFORM 1310-RECORD-CREDIT-REFUSED

                   WHEN OTHER

      *> The posting run consumed the key (0300 proved the file was
      *> taken) yet neither posted nor refused it - a credit that
      *> vanished is for a person to look at, not to raise again.
                       MOVE "CREDIT NOT FOUND IN POSTING RUN"
                         TO WS-OUT-REASON (WS-ITEM-SUB)

                       PERFORM 1310-RECORD-CREDIT-REFUSED

               END-EVALUATE

           END-IF.

       1310-RECORD-CREDIT-REFUSED.

           ADD 1 TO WS-REFUSED-COUNT

           ADD 1 TO WS-ERROR-COUNT

           MOVE "F" TO WS-ITM-REVERSAL-STATE (WS-ITEM-SUB)

           MOVE WS-OUT-REASON (WS-ITEM-SUB)
             TO WS-ITM-FAIL-REASON (WS-ITEM-SUB)

           MOVE FUNCTION CURRENT-DATE
             TO WS-ITM-MAINT-TS (WS-ITEM-SUB)

           MOVE "REVERSING CREDIT REFUSED" TO WS-LINE-TEXT

           PERFORM 8050-WRITE-ITEM-LINE

           MOVE SPACES TO REPORT-LINE

           STRING "    " DELIMITED BY SIZE,
                  WS-ITM-FAIL-REASON (WS-ITEM-SUB) DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       1400-FIND-ITEM.

      *> By key and account - settling looks only at credits in
      *> flight, under their reversal key; matching a return looks
      *> at every payment, under the key of the original debit.
           MOVE ZERO TO WS-ITEM-HIT

           PERFORM 1410-SCAN-ITEMS
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                  OR WS-ITEM-HIT > ZERO.

       1410-SCAN-ITEMS.

           IF WS-SEARCH-ACCOUNT = WS-ITM-ACCOUNT (WS-ITEM-SUB)

               IF WS-PENDING-ONLY

                   IF WS-ITM-REVERSAL-STATE (WS-ITEM-SUB) = "I"
                      AND WS-ITM-REVERSAL-KEY (WS-ITEM-SUB)
                          = WS-SEARCH-KEY

                       MOVE WS-ITEM-SUB TO WS-ITEM-HIT

                   END-IF

               ELSE

                   IF WS-ITM-POST-KEY (WS-ITEM-SUB) = WS-SEARCH-KEY

                       MOVE WS-ITEM-SUB TO WS-ITEM-HIT

                   END-IF

               END-IF

           END-IF.

       2000-MATCH-RETURNS.

      *> No returns file simply means the bank returned nothing.
           MOVE "N" TO WS-PENDING-ONLY-SWITCH

           OPEN INPUT RETURN-FILE

           IF RETURN-FILE-STATUS NOT = "00"

               MOVE "NO RETURNS FILE PRESENT" TO REPORT-LINE

               WRITE REPORT-LINE

           ELSE

               READ RETURN-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   ADD 1 TO WS-RETURNS-READ

                   PERFORM 2100-MATCH-ONE-RETURN

                   READ RETURN-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE RETURN-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       2100-MATCH-ONE-RETURN.

           MOVE ZERO TO WS-ITEM-HIT

           IF PT-POST-KEY NUMERIC AND PT-ACCOUNT NUMERIC

               MOVE PT-POST-KEY TO WS-SEARCH-KEY

               MOVE PT-ACCOUNT TO WS-SEARCH-ACCOUNT

               PERFORM 1400-FIND-ITEM

           END-IF

           EVALUATE TRUE

               WHEN WS-ITEM-HIT = ZERO

      *> A payment we never sent - the bank has it wrong, or it is
      *> somebody else's; either way nobody is credited for it.
                   ADD 1 TO WS-UNMATCHED-COUNT

                   ADD 1 TO WS-ERROR-COUNT

                   MOVE "RETURN FOR UNKNOWN PAYMENT" TO WS-LINE-TEXT

                   PERFORM 8000-WRITE-RETURN-LINE

               WHEN WS-ITM-STATUS (WS-ITEM-HIT) = "R"

                   PERFORM 2200-TAKE-REPEATED-RETURN

               WHEN PT-AMOUNT NOT NUMERIC
                 OR PT-AMOUNT NOT = WS-ITM-AMOUNT (WS-ITEM-HIT)

                   ADD 1 TO WS-UNMATCHED-COUNT

                   ADD 1 TO WS-ERROR-COUNT

                   MOVE "RETURN AMOUNT DISAGREES" TO WS-LINE-TEXT

                   PERFORM 8000-WRITE-RETURN-LINE

               WHEN OTHER

                   ADD 1 TO WS-MATCHED-COUNT

                   MOVE "R" TO WS-ITM-STATUS (WS-ITEM-HIT)

                   IF PT-RETURN-DATE NUMERIC

                       MOVE PT-RETURN-DATE
                         TO WS-ITM-RETURN-DATE (WS-ITEM-HIT)

                   ELSE

                       MOVE WS-BUSINESS-DATE
                         TO WS-ITM-RETURN-DATE (WS-ITEM-HIT)

                   END-IF

                   MOVE PT-REASON TO WS-ITM-RETURN-REASON (WS-ITEM-HIT)

                   MOVE "W" TO WS-ITM-REVERSAL-STATE (WS-ITEM-HIT)

                   MOVE FUNCTION CURRENT-DATE
                     TO WS-ITM-MAINT-TS (WS-ITEM-HIT)

                   MOVE "RETURNED - CREDIT WANTED" TO WS-LINE-TEXT

                   PERFORM 8000-WRITE-RETURN-LINE

           END-EVALUATE.

       2200-TAKE-REPEATED-RETURN.

      *> Returned already - the bank sent it again, or this is the
      *> same file run twice. The credit was raised once; that is
      *> enough. The exception is a credit DRIVER refused: once the
      *> reason is cleared (an account unfrozen, say), putting the
      *> return in front of this job again is how it is raised again.
           IF WS-ITM-REVERSAL-STATE (WS-ITEM-HIT) = "F"

               MOVE "W" TO WS-ITM-REVERSAL-STATE (WS-ITEM-HIT)

               MOVE FUNCTION CURRENT-DATE
                 TO WS-ITM-MAINT-TS (WS-ITEM-HIT)

               ADD 1 TO WS-MATCHED-COUNT

               MOVE "RETURNED - CREDIT WANTED AGAIN" TO WS-LINE-TEXT

           ELSE

               ADD 1 TO WS-DUPLICATE-COUNT

               MOVE "ALREADY RETURNED" TO WS-LINE-TEXT

           END-IF

           PERFORM 8000-WRITE-RETURN-LINE.

       3000-GENERATE-CREDITS.

           OPEN OUTPUT RETURN-TXN-FILE

           PERFORM 3100-WRITE-HEADER

           PERFORM 3300-RAISE-ITEM-CREDIT
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT

           PERFORM 3200-WRITE-TRAILER

           CLOSE RETURN-TXN-FILE

           MOVE "RETURN CREDIT FILE READY - RELEASE THROUGH FEEDGATE"
             TO REPORT-LINE

           WRITE REPORT-LINE.

       3100-WRITE-HEADER.

           MOVE SPACES TO TRANSACTION-RECORD

           MOVE "H" TO TXN-REC-TYPE

           MOVE WS-BUSINESS-DATE TO TXN-HDR-BUSINESS-DATE

           MOVE "PAYRETURN" TO TXN-HDR-SOURCE-SYSTEM

           WRITE TRANSACTION-RECORD.

       3200-WRITE-TRAILER.

           MOVE SPACES TO TRANSACTION-RECORD

           MOVE "T" TO TXN-REC-TYPE

           MOVE WS-DETAIL-COUNT TO TXN-TRL-RECORD-COUNT

           MOVE WS-HASH-A-TOTAL TO TXN-TRL-HASH-A

           MOVE WS-HASH-B-TOTAL TO TXN-TRL-HASH-B

           WRITE TRANSACTION-RECORD.

       3300-RAISE-ITEM-CREDIT.

      *> Amount times a factor of 0.01 - the identity under DRIVER's
      *> cent-scaled arithmetic. The amount is the debit's POST-R,
      *> already in the account's currency, so the header names no
      *> currency.
           IF WS-ITM-REVERSAL-STATE (WS-ITEM-SUB) = "W"

               ADD 1 TO WS-NEXT-KEY

               MOVE SPACES TO TRANSACTION-RECORD

               MOVE "D" TO TXN-REC-TYPE

               MOVE WS-NEXT-KEY TO TXN-KEY

               MOVE WS-ITM-ACCOUNT (WS-ITEM-SUB) TO TXN-ACCOUNT

               MOVE WS-ITM-AMOUNT (WS-ITEM-SUB) TO TXN-A

               MOVE 0.01 TO TXN-B

               MOVE "V" TO TXN-TYPE-CODE

               WRITE TRANSACTION-RECORD

               ADD 1 TO WS-DETAIL-COUNT

               ADD WS-ITM-AMOUNT (WS-ITEM-SUB) TO WS-HASH-A-TOTAL

               ADD 0.01 TO WS-HASH-B-TOTAL

               MOVE "I" TO WS-ITM-REVERSAL-STATE (WS-ITEM-SUB)

               MOVE WS-NEXT-KEY TO WS-ITM-REVERSAL-KEY (WS-ITEM-SUB)

               MOVE WS-BUSINESS-DATE
                 TO WS-ITM-REVERSAL-DATE (WS-ITEM-SUB)

               MOVE SPACES TO WS-ITM-FAIL-REASON (WS-ITEM-SUB)

               MOVE FUNCTION CURRENT-DATE
                 TO WS-ITM-MAINT-TS (WS-ITEM-SUB)

               MOVE "REVERSING CREDIT RAISED" TO WS-LINE-TEXT

               PERFORM 8050-WRITE-ITEM-LINE

           END-IF.

       4000-QUEUE-NOTICES.

      *> Rewritten every run with each payment closed on the business
      *> date, so a rerun of the same day queues the same notices
      *> again rather than losing or doubling them.
           OPEN OUTPUT NOTICE-FILE

           PERFORM 4100-QUEUE-ONE-NOTICE
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT

           CLOSE NOTICE-FILE.

       4100-QUEUE-ONE-NOTICE.

           IF WS-ITM-CLOSED-DATE (WS-ITEM-SUB) = WS-BUSINESS-DATE

               MOVE WS-ITM-ACCOUNT (WS-ITEM-SUB) TO PN-ACCOUNT

               MOVE WS-BUSINESS-DATE TO PN-BUSINESS-DATE

               MOVE WS-ITM-POST-KEY (WS-ITEM-SUB) TO PN-POST-KEY

               MOVE WS-ITM-AMOUNT (WS-ITEM-SUB) TO PN-AMOUNT

               MOVE WS-ITM-POSTED-DATE (WS-ITEM-SUB) TO PN-POSTED-DATE

               MOVE WS-ITM-RETURN-REASON (WS-ITEM-SUB) TO PN-REASON

               WRITE PAYMENT-NOTICE-RECORD

               ADD 1 TO WS-NOTICE-COUNT

           END-IF.

       7500-WRITE-ITEMS.

           OPEN OUTPUT ITEM-FILE

           PERFORM 7510-WRITE-ONE-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT

           CLOSE ITEM-FILE.

       7510-WRITE-ONE-ITEM.

           MOVE WS-ITEM-ENTRY (WS-ITEM-SUB) TO PAYMENT-ITEM-RECORD

           WRITE PAYMENT-ITEM-RECORD.

       8000-WRITE-RETURN-LINE.

           MOVE PT-POST-KEY TO WS-LINE-KEY

           MOVE PT-ACCOUNT TO WS-LINE-ACCOUNT

           MOVE PT-AMOUNT TO WS-LINE-AMOUNT

           PERFORM 8100-WRITE-LINE.

       8050-WRITE-ITEM-LINE.

           MOVE WS-ITM-POST-KEY (WS-ITEM-SUB) TO WS-LINE-KEY

           MOVE WS-ITM-ACCOUNT (WS-ITEM-SUB) TO WS-LINE-ACCOUNT

           MOVE WS-ITM-AMOUNT (WS-ITEM-SUB) TO WS-LINE-AMOUNT

           PERFORM 8100-WRITE-LINE.

       8100-WRITE-LINE.

           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "PAYMENT " DELIMITED BY SIZE,
                  WS-LINE-KEY DELIMITED BY SIZE,
                  " ACCT " DELIMITED BY SIZE,
                  WS-LINE-ACCOUNT DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-LINE-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       9000-WRITE-TOTALS.

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-RETURNS-READ TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "RETURNS READ:      " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-MATCHED-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "RETURNS MATCHED:   " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "ALREADY RETURNED:  " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "RETURNS UNMATCHED: " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-POSTED-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "CREDITS POSTED:    " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-REFUSED-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "CREDITS REFUSED:   " DELIMITED BY SIZE,
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

           STRING "CREDITS RAISED:    " DELIMITED BY SIZE,
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

           DISPLAY "PAYRTN END OF JOB - RETURNS: " WS-RETURNS-READ
               " MATCHED: " WS-MATCHED-COUNT
               " UNMATCHED: " WS-UNMATCHED-COUNT
               " POSTED: " WS-POSTED-COUNT
               " REFUSED: " WS-REFUSED-COUNT
               " RAISED: " WS-DETAIL-COUNT
               " ELAPSED: " WS-ELAPSED-SECONDS " SEC"
               " RC: " RETURN-CODE.
