       IDENTIFICATION DIVISION.

       PROGRAM-ID.  PAYACK.

      *> Payment settlement processing - closes the loop PAYEXTR
      *> leaves open, the way GLACK closes GLEXTRC's. PAYEXTR
      *> registers every payment extract it cuts (status "S"); the
      *> bank returns a settlement row for each extract it has paid,
      *> quoting the extract's date-time stamp, payment count and
      *> total. This job matches each settlement to its register row:
      *> figures that agree flip the row to "A", figures that do not
      *> mark it "M" (mismatch), and a settlement for a stamp the
      *> register never issued is reported outright. An extract the
      *> bank never settled because every payment in it came back
      *> (PAYRTN marks them returned on data/payment-items.dat) is
      *> closed "R". Every extract still neither settled nor returned
      *> is reported with its age in calendar days from the business
      *> date it was cut, against the settlement days agreed with
      *> the bank (data/payment-parms.dat): past them it is OVERDUE.
      *> RC 8 on a mismatch or an unknown settlement, RC 4 when
      *> anything is overdue - the morning alert instead of the
      *> phone call days later.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMETER-FILE ASSIGN TO PARAMETER-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS PARAMETER-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT REGISTER-FILE ASSIGN TO REGISTER-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT SETTLEMENT-FILE ASSIGN TO SETTLEMENT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS SETTLEMENT-FILE-STATUS.

           SELECT ITEM-FILE ASSIGN TO ITEM-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS ITEM-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARAMETER-FILE.

       COPY "payment-parm-record.cpy".

       FD  RUN-CONTROL-FILE.

       COPY "run-control-record.cpy".

       FD  REGISTER-FILE.

       COPY "payextr-register-record.cpy".

       FD  SETTLEMENT-FILE.

       COPY "payment-settlement-record.cpy".

       FD  ITEM-FILE.

       COPY "payment-item-record.cpy".

       FD  REPORT-FILE.

       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       77  PARAMETER-FILE-PATH PIC X(60)
           VALUE "data/payment-parms.dat".

       77  PARAMETER-FILE-STATUS PIC XX.

       77  RUN-CONTROL-PATH  PIC X(60) VALUE "data/run-control.dat".

       77  RUN-CONTROL-STATUS PIC XX.

       77  REGISTER-FILE-PATH PIC X(60)
           VALUE "data/payextr-register.dat".

       77  REGISTER-FILE-STATUS PIC XX.

       77  SETTLEMENT-FILE-PATH PIC X(60)
           VALUE "data/pay-settlements.dat".

       77  SETTLEMENT-FILE-STATUS PIC XX.

       77  ITEM-FILE-PATH    PIC X(60) VALUE "data/payment-items.dat".

       77  ITEM-FILE-STATUS  PIC XX.

       77  REPORT-FILE-PATH  PIC X(60) VALUE "data/payack-report.dat".

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-ABANDON-SWITCH PIC X VALUE "N".

           88  WS-RUN-ABANDONED VALUE "Y".

       77  WS-BUSINESS-DATE  PIC 9(8) VALUE ZERO.

       77  WS-BUSINESS-DAY-NUMBER PIC 9(8) VALUE ZERO.

       77  WS-SETTLE-DAYS    PIC 9(3) VALUE ZERO.

      *> The whole register, edited in place and written back as one
      *> unit, the way GLACK holds GLEXTRC's. WS-REG-RETURNED counts
      *> the extract's payments PAYRTN has marked returned.
       77  WS-REG-COUNT      PIC 9(3) COMP VALUE ZERO.

       77  WS-REG-MAX        PIC 9(3) COMP VALUE 500.

       01  WS-REGISTER-TABLE.

           05  WS-REG-ENTRY OCCURS 500 TIMES.

               10  WS-REG-STAMP      PIC X(14).

               10  WS-REG-BUSINESS-DATE PIC 9(8).

               10  WS-REG-REC-COUNT  PIC 9(8).

               10  WS-REG-TOTAL      PIC 9(10)V99.

               10  WS-REG-STATUS     PIC X.

               10  WS-REG-SETTLED-TS PIC X(21).

               10  WS-REG-RETURNED   PIC 9(8).

       77  WS-REG-SUB        PIC 9(3) COMP.

       77  WS-REG-HIT        PIC 9(3) COMP.

       77  WS-FIND-STAMP     PIC X(14).

       77  WS-SETTLEMENT-COUNT PIC 9(5) VALUE ZERO.

       77  WS-MATCHED-COUNT  PIC 9(5) VALUE ZERO.

       77  WS-MISMATCH-COUNT PIC 9(5) VALUE ZERO.

       77  WS-RETURNED-COUNT PIC 9(5) VALUE ZERO.

       77  WS-OPEN-COUNT     PIC 9(5) VALUE ZERO.

       77  WS-OVERDUE-COUNT  PIC 9(5) VALUE ZERO.

       77  WS-ERROR-COUNT    PIC 9(5) VALUE ZERO.

       77  WS-AGE-DAYS       PIC S9(5).

       77  WS-AGE-DISPLAY    PIC Z(4)9.

       77  WS-COUNT-DISPLAY  PIC Z(7)9.

       77  WS-RETURNED-DISPLAY PIC Z(7)9.

       77  WS-FLAG-TEXT      PIC X(8).

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

           MOVE "PAYMENT EXTRACT SETTLEMENT REPORT" TO REPORT-LINE

           WRITE REPORT-LINE

           PERFORM 0040-LOAD-PARAMETERS

           IF NOT WS-RUN-ABANDONED

               PERFORM 0060-LOAD-RUN-CONTROL

           END-IF

           IF NOT WS-RUN-ABANDONED

               PERFORM 0100-LOAD-REGISTER

           END-IF

           IF NOT WS-RUN-ABANDONED

               PERFORM 1000-PROCESS-SETTLEMENTS

               PERFORM 1500-COUNT-RETURNS

               PERFORM 2000-REPORT-UNSETTLED

               PERFORM 3000-WRITE-REGISTER

           END-IF

           PERFORM 9000-WRITE-TOTALS

           CLOSE REPORT-FILE

           PERFORM 9900-END-OF-JOB-SUMMARY

           GOBACK.

       0040-LOAD-PARAMETERS.

           OPEN INPUT PARAMETER-FILE

           IF PARAMETER-FILE-STATUS NOT = "00"

               MOVE "NO PAYMENT PARAMETER FILE - RUN REFUSED"
                 TO REPORT-LINE

               WRITE REPORT-LINE

               MOVE "Y" TO WS-ABANDON-SWITCH

               ADD 1 TO WS-ERROR-COUNT

           ELSE

               READ PARAMETER-FILE

               IF PARAMETER-FILE-STATUS NOT = "00"
                  OR PP-SETTLE-DAYS NOT NUMERIC

                   MOVE "PAYMENT PARAMETERS UNREADABLE - RUN REFUSED"
                     TO REPORT-LINE

                   WRITE REPORT-LINE

                   MOVE "Y" TO WS-ABANDON-SWITCH

                   ADD 1 TO WS-ERROR-COUNT

               ELSE

                   MOVE PP-SETTLE-DAYS TO WS-SETTLE-DAYS

               END-IF

               CLOSE PARAMETER-FILE

           END-IF.

       0060-LOAD-RUN-CONTROL.

      *> Extracts are aged in calendar days to the open business day.
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

                   COMPUTE WS-BUSINESS-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)

               END-IF

               CLOSE RUN-CONTROL-FILE

           END-IF.

       0100-LOAD-REGISTER.

           OPEN INPUT REGISTER-FILE

           IF REGISTER-FILE-STATUS NOT = "00"

               MOVE "NO EXTRACT REGISTER - NOTHING TO MATCH"
                 TO REPORT-LINE

               WRITE REPORT-LINE

           ELSE

               READ REGISTER-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF OR WS-REG-COUNT >= WS-REG-MAX

                   ADD 1 TO WS-REG-COUNT

                   MOVE WS-REG-COUNT TO WS-REG-SUB

                   MOVE PR-STAMP TO WS-REG-STAMP (WS-REG-SUB)

                   MOVE PR-BUSINESS-DATE
                     TO WS-REG-BUSINESS-DATE (WS-REG-SUB)

                   MOVE PR-RECORD-COUNT
                     TO WS-REG-REC-COUNT (WS-REG-SUB)

                   MOVE PR-TOTAL TO WS-REG-TOTAL (WS-REG-SUB)

                   MOVE PR-STATUS TO WS-REG-STATUS (WS-REG-SUB)

                   MOVE PR-SETTLED-TS TO WS-REG-SETTLED-TS (WS-REG-SUB)

                   MOVE ZERO TO WS-REG-RETURNED (WS-REG-SUB)

                   READ REGISTER-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               IF NOT WS-EOF

      *> A rewrite with a truncated table would destroy register
      *> rows - refuse, as GLACK does.
                   MOVE "Y" TO WS-ABANDON-SWITCH

                   MOVE "REGISTER EXCEEDS 500 ROWS - RUN REFUSED"
                     TO REPORT-LINE

                   WRITE REPORT-LINE

                   ADD 1 TO WS-ERROR-COUNT

               END-IF

               CLOSE REGISTER-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       1000-PROCESS-SETTLEMENTS.

           OPEN INPUT SETTLEMENT-FILE

           IF SETTLEMENT-FILE-STATUS NOT = "00"

               MOVE "NO SETTLEMENT FILE PRESENT" TO REPORT-LINE

               WRITE REPORT-LINE

           ELSE

               READ SETTLEMENT-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   ADD 1 TO WS-SETTLEMENT-COUNT

                   PERFORM 1100-MATCH-ONE-SETTLEMENT

                   READ SETTLEMENT-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE SETTLEMENT-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       1100-MATCH-ONE-SETTLEMENT.

           MOVE PS-STAMP TO WS-FIND-STAMP

           PERFORM 1200-FIND-REGISTER-ROW

           EVALUATE TRUE

               WHEN WS-REG-HIT = ZERO

                   ADD 1 TO WS-ERROR-COUNT

                   MOVE SPACES TO REPORT-LINE

                   STRING "SETTLEMENT FOR UNKNOWN EXTRACT "
                          DELIMITED BY SIZE,
                          PS-STAMP DELIMITED BY SIZE
                     INTO REPORT-LINE

                   WRITE REPORT-LINE

               WHEN WS-REG-STATUS (WS-REG-HIT) = "A"

                   MOVE SPACES TO REPORT-LINE

                   STRING PS-STAMP DELIMITED BY SIZE,
                          " ALREADY SETTLED" DELIMITED BY SIZE
                     INTO REPORT-LINE

                   WRITE REPORT-LINE

               WHEN PS-RECORD-COUNT = WS-REG-REC-COUNT (WS-REG-HIT)
                    AND PS-TOTAL = WS-REG-TOTAL (WS-REG-HIT)

                   ADD 1 TO WS-MATCHED-COUNT

                   MOVE "A" TO WS-REG-STATUS (WS-REG-HIT)

                   MOVE FUNCTION CURRENT-DATE
                     TO WS-REG-SETTLED-TS (WS-REG-HIT)

                   MOVE SPACES TO REPORT-LINE

                   STRING PS-STAMP DELIMITED BY SIZE,
                          " SETTLED CLEAN" DELIMITED BY SIZE
                     INTO REPORT-LINE

                   WRITE REPORT-LINE

               WHEN OTHER

      *> The bank paid something other than what was cut - that
      *> extract needs eyes, not a quiet tick.
                   ADD 1 TO WS-MISMATCH-COUNT

                   ADD 1 TO WS-ERROR-COUNT

                   MOVE "M" TO WS-REG-STATUS (WS-REG-HIT)

                   MOVE FUNCTION CURRENT-DATE
                     TO WS-REG-SETTLED-TS (WS-REG-HIT)

                   MOVE SPACES TO REPORT-LINE

                   STRING PS-STAMP DELIMITED BY SIZE,
                          " MISMATCH - COUNT/TOTAL DISAGREE"
                          DELIMITED BY SIZE
                     INTO REPORT-LINE

                   WRITE REPORT-LINE

           END-EVALUATE.

       1200-FIND-REGISTER-ROW.

           MOVE ZERO TO WS-REG-HIT

           IF WS-REG-COUNT > ZERO

               PERFORM 1210-SCAN-REGISTER
                   VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
                      OR WS-REG-HIT > ZERO

           END-IF.

       1210-SCAN-REGISTER.

           IF WS-REG-STAMP (WS-REG-SUB) = WS-FIND-STAMP

               MOVE WS-REG-SUB TO WS-REG-HIT

           END-IF.

       1500-COUNT-RETURNS.

      *> Returned payments, counted against the extract that carried
      *> them. No item file simply means nothing was ever cut.
           OPEN INPUT ITEM-FILE

           IF ITEM-FILE-STATUS = "00"

               READ ITEM-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   IF PI-RETURNED

                       MOVE PI-STAMP TO WS-FIND-STAMP

                       PERFORM 1200-FIND-REGISTER-ROW

                       IF WS-REG-HIT > ZERO

                           ADD 1 TO WS-REG-RETURNED (WS-REG-HIT)

                       END-IF

                   END-IF

                   READ ITEM-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE ITEM-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       2000-REPORT-UNSETTLED.

           IF WS-REG-COUNT > ZERO

               PERFORM 2100-AGE-ONE-ROW
                   VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT

           END-IF.

       2100-AGE-ONE-ROW.

           IF WS-REG-STATUS (WS-REG-SUB) = "S"
              OR WS-REG-STATUS (WS-REG-SUB) = "M"

               IF WS-REG-REC-COUNT (WS-REG-SUB) > ZERO
                  AND WS-REG-RETURNED (WS-REG-SUB) NOT <
                      WS-REG-REC-COUNT (WS-REG-SUB)

      *> Every payment in it came back - there is nothing left for
      *> the bank to settle.
                   MOVE "R" TO WS-REG-STATUS (WS-REG-SUB)

                   MOVE FUNCTION CURRENT-DATE
                     TO WS-REG-SETTLED-TS (WS-REG-SUB)

                   ADD 1 TO WS-RETURNED-COUNT

                   MOVE SPACES TO REPORT-LINE

                   STRING WS-REG-STAMP (WS-REG-SUB) DELIMITED BY SIZE,
                          " RETURNED IN FULL - CLOSED"
                          DELIMITED BY SIZE
                     INTO REPORT-LINE

                   WRITE REPORT-LINE

               ELSE

                   PERFORM 2200-REPORT-OPEN-ROW

               END-IF

           END-IF.

       2200-REPORT-OPEN-ROW.

           ADD 1 TO WS-OPEN-COUNT

           COMPUTE WS-AGE-DAYS = WS-BUSINESS-DAY-NUMBER -
               FUNCTION INTEGER-OF-DATE
                   (WS-REG-BUSINESS-DATE (WS-REG-SUB))

           IF WS-AGE-DAYS > WS-SETTLE-DAYS

               MOVE "OVERDUE" TO WS-FLAG-TEXT

               ADD 1 TO WS-OVERDUE-COUNT

           ELSE

               MOVE SPACES TO WS-FLAG-TEXT

           END-IF

           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY

           MOVE WS-REG-REC-COUNT (WS-REG-SUB) TO WS-COUNT-DISPLAY

           MOVE WS-REG-RETURNED (WS-REG-SUB) TO WS-RETURNED-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING WS-REG-STAMP (WS-REG-SUB) DELIMITED BY SIZE,
                  " UNSETTLED - AGE " DELIMITED BY SIZE,
                  WS-AGE-DISPLAY DELIMITED BY SIZE,
                  " DAYS PAYMENTS " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE,
                  " RETURNED " DELIMITED BY SIZE,
                  WS-RETURNED-DISPLAY DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-FLAG-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       3000-WRITE-REGISTER.

           OPEN OUTPUT REGISTER-FILE

           PERFORM 3100-WRITE-ONE-ROW
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT

           CLOSE REGISTER-FILE.

       3100-WRITE-ONE-ROW.

           MOVE WS-REG-STAMP (WS-REG-SUB) TO PR-STAMP

           MOVE WS-REG-BUSINESS-DATE (WS-REG-SUB) TO PR-BUSINESS-DATE

           MOVE WS-REG-REC-COUNT (WS-REG-SUB) TO PR-RECORD-COUNT

           MOVE WS-REG-TOTAL (WS-REG-SUB) TO PR-TOTAL

           MOVE WS-REG-STATUS (WS-REG-SUB) TO PR-STATUS

           MOVE WS-REG-SETTLED-TS (WS-REG-SUB) TO PR-SETTLED-TS

           WRITE PAYEXTR-REGISTER-RECORD.

       9000-WRITE-TOTALS.

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-SETTLEMENT-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "SETTLEMENTS READ: " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-MATCHED-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "SETTLED CLEAN:    " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-MISMATCH-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "MISMATCHED:       " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-RETURNED-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "RETURNED IN FULL: " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "UNSETTLED:        " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "OVERDUE:          " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
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

           EVALUATE TRUE

               WHEN WS-ERROR-COUNT > ZERO

                   MOVE 8 TO RETURN-CODE

               WHEN WS-OVERDUE-COUNT > ZERO

                   MOVE 4 TO RETURN-CODE

               WHEN OTHER

                   MOVE 0 TO RETURN-CODE

           END-EVALUATE

           DISPLAY "PAYACK END OF JOB - SETTLEMENTS: "
               WS-SETTLEMENT-COUNT
               " MATCHED: " WS-MATCHED-COUNT
               " MISMATCHED: " WS-MISMATCH-COUNT
               " UNSETTLED: " WS-OPEN-COUNT
               " OVERDUE: " WS-OVERDUE-COUNT
               " ELAPSED: " WS-ELAPSED-SECONDS " SEC"
               " RC: " RETURN-CODE.
