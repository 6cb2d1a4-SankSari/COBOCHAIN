       IDENTIFICATION DIVISION.

       PROGRAM-ID.  HOLDRPT.

      *> Daily hold and lien report: every hold still biting on the
      *> open business date, one line each, with the account's ledger
      *> balance and what is left to spend once the holds come off -
      *> the same available-balance figure DRIVER tests a debit
      *> against. Holds whose last held business date falls within
      *> the warning window are flagged EXPIRING so the lien desk can
      *> renew a lapsing order before DATEROLL drops it. Released
      *> holds and holds already past their term are left out; the
      *> account change log carries their history.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMETER-FILE ASSIGN TO PARAMETER-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS PARAMETER-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT HOLD-FILE ASSIGN TO HOLD-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCOUNT-MASTER-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS RANDOM

               RECORD KEY IS ACCT-NUMBER

               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARAMETER-FILE.

       COPY "holdrpt-parm-record.cpy".

       FD  RUN-CONTROL-FILE.

       COPY "run-control-record.cpy".

       FD  HOLD-FILE.

       COPY "hold-record.cpy".

       FD  ACCOUNT-MASTER.

       COPY "account-master-record.cpy".

       FD  REPORT-FILE.

       01  REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.

       77  PARAMETER-FILE-PATH PIC X(60) VALUE "data/holdrpt-parms.dat".

       77  PARAMETER-FILE-STATUS PIC XX.

       77  RUN-CONTROL-PATH  PIC X(60) VALUE "data/run-control.dat".

       77  RUN-CONTROL-STATUS PIC XX.

       77  HOLD-FILE-PATH    PIC X(60) VALUE "data/account-holds.dat".

       77  HOLD-FILE-STATUS  PIC XX.

       77  ACCOUNT-MASTER-PATH PIC X(60)
           VALUE "data/account-master.dat".

       77  ACCOUNT-MASTER-STATUS PIC XX.

       77  REPORT-FILE-PATH  PIC X(60) VALUE "data/holdrpt-report.dat".

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-ABANDON-SWITCH PIC X VALUE "N".

           88  WS-RUN-ABANDONED VALUE "Y".

       77  WS-MASTER-OPEN-SWITCH PIC X VALUE "N".

           88  WS-MASTER-OPEN VALUE "Y".

       77  WS-BUSINESS-DATE  PIC 9(8) VALUE ZERO.

       77  WS-WARN-DAYS      PIC 9(3) VALUE 5.

       77  WS-WARN-UNTIL     PIC 9(8) VALUE ZERO.

       77  WS-DATE-INTEGER   PIC 9(8).

      *> The account whose holds are being listed - its ledger
      *> balance is read once, and its holds are totalled as they go
      *> by so the account line can show what is left to spend.
       77  WS-CURRENT-ACCOUNT PIC 9(8) VALUE ZERO.

       77  WS-ACCOUNT-BALANCE PIC S9(11)V99 VALUE ZERO.

       77  WS-ACCOUNT-HELD   PIC 9(11)V99 VALUE ZERO.

       77  WS-AVAILABLE      PIC S9(11)V99 VALUE ZERO.

       77  WS-ACCOUNT-NAME   PIC X(30) VALUE SPACES.

       77  WS-FLAG-TEXT      PIC X(8).

       77  WS-ACTIVE-COUNT   PIC 9(5) VALUE ZERO.

       77  WS-ACTIVE-TOTAL   PIC 9(11)V99 VALUE ZERO.

       77  WS-EXPIRING-COUNT PIC 9(5) VALUE ZERO.

       77  WS-EXPIRING-TOTAL PIC 9(11)V99 VALUE ZERO.

       77  WS-ACCOUNTS-HELD  PIC 9(5) VALUE ZERO.

       77  WS-HOLD-NO-DISPLAY PIC Z(3)9.

       77  WS-AMOUNT-DISPLAY PIC Z(10)9.99.

       77  WS-BALANCE-DISPLAY PIC Z(10)9.99-.

       77  WS-AVAILABLE-DISPLAY PIC Z(10)9.99-.

       77  WS-COUNT-DISPLAY  PIC Z(4)9.

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

           MOVE "DAILY HOLD AND LIEN REPORT" TO REPORT-LINE

           WRITE REPORT-LINE

           PERFORM 0050-LOAD-PARAMETERS

           PERFORM 0060-LOAD-RUN-CONTROL

           IF NOT WS-RUN-ABANDONED

               PERFORM 1000-LIST-HOLDS

           END-IF

           PERFORM 9000-WRITE-TOTALS

           CLOSE REPORT-FILE

           PERFORM 9900-END-OF-JOB-SUMMARY

           GOBACK.

       0050-LOAD-PARAMETERS.

           OPEN INPUT PARAMETER-FILE

           IF PARAMETER-FILE-STATUS = "00"

               READ PARAMETER-FILE

               IF PARAMETER-FILE-STATUS = "00"
                  AND HR-WARN-DAYS NUMERIC

                   MOVE HR-WARN-DAYS TO WS-WARN-DAYS

               END-IF

               CLOSE PARAMETER-FILE

           END-IF.

       0060-LOAD-RUN-CONTROL.

      *> Holds are judged against the open business date, exactly as
      *> DRIVER judges them - no run control, no day to report.
           OPEN INPUT RUN-CONTROL-FILE

           IF RUN-CONTROL-STATUS NOT = "00"

               MOVE "NO RUN CONTROL FILE - RUN REFUSED"
                 TO REPORT-LINE

               WRITE REPORT-LINE

               MOVE "Y" TO WS-ABANDON-SWITCH

           ELSE

               READ RUN-CONTROL-FILE

               IF RUN-CONTROL-STATUS NOT = "00"
                  OR RC-BUSINESS-DATE NOT NUMERIC

                   MOVE "RUN CONTROL UNREADABLE - RUN REFUSED"
                     TO REPORT-LINE

                   WRITE REPORT-LINE

                   MOVE "Y" TO WS-ABANDON-SWITCH

               ELSE

                   MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE

                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                       + WS-WARN-DAYS

                   COMPUTE WS-WARN-UNTIL =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)

                   MOVE SPACES TO REPORT-LINE

                   STRING "BUSINESS DATE " DELIMITED BY SIZE,
                          WS-BUSINESS-DATE DELIMITED BY SIZE,
                          " - EXPIRING FLAGGED THROUGH "
                          DELIMITED BY SIZE,
                          WS-WARN-UNTIL DELIMITED BY SIZE
                     INTO REPORT-LINE

                   WRITE REPORT-LINE

               END-IF

               CLOSE RUN-CONTROL-FILE

           END-IF.

       1000-LIST-HOLDS.

           OPEN INPUT ACCOUNT-MASTER

           IF ACCOUNT-MASTER-STATUS = "00"

               MOVE "Y" TO WS-MASTER-OPEN-SWITCH

           END-IF

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE

           STRING "ACCOUNT  HOLD         AMOUNT LAST DATE "
                  DELIMITED BY SIZE,
                  "FLAG     BY       REASON" DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           OPEN INPUT HOLD-FILE

           IF HOLD-FILE-STATUS NOT = "00"

               MOVE "NO HOLD FILE - NO HOLDS ON ANY ACCOUNT"
                 TO REPORT-LINE

               WRITE REPORT-LINE

           ELSE

               READ HOLD-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   IF HD-ACTIVE
                      AND HD-EXPIRY-DATE NUMERIC
                      AND HD-EXPIRY-DATE NOT < WS-BUSINESS-DATE

                       PERFORM 2000-REPORT-ONE-HOLD

                   END-IF

                   READ HOLD-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE HOLD-FILE

               MOVE "N" TO WS-EOF-SWITCH

               IF WS-CURRENT-ACCOUNT NOT = ZERO

                   PERFORM 2200-WRITE-ACCOUNT-LINE

               END-IF

           END-IF

           IF WS-MASTER-OPEN

               CLOSE ACCOUNT-MASTER

           END-IF.

       2000-REPORT-ONE-HOLD.

           IF HD-ACCOUNT NOT = WS-CURRENT-ACCOUNT

               IF WS-CURRENT-ACCOUNT NOT = ZERO

                   PERFORM 2200-WRITE-ACCOUNT-LINE

               END-IF

               PERFORM 2100-START-ACCOUNT

           END-IF

           ADD HD-AMOUNT TO WS-ACCOUNT-HELD

           ADD 1 TO WS-ACTIVE-COUNT

           ADD HD-AMOUNT TO WS-ACTIVE-TOTAL

           IF HD-EXPIRY-DATE NOT > WS-WARN-UNTIL

               MOVE "EXPIRING" TO WS-FLAG-TEXT

               ADD 1 TO WS-EXPIRING-COUNT

               ADD HD-AMOUNT TO WS-EXPIRING-TOTAL

           ELSE

               MOVE SPACES TO WS-FLAG-TEXT

           END-IF

           MOVE HD-HOLD-NO TO WS-HOLD-NO-DISPLAY

           MOVE HD-AMOUNT TO WS-AMOUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING HD-ACCOUNT DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-HOLD-NO-DISPLAY DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  HD-EXPIRY-DATE DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-FLAG-TEXT DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  HD-PLACED-BY DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  HD-REASON DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       2100-START-ACCOUNT.

           MOVE HD-ACCOUNT TO WS-CURRENT-ACCOUNT

           MOVE ZERO TO WS-ACCOUNT-HELD

           MOVE ZERO TO WS-ACCOUNT-BALANCE

           MOVE "(NOT ON MASTER)" TO WS-ACCOUNT-NAME

           ADD 1 TO WS-ACCOUNTS-HELD

           IF WS-MASTER-OPEN

               MOVE HD-ACCOUNT TO ACCT-NUMBER

               READ ACCOUNT-MASTER

                   INVALID KEY

                       CONTINUE

                   NOT INVALID KEY

                       MOVE ACCT-BALANCE TO WS-ACCOUNT-BALANCE

                       MOVE ACCT-NAME TO WS-ACCOUNT-NAME

               END-READ

           END-IF.

       2200-WRITE-ACCOUNT-LINE.

      *> Ledger less holds - the figure DRIVER refuses a debit
      *> against. A negative figure means the holds exceed the
      *> ledger and every debit on the account will be refused.
           COMPUTE WS-AVAILABLE = WS-ACCOUNT-BALANCE - WS-ACCOUNT-HELD

           MOVE WS-ACCOUNT-BALANCE TO WS-BALANCE-DISPLAY

           MOVE WS-AVAILABLE TO WS-AVAILABLE-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "         " DELIMITED BY SIZE,
                  WS-ACCOUNT-NAME DELIMITED BY SIZE,
                  " LEDGER " DELIMITED BY SIZE,
                  WS-BALANCE-DISPLAY DELIMITED BY SIZE,
                  " AVAILABLE " DELIMITED BY SIZE,
                  WS-AVAILABLE-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       9000-WRITE-TOTALS.

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-ACCOUNTS-HELD TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "ACCOUNTS UNDER HOLD: " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISPLAY

           MOVE WS-ACTIVE-TOTAL TO WS-AMOUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "ACTIVE HOLDS:        " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE,
                  " TOTAL " DELIMITED BY SIZE,
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-EXPIRING-COUNT TO WS-COUNT-DISPLAY

           MOVE WS-EXPIRING-TOTAL TO WS-AMOUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "EXPIRING HOLDS:      " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE,
                  " TOTAL " DELIMITED BY SIZE,
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
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

           IF WS-RUN-ABANDONED

               MOVE 8 TO RETURN-CODE

           ELSE

               MOVE 0 TO RETURN-CODE

           END-IF

           DISPLAY "HOLDRPT END OF JOB - ACTIVE: " WS-ACTIVE-COUNT
               " EXPIRING: " WS-EXPIRING-COUNT
               " ELAPSED: " WS-ELAPSED-SECONDS " SEC"
               " RC: " RETURN-CODE.
