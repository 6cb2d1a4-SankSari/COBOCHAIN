       IDENTIFICATION DIVISION.

       PROGRAM-ID.  ORDMNT.

      *> Standing-order maintenance for data/standing-orders.dat - the
      *> signed-on way to set up a customer's recurring payment,
      *> cancel one, or put a failed one back to work once somebody
      *> has found out why DRIVER refused it. Orders move money
      *> every period without anyone keying it, so this is account
      *> maintenance at level 2, and every set-up, cancellation and
      *> re-activation writes a row to the account change log the
      *> way ACCTMNT and HOLDMNT do for every other touch on an
      *> account. ORDGEN raises the payments themselves.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCOUNT-MASTER-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS RANDOM

               RECORD KEY IS ACCT-NUMBER

               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT ORDER-FILE ASSIGN TO ORDER-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS ORDER-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT CHANGE-LOG ASSIGN TO CHANGE-LOG-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS CHANGE-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  ACCOUNT-MASTER.

       COPY "account-master-record.cpy".

       FD  ORDER-FILE.

       COPY "standing-order-record.cpy".

       FD  RUN-CONTROL-FILE.

       COPY "run-control-record.cpy".

       FD  CHANGE-LOG.

       COPY "parm-change-record.cpy".

       WORKING-STORAGE SECTION.

       77  ACCOUNT-MASTER-PATH PIC X(60)
           VALUE "data/account-master.dat".

       77  ACCOUNT-MASTER-STATUS PIC XX.

       77  ORDER-FILE-PATH   PIC X(60)
           VALUE "data/standing-orders.dat".

       77  ORDER-FILE-STATUS PIC XX.

       77  RUN-CONTROL-PATH  PIC X(60) VALUE "data/run-control.dat".

       77  RUN-CONTROL-STATUS PIC XX.

       77  CHANGE-LOG-PATH   PIC X(60)
           VALUE "data/acctmnt-change-log.dat".

       77  CHANGE-LOG-STATUS PIC XX.

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-OPERATOR-ID    PIC X(8) VALUE SPACES.

       77  WS-PASSWORD       PIC X(8) VALUE SPACES.

       77  WS-GRANTED-LEVEL  PIC 9 VALUE ZERO.

       COPY "secsign-parms.cpy".

       77  WS-MENU-CHOICE    PIC X VALUE SPACE.

       77  WS-EXIT-SWITCH    PIC X VALUE "N".

           88  WS-EXIT-WANTED VALUE "Y".

       77  WS-MESSAGE        PIC X(60) VALUE SPACES.

       77  WS-FOUND-SWITCH   PIC X.

           88  WS-ACCOUNT-FOUND VALUE "Y".

       77  WS-BUSINESS-DATE  PIC 9(8) VALUE ZERO.

      *> Entry fields the screens accept.
       77  WS-ORDER-NO       PIC 9(6) VALUE ZERO.

       77  WS-FROM-ACCOUNT   PIC 9(8) VALUE ZERO.

       77  WS-TO-ACCOUNT     PIC 9(8) VALUE ZERO.

       77  WS-ORDER-AMOUNT   PIC 9(6)V99 VALUE ZERO.

       77  WS-ORDER-TYPE     PIC X VALUE SPACE.

       77  WS-FREQUENCY      PIC X VALUE SPACE.

           88  WS-FREQUENCY-VALID VALUES "W" "F" "M" "Q" "Y".

       77  WS-START-DATE     PIC 9(8) VALUE ZERO.

       77  WS-END-DATE       PIC 9(8) VALUE ZERO.

       77  WS-TO-ACCOUNT-SWITCH PIC X.

           88  WS-TO-ACCOUNT-OK VALUE "Y".

      *> The whole order file, edited in place and written back as one
      *> unit, the way HOLDMNT holds the hold file.
       77  WS-ORDER-COUNT    PIC 9(4) COMP VALUE ZERO.

       77  WS-ORDER-MAX      PIC 9(4) COMP VALUE 500.

       77  WS-ORDER-OVERFLOW-SWITCH PIC X VALUE "N".

           88  WS-ORDER-OVERFLOW VALUE "Y".

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

       77  WS-ORDER-SUB      PIC 9(4) COMP.

       77  WS-ORDER-HIT      PIC 9(4) COMP.

       77  WS-NEXT-ORDER-NO  PIC 9(6) VALUE ZERO.

       77  WS-AMOUNT-DISPLAY PIC Z(5)9.99.

       77  WS-ORDER-DISPLAY  PIC Z(5)9.

       SCREEN SECTION.

       01  S-SIGNON.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5
               VALUE "COBOCHAIN STANDING ORDER MAINTENANCE".

           05  LINE 4 COLUMN 5 VALUE "OPERATOR ID:".

           05  LINE 4 COLUMN 19 PIC X(8) USING WS-OPERATOR-ID
               REQUIRED.

           05  LINE 5 COLUMN 5 VALUE "PASSWORD:".

           05  LINE 5 COLUMN 19 PIC X(8) USING WS-PASSWORD
               SECURE REQUIRED.

       01  S-MENU.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5
               VALUE "COBOCHAIN STANDING ORDER MAINTENANCE - MENU".

           05  LINE 4 COLUMN 5 VALUE "1 - SET UP ORDER".

           05  LINE 5 COLUMN 5 VALUE "2 - CANCEL ORDER".

           05  LINE 6 COLUMN 5 VALUE "3 - RE-ACTIVATE FAILED ORDER".

           05  LINE 7 COLUMN 5 VALUE "4 - SHOW ORDER".

           05  LINE 8 COLUMN 5 VALUE "X - EXIT".

           05  LINE 10 COLUMN 5 VALUE "CHOICE:".

           05  LINE 10 COLUMN 14 PIC X USING WS-MENU-CHOICE AUTO.

           05  LINE 12 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-SET-UP-ORDER.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5 VALUE "SET UP STANDING ORDER".

           05  LINE 4 COLUMN 5 VALUE "FROM ACCOUNT:".

           05  LINE 4 COLUMN 25 PIC 9(8) USING WS-FROM-ACCOUNT.

           05  LINE 5 COLUMN 5 VALUE "TYPE (D/X):".

           05  LINE 5 COLUMN 25 PIC X USING WS-ORDER-TYPE.

           05  LINE 5 COLUMN 30
               VALUE "(D PAYMENT OUT, X TRANSFER TO ACCOUNT)".

           05  LINE 6 COLUMN 5 VALUE "TO ACCOUNT:".

           05  LINE 6 COLUMN 25 PIC 9(8) USING WS-TO-ACCOUNT.

           05  LINE 7 COLUMN 5 VALUE "AMOUNT:".

           05  LINE 7 COLUMN 25 PIC 9(6)V99 USING WS-ORDER-AMOUNT.

           05  LINE 8 COLUMN 5 VALUE "FREQUENCY:".

           05  LINE 8 COLUMN 25 PIC X USING WS-FREQUENCY.

           05  LINE 8 COLUMN 30
               VALUE "(W, F FORTNIGHT, M, Q, Y)".

           05  LINE 9 COLUMN 5 VALUE "FIRST DUE (YYYYMMDD):".

           05  LINE 9 COLUMN 27 PIC 9(8) USING WS-START-DATE.

           05  LINE 10 COLUMN 5 VALUE "LAST DUE (YYYYMMDD):".

           05  LINE 10 COLUMN 27 PIC 9(8) USING WS-END-DATE.

           05  LINE 11 COLUMN 5
               VALUE "(99999999 UNTIL CANCELLED)".

           05  LINE 13 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-ORDER-PICK.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5 VALUE "STANDING ORDER".

           05  LINE 4 COLUMN 5 VALUE "ORDER NUMBER:".

           05  LINE 4 COLUMN 22 PIC 9(6) USING WS-ORDER-NO.

           05  LINE 6 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY S-SIGNON

           ACCEPT S-SIGNON

           MOVE WS-OPERATOR-ID TO SS-OPERATOR-ID

           MOVE WS-PASSWORD TO SS-PASSWORD

           MOVE 2 TO SS-REQUIRED-LEVEL

           CALL "SECSIGN" USING SECSIGN-PARMS

           IF NOT SS-GRANTED

               EVALUATE TRUE

                   WHEN SS-NO-OPERATOR-FILE

                       DISPLAY "ORDMNT - NO OPERATOR FILE, "
                           "NOBODY IS AUTHORISED"

                   WHEN SS-LEVEL-DENIED

                       DISPLAY "ORDMNT - LEVEL 2 REQUIRED FOR "
                           "ORDER MAINTENANCE, ACCESS REFUSED"

                   WHEN OTHER

                       DISPLAY "ORDMNT - OPERATOR OR PASSWORD "
                           "NOT RECOGNISED, ACCESS REFUSED"

               END-EVALUATE

               MOVE 8 TO RETURN-CODE

               GOBACK

           END-IF

           MOVE SS-GRANTED-LEVEL TO WS-GRANTED-LEVEL

           PERFORM 0060-LOAD-RUN-CONTROL

           IF WS-BUSINESS-DATE = ZERO

               DISPLAY "ORDMNT - NO READABLE RUN CONTROL, "
                   "NO BUSINESS DATE TO SCHEDULE FROM"

               MOVE 8 TO RETURN-CODE

               GOBACK

           END-IF

           OPEN INPUT ACCOUNT-MASTER

           IF ACCOUNT-MASTER-STATUS NOT = "00"

               DISPLAY "ORDMNT - CANNOT OPEN ACCOUNT MASTER, STATUS "
                   ACCOUNT-MASTER-STATUS

               MOVE 8 TO RETURN-CODE

               GOBACK

           END-IF

           OPEN EXTEND CHANGE-LOG

           IF CHANGE-LOG-STATUS NOT = "00"

               CLOSE CHANGE-LOG

               OPEN OUTPUT CHANGE-LOG

           END-IF

           PERFORM 7000-LOAD-ORDERS

           PERFORM 1000-MENU-ROUND UNTIL WS-EXIT-WANTED

           CLOSE CHANGE-LOG

           CLOSE ACCOUNT-MASTER

           GOBACK.

       0060-LOAD-RUN-CONTROL.

      *> An order's first due date is judged against the open
      *> business day - a schedule starting in the past would raise
      *> a payment the customer never asked for today.
           MOVE ZERO TO WS-BUSINESS-DATE

           OPEN INPUT RUN-CONTROL-FILE

           IF RUN-CONTROL-STATUS = "00"

               READ RUN-CONTROL-FILE

               IF RUN-CONTROL-STATUS = "00"
                  AND RC-BUSINESS-DATE NUMERIC

                   MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE

               END-IF

               CLOSE RUN-CONTROL-FILE

           END-IF.

       1000-MENU-ROUND.

           DISPLAY S-MENU

           ACCEPT S-MENU

           MOVE SPACES TO WS-MESSAGE

           EVALUATE WS-MENU-CHOICE

               WHEN "1"

                   PERFORM 2000-SET-UP-ORDER

               WHEN "2"

                   PERFORM 3000-CANCEL-ORDER

               WHEN "3"

                   PERFORM 4000-REACTIVATE-ORDER

               WHEN "4"

                   PERFORM 5000-SHOW-ORDER

               WHEN "X"

                   MOVE "Y" TO WS-EXIT-SWITCH

               WHEN "x"

                   MOVE "Y" TO WS-EXIT-SWITCH

               WHEN OTHER

                   MOVE "CHOOSE 1-4 OR X" TO WS-MESSAGE

           END-EVALUATE.

       2000-SET-UP-ORDER.

           IF WS-ORDER-OVERFLOW

      *> A save would rewrite the file with only the loaded rows and
      *> destroy the rest - orders that would then never be paid.
               MOVE "ORDER FILE EXCEEDS 500 ROWS - SAVE REFUSED"
                 TO WS-MESSAGE

           ELSE

               MOVE ZERO TO WS-FROM-ACCOUNT

               MOVE ZERO TO WS-TO-ACCOUNT

               MOVE ZERO TO WS-ORDER-AMOUNT

               MOVE "D" TO WS-ORDER-TYPE

               MOVE "M" TO WS-FREQUENCY

               MOVE WS-BUSINESS-DATE TO WS-START-DATE

               MOVE 99999999 TO WS-END-DATE

               DISPLAY S-SET-UP-ORDER

               ACCEPT S-SET-UP-ORDER

               MOVE WS-FROM-ACCOUNT TO ACCT-NUMBER

               PERFORM 6000-READ-ACCOUNT

               MOVE "Y" TO WS-TO-ACCOUNT-SWITCH

               IF WS-ACCOUNT-FOUND AND WS-ORDER-TYPE = "X"

                   PERFORM 2050-CHECK-TO-ACCOUNT

                   MOVE WS-FROM-ACCOUNT TO ACCT-NUMBER

                   PERFORM 6000-READ-ACCOUNT

               END-IF

               EVALUATE TRUE

                   WHEN NOT WS-ACCOUNT-FOUND

                       CONTINUE

                   WHEN NOT ACCT-OPEN

                       MOVE "ACCOUNT NOT OPEN - ORDER REFUSED"
                         TO WS-MESSAGE

                   WHEN WS-ORDER-TYPE NOT = "D"
                        AND WS-ORDER-TYPE NOT = "X"

                       MOVE "TYPE MUST BE D OR X" TO WS-MESSAGE

                   WHEN NOT WS-TO-ACCOUNT-OK

                       CONTINUE

                   WHEN WS-ORDER-AMOUNT = ZERO

                       MOVE "AMOUNT REQUIRED" TO WS-MESSAGE

                   WHEN NOT WS-FREQUENCY-VALID

                       MOVE "FREQUENCY MUST BE W, F, M, Q OR Y"
                         TO WS-MESSAGE

                   WHEN WS-START-DATE < WS-BUSINESS-DATE

                       MOVE "FIRST DUE IS BEFORE THE OPEN BUSINESS DATE"
                         TO WS-MESSAGE

                   WHEN WS-END-DATE < WS-START-DATE

                       MOVE "LAST DUE IS BEFORE THE FIRST DUE"
                         TO WS-MESSAGE

                   WHEN WS-ORDER-COUNT >= WS-ORDER-MAX

                       MOVE "ORDER FILE FULL - ORDER REFUSED"
                         TO WS-MESSAGE

                   WHEN OTHER

                       PERFORM 2100-ADD-ORDER

               END-EVALUATE

           END-IF.

       2050-CHECK-TO-ACCOUNT.

      *> A transfer order must land on an open account of ours other
      *> than the one paying - the same test DRIVER applies to every
      *> transfer, made here so the order is not refused every period.
           MOVE "N" TO WS-TO-ACCOUNT-SWITCH

           IF WS-TO-ACCOUNT = WS-FROM-ACCOUNT

               MOVE "TRANSFER TO THE SAME ACCOUNT" TO WS-MESSAGE

           ELSE

               MOVE WS-TO-ACCOUNT TO ACCT-NUMBER

               PERFORM 6000-READ-ACCOUNT

               IF WS-ACCOUNT-FOUND

                   IF ACCT-OPEN

                       MOVE "Y" TO WS-TO-ACCOUNT-SWITCH

                   ELSE

                       MOVE "TO ACCOUNT NOT OPEN" TO WS-MESSAGE

                   END-IF

               ELSE

                   MOVE "NO SUCH TO ACCOUNT" TO WS-MESSAGE

               END-IF

           END-IF.

       2100-ADD-ORDER.

      *> Order numbers only ever climb, so the file stays in order
      *> number order with each new order appended at the end.
           MOVE ZERO TO WS-NEXT-ORDER-NO

           PERFORM 2110-FIND-HIGHEST-ORDER
               VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-ORDER-COUNT

           ADD 1 TO WS-NEXT-ORDER-NO

           ADD 1 TO WS-ORDER-COUNT

           MOVE WS-ORDER-COUNT TO WS-ORDER-SUB

           MOVE WS-NEXT-ORDER-NO TO WS-ORD-ORDER-NO (WS-ORDER-SUB)

           MOVE WS-FROM-ACCOUNT TO WS-ORD-FROM-ACCOUNT (WS-ORDER-SUB)

           IF WS-ORDER-TYPE = "X"

               MOVE WS-TO-ACCOUNT TO WS-ORD-TO-ACCOUNT (WS-ORDER-SUB)

           ELSE

               MOVE ZERO TO WS-ORD-TO-ACCOUNT (WS-ORDER-SUB)

           END-IF

           MOVE WS-ORDER-AMOUNT TO WS-ORD-AMOUNT (WS-ORDER-SUB)

           MOVE WS-ORDER-TYPE TO WS-ORD-TXN-TYPE (WS-ORDER-SUB)

           MOVE WS-FREQUENCY TO WS-ORD-FREQUENCY (WS-ORDER-SUB)

           MOVE WS-START-DATE TO WS-ORD-START-DATE (WS-ORDER-SUB)

           MOVE WS-END-DATE TO WS-ORD-END-DATE (WS-ORDER-SUB)

           MOVE WS-START-DATE TO WS-ORD-NEXT-DUE (WS-ORDER-SUB)

           MOVE "A" TO WS-ORD-STATUS (WS-ORDER-SUB)

           MOVE ZERO TO WS-ORD-PENDING-KEY (WS-ORDER-SUB)

           MOVE ZERO TO WS-ORD-PENDING-DATE (WS-ORDER-SUB)

           MOVE ZERO TO WS-ORD-LAST-PAID-DATE (WS-ORDER-SUB)

           MOVE SPACES TO WS-ORD-FAIL-REASON (WS-ORDER-SUB)

           MOVE WS-OPERATOR-ID TO WS-ORD-SET-UP-BY (WS-ORDER-SUB)

           MOVE FUNCTION CURRENT-DATE
             TO WS-ORD-MAINT-TS (WS-ORDER-SUB)

           PERFORM 7500-WRITE-ORDERS

           MOVE "ORDER-SET-UP" TO PC-FIELD-NAME

           MOVE WS-NEXT-ORDER-NO TO WS-ORDER-DISPLAY

           MOVE SPACES TO PC-OLD-VALUE

           STRING "ORDER " DELIMITED BY SIZE,
                  WS-ORDER-DISPLAY DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-ORDER-TYPE DELIMITED BY SIZE,
                  WS-FREQUENCY DELIMITED BY SIZE
             INTO PC-OLD-VALUE

           MOVE WS-ORDER-AMOUNT TO WS-AMOUNT-DISPLAY

           MOVE WS-AMOUNT-DISPLAY TO PC-NEW-VALUE

           MOVE WS-FROM-ACCOUNT TO ACCT-NUMBER

           PERFORM 8000-WRITE-CHANGE-LOG

           MOVE SPACES TO WS-MESSAGE

           STRING "ORDER " DELIMITED BY SIZE,
                  WS-ORDER-DISPLAY DELIMITED BY SIZE,
                  " SET UP" DELIMITED BY SIZE
             INTO WS-MESSAGE.

       2110-FIND-HIGHEST-ORDER.

           IF WS-ORD-ORDER-NO (WS-ORDER-SUB) > WS-NEXT-ORDER-NO

               MOVE WS-ORD-ORDER-NO (WS-ORDER-SUB) TO WS-NEXT-ORDER-NO

           END-IF.

       3000-CANCEL-ORDER.

           IF WS-ORDER-OVERFLOW

               MOVE "ORDER FILE EXCEEDS 500 ROWS - SAVE REFUSED"
                 TO WS-MESSAGE

           ELSE

               PERFORM 6100-PICK-ORDER

               IF WS-ORDER-HIT > ZERO

                   IF WS-ORD-STATUS (WS-ORDER-HIT) = "A"
                      OR WS-ORD-STATUS (WS-ORDER-HIT) = "F"

                       PERFORM 3100-APPLY-CANCEL

                   ELSE

                       MOVE "ORDER ALREADY ENDED OR CANCELLED"
                         TO WS-MESSAGE

                   END-IF

               END-IF

           END-IF.

       3100-APPLY-CANCEL.

      *> A payment already raised stays in its transmission - ORDGEN
      *> still settles it against the postings, it just raises no
      *> more after it.
           MOVE "C" TO WS-ORD-STATUS (WS-ORDER-HIT)

           MOVE FUNCTION CURRENT-DATE
             TO WS-ORD-MAINT-TS (WS-ORDER-HIT)

           PERFORM 7500-WRITE-ORDERS

           MOVE "ORDER-CANCELLED" TO PC-FIELD-NAME

           MOVE WS-ORDER-NO TO WS-ORDER-DISPLAY

           MOVE SPACES TO PC-OLD-VALUE

           STRING "ORDER " DELIMITED BY SIZE,
                  WS-ORDER-DISPLAY DELIMITED BY SIZE
             INTO PC-OLD-VALUE

           MOVE WS-ORD-AMOUNT (WS-ORDER-HIT) TO WS-AMOUNT-DISPLAY

           MOVE WS-AMOUNT-DISPLAY TO PC-NEW-VALUE

           MOVE WS-ORD-FROM-ACCOUNT (WS-ORDER-HIT) TO ACCT-NUMBER

           PERFORM 8000-WRITE-CHANGE-LOG

           MOVE "ORDER CANCELLED" TO WS-MESSAGE.

       4000-REACTIVATE-ORDER.

           IF WS-ORDER-OVERFLOW

               MOVE "ORDER FILE EXCEEDS 500 ROWS - SAVE REFUSED"
                 TO WS-MESSAGE

           ELSE

               PERFORM 6100-PICK-ORDER

               IF WS-ORDER-HIT > ZERO

                   IF WS-ORD-STATUS (WS-ORDER-HIT) = "F"

                       PERFORM 4100-APPLY-REACTIVATE

                   ELSE

                       MOVE "ORDER IS NOT FLAGGED FAILED" TO WS-MESSAGE

                   END-IF

               END-IF

           END-IF.

       4100-APPLY-REACTIVATE.

      *> The next due date was held where the failed payment left it,
      *> so the first ORDGEN run after this raises that payment again
      *> - the customer's schedule resumes, nothing is skipped.
           MOVE "ORDER-REACTIVATED" TO PC-FIELD-NAME

           MOVE WS-ORD-FAIL-REASON (WS-ORDER-HIT) TO PC-OLD-VALUE

           MOVE WS-ORD-NEXT-DUE (WS-ORDER-HIT) TO PC-NEW-VALUE

           MOVE "A" TO WS-ORD-STATUS (WS-ORDER-HIT)

           MOVE SPACES TO WS-ORD-FAIL-REASON (WS-ORDER-HIT)

           MOVE FUNCTION CURRENT-DATE
             TO WS-ORD-MAINT-TS (WS-ORDER-HIT)

           PERFORM 7500-WRITE-ORDERS

           MOVE WS-ORD-FROM-ACCOUNT (WS-ORDER-HIT) TO ACCT-NUMBER

           PERFORM 8000-WRITE-CHANGE-LOG

           MOVE "ORDER RE-ACTIVATED" TO WS-MESSAGE.

       5000-SHOW-ORDER.

           PERFORM 6100-PICK-ORDER

           IF WS-ORDER-HIT > ZERO

               MOVE WS-ORD-AMOUNT (WS-ORDER-HIT) TO WS-AMOUNT-DISPLAY

               MOVE SPACES TO WS-MESSAGE

               IF WS-ORD-STATUS (WS-ORDER-HIT) = "F"

                   STRING "FAILED: " DELIMITED BY SIZE,
                          WS-ORD-FAIL-REASON (WS-ORDER-HIT)
                          DELIMITED BY SIZE,
                          " DUE " DELIMITED BY SIZE,
                          WS-ORD-NEXT-DUE (WS-ORDER-HIT)
                          DELIMITED BY SIZE
                     INTO WS-MESSAGE

               ELSE

                   STRING "STATUS " DELIMITED BY SIZE,
                          WS-ORD-STATUS (WS-ORDER-HIT)
                          DELIMITED BY SIZE,
                          " ACCOUNT " DELIMITED BY SIZE,
                          WS-ORD-FROM-ACCOUNT (WS-ORDER-HIT)
                          DELIMITED BY SIZE,
                          " AMOUNT " DELIMITED BY SIZE,
                          WS-AMOUNT-DISPLAY DELIMITED BY SIZE,
                          " NEXT DUE " DELIMITED BY SIZE,
                          WS-ORD-NEXT-DUE (WS-ORDER-HIT)
                          DELIMITED BY SIZE
                     INTO WS-MESSAGE

               END-IF

           END-IF.

       6000-READ-ACCOUNT.

           MOVE "N" TO WS-FOUND-SWITCH

           READ ACCOUNT-MASTER

               INVALID KEY

                   CONTINUE

               NOT INVALID KEY

                   MOVE "Y" TO WS-FOUND-SWITCH

           END-READ

           IF NOT WS-ACCOUNT-FOUND

               MOVE "NO SUCH ACCOUNT" TO WS-MESSAGE

           END-IF.

       6100-PICK-ORDER.

           MOVE ZERO TO WS-ORDER-NO

           DISPLAY S-ORDER-PICK

           ACCEPT S-ORDER-PICK

           MOVE ZERO TO WS-ORDER-HIT

           PERFORM 6110-SCAN-FOR-ORDER
               VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
                  OR WS-ORDER-HIT > ZERO

           IF WS-ORDER-HIT = ZERO

               MOVE "NO SUCH ORDER" TO WS-MESSAGE

           END-IF.

       6110-SCAN-FOR-ORDER.

           IF WS-ORD-ORDER-NO (WS-ORDER-SUB) = WS-ORDER-NO

               MOVE WS-ORDER-SUB TO WS-ORDER-HIT

           END-IF.

       7000-LOAD-ORDERS.

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

                   READ ORDER-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               IF NOT WS-EOF

                   MOVE "Y" TO WS-ORDER-OVERFLOW-SWITCH

               END-IF

               CLOSE ORDER-FILE

               MOVE "N" TO WS-EOF-SWITCH

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

       8000-WRITE-CHANGE-LOG.

      *> Same row shape and "AC:" key as ACCTMNT's account touches, on
      *> the same log, against the paying account.
           MOVE WS-OPERATOR-ID TO PC-USER

           MOVE SPACES TO PC-FILE-NAME

           STRING "AC:" DELIMITED BY SIZE,
                  ACCT-NUMBER DELIMITED BY SIZE
             INTO PC-FILE-NAME

           MOVE FUNCTION CURRENT-DATE TO PC-TIMESTAMP

           WRITE PARM-CHANGE-RECORD.
