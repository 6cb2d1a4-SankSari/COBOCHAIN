       IDENTIFICATION DIVISION.

       PROGRAM-ID.  HOLDMNT.

      *> Hold and lien maintenance for data/account-holds.dat - the
      *> signed-on way to set money aside on an account (a court
      *> lien, a pending-cheque hold, a collateral block) so DRIVER's
      *> funds check refuses a debit that would spend it. Placing a
      *> hold is account maintenance and needs level 2; releasing
      *> one frees money to be spent and needs level 3, checked at
      *> the menu the way ACCTMNT gates its balance adjustments.
      *> Every place and release writes a row to the account change
      *> log, so "who held this money, and who let it go" is one
      *> grep, exactly as it is for every other touch on an account.
      *> Hold numbers come from the high-water mark on
      *> data/hold-state.dat, not from the rows on file, so a number
      *> DATEROLL has swept away is never handed out again.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCOUNT-MASTER-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS RANDOM

               RECORD KEY IS ACCT-NUMBER

               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT HOLD-FILE ASSIGN TO HOLD-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT CHANGE-LOG ASSIGN TO CHANGE-LOG-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS CHANGE-LOG-STATUS.

           SELECT STATE-FILE ASSIGN TO STATE-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS STATE-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  ACCOUNT-MASTER.

       COPY "account-master-record.cpy".

       FD  HOLD-FILE.

       COPY "hold-record.cpy".

       FD  RUN-CONTROL-FILE.

       COPY "run-control-record.cpy".

       FD  CHANGE-LOG.

       COPY "parm-change-record.cpy".

       FD  STATE-FILE.

       COPY "hold-state-record.cpy".

       WORKING-STORAGE SECTION.

       77  ACCOUNT-MASTER-PATH PIC X(60)
           VALUE "data/account-master.dat".

       77  ACCOUNT-MASTER-STATUS PIC XX.

       77  HOLD-FILE-PATH    PIC X(60) VALUE "data/account-holds.dat".

       77  HOLD-FILE-STATUS  PIC XX.

       77  RUN-CONTROL-PATH  PIC X(60) VALUE "data/run-control.dat".

       77  RUN-CONTROL-STATUS PIC XX.

       77  CHANGE-LOG-PATH   PIC X(60)
           VALUE "data/acctmnt-change-log.dat".

       77  CHANGE-LOG-STATUS PIC XX.

       77  STATE-FILE-PATH   PIC X(60) VALUE "data/hold-state.dat".

       77  STATE-FILE-STATUS PIC XX.

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
       77  WS-ACCOUNT-NUMBER PIC 9(8) VALUE ZERO.

       77  WS-HOLD-NO        PIC 9(4) VALUE ZERO.

       77  WS-HOLD-AMOUNT    PIC 9(11)V99 VALUE ZERO.

       77  WS-HOLD-REASON    PIC X(30) VALUE SPACES.

       77  WS-HOLD-EXPIRY    PIC 9(8) VALUE ZERO.

      *> The whole hold file, edited in place and written back as one
      *> unit, the way ACCTMNT holds the adjustment file.
       77  WS-HOLD-COUNT     PIC 9(4) COMP VALUE ZERO.

       77  WS-HOLD-MAX       PIC 9(4) COMP VALUE 500.

       77  WS-HOLD-OVERFLOW-SWITCH PIC X VALUE "N".

           88  WS-HOLD-OVERFLOW VALUE "Y".

       01  WS-HOLD-TABLE.

           05  WS-HOLD-ENTRY OCCURS 500 TIMES.

               10  WS-HOLD-T-ACCOUNT    PIC 9(8).

               10  WS-HOLD-T-HOLD-NO    PIC 9(4).

               10  WS-HOLD-T-AMOUNT     PIC 9(11)V99.

               10  WS-HOLD-T-REASON     PIC X(30).

               10  WS-HOLD-T-STATUS     PIC X.

               10  WS-HOLD-T-PLACED-BY  PIC X(8).

               10  WS-HOLD-T-PLACED-DATE PIC 9(8).

               10  WS-HOLD-T-EXPIRY-DATE PIC 9(8).

               10  WS-HOLD-T-RELEASED-BY PIC X(8).

               10  WS-HOLD-T-PLACED-TS  PIC X(21).

               10  WS-HOLD-T-RELEASED-TS PIC X(21).

       77  WS-HOLD-SUB       PIC 9(4) COMP.

       77  WS-HOLD-HIT       PIC 9(4) COMP.

       77  WS-INSERT-AT      PIC 9(4) COMP.

       77  WS-NEXT-HOLD-NO   PIC 9(4) VALUE ZERO.

       77  WS-NUMBER-FREE-SWITCH PIC X VALUE "N".

           88  WS-NUMBER-FREE VALUE "Y".

       77  WS-STATE-FOUND-SWITCH PIC X VALUE "N".

           88  WS-STATE-FOUND VALUE "Y".

       77  WS-HELD-TOTAL     PIC 9(11)V99 VALUE ZERO.

       77  WS-HELD-COUNT     PIC 9(4) VALUE ZERO.

       77  WS-AMOUNT-DISPLAY PIC Z(10)9.99.

       77  WS-COUNT-DISPLAY  PIC Z(3)9.

       SCREEN SECTION.

       01  S-SIGNON.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5
               VALUE "COBOCHAIN HOLD AND LIEN MAINTENANCE".

           05  LINE 4 COLUMN 5 VALUE "OPERATOR ID:".

           05  LINE 4 COLUMN 19 PIC X(8) USING WS-OPERATOR-ID
               REQUIRED.

           05  LINE 5 COLUMN 5 VALUE "PASSWORD:".

           05  LINE 5 COLUMN 19 PIC X(8) USING WS-PASSWORD
               SECURE REQUIRED.

       01  S-MENU.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5
               VALUE "COBOCHAIN HOLD AND LIEN MAINTENANCE - MENU".

           05  LINE 4 COLUMN 5 VALUE "1 - PLACE HOLD".

           05  LINE 5 COLUMN 5 VALUE "2 - RELEASE HOLD".

           05  LINE 6 COLUMN 5 VALUE "3 - SHOW HELD TOTAL".

           05  LINE 7 COLUMN 5 VALUE "X - EXIT".

           05  LINE 9 COLUMN 5 VALUE "CHOICE:".

           05  LINE 9 COLUMN 14 PIC X USING WS-MENU-CHOICE AUTO.

           05  LINE 11 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-ACCOUNT-PICK.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5 VALUE "HOLD MAINTENANCE".

           05  LINE 4 COLUMN 5 VALUE "ACCOUNT NUMBER:".

           05  LINE 4 COLUMN 22 PIC 9(8) USING WS-ACCOUNT-NUMBER.

           05  LINE 6 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-PLACE-HOLD.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5 VALUE "PLACE HOLD".

           05  LINE 4 COLUMN 5 VALUE "ACCOUNT NUMBER:".

           05  LINE 4 COLUMN 25 PIC 9(8) USING WS-ACCOUNT-NUMBER.

           05  LINE 5 COLUMN 5 VALUE "AMOUNT:".

           05  LINE 5 COLUMN 25 PIC 9(11)V99 USING WS-HOLD-AMOUNT.

           05  LINE 6 COLUMN 5 VALUE "REASON:".

           05  LINE 6 COLUMN 25 PIC X(30) USING WS-HOLD-REASON.

           05  LINE 7 COLUMN 5 VALUE "EXPIRES (YYYYMMDD):".

           05  LINE 7 COLUMN 25 PIC 9(8) USING WS-HOLD-EXPIRY.

           05  LINE 8 COLUMN 5
               VALUE "(LAST DATE HELD - 99999999 UNTIL RELEASED)".

           05  LINE 10 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-RELEASE-HOLD.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5 VALUE "RELEASE HOLD".

           05  LINE 4 COLUMN 5 VALUE "ACCOUNT NUMBER:".

           05  LINE 4 COLUMN 25 PIC 9(8) USING WS-ACCOUNT-NUMBER.

           05  LINE 5 COLUMN 5 VALUE "HOLD NUMBER:".

           05  LINE 5 COLUMN 25 PIC 9(4) USING WS-HOLD-NO.

           05  LINE 7 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY S-SIGNON

           ACCEPT S-SIGNON

      *> Placing a hold needs level 2; release checks for level 3 at
      *> the menu, so a level-2 operator can protect money without
      *> being able to free it.
           MOVE WS-OPERATOR-ID TO SS-OPERATOR-ID

           MOVE WS-PASSWORD TO SS-PASSWORD

           MOVE 2 TO SS-REQUIRED-LEVEL

           CALL "SECSIGN" USING SECSIGN-PARMS

           IF NOT SS-GRANTED

               EVALUATE TRUE

                   WHEN SS-NO-OPERATOR-FILE

                       DISPLAY "HOLDMNT - NO OPERATOR FILE, "
                           "NOBODY IS AUTHORISED"

                   WHEN SS-LEVEL-DENIED

                       DISPLAY "HOLDMNT - LEVEL 2 REQUIRED FOR "
                           "HOLD MAINTENANCE, ACCESS REFUSED"

                   WHEN OTHER

                       DISPLAY "HOLDMNT - OPERATOR OR PASSWORD "
                           "NOT RECOGNISED, ACCESS REFUSED"

               END-EVALUATE

               MOVE 8 TO RETURN-CODE

               GOBACK

           END-IF

           MOVE SS-GRANTED-LEVEL TO WS-GRANTED-LEVEL

           PERFORM 0060-LOAD-RUN-CONTROL

           IF WS-BUSINESS-DATE = ZERO

               DISPLAY "HOLDMNT - NO READABLE RUN CONTROL, "
                   "NO BUSINESS DATE TO HOLD AGAINST"

               MOVE 8 TO RETURN-CODE

               GOBACK

           END-IF

           OPEN INPUT ACCOUNT-MASTER

           IF ACCOUNT-MASTER-STATUS NOT = "00"

               DISPLAY "HOLDMNT - CANNOT OPEN ACCOUNT MASTER, STATUS "
                   ACCOUNT-MASTER-STATUS

               MOVE 8 TO RETURN-CODE

               GOBACK

           END-IF

           OPEN EXTEND CHANGE-LOG

           IF CHANGE-LOG-STATUS NOT = "00"

               CLOSE CHANGE-LOG

               OPEN OUTPUT CHANGE-LOG

           END-IF

           PERFORM 7000-LOAD-HOLDS

           PERFORM 1000-MENU-ROUND UNTIL WS-EXIT-WANTED

           CLOSE CHANGE-LOG

           CLOSE ACCOUNT-MASTER

           GOBACK.

       0060-LOAD-RUN-CONTROL.

      *> A hold is placed on the open business day, and its expiry is
      *> judged against business dates - never the wall clock.
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

                   PERFORM 2000-PLACE-HOLD

               WHEN "2"

                   IF WS-GRANTED-LEVEL < 3

                       MOVE "LEVEL 3 REQUIRED TO RELEASE A HOLD"
                         TO WS-MESSAGE

                   ELSE

                       PERFORM 3000-RELEASE-HOLD

                   END-IF

               WHEN "3"

                   PERFORM 4000-SHOW-HELD-TOTAL

               WHEN "X"

                   MOVE "Y" TO WS-EXIT-SWITCH

               WHEN "x"

                   MOVE "Y" TO WS-EXIT-SWITCH

               WHEN OTHER

                   MOVE "CHOOSE 1-3 OR X" TO WS-MESSAGE

           END-EVALUATE.

       2000-PLACE-HOLD.

           IF WS-HOLD-OVERFLOW

      *> A save would rewrite the file with only the loaded rows and
      *> destroy the rest - holds DRIVER would then never see.
               MOVE "HOLD FILE EXCEEDS 500 ROWS - ROLL THE DAY FIRST"
                 TO WS-MESSAGE

           ELSE

               MOVE ZERO TO WS-ACCOUNT-NUMBER

               MOVE ZERO TO WS-HOLD-AMOUNT

               MOVE SPACES TO WS-HOLD-REASON

               MOVE 99999999 TO WS-HOLD-EXPIRY

               DISPLAY S-PLACE-HOLD

               ACCEPT S-PLACE-HOLD

               PERFORM 4100-READ-ACCOUNT

               EVALUATE TRUE

                   WHEN NOT WS-ACCOUNT-FOUND

                       CONTINUE

                   WHEN ACCT-CLOSED

                       MOVE "ACCOUNT CLOSED - NOTHING TO HOLD"
                         TO WS-MESSAGE

                   WHEN WS-HOLD-AMOUNT = ZERO

                       MOVE "AMOUNT REQUIRED" TO WS-MESSAGE

                   WHEN WS-HOLD-REASON = SPACES

                       MOVE "REASON REQUIRED" TO WS-MESSAGE

                   WHEN WS-HOLD-EXPIRY < WS-BUSINESS-DATE

                       MOVE "EXPIRY IS BEFORE THE OPEN BUSINESS DATE"
                         TO WS-MESSAGE

                   WHEN WS-HOLD-COUNT >= WS-HOLD-MAX

                       MOVE "HOLD FILE FULL - ROLL THE DAY FIRST"
                         TO WS-MESSAGE

                   WHEN OTHER

                       PERFORM 2100-ADD-HOLD

               END-EVALUATE

           END-IF.

       2100-ADD-HOLD.

      *> The new hold takes the next number past the high-water mark,
      *> saved before the hold itself is written so a failure between
      *> the two can only skip a number, never repeat one.
           PERFORM 7800-LOAD-HOLD-STATE

           MOVE "N" TO WS-NUMBER-FREE-SWITCH

           PERFORM 2105-TAKE-NEXT-HOLD-NO UNTIL WS-NUMBER-FREE

           PERFORM 7850-SAVE-HOLD-STATE

      *> It goes in behind the account's existing holds, so the file
      *> stays in account order.
           MOVE ZERO TO WS-INSERT-AT

           PERFORM 2110-FIND-INSERT-POINT
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                  OR WS-INSERT-AT > ZERO

           IF WS-INSERT-AT = ZERO

               COMPUTE WS-INSERT-AT = WS-HOLD-COUNT + 1

           END-IF

           PERFORM 2120-SHIFT-ONE-DOWN
               VARYING WS-HOLD-SUB FROM WS-HOLD-COUNT BY -1
               UNTIL WS-HOLD-SUB < WS-INSERT-AT

           ADD 1 TO WS-HOLD-COUNT

           MOVE WS-INSERT-AT TO WS-HOLD-SUB

           MOVE WS-ACCOUNT-NUMBER TO WS-HOLD-T-ACCOUNT (WS-HOLD-SUB)

           MOVE WS-NEXT-HOLD-NO TO WS-HOLD-T-HOLD-NO (WS-HOLD-SUB)

           MOVE WS-HOLD-AMOUNT TO WS-HOLD-T-AMOUNT (WS-HOLD-SUB)

           MOVE WS-HOLD-REASON TO WS-HOLD-T-REASON (WS-HOLD-SUB)

           MOVE "A" TO WS-HOLD-T-STATUS (WS-HOLD-SUB)

           MOVE WS-OPERATOR-ID TO WS-HOLD-T-PLACED-BY (WS-HOLD-SUB)

           MOVE WS-BUSINESS-DATE
             TO WS-HOLD-T-PLACED-DATE (WS-HOLD-SUB)

           MOVE WS-HOLD-EXPIRY TO WS-HOLD-T-EXPIRY-DATE (WS-HOLD-SUB)

           MOVE SPACES TO WS-HOLD-T-RELEASED-BY (WS-HOLD-SUB)

           MOVE FUNCTION CURRENT-DATE
             TO WS-HOLD-T-PLACED-TS (WS-HOLD-SUB)

           MOVE SPACES TO WS-HOLD-T-RELEASED-TS (WS-HOLD-SUB)

           PERFORM 7500-WRITE-HOLDS

           MOVE "HOLD-PLACED" TO PC-FIELD-NAME

           MOVE WS-NEXT-HOLD-NO TO WS-COUNT-DISPLAY

           MOVE SPACES TO PC-OLD-VALUE

           STRING "HOLD " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO PC-OLD-VALUE

           MOVE WS-HOLD-AMOUNT TO WS-AMOUNT-DISPLAY

           MOVE WS-AMOUNT-DISPLAY TO PC-NEW-VALUE

           PERFORM 8000-WRITE-CHANGE-LOG

           MOVE SPACES TO WS-MESSAGE

           STRING "HOLD " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE,
                  " PLACED" DELIMITED BY SIZE
             INTO WS-MESSAGE.

       2105-TAKE-NEXT-HOLD-NO.

      *> Past 9999 the numbers start again at 1, skipping any the
      *> account still has on file - a hold number only has to name
      *> one hold of the account at a time.
           IF WS-NEXT-HOLD-NO = 9999

               MOVE 1 TO WS-NEXT-HOLD-NO

           ELSE

               ADD 1 TO WS-NEXT-HOLD-NO

           END-IF

           MOVE "Y" TO WS-NUMBER-FREE-SWITCH

           PERFORM 2106-CHECK-NUMBER-FREE
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.

       2106-CHECK-NUMBER-FREE.

           IF WS-HOLD-T-ACCOUNT (WS-HOLD-SUB) = WS-ACCOUNT-NUMBER
              AND WS-HOLD-T-HOLD-NO (WS-HOLD-SUB) = WS-NEXT-HOLD-NO

               MOVE "N" TO WS-NUMBER-FREE-SWITCH

           END-IF.

       2110-FIND-INSERT-POINT.

           IF WS-HOLD-T-ACCOUNT (WS-HOLD-SUB) > WS-ACCOUNT-NUMBER

               MOVE WS-HOLD-SUB TO WS-INSERT-AT

           END-IF.

       2120-SHIFT-ONE-DOWN.

           MOVE WS-HOLD-ENTRY (WS-HOLD-SUB)
             TO WS-HOLD-ENTRY (WS-HOLD-SUB + 1).

       3000-RELEASE-HOLD.

           IF WS-HOLD-OVERFLOW

               MOVE "HOLD FILE EXCEEDS 500 ROWS - ROLL THE DAY FIRST"
                 TO WS-MESSAGE

           ELSE

               MOVE ZERO TO WS-ACCOUNT-NUMBER

               MOVE ZERO TO WS-HOLD-NO

               DISPLAY S-RELEASE-HOLD

               ACCEPT S-RELEASE-HOLD

               MOVE ZERO TO WS-HOLD-HIT

               PERFORM 3100-SCAN-FOR-HOLD
                   VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                      OR WS-HOLD-HIT > ZERO

               IF WS-HOLD-HIT = ZERO

                   MOVE "NO ACTIVE HOLD WITH THAT NUMBER ON THE ACCOUNT"
                     TO WS-MESSAGE

               ELSE

                   PERFORM 3200-APPLY-RELEASE

               END-IF

           END-IF.

       3100-SCAN-FOR-HOLD.

           IF WS-HOLD-T-ACCOUNT (WS-HOLD-SUB) = WS-ACCOUNT-NUMBER
              AND WS-HOLD-T-HOLD-NO (WS-HOLD-SUB) = WS-HOLD-NO
              AND WS-HOLD-T-STATUS (WS-HOLD-SUB) = "A"

               MOVE WS-HOLD-SUB TO WS-HOLD-HIT

           END-IF.

       3200-APPLY-RELEASE.

      *> The row stays on file marked "R" with the releasing
      *> operator on it until DATEROLL drops it - DRIVER ignores it
      *> from this moment.
           MOVE "R" TO WS-HOLD-T-STATUS (WS-HOLD-HIT)

           MOVE WS-OPERATOR-ID TO WS-HOLD-T-RELEASED-BY (WS-HOLD-HIT)

           MOVE FUNCTION CURRENT-DATE
             TO WS-HOLD-T-RELEASED-TS (WS-HOLD-HIT)

           PERFORM 7500-WRITE-HOLDS

           MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER

           MOVE "HOLD-RELEASED" TO PC-FIELD-NAME

           MOVE WS-HOLD-NO TO WS-COUNT-DISPLAY

           MOVE SPACES TO PC-OLD-VALUE

           STRING "HOLD " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO PC-OLD-VALUE

           MOVE WS-HOLD-T-AMOUNT (WS-HOLD-HIT) TO WS-AMOUNT-DISPLAY

           MOVE WS-AMOUNT-DISPLAY TO PC-NEW-VALUE

           PERFORM 8000-WRITE-CHANGE-LOG

           MOVE "HOLD RELEASED" TO WS-MESSAGE.

       4000-SHOW-HELD-TOTAL.

           MOVE ZERO TO WS-ACCOUNT-NUMBER

           DISPLAY S-ACCOUNT-PICK

           ACCEPT S-ACCOUNT-PICK

           PERFORM 4100-READ-ACCOUNT

           IF WS-ACCOUNT-FOUND

               MOVE ZERO TO WS-HELD-TOTAL

               MOVE ZERO TO WS-HELD-COUNT

               PERFORM 4200-ADD-ONE-ACTIVE-HOLD
                   VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT

               MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY

               MOVE WS-HELD-TOTAL TO WS-AMOUNT-DISPLAY

               MOVE SPACES TO WS-MESSAGE

               STRING WS-COUNT-DISPLAY DELIMITED BY SIZE,
                      " ACTIVE HOLD(S) TOTAL " DELIMITED BY SIZE,
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                 INTO WS-MESSAGE

           END-IF.

       4100-READ-ACCOUNT.

           MOVE "N" TO WS-FOUND-SWITCH

           MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER

           READ ACCOUNT-MASTER

               INVALID KEY

                   CONTINUE

               NOT INVALID KEY

                   MOVE "Y" TO WS-FOUND-SWITCH

           END-READ

           IF NOT WS-ACCOUNT-FOUND

               MOVE "NO SUCH ACCOUNT" TO WS-MESSAGE

           END-IF.

       4200-ADD-ONE-ACTIVE-HOLD.

      *> The same test DRIVER applies: active, and not yet past its
      *> last held business date.
           IF WS-HOLD-T-ACCOUNT (WS-HOLD-SUB) = WS-ACCOUNT-NUMBER
              AND WS-HOLD-T-STATUS (WS-HOLD-SUB) = "A"
              AND WS-HOLD-T-EXPIRY-DATE (WS-HOLD-SUB)
                  NOT < WS-BUSINESS-DATE

               ADD 1 TO WS-HELD-COUNT

               ADD WS-HOLD-T-AMOUNT (WS-HOLD-SUB) TO WS-HELD-TOTAL

           END-IF.

       7000-LOAD-HOLDS.

           OPEN INPUT HOLD-FILE

           IF HOLD-FILE-STATUS = "00"

               READ HOLD-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF OR WS-HOLD-COUNT >= WS-HOLD-MAX

                   ADD 1 TO WS-HOLD-COUNT

                   MOVE WS-HOLD-COUNT TO WS-HOLD-SUB

                   MOVE HOLD-RECORD TO WS-HOLD-ENTRY (WS-HOLD-SUB)

                   READ HOLD-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               IF NOT WS-EOF

                   MOVE "Y" TO WS-HOLD-OVERFLOW-SWITCH

               END-IF

               CLOSE HOLD-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       7500-WRITE-HOLDS.

           OPEN OUTPUT HOLD-FILE

           PERFORM 7510-WRITE-ONE-HOLD
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT

           CLOSE HOLD-FILE.

       7510-WRITE-ONE-HOLD.

           MOVE WS-HOLD-ENTRY (WS-HOLD-SUB) TO HOLD-RECORD

           WRITE HOLD-RECORD.

       7800-LOAD-HOLD-STATE.

           MOVE ZERO TO WS-NEXT-HOLD-NO

           MOVE "N" TO WS-STATE-FOUND-SWITCH

           OPEN INPUT STATE-FILE

           IF STATE-FILE-STATUS = "00"

               READ STATE-FILE

               IF STATE-FILE-STATUS = "00"
                  AND HLS-LAST-HOLD-NO NUMERIC

                   MOVE HLS-LAST-HOLD-NO TO WS-NEXT-HOLD-NO

                   MOVE "Y" TO WS-STATE-FOUND-SWITCH

               END-IF

               CLOSE STATE-FILE

           END-IF

      *> No mark yet - start past the highest number still on file,
      *> whichever account holds it.
           IF NOT WS-STATE-FOUND

               PERFORM 7810-SEED-FROM-HOLD-ROW
                   VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT

           END-IF.

       7810-SEED-FROM-HOLD-ROW.

           IF WS-HOLD-T-HOLD-NO (WS-HOLD-SUB) > WS-NEXT-HOLD-NO

               MOVE WS-HOLD-T-HOLD-NO (WS-HOLD-SUB) TO WS-NEXT-HOLD-NO

           END-IF.

       7850-SAVE-HOLD-STATE.

           MOVE WS-NEXT-HOLD-NO TO HLS-LAST-HOLD-NO

           OPEN OUTPUT STATE-FILE

           WRITE HOLD-STATE-RECORD

           CLOSE STATE-FILE.

       8000-WRITE-CHANGE-LOG.

      *> Same row shape and "AC:" key as ACCTMNT's account touches, on
      *> the same log - holds are part of the account's history.
           MOVE WS-OPERATOR-ID TO PC-USER

           MOVE SPACES TO PC-FILE-NAME

           STRING "AC:" DELIMITED BY SIZE,
                  ACCT-NUMBER DELIMITED BY SIZE
             INTO PC-FILE-NAME

           MOVE FUNCTION CURRENT-DATE TO PC-TIMESTAMP

           WRITE PARM-CHANGE-RECORD.
