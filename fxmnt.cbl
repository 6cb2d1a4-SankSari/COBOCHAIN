       IDENTIFICATION DIVISION.

       PROGRAM-ID.  FXMNT.

      *> Exchange-rate maintenance for data/fx-rates.dat - the signed-on
      *> way to key the day's rate for a currency pair, correct one
      *> keyed wrongly, or take one back out before it is used. DRIVER
      *> converts every foreign-currency posting at these rates, so
      *> this is level-2 work, and every entry, change and removal
      *> writes a row to the parameter change log the way PARMMNT
      *> logs the other control files. Pair plus business date is the
      *> key: a second entry for the same pair and day replaces the
      *> first rather than sitting beside it. A rate for a business
      *> date already behind the open day is closed - its postings
      *> went out at it - and can be shown but not touched.
      *> Re-naming the base currency (data/fx-parms.dat) changes what
      *> every blank account currency means, so that option wants
      *> level 3.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT RATE-FILE ASSIGN TO RATE-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RATE-FILE-STATUS.

           SELECT FX-PARM-FILE ASSIGN TO FX-PARM-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS FX-PARM-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT CHANGE-LOG ASSIGN TO CHANGE-LOG-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS CHANGE-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  RATE-FILE.

       COPY "fx-rate-record.cpy".

       FD  FX-PARM-FILE.

       COPY "fx-parm-record.cpy".

       FD  RUN-CONTROL-FILE.

       COPY "run-control-record.cpy".

       FD  CHANGE-LOG.

       COPY "parm-change-record.cpy".

       WORKING-STORAGE SECTION.

       77  RATE-FILE-PATH    PIC X(60) VALUE "data/fx-rates.dat".

       77  RATE-FILE-STATUS  PIC XX.

       77  FX-PARM-FILE-PATH PIC X(60) VALUE "data/fx-parms.dat".

       77  FX-PARM-FILE-STATUS PIC XX.

       77  RUN-CONTROL-PATH  PIC X(60) VALUE "data/run-control.dat".

       77  RUN-CONTROL-STATUS PIC XX.

       77  CHANGE-LOG-PATH   PIC X(60)
           VALUE "data/parmmnt-change-log.dat".

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

       77  WS-BUSINESS-DATE  PIC 9(8) VALUE ZERO.

      *> Entry fields the screens accept.
       77  WS-FROM-CURRENCY  PIC X(3) VALUE SPACES.

       77  WS-TO-CURRENCY    PIC X(3) VALUE SPACES.

       77  WS-RATE-DATE      PIC 9(8) VALUE ZERO.

       77  WS-RATE           PIC 9(5)V9(6) VALUE ZERO.

       77  WS-BASE-CURRENCY  PIC X(3) VALUE "USD".

       77  WS-NEW-BASE       PIC X(3) VALUE SPACES.

       77  WS-CHECK-CURRENCY PIC X(3).

       77  WS-CURRENCY-SWITCH PIC X.

           88  WS-CURRENCY-VALID VALUE "Y".

      *> The whole rate file, edited in place and written back as one
      *> unit, the way ORDMNT holds the order file.
       77  WS-RATE-COUNT     PIC 9(4) COMP VALUE ZERO.

       77  WS-RATE-MAX       PIC 9(4) COMP VALUE 5000.

       77  WS-RATE-OVERFLOW-SWITCH PIC X VALUE "N".

           88  WS-RATE-OVERFLOW VALUE "Y".

       01  WS-RATE-TABLE.

           05  WS-RATE-ENTRY OCCURS 5000 TIMES.

               10  WS-RT-FROM-CURRENCY PIC X(3).

               10  WS-RT-TO-CURRENCY   PIC X(3).

               10  WS-RT-BUSINESS-DATE PIC 9(8).

               10  WS-RT-RATE          PIC 9(5)V9(6).

               10  WS-RT-ENTERED-BY    PIC X(8).

               10  WS-RT-ENTERED-TS    PIC X(21).

       77  WS-RATE-SUB       PIC 9(4) COMP.

       77  WS-RATE-HIT       PIC 9(4) COMP.

       77  WS-RATE-DISPLAY   PIC Z(4)9.9(6).

       SCREEN SECTION.

       01  S-SIGNON.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5
               VALUE "COBOCHAIN EXCHANGE RATE MAINTENANCE".

           05  LINE 4 COLUMN 5 VALUE "OPERATOR ID:".

           05  LINE 4 COLUMN 19 PIC X(8) USING WS-OPERATOR-ID
               REQUIRED.

           05  LINE 5 COLUMN 5 VALUE "PASSWORD:".

           05  LINE 5 COLUMN 19 PIC X(8) USING WS-PASSWORD
               SECURE REQUIRED.

       01  S-MENU.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5
               VALUE "COBOCHAIN EXCHANGE RATE MAINTENANCE - MENU".

           05  LINE 3 COLUMN 5 VALUE "BASE CURRENCY:".

           05  LINE 3 COLUMN 20 PIC X(3) FROM WS-BASE-CURRENCY.

           05  LINE 3 COLUMN 26 VALUE "OPEN BUSINESS DATE:".

           05  LINE 3 COLUMN 46 PIC 9(8) FROM WS-BUSINESS-DATE.

           05  LINE 5 COLUMN 5 VALUE "1 - ENTER OR CHANGE RATE".

           05  LINE 6 COLUMN 5 VALUE "2 - REMOVE RATE".

           05  LINE 7 COLUMN 5 VALUE "3 - SHOW RATE".

           05  LINE 8 COLUMN 5 VALUE "4 - SET BASE CURRENCY".

           05  LINE 9 COLUMN 5 VALUE "X - EXIT".

           05  LINE 11 COLUMN 5 VALUE "CHOICE:".

           05  LINE 11 COLUMN 14 PIC X USING WS-MENU-CHOICE AUTO.

           05  LINE 13 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-RATE-ENTRY.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5 VALUE "ENTER OR CHANGE RATE".

           05  LINE 4 COLUMN 5 VALUE "FROM CURRENCY:".

           05  LINE 4 COLUMN 27 PIC X(3) USING WS-FROM-CURRENCY.

           05  LINE 5 COLUMN 5 VALUE "TO CURRENCY:".

           05  LINE 5 COLUMN 27 PIC X(3) USING WS-TO-CURRENCY.

           05  LINE 6 COLUMN 5 VALUE "BUSINESS DATE:".

           05  LINE 6 COLUMN 27 PIC 9(8) USING WS-RATE-DATE.

           05  LINE 7 COLUMN 5 VALUE "RATE:".

           05  LINE 7 COLUMN 27 PIC 9(5)V9(6) USING WS-RATE.

           05  LINE 8 COLUMN 5
               VALUE "(TO-CURRENCY UNITS FOR ONE FROM-CURRENCY UNIT)".

           05  LINE 10 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-RATE-PICK.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5 VALUE "EXCHANGE RATE".

           05  LINE 4 COLUMN 5 VALUE "FROM CURRENCY:".

           05  LINE 4 COLUMN 27 PIC X(3) USING WS-FROM-CURRENCY.

           05  LINE 5 COLUMN 5 VALUE "TO CURRENCY:".

           05  LINE 5 COLUMN 27 PIC X(3) USING WS-TO-CURRENCY.

           05  LINE 6 COLUMN 5 VALUE "BUSINESS DATE:".

           05  LINE 6 COLUMN 27 PIC 9(8) USING WS-RATE-DATE.

           05  LINE 8 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-BASE-EDIT.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5 VALUE "SET BASE CURRENCY".

           05  LINE 4 COLUMN 5 VALUE "BASE CURRENCY:".

           05  LINE 4 COLUMN 21 PIC X(3) USING WS-NEW-BASE.

           05  LINE 5 COLUMN 5
               VALUE "(EVERY ACCOUNT WITH NO CURRENCY IS HELD IN IT)".

           05  LINE 7 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

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

                       DISPLAY "FXMNT - NO OPERATOR FILE, "
                           "NOBODY IS AUTHORISED"

                   WHEN SS-LEVEL-DENIED

                       DISPLAY "FXMNT - LEVEL 2 REQUIRED FOR "
                           "RATE MAINTENANCE, ACCESS REFUSED"

                   WHEN OTHER

                       DISPLAY "FXMNT - OPERATOR OR PASSWORD "
                           "NOT RECOGNISED, ACCESS REFUSED"

               END-EVALUATE

               MOVE 8 TO RETURN-CODE

               GOBACK

           END-IF

           MOVE SS-GRANTED-LEVEL TO WS-GRANTED-LEVEL

           PERFORM 0060-LOAD-RUN-CONTROL

           IF WS-BUSINESS-DATE = ZERO

               DISPLAY "FXMNT - NO READABLE RUN CONTROL, "
                   "NO BUSINESS DATE TO JUDGE RATES AGAINST"

               MOVE 8 TO RETURN-CODE

               GOBACK

           END-IF

           PERFORM 0070-LOAD-BASE-CURRENCY

           OPEN EXTEND CHANGE-LOG

           IF CHANGE-LOG-STATUS NOT = "00"

               CLOSE CHANGE-LOG

               OPEN OUTPUT CHANGE-LOG

           END-IF

           PERFORM 7000-LOAD-RATES

           PERFORM 1000-MENU-ROUND UNTIL WS-EXIT-WANTED

           CLOSE CHANGE-LOG

           GOBACK.

       0060-LOAD-RUN-CONTROL.

      *> Rates are judged against the open business day: the day's
      *> own rate and later ones may be keyed, earlier ones are
      *> closed.
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

       0070-LOAD-BASE-CURRENCY.

           OPEN INPUT FX-PARM-FILE

           IF FX-PARM-FILE-STATUS = "00"

               READ FX-PARM-FILE

               IF FX-PARM-FILE-STATUS = "00"
                  AND FXP-BASE-CURRENCY NOT = SPACES

                   MOVE FXP-BASE-CURRENCY TO WS-BASE-CURRENCY

               END-IF

               CLOSE FX-PARM-FILE

           END-IF.

       1000-MENU-ROUND.

           DISPLAY S-MENU

           ACCEPT S-MENU

           MOVE SPACES TO WS-MESSAGE

           EVALUATE WS-MENU-CHOICE

               WHEN "1"

                   PERFORM 2000-ENTER-RATE

               WHEN "2"

                   PERFORM 3000-REMOVE-RATE

               WHEN "3"

                   PERFORM 4000-SHOW-RATE

               WHEN "4"

                   IF WS-GRANTED-LEVEL < 3

                       MOVE "LEVEL 3 REQUIRED TO SET THE BASE CURRENCY"
                         TO WS-MESSAGE

                   ELSE

                       PERFORM 5000-SET-BASE-CURRENCY

                   END-IF

               WHEN "X"

                   MOVE "Y" TO WS-EXIT-SWITCH

               WHEN "x"

                   MOVE "Y" TO WS-EXIT-SWITCH

               WHEN OTHER

                   MOVE "CHOOSE 1-4 OR X" TO WS-MESSAGE

           END-EVALUATE.

       2000-ENTER-RATE.

           IF WS-RATE-OVERFLOW

      *> A save would rewrite the file with only the loaded rows and
      *> destroy the rest - rates DRIVER would then never find.
               MOVE "RATE FILE EXCEEDS 5000 ROWS - SAVE REFUSED"
                 TO WS-MESSAGE

           ELSE

               MOVE SPACES TO WS-FROM-CURRENCY

               MOVE WS-BASE-CURRENCY TO WS-TO-CURRENCY

               MOVE WS-BUSINESS-DATE TO WS-RATE-DATE

               MOVE ZERO TO WS-RATE

               DISPLAY S-RATE-ENTRY

               ACCEPT S-RATE-ENTRY

               PERFORM 6000-FIND-RATE

               MOVE WS-FROM-CURRENCY TO WS-CHECK-CURRENCY

               PERFORM 2050-CHECK-CURRENCY-CODE

               IF WS-CURRENCY-VALID

                   MOVE WS-TO-CURRENCY TO WS-CHECK-CURRENCY

                   PERFORM 2050-CHECK-CURRENCY-CODE

               END-IF

               EVALUATE TRUE

                   WHEN NOT WS-CURRENCY-VALID

                       MOVE "CURRENCY CODES MUST BE THREE LETTERS"
                         TO WS-MESSAGE

                   WHEN WS-FROM-CURRENCY = WS-TO-CURRENCY

                       MOVE "FROM AND TO CURRENCY ARE THE SAME"
                         TO WS-MESSAGE

                   WHEN WS-RATE-DATE < WS-BUSINESS-DATE

                       MOVE "RATES BEFORE THE OPEN DAY ARE CLOSED"
                         TO WS-MESSAGE

                   WHEN WS-RATE = ZERO

                       MOVE "RATE REQUIRED" TO WS-MESSAGE

                   WHEN WS-RATE-HIT = ZERO
                        AND WS-RATE-COUNT >= WS-RATE-MAX

                       MOVE "RATE FILE FULL - RATE REFUSED"
                         TO WS-MESSAGE

                   WHEN OTHER

                       PERFORM 2100-SAVE-RATE

               END-EVALUATE

           END-IF.

       2050-CHECK-CURRENCY-CODE.

           MOVE "N" TO WS-CURRENCY-SWITCH

           IF WS-CHECK-CURRENCY IS ALPHABETIC-UPPER
              AND WS-CHECK-CURRENCY(1:1) NOT = SPACE
              AND WS-CHECK-CURRENCY(2:1) NOT = SPACE
              AND WS-CHECK-CURRENCY(3:1) NOT = SPACE

               MOVE "Y" TO WS-CURRENCY-SWITCH

           END-IF.

       2100-SAVE-RATE.

      *> Pair and date already on file: the keyed rate replaces the
      *> old one, which goes to the log. Otherwise a new row.
           IF WS-RATE-HIT > ZERO

               MOVE WS-RT-RATE (WS-RATE-HIT) TO WS-RATE-DISPLAY

               MOVE WS-RATE-DISPLAY TO PC-OLD-VALUE

           ELSE

               ADD 1 TO WS-RATE-COUNT

               MOVE WS-RATE-COUNT TO WS-RATE-HIT

               MOVE WS-FROM-CURRENCY
                 TO WS-RT-FROM-CURRENCY (WS-RATE-HIT)

               MOVE WS-TO-CURRENCY TO WS-RT-TO-CURRENCY (WS-RATE-HIT)

               MOVE WS-RATE-DATE TO WS-RT-BUSINESS-DATE (WS-RATE-HIT)

               MOVE SPACES TO PC-OLD-VALUE

           END-IF

           MOVE WS-RATE TO WS-RT-RATE (WS-RATE-HIT)

           MOVE WS-OPERATOR-ID TO WS-RT-ENTERED-BY (WS-RATE-HIT)

           MOVE FUNCTION CURRENT-DATE
             TO WS-RT-ENTERED-TS (WS-RATE-HIT)

           PERFORM 7500-WRITE-RATES

           MOVE WS-RATE TO WS-RATE-DISPLAY

           MOVE WS-RATE-DISPLAY TO PC-NEW-VALUE

           PERFORM 8000-WRITE-CHANGE-LOG

           MOVE "RATE SAVED" TO WS-MESSAGE.

       3000-REMOVE-RATE.

           IF WS-RATE-OVERFLOW

               MOVE "RATE FILE EXCEEDS 5000 ROWS - SAVE REFUSED"
                 TO WS-MESSAGE

           ELSE

               PERFORM 6100-PICK-RATE

               IF WS-RATE-HIT > ZERO

                   IF WS-RATE-DATE < WS-BUSINESS-DATE

                       MOVE "RATES BEFORE THE OPEN DAY ARE CLOSED"
                         TO WS-MESSAGE

                   ELSE

                       PERFORM 3100-APPLY-REMOVE

                   END-IF

               END-IF

           END-IF.

       3100-APPLY-REMOVE.

           MOVE WS-RT-RATE (WS-RATE-HIT) TO WS-RATE-DISPLAY

           MOVE WS-RATE-DISPLAY TO PC-OLD-VALUE

           MOVE "REMOVED" TO PC-NEW-VALUE

           PERFORM 3110-CLOSE-UP-ONE-ROW
               VARYING WS-RATE-SUB FROM WS-RATE-HIT BY 1
               UNTIL WS-RATE-SUB >= WS-RATE-COUNT

           SUBTRACT 1 FROM WS-RATE-COUNT

           PERFORM 7500-WRITE-RATES

           PERFORM 8000-WRITE-CHANGE-LOG

           MOVE "RATE REMOVED" TO WS-MESSAGE.

       3110-CLOSE-UP-ONE-ROW.

           MOVE WS-RATE-ENTRY (WS-RATE-SUB + 1)
             TO WS-RATE-ENTRY (WS-RATE-SUB).

       4000-SHOW-RATE.

           PERFORM 6100-PICK-RATE

           IF WS-RATE-HIT > ZERO

               MOVE WS-RT-RATE (WS-RATE-HIT) TO WS-RATE-DISPLAY

               MOVE SPACES TO WS-MESSAGE

               STRING WS-FROM-CURRENCY DELIMITED BY SIZE,
                      "/" DELIMITED BY SIZE,
                      WS-TO-CURRENCY DELIMITED BY SIZE,
                      " " DELIMITED BY SIZE,
                      WS-RATE-DATE DELIMITED BY SIZE,
                      " RATE " DELIMITED BY SIZE,
                      WS-RATE-DISPLAY DELIMITED BY SIZE,
                      " BY " DELIMITED BY SIZE,
                      WS-RT-ENTERED-BY (WS-RATE-HIT) DELIMITED BY SIZE
                 INTO WS-MESSAGE

           END-IF.

       5000-SET-BASE-CURRENCY.

      *> Every account opened without a currency, and every posting
      *> written before currencies existed, is in whatever this names
      *> - it is set once when the shop starts converting, not
      *> re-pointed casually, hence the level-3 gate at the menu.
           MOVE WS-BASE-CURRENCY TO WS-NEW-BASE

           DISPLAY S-BASE-EDIT

           ACCEPT S-BASE-EDIT

           MOVE WS-NEW-BASE TO WS-CHECK-CURRENCY

           PERFORM 2050-CHECK-CURRENCY-CODE

           EVALUATE TRUE

               WHEN NOT WS-CURRENCY-VALID

                   MOVE "CURRENCY CODE MUST BE THREE LETTERS"
                     TO WS-MESSAGE

               WHEN WS-NEW-BASE = WS-BASE-CURRENCY

                   MOVE "BASE CURRENCY UNCHANGED" TO WS-MESSAGE

               WHEN OTHER

                   OPEN OUTPUT FX-PARM-FILE

                   MOVE WS-NEW-BASE TO FXP-BASE-CURRENCY

                   WRITE FX-PARM-RECORD

                   CLOSE FX-PARM-FILE

                   MOVE WS-OPERATOR-ID TO PC-USER

                   MOVE "FX-PARMS" TO PC-FILE-NAME

                   MOVE "BASE-CURRENCY" TO PC-FIELD-NAME

                   MOVE WS-BASE-CURRENCY TO PC-OLD-VALUE

                   MOVE WS-NEW-BASE TO PC-NEW-VALUE

                   MOVE FUNCTION CURRENT-DATE TO PC-TIMESTAMP

                   WRITE PARM-CHANGE-RECORD

                   MOVE WS-NEW-BASE TO WS-BASE-CURRENCY

                   MOVE "BASE CURRENCY SAVED" TO WS-MESSAGE

           END-EVALUATE.

       6000-FIND-RATE.

           MOVE ZERO TO WS-RATE-HIT

           PERFORM 6010-SCAN-FOR-RATE
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT
                  OR WS-RATE-HIT > ZERO.

       6010-SCAN-FOR-RATE.

           IF WS-RT-FROM-CURRENCY (WS-RATE-SUB) = WS-FROM-CURRENCY
              AND WS-RT-TO-CURRENCY (WS-RATE-SUB) = WS-TO-CURRENCY
              AND WS-RT-BUSINESS-DATE (WS-RATE-SUB) = WS-RATE-DATE

               MOVE WS-RATE-SUB TO WS-RATE-HIT

           END-IF.

       6100-PICK-RATE.

           MOVE SPACES TO WS-FROM-CURRENCY

           MOVE WS-BASE-CURRENCY TO WS-TO-CURRENCY

           MOVE WS-BUSINESS-DATE TO WS-RATE-DATE

           DISPLAY S-RATE-PICK

           ACCEPT S-RATE-PICK

           PERFORM 6000-FIND-RATE

           IF WS-RATE-HIT = ZERO

               MOVE "NO RATE FOR THAT PAIR AND DATE" TO WS-MESSAGE

           END-IF.

       7000-LOAD-RATES.

           OPEN INPUT RATE-FILE

           IF RATE-FILE-STATUS = "00"

               READ RATE-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF OR WS-RATE-COUNT >= WS-RATE-MAX

                   ADD 1 TO WS-RATE-COUNT

                   MOVE WS-RATE-COUNT TO WS-RATE-SUB

                   MOVE FX-RATE-RECORD TO WS-RATE-ENTRY (WS-RATE-SUB)

                   READ RATE-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               IF NOT WS-EOF

                   MOVE "Y" TO WS-RATE-OVERFLOW-SWITCH

               END-IF

               CLOSE RATE-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       7500-WRITE-RATES.

           OPEN OUTPUT RATE-FILE

           PERFORM 7510-WRITE-ONE-RATE
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT

           CLOSE RATE-FILE.

       7510-WRITE-ONE-RATE.

           MOVE WS-RATE-ENTRY (WS-RATE-SUB) TO FX-RATE-RECORD

           WRITE FX-RATE-RECORD.

       8000-WRITE-CHANGE-LOG.

      *> The pair and date the touch was against stand in the field
      *> name - "EUR/USD 20260115" - so one grep of the log answers
      *> who set the rate a day's postings converted at.
           MOVE WS-OPERATOR-ID TO PC-USER

           MOVE "FX-RATES" TO PC-FILE-NAME

           MOVE SPACES TO PC-FIELD-NAME

           STRING WS-FROM-CURRENCY DELIMITED BY SIZE,
                  "/" DELIMITED BY SIZE,
                  WS-TO-CURRENCY DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-RATE-DATE DELIMITED BY SIZE
             INTO PC-FIELD-NAME

           MOVE FUNCTION CURRENT-DATE TO PC-TIMESTAMP

           WRITE PARM-CHANGE-RECORD.
