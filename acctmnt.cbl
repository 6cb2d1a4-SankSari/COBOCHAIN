      *> Account lifecycle maintenance for data/account-master.dat -
      *> until now the only way to open, close, freeze or correct an
      *> account was a hand edit to the indexed file. Covers the full
      *> lifecycle (add - with the account's currency, fixed from
      *> then on, and its product, which must be on the GL chart -
      *> close, freeze/unfreeze, name, language and product
      *> changes), writing a change-log row for every touch the way
      *> PARMMNT logs parameter changes. Direct ACCT-BALANCE
      *> adjustments are deliberately NOT a one-operator action: one
      *> entered in error is REFUSED instead: the row flips to "R"
      *> without touching the master, so a mistake dies on the file
      *> rather than sitting approvable for whoever comes next.
      *> Unfreezing an account DORMANCY froze is its reactivation:
      *> the dormancy register row flips to "R" dated today, so the
      *> account's idle clock restarts instead of the next sweep
      *> freezing it again, and the reactivation is logged alongside
      *> the status change. Every new account names the customer who
      *> holds it (CUST-NUMBER, which must be on the customer master
      *> CUSTMNT keeps); menu C moves an account to another customer.

       ENVIRONMENT DIVISION.


               FILE STATUS IS ADJUSTMENT-FILE-STATUS.

           SELECT DORMANCY-REGISTER ASSIGN TO DORMANCY-REGISTER-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS DORMANCY-REGISTER-STATUS.

           SELECT CHANGE-LOG ASSIGN TO CHANGE-LOG-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS CHANGE-LOG-STATUS.

           SELECT CHART-FILE ASSIGN TO CHART-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS CHART-FILE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTOMER-MASTER-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS RANDOM

               RECORD KEY IS CUST-NUMBER

               FILE STATUS IS CUSTOMER-MASTER-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.

       FILE SECTION.

       COPY "acct-adjustment-record.cpy".

       FD  DORMANCY-REGISTER.

       COPY "dormancy-register-record.cpy".

       FD  CHANGE-LOG.

       COPY "parm-change-record.cpy".

       FD  CHART-FILE.

       COPY "gl-chart-record.cpy".

       FD  CUSTOMER-MASTER.

       COPY "customer-master-record.cpy".

       FD  RUN-CONTROL-FILE.

       COPY "run-control-record.cpy".

       WORKING-STORAGE SECTION.

       77  ACCOUNT-MASTER-PATH PIC X(60)

       77  ADJUSTMENT-FILE-STATUS PIC XX.

       77  DORMANCY-REGISTER-PATH PIC X(60)
           VALUE "data/dormancy-register.dat".

       77  DORMANCY-REGISTER-STATUS PIC XX.

       77  CHANGE-LOG-PATH   PIC X(60)
           VALUE "data/acctmnt-change-log.dat".

       77  CHANGE-LOG-STATUS PIC XX.

       77  CHART-FILE-PATH   PIC X(60) VALUE "data/gl-chart.dat".

       77  CHART-FILE-STATUS PIC XX.

       77  RUN-CONTROL-PATH  PIC X(60) VALUE "data/run-control.dat".

       77  RUN-CONTROL-STATUS PIC XX.

       77  CUSTOMER-MASTER-PATH PIC X(60)
           VALUE "data/customer-master.dat".

       77  CUSTOMER-MASTER-STATUS PIC XX.

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-NEW-LANGUAGE   PIC X(2).

       77  WS-NEW-CURRENCY   PIC X(3).

       77  WS-NEW-PRODUCT    PIC X(4).

       77  WS-PRODUCT-SWITCH PIC X.

           88  WS-PRODUCT-KNOWN VALUE "Y".

       77  WS-NEW-CUSTOMER   PIC 9(8).

       77  WS-CUSTOMER-SWITCH PIC X.

           88  WS-CUSTOMER-KNOWN VALUE "Y".

       77  WS-OLD-TEXT       PIC X(20).

      *> Pending-adjustment entry fields.

       77  WS-BALANCE-DISPLAY PIC Z(10)9.99-.

      *> DORMANCY's register, read and written back whole when a
      *> frozen account is unfrozen, the way the adjustment file is
      *> held above.
       77  WS-DORM-COUNT     PIC 9(4) COMP VALUE ZERO.

       77  WS-DORM-MAX       PIC 9(4) COMP VALUE 2000.

       77  WS-DORM-OVERFLOW-SWITCH PIC X VALUE "N".

           88  WS-DORM-OVERFLOW VALUE "Y".

       01  WS-DORM-TABLE.

           05  WS-DORM-ENTRY OCCURS 2000 TIMES.

               10  WS-DORM-ACCOUNT         PIC 9(8).

               10  WS-DORM-STATE           PIC X.

               10  WS-DORM-IDLE-SINCE      PIC 9(8).

               10  WS-DORM-STATE-DATE      PIC 9(8).

               10  WS-DORM-REACTIVATED-DATE PIC 9(8).

               10  WS-DORM-OPERATOR        PIC X(8).

       77  WS-DORM-SUB       PIC 9(4) COMP.

       77  WS-DORM-HIT       PIC 9(4) COMP.

       77  WS-BUSINESS-DATE  PIC 9(8) VALUE ZERO.

       SCREEN SECTION.

       01  S-SIGNON.

           05  LINE 6 COLUMN 5 VALUE "3 - FREEZE ACCOUNT".

           05  LINE 7 COLUMN 5
               VALUE "4 - UNFREEZE / REACTIVATE ACCOUNT".

           05  LINE 8 COLUMN 5 VALUE "5 - CHANGE ACCOUNT NAME".

           05  LINE 12 COLUMN 5
               VALUE "9 - REFUSE BALANCE ADJUSTMENT".

           05  LINE 13 COLUMN 5 VALUE "P - CHANGE PRODUCT CODE".

           05  LINE 14 COLUMN 5 VALUE "C - CHANGE CUSTOMER NUMBER".

           05  LINE 15 COLUMN 5 VALUE "X - EXIT".

           05  LINE 17 COLUMN 5 VALUE "CHOICE:".

           05  LINE 17 COLUMN 14 PIC X USING WS-MENU-CHOICE AUTO.

           05  LINE 19 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-ACCOUNT-PICK.


           05  LINE 6 COLUMN 25 PIC X(2) USING WS-NEW-LANGUAGE.

           05  LINE 7 COLUMN 5 VALUE "CURRENCY CODE:".

           05  LINE 7 COLUMN 25 PIC X(3) USING WS-NEW-CURRENCY.

           05  LINE 7 COLUMN 30 VALUE "(BLANK FOR BASE CURRENCY)".

           05  LINE 8 COLUMN 5 VALUE "PRODUCT CODE:".

           05  LINE 8 COLUMN 25 PIC X(4) USING WS-NEW-PRODUCT.

           05  LINE 9 COLUMN 5 VALUE "CUSTOMER NUMBER:".

           05  LINE 9 COLUMN 25 PIC 9(8) USING WS-NEW-CUSTOMER.

           05  LINE 9 COLUMN 35 VALUE "(BLANK NAME = CUSTOMER'S)".

           05  LINE 11 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-NAME-EDIT.


           05  LINE 7 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-PRODUCT-EDIT.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5 VALUE "CHANGE PRODUCT CODE".

           05  LINE 4 COLUMN 5 VALUE "ACCOUNT:".

           05  LINE 4 COLUMN 15 PIC 9(8) FROM WS-ACCOUNT-NUMBER.

           05  LINE 5 COLUMN 5 VALUE "PRODUCT:".

           05  LINE 5 COLUMN 15 PIC X(4) USING WS-NEW-PRODUCT.

           05  LINE 7 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-CUSTOMER-EDIT.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5 VALUE "CHANGE CUSTOMER NUMBER".

           05  LINE 4 COLUMN 5 VALUE "ACCOUNT:".

           05  LINE 4 COLUMN 15 PIC 9(8) FROM WS-ACCOUNT-NUMBER.

           05  LINE 5 COLUMN 5 VALUE "CUSTOMER:".

           05  LINE 5 COLUMN 15 PIC 9(8) USING WS-NEW-CUSTOMER.

           05  LINE 7 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-ADJUST-ENTER.

           05  BLANK SCREEN.

                   END-IF

               WHEN "P"

                   PERFORM 3700-CHANGE-PRODUCT

               WHEN "p"

                   PERFORM 3700-CHANGE-PRODUCT

               WHEN "C"

                   PERFORM 3900-CHANGE-CUSTOMER

               WHEN "c"

                   PERFORM 3900-CHANGE-CUSTOMER

               WHEN "X"

                   MOVE "Y" TO WS-EXIT-SWITCH

               WHEN OTHER

                   MOVE "CHOOSE 1-9, P, C OR X" TO WS-MESSAGE

           END-EVALUATE.


           MOVE "EN" TO WS-NEW-LANGUAGE

           MOVE SPACES TO WS-NEW-CURRENCY

           MOVE SPACES TO WS-NEW-PRODUCT

           MOVE ZERO TO WS-NEW-CUSTOMER

           DISPLAY S-OPEN-ACCOUNT

           ACCEPT S-OPEN-ACCOUNT

           PERFORM 2050-CHECK-PRODUCT-CODE

           PERFORM 2060-CHECK-CUSTOMER-NUMBER

      *> An account opened in the customer's own name need not have
      *> it typed twice.
           IF WS-NEW-NAME = SPACES AND WS-CUSTOMER-KNOWN

               MOVE CUST-NAME TO WS-NEW-NAME

           END-IF

           EVALUATE TRUE

               WHEN WS-ACCOUNT-NUMBER = ZERO

                   MOVE "ACCOUNT NUMBER REQUIRED" TO WS-MESSAGE

               WHEN WS-NEW-CUSTOMER = ZERO

                   MOVE "CUSTOMER NUMBER REQUIRED" TO WS-MESSAGE

               WHEN NOT WS-CUSTOMER-KNOWN

                   MOVE "CUSTOMER NOT ON THE CUSTOMER MASTER"
                     TO WS-MESSAGE

               WHEN WS-NEW-NAME = SPACES

                   MOVE "ACCOUNT NAME REQUIRED" TO WS-MESSAGE

                   MOVE "LANGUAGE CODE REQUIRED" TO WS-MESSAGE

      *> The currency is fixed for the account's life - there is no
      *> change option, since converting a balance that already has
      *> postings behind it is a closure and a new account, not an
      *> edit.
               WHEN WS-NEW-CURRENCY NOT = SPACES
                    AND (WS-NEW-CURRENCY NOT ALPHABETIC-UPPER
                         OR WS-NEW-CURRENCY(1:1) = SPACE
                         OR WS-NEW-CURRENCY(2:1) = SPACE
                         OR WS-NEW-CURRENCY(3:1) = SPACE)

                   MOVE "CURRENCY CODE MUST BE THREE LETTERS"
                     TO WS-MESSAGE

               WHEN WS-NEW-PRODUCT = SPACES

                   MOVE "PRODUCT CODE REQUIRED" TO WS-MESSAGE

               WHEN NOT WS-PRODUCT-KNOWN

                   MOVE "PRODUCT CODE NOT ON THE GL CHART" TO WS-MESSAGE

               WHEN OTHER

                   PERFORM 2100-WRITE-NEW-ACCOUNT

           END-EVALUATE.

       2050-CHECK-PRODUCT-CODE.

      *> A product the GL chart has never heard of would book every
      *> posting on the account to the suspense line - it must have
      *> at least one row of its own. "*" is the chart's any-product
      *> wildcard, never a product.
           MOVE "N" TO WS-PRODUCT-SWITCH

           IF WS-NEW-PRODUCT NOT = SPACES AND WS-NEW-PRODUCT NOT = "*"

               OPEN INPUT CHART-FILE

               IF CHART-FILE-STATUS = "00"

                   READ CHART-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

                   PERFORM UNTIL WS-EOF OR WS-PRODUCT-KNOWN

                       IF GLC-PRODUCT-CODE = WS-NEW-PRODUCT

                           MOVE "Y" TO WS-PRODUCT-SWITCH

                       END-IF

                       READ CHART-FILE

                           AT END MOVE "Y" TO WS-EOF-SWITCH

                       END-READ

                   END-PERFORM

                   CLOSE CHART-FILE

                   MOVE "N" TO WS-EOF-SWITCH

               END-IF

           END-IF.

       2060-CHECK-CUSTOMER-NUMBER.

      *> An account for a customer nobody has set up would have no
      *> address to send its notices to - the customer comes first,
      *> through CUSTMNT.
           MOVE "N" TO WS-CUSTOMER-SWITCH

           IF WS-NEW-CUSTOMER > ZERO

               OPEN INPUT CUSTOMER-MASTER

               IF CUSTOMER-MASTER-STATUS = "00"

                   MOVE WS-NEW-CUSTOMER TO CUST-NUMBER

                   READ CUSTOMER-MASTER

                       INVALID KEY

                           CONTINUE

                       NOT INVALID KEY

                           MOVE "Y" TO WS-CUSTOMER-SWITCH

                   END-READ

                   CLOSE CUSTOMER-MASTER

               END-IF

           END-IF.

       2100-WRITE-NEW-ACCOUNT.

           MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER

           MOVE WS-NEW-LANGUAGE TO ACCT-LANGUAGE-CODE

           MOVE WS-NEW-CURRENCY TO ACCT-CURRENCY-CODE

           MOVE WS-NEW-PRODUCT TO ACCT-PRODUCT-CODE

           MOVE WS-NEW-CUSTOMER TO ACCT-CUSTOMER-NUMBER

           MOVE "Y" TO WS-FOUND-SWITCH

           WRITE ACCOUNT-MASTER-RECORD

               PERFORM 8000-WRITE-CHANGE-LOG

               IF WS-NEW-CURRENCY NOT = SPACES

                   MOVE "ACCT-CURRENCY-CODE" TO PC-FIELD-NAME

                   MOVE SPACES TO PC-OLD-VALUE

                   MOVE WS-NEW-CURRENCY TO PC-NEW-VALUE

                   PERFORM 8000-WRITE-CHANGE-LOG

               END-IF

               MOVE "ACCT-PRODUCT-CODE" TO PC-FIELD-NAME

               MOVE SPACES TO PC-OLD-VALUE

               MOVE WS-NEW-PRODUCT TO PC-NEW-VALUE

               PERFORM 8000-WRITE-CHANGE-LOG

               MOVE "ACCT-CUSTOMER-NUMBER" TO PC-FIELD-NAME

               MOVE SPACES TO PC-OLD-VALUE

               MOVE WS-NEW-CUSTOMER TO PC-NEW-VALUE

               PERFORM 8000-WRITE-CHANGE-LOG

               MOVE "ACCOUNT OPENED" TO WS-MESSAGE

           ELSE

               ELSE

                   PERFORM 7600-LOAD-DORMANCY-REGISTER

                   PERFORM 7800-LOAD-RUN-CONTROL

                   EVALUATE TRUE

      *> A register too big to hold cannot be written back whole -
      *> unfreezing now could leave a dormant account's row saying
      *> "D" and the next sweep would freeze it straight back.
                       WHEN WS-DORM-OVERFLOW

                           MOVE "DORMANCY REGISTER FULL - UNFREEZE "
                             TO WS-MESSAGE

                           MOVE "REFUSED" TO WS-MESSAGE(35:)

      *> A reactivation is dated on the business day, the clock
      *> DORMANCY counts idle days on.
                       WHEN WS-BUSINESS-DATE = ZERO

                           MOVE "NO READABLE RUN CONTROL - UNFREEZE "
                             TO WS-MESSAGE

                           MOVE "REFUSED" TO WS-MESSAGE(36:)

                       WHEN OTHER

                           PERFORM 2750-RELEASE-FROZEN-ACCOUNT

                   END-EVALUATE

               END-IF

           END-IF.

       2750-RELEASE-FROZEN-ACCOUNT.

           MOVE ACCT-STATUS TO WS-OLD-TEXT

           MOVE "O" TO ACCT-STATUS

           REWRITE ACCOUNT-MASTER-RECORD

           MOVE "ACCT-STATUS" TO PC-FIELD-NAME

           MOVE WS-OLD-TEXT TO PC-OLD-VALUE

           MOVE "O" TO PC-NEW-VALUE

           PERFORM 8000-WRITE-CHANGE-LOG

           MOVE "ACCOUNT UNFROZEN" TO WS-MESSAGE

           MOVE ZERO TO WS-DORM-HIT

           PERFORM 7610-SCAN-FOR-DORMANT
               VARYING WS-DORM-SUB FROM 1 BY 1
               UNTIL WS-DORM-SUB > WS-DORM-COUNT OR WS-DORM-HIT > ZERO

           IF WS-DORM-HIT > ZERO

               MOVE "R" TO WS-DORM-STATE (WS-DORM-HIT)

               MOVE WS-BUSINESS-DATE TO WS-DORM-STATE-DATE (WS-DORM-HIT)

               MOVE WS-BUSINESS-DATE
                 TO WS-DORM-REACTIVATED-DATE (WS-DORM-HIT)

               MOVE WS-OPERATOR-ID TO WS-DORM-OPERATOR (WS-DORM-HIT)

               PERFORM 7700-WRITE-DORMANCY-REGISTER

               MOVE "DORMANCY" TO PC-FIELD-NAME

               MOVE "DORMANT" TO PC-OLD-VALUE

               MOVE "REACTIVATED" TO PC-NEW-VALUE

               PERFORM 8000-WRITE-CHANGE-LOG

               MOVE "DORMANT ACCOUNT REACTIVATED" TO WS-MESSAGE

           END-IF.

       3000-CHANGE-NAME.

           PERFORM 4000-PICK-AND-READ-ACCOUNT

           END-IF.

       3700-CHANGE-PRODUCT.

           PERFORM 4000-PICK-AND-READ-ACCOUNT

           IF WS-ACCOUNT-FOUND

               MOVE ACCT-PRODUCT-CODE TO WS-NEW-PRODUCT

               DISPLAY S-PRODUCT-EDIT

               ACCEPT S-PRODUCT-EDIT

               PERFORM 2050-CHECK-PRODUCT-CODE

               EVALUATE TRUE

                   WHEN WS-NEW-PRODUCT = ACCT-PRODUCT-CODE

                       MOVE "PRODUCT CODE UNCHANGED" TO WS-MESSAGE

                   WHEN WS-NEW-PRODUCT = SPACES

                       MOVE "PRODUCT CODE REQUIRED" TO WS-MESSAGE

                   WHEN NOT WS-PRODUCT-KNOWN

                       MOVE "PRODUCT CODE NOT ON THE GL CHART"
                         TO WS-MESSAGE

      *> The balance sits on the old product's GL line; re-labelling
      *> the account would move it to another line with no entry
      *> behind it and TRIALBAL could never tie again. Move the money
      *> out first.
                   WHEN ACCT-BALANCE NOT = ZERO

                       MOVE "BALANCE MUST BE ZERO TO CHANGE PRODUCT"
                         TO WS-MESSAGE

                   WHEN OTHER

                       MOVE "ACCT-PRODUCT-CODE" TO PC-FIELD-NAME

                       MOVE ACCT-PRODUCT-CODE TO PC-OLD-VALUE

                       MOVE WS-NEW-PRODUCT TO PC-NEW-VALUE

                       MOVE WS-NEW-PRODUCT TO ACCT-PRODUCT-CODE

                       REWRITE ACCOUNT-MASTER-RECORD

                       PERFORM 8000-WRITE-CHANGE-LOG

                       MOVE "PRODUCT CODE SAVED" TO WS-MESSAGE

               END-EVALUATE

           END-IF.

       3900-CHANGE-CUSTOMER.

      *> Moving an account to another customer (a death, a divorce,
      *> a business taking over a sole trader's account) - and the
      *> way to give an account opened before the customer master
      *> its customer. Its notices follow the new customer from the
      *> next run on.
           PERFORM 4000-PICK-AND-READ-ACCOUNT

           IF WS-ACCOUNT-FOUND

               MOVE ACCT-CUSTOMER-NUMBER TO WS-NEW-CUSTOMER

               DISPLAY S-CUSTOMER-EDIT

               ACCEPT S-CUSTOMER-EDIT

               PERFORM 2060-CHECK-CUSTOMER-NUMBER

               EVALUATE TRUE

                   WHEN WS-NEW-CUSTOMER = ACCT-CUSTOMER-NUMBER

                       MOVE "CUSTOMER NUMBER UNCHANGED" TO WS-MESSAGE

                   WHEN WS-NEW-CUSTOMER = ZERO

                       MOVE "CUSTOMER NUMBER REQUIRED" TO WS-MESSAGE

                   WHEN NOT WS-CUSTOMER-KNOWN

                       MOVE "CUSTOMER NOT ON THE CUSTOMER MASTER"
                         TO WS-MESSAGE

                   WHEN OTHER

                       MOVE "ACCT-CUSTOMER-NUMBER" TO PC-FIELD-NAME

                       MOVE ACCT-CUSTOMER-NUMBER TO PC-OLD-VALUE

                       MOVE WS-NEW-CUSTOMER TO PC-NEW-VALUE

                       MOVE WS-NEW-CUSTOMER TO ACCT-CUSTOMER-NUMBER

                       REWRITE ACCOUNT-MASTER-RECORD

                       PERFORM 8000-WRITE-CHANGE-LOG

                       MOVE "CUSTOMER NUMBER SAVED" TO WS-MESSAGE

               END-EVALUATE

           END-IF.

       4000-PICK-AND-READ-ACCOUNT.

           MOVE ZERO TO WS-ACCOUNT-NUMBER

           WRITE ACCT-ADJUSTMENT-RECORD.

       7600-LOAD-DORMANCY-REGISTER.

           MOVE ZERO TO WS-DORM-COUNT

           MOVE "N" TO WS-DORM-OVERFLOW-SWITCH

           OPEN INPUT DORMANCY-REGISTER

           IF DORMANCY-REGISTER-STATUS = "00"

               READ DORMANCY-REGISTER

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF OR WS-DORM-COUNT >= WS-DORM-MAX

                   ADD 1 TO WS-DORM-COUNT

                   MOVE WS-DORM-COUNT TO WS-DORM-SUB

                   MOVE DORMANCY-REGISTER-RECORD
                     TO WS-DORM-ENTRY (WS-DORM-SUB)

                   READ DORMANCY-REGISTER

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               IF NOT WS-EOF

                   MOVE "Y" TO WS-DORM-OVERFLOW-SWITCH

               END-IF

               CLOSE DORMANCY-REGISTER

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       7610-SCAN-FOR-DORMANT.

           IF WS-DORM-ACCOUNT (WS-DORM-SUB) = ACCT-NUMBER
              AND WS-DORM-STATE (WS-DORM-SUB) = "D"

               MOVE WS-DORM-SUB TO WS-DORM-HIT

           END-IF.

       7700-WRITE-DORMANCY-REGISTER.

           OPEN OUTPUT DORMANCY-REGISTER

           PERFORM 7710-WRITE-ONE-DORMANCY-ROW
               VARYING WS-DORM-SUB FROM 1 BY 1
               UNTIL WS-DORM-SUB > WS-DORM-COUNT

           CLOSE DORMANCY-REGISTER.

       7710-WRITE-ONE-DORMANCY-ROW.

           MOVE WS-DORM-ENTRY (WS-DORM-SUB) TO DORMANCY-REGISTER-RECORD

           WRITE DORMANCY-REGISTER-RECORD.

       7800-LOAD-RUN-CONTROL.

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

       8000-WRITE-CHANGE-LOG.

      *> PC-FILE-NAME carries the account the touch was against -
