       IDENTIFICATION DIVISION.

       PROGRAM-ID.  CUSTMNT.

      *> Customer maintenance for data/customer-master.dat - the
      *> person behind the accounts. Adds a customer and changes the
      *> name, mailing address, notice language and delivery
      *> preference, writing a change-log row for every touch the way
      *> ACCTMNT logs account changes (PC-FILE-NAME "CU:" plus the
      *> customer number). A change of name is made once, here: every
      *> account of the customer still titled with the old name is
      *> re-titled in the same step and each re-title is logged as an
      *> "AC:" row on ACCTMNT's own change log, so the customer's
      *> three accounts no longer need three trips through ACCTMNT
      *> and an account's history still reads from one file.
      *> Accounts carrying a title of their own (a business name, a
      *> joint title) are left alone.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTOMER-MASTER-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS RANDOM

               RECORD KEY IS CUST-NUMBER

               FILE STATUS IS CUSTOMER-MASTER-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCOUNT-MASTER-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS DYNAMIC

               RECORD KEY IS ACCT-NUMBER

               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT CHANGE-LOG ASSIGN TO CHANGE-LOG-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS CHANGE-LOG-STATUS.

           SELECT ACCOUNT-CHANGE-LOG ASSIGN TO ACCOUNT-CHANGE-LOG-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS ACCOUNT-CHANGE-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CUSTOMER-MASTER.

       COPY "customer-master-record.cpy".

       FD  ACCOUNT-MASTER.

       COPY "account-master-record.cpy".

       FD  CHANGE-LOG.

       COPY "parm-change-record.cpy".

      *> Same row layout as PARM-CHANGE-RECORD, built there and moved
      *> across whole.
       FD  ACCOUNT-CHANGE-LOG.

       01  ACCOUNT-CHANGE-LINE         PIC X(101).

       WORKING-STORAGE SECTION.

       77  CUSTOMER-MASTER-PATH PIC X(60)
           VALUE "data/customer-master.dat".

       77  CUSTOMER-MASTER-STATUS PIC XX.

       77  ACCOUNT-MASTER-PATH PIC X(60)
           VALUE "data/account-master.dat".

       77  ACCOUNT-MASTER-STATUS PIC XX.

       77  CHANGE-LOG-PATH   PIC X(60)
           VALUE "data/custmnt-change-log.dat".

       77  CHANGE-LOG-STATUS PIC XX.

       77  ACCOUNT-CHANGE-LOG-PATH PIC X(60)
           VALUE "data/acctmnt-change-log.dat".

       77  ACCOUNT-CHANGE-LOG-STATUS PIC XX.

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-OPERATOR-ID    PIC X(8) VALUE SPACES.

       77  WS-PASSWORD       PIC X(8) VALUE SPACES.

       COPY "secsign-parms.cpy".

       77  WS-MENU-CHOICE    PIC X VALUE SPACE.

       77  WS-EXIT-SWITCH    PIC X VALUE "N".

           88  WS-EXIT-WANTED VALUE "Y".

       77  WS-MESSAGE        PIC X(60) VALUE SPACES.

       77  WS-FOUND-SWITCH   PIC X.

           88  WS-CUSTOMER-FOUND VALUE "Y".

      *> Edit copies of the customer fields the screens accept.
       77  WS-CUSTOMER-NUMBER PIC 9(8) VALUE ZERO.

       77  WS-NEW-NAME       PIC X(30).

       01  WS-NEW-ADDRESS.

           05  WS-NEW-ADDRESS-LINE OCCURS 3 TIMES PIC X(30).

       77  WS-NEW-POSTAL-CODE PIC X(10).

       77  WS-NEW-LANGUAGE   PIC X(2).

       77  WS-NEW-DELIVERY   PIC X.

           88  WS-DELIVERY-VALID VALUE "P" "E".

       77  WS-NEW-EMAIL      PIC X(40).

       77  WS-LINE-SUB       PIC 9.

       77  WS-CHANGED-SWITCH PIC X.

           88  WS-SOMETHING-CHANGED VALUE "Y".

      *> Name re-title of the customer's accounts.
       77  WS-OLD-NAME       PIC X(30).

       77  WS-RETITLED-COUNT PIC 9(4) VALUE ZERO.

       77  WS-COUNT-DISPLAY  PIC Z(3)9.

       SCREEN SECTION.

       01  S-SIGNON.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5
               VALUE "COBOCHAIN CUSTOMER MAINTENANCE".

           05  LINE 4 COLUMN 5 VALUE "OPERATOR ID:".

           05  LINE 4 COLUMN 19 PIC X(8) USING WS-OPERATOR-ID
               REQUIRED.

           05  LINE 5 COLUMN 5 VALUE "PASSWORD:".

           05  LINE 5 COLUMN 19 PIC X(8) USING WS-PASSWORD
               SECURE REQUIRED.

       01  S-MENU.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5
               VALUE "COBOCHAIN CUSTOMER MAINTENANCE - MENU".

           05  LINE 4 COLUMN 5 VALUE "1 - ADD NEW CUSTOMER".

           05  LINE 5 COLUMN 5 VALUE "2 - CHANGE CUSTOMER NAME".

           05  LINE 6 COLUMN 5 VALUE "3 - CHANGE MAILING ADDRESS".

           05  LINE 7 COLUMN 5 VALUE "4 - CHANGE LANGUAGE CODE".

           05  LINE 8 COLUMN 5
               VALUE "5 - CHANGE DELIVERY PREFERENCE".

           05  LINE 9 COLUMN 5 VALUE "X - EXIT".

           05  LINE 11 COLUMN 5 VALUE "CHOICE:".

           05  LINE 11 COLUMN 14 PIC X USING WS-MENU-CHOICE AUTO.

           05  LINE 13 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-CUSTOMER-PICK.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5 VALUE "CUSTOMER MAINTENANCE".

           05  LINE 4 COLUMN 5 VALUE "CUSTOMER NUMBER:".

           05  LINE 4 COLUMN 23 PIC 9(8) USING WS-CUSTOMER-NUMBER.

           05  LINE 6 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-ADD-CUSTOMER.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5 VALUE "ADD NEW CUSTOMER".

           05  LINE 4 COLUMN 5 VALUE "CUSTOMER NUMBER:".

           05  LINE 4 COLUMN 25 PIC 9(8) USING WS-CUSTOMER-NUMBER.

           05  LINE 5 COLUMN 5 VALUE "CUSTOMER NAME:".

           05  LINE 5 COLUMN 25 PIC X(30) USING WS-NEW-NAME.

           05  LINE 6 COLUMN 5 VALUE "ADDRESS:".

           05  LINE 6 COLUMN 25 PIC X(30)
               USING WS-NEW-ADDRESS-LINE (1).

           05  LINE 7 COLUMN 25 PIC X(30)
               USING WS-NEW-ADDRESS-LINE (2).

           05  LINE 8 COLUMN 25 PIC X(30)
               USING WS-NEW-ADDRESS-LINE (3).

           05  LINE 9 COLUMN 5 VALUE "POSTAL CODE:".

           05  LINE 9 COLUMN 25 PIC X(10) USING WS-NEW-POSTAL-CODE.

           05  LINE 10 COLUMN 5 VALUE "LANGUAGE CODE:".

           05  LINE 10 COLUMN 25 PIC X(2) USING WS-NEW-LANGUAGE.

           05  LINE 11 COLUMN 5 VALUE "DELIVERY (P/E):".

           05  LINE 11 COLUMN 25 PIC X USING WS-NEW-DELIVERY.

           05  LINE 12 COLUMN 5 VALUE "EMAIL ADDRESS:".

           05  LINE 12 COLUMN 25 PIC X(40) USING WS-NEW-EMAIL.

           05  LINE 14 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-NAME-EDIT.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5 VALUE "CHANGE CUSTOMER NAME".

           05  LINE 4 COLUMN 5 VALUE "CUSTOMER:".

           05  LINE 4 COLUMN 16 PIC 9(8) FROM WS-CUSTOMER-NUMBER.

           05  LINE 5 COLUMN 5 VALUE "NAME:".

           05  LINE 5 COLUMN 16 PIC X(30) USING WS-NEW-NAME.

           05  LINE 7 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-ADDRESS-EDIT.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5 VALUE "CHANGE MAILING ADDRESS".

           05  LINE 4 COLUMN 5 VALUE "CUSTOMER:".

           05  LINE 4 COLUMN 19 PIC 9(8) FROM WS-CUSTOMER-NUMBER.

           05  LINE 5 COLUMN 5 VALUE "ADDRESS:".

           05  LINE 5 COLUMN 19 PIC X(30)
               USING WS-NEW-ADDRESS-LINE (1).

           05  LINE 6 COLUMN 19 PIC X(30)
               USING WS-NEW-ADDRESS-LINE (2).

           05  LINE 7 COLUMN 19 PIC X(30)
               USING WS-NEW-ADDRESS-LINE (3).

           05  LINE 8 COLUMN 5 VALUE "POSTAL CODE:".

           05  LINE 8 COLUMN 19 PIC X(10) USING WS-NEW-POSTAL-CODE.

           05  LINE 10 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-LANGUAGE-EDIT.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5 VALUE "CHANGE LANGUAGE CODE".

           05  LINE 4 COLUMN 5 VALUE "CUSTOMER:".

           05  LINE 4 COLUMN 16 PIC 9(8) FROM WS-CUSTOMER-NUMBER.

           05  LINE 5 COLUMN 5 VALUE "LANGUAGE:".

           05  LINE 5 COLUMN 16 PIC X(2) USING WS-NEW-LANGUAGE.

           05  LINE 7 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-DELIVERY-EDIT.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5 VALUE "CHANGE DELIVERY PREFERENCE".

           05  LINE 4 COLUMN 5 VALUE "CUSTOMER:".

           05  LINE 4 COLUMN 21 PIC 9(8) FROM WS-CUSTOMER-NUMBER.

           05  LINE 5 COLUMN 5 VALUE "DELIVERY (P/E):".

           05  LINE 5 COLUMN 21 PIC X USING WS-NEW-DELIVERY.

           05  LINE 6 COLUMN 5 VALUE "EMAIL ADDRESS:".

           05  LINE 6 COLUMN 21 PIC X(40) USING WS-NEW-EMAIL.

           05  LINE 8 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY S-SIGNON

           ACCEPT S-SIGNON

      *> Customer details are maintenance of the same standing as an
      *> account's name and language in ACCTMNT - level 2.
           MOVE WS-OPERATOR-ID TO SS-OPERATOR-ID

           MOVE WS-PASSWORD TO SS-PASSWORD

           MOVE 2 TO SS-REQUIRED-LEVEL

           CALL "SECSIGN" USING SECSIGN-PARMS

           IF NOT SS-GRANTED

               EVALUATE TRUE

                   WHEN SS-NO-OPERATOR-FILE

                       DISPLAY "CUSTMNT - NO OPERATOR FILE, "
                           "NOBODY IS AUTHORISED"

                   WHEN SS-LEVEL-DENIED

                       DISPLAY "CUSTMNT - LEVEL 2 REQUIRED FOR "
                           "CUSTOMER MAINTENANCE, ACCESS REFUSED"

                   WHEN OTHER

                       DISPLAY "CUSTMNT - OPERATOR OR PASSWORD "
                           "NOT RECOGNISED, ACCESS REFUSED"

               END-EVALUATE

               MOVE 8 TO RETURN-CODE

               GOBACK

           END-IF

           OPEN I-O CUSTOMER-MASTER

           IF CUSTOMER-MASTER-STATUS = "35"

      *> The first customer ever set up creates the file - only
      *> status 35 (file absent) earns this, as in ACCTMNT, so a
      *> lock or a broken index is never answered with a truncate.
               OPEN OUTPUT CUSTOMER-MASTER

               CLOSE CUSTOMER-MASTER

               OPEN I-O CUSTOMER-MASTER

           END-IF

           IF CUSTOMER-MASTER-STATUS NOT = "00"

               DISPLAY "CUSTMNT - CANNOT OPEN CUSTOMER MASTER, "
                   "STATUS " CUSTOMER-MASTER-STATUS

               MOVE 8 TO RETURN-CODE

               GOBACK

           END-IF

           OPEN EXTEND CHANGE-LOG

           IF CHANGE-LOG-STATUS NOT = "00"

               CLOSE CHANGE-LOG

               OPEN OUTPUT CHANGE-LOG

           END-IF

           OPEN EXTEND ACCOUNT-CHANGE-LOG

           IF ACCOUNT-CHANGE-LOG-STATUS NOT = "00"

               CLOSE ACCOUNT-CHANGE-LOG

               OPEN OUTPUT ACCOUNT-CHANGE-LOG

           END-IF

           PERFORM 1000-MENU-ROUND UNTIL WS-EXIT-WANTED

           CLOSE ACCOUNT-CHANGE-LOG

           CLOSE CHANGE-LOG

           CLOSE CUSTOMER-MASTER

           GOBACK.

       1000-MENU-ROUND.

           DISPLAY S-MENU

           ACCEPT S-MENU

           MOVE SPACES TO WS-MESSAGE

           EVALUATE WS-MENU-CHOICE

               WHEN "1"

                   PERFORM 2000-ADD-CUSTOMER

               WHEN "2"

                   PERFORM 3000-CHANGE-NAME

               WHEN "3"

                   PERFORM 3500-CHANGE-ADDRESS

               WHEN "4"

                   PERFORM 3700-CHANGE-LANGUAGE

               WHEN "5"

                   PERFORM 3800-CHANGE-DELIVERY

               WHEN "X"

                   MOVE "Y" TO WS-EXIT-SWITCH

               WHEN "x"

                   MOVE "Y" TO WS-EXIT-SWITCH

               WHEN OTHER

                   MOVE "CHOOSE 1-5 OR X" TO WS-MESSAGE

           END-EVALUATE.

       2000-ADD-CUSTOMER.

           MOVE ZERO TO WS-CUSTOMER-NUMBER

           MOVE SPACES TO WS-NEW-NAME

           MOVE SPACES TO WS-NEW-ADDRESS

           MOVE SPACES TO WS-NEW-POSTAL-CODE

           MOVE "EN" TO WS-NEW-LANGUAGE

           MOVE "P" TO WS-NEW-DELIVERY

           MOVE SPACES TO WS-NEW-EMAIL

           DISPLAY S-ADD-CUSTOMER

           ACCEPT S-ADD-CUSTOMER

           EVALUATE TRUE

               WHEN WS-CUSTOMER-NUMBER = ZERO

                   MOVE "CUSTOMER NUMBER REQUIRED" TO WS-MESSAGE

               WHEN WS-NEW-NAME = SPACES

                   MOVE "CUSTOMER NAME REQUIRED" TO WS-MESSAGE

               WHEN WS-NEW-ADDRESS-LINE (1) = SPACES

                   MOVE "FIRST ADDRESS LINE REQUIRED" TO WS-MESSAGE

               WHEN WS-NEW-LANGUAGE = SPACES

                   MOVE "LANGUAGE CODE REQUIRED" TO WS-MESSAGE

               WHEN NOT WS-DELIVERY-VALID

                   MOVE "DELIVERY MUST BE P (POST) OR E (EMAIL)"
                     TO WS-MESSAGE

               WHEN WS-NEW-DELIVERY = "E" AND WS-NEW-EMAIL = SPACES

                   MOVE "EMAIL ADDRESS REQUIRED FOR DELIVERY E"
                     TO WS-MESSAGE

               WHEN OTHER

                   PERFORM 2100-WRITE-NEW-CUSTOMER

           END-EVALUATE.

       2100-WRITE-NEW-CUSTOMER.

           MOVE WS-CUSTOMER-NUMBER TO CUST-NUMBER

           MOVE WS-NEW-NAME TO CUST-NAME

           MOVE WS-NEW-ADDRESS-LINE (1) TO CUST-ADDRESS-LINE (1)

           MOVE WS-NEW-ADDRESS-LINE (2) TO CUST-ADDRESS-LINE (2)

           MOVE WS-NEW-ADDRESS-LINE (3) TO CUST-ADDRESS-LINE (3)

           MOVE WS-NEW-POSTAL-CODE TO CUST-POSTAL-CODE

           MOVE WS-NEW-LANGUAGE TO CUST-LANGUAGE-CODE

           MOVE WS-NEW-DELIVERY TO CUST-DELIVERY-PREF

           MOVE WS-NEW-EMAIL TO CUST-EMAIL-ADDRESS

           MOVE "Y" TO WS-FOUND-SWITCH

           WRITE CUSTOMER-MASTER-RECORD

               INVALID KEY

                   MOVE "N" TO WS-FOUND-SWITCH

           END-WRITE

           IF WS-CUSTOMER-FOUND

               MOVE "CUST-ADDED" TO PC-FIELD-NAME

               MOVE SPACES TO PC-OLD-VALUE

               MOVE WS-NEW-NAME(1:20) TO PC-NEW-VALUE

               PERFORM 8000-WRITE-CHANGE-LOG

               MOVE "CUSTOMER ADDED" TO WS-MESSAGE

           ELSE

               MOVE "CUSTOMER ALREADY EXISTS" TO WS-MESSAGE

           END-IF.

       3000-CHANGE-NAME.

           PERFORM 4000-PICK-AND-READ-CUSTOMER

           IF WS-CUSTOMER-FOUND

               MOVE CUST-NAME TO WS-NEW-NAME

               DISPLAY S-NAME-EDIT

               ACCEPT S-NAME-EDIT

               IF WS-NEW-NAME = SPACES

                   MOVE "CUSTOMER NAME REQUIRED" TO WS-MESSAGE

               ELSE

                   IF WS-NEW-NAME NOT = CUST-NAME

                       MOVE CUST-NAME TO WS-OLD-NAME

                       MOVE "CUST-NAME" TO PC-FIELD-NAME

                       MOVE CUST-NAME(1:20) TO PC-OLD-VALUE

                       MOVE WS-NEW-NAME(1:20) TO PC-NEW-VALUE

                       MOVE WS-NEW-NAME TO CUST-NAME

                       REWRITE CUSTOMER-MASTER-RECORD

                       PERFORM 8000-WRITE-CHANGE-LOG

                       PERFORM 3100-RETITLE-ACCOUNTS

                   ELSE

                       MOVE "CUSTOMER NAME SAVED" TO WS-MESSAGE

                   END-IF

               END-IF

           END-IF.

       3100-RETITLE-ACCOUNTS.

      *> The account master is keyed by account, not customer, so
      *> the customer's accounts are found by one pass of the file.
           MOVE ZERO TO WS-RETITLED-COUNT

           OPEN I-O ACCOUNT-MASTER

           IF ACCOUNT-MASTER-STATUS NOT = "00"

               MOVE "NAME SAVED - ACCOUNT MASTER SHUT, NOT RETITLED"
                 TO WS-MESSAGE

           ELSE

               MOVE ZERO TO ACCT-NUMBER

               START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCT-NUMBER

                   INVALID KEY

                       MOVE "Y" TO WS-EOF-SWITCH

               END-START

               IF NOT WS-EOF

                   READ ACCOUNT-MASTER NEXT RECORD

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-IF

               PERFORM UNTIL WS-EOF

                   IF ACCT-CUSTOMER-NUMBER = CUST-NUMBER
                      AND ACCT-NAME = WS-OLD-NAME

                       PERFORM 3110-RETITLE-ONE-ACCOUNT

                   END-IF

                   READ ACCOUNT-MASTER NEXT RECORD

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE ACCOUNT-MASTER

               MOVE "N" TO WS-EOF-SWITCH

               MOVE WS-RETITLED-COUNT TO WS-COUNT-DISPLAY

               MOVE SPACES TO WS-MESSAGE

               STRING "CUSTOMER NAME SAVED - ACCOUNTS RETITLED: "
                      DELIMITED BY SIZE,
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                 INTO WS-MESSAGE

           END-IF.

       3110-RETITLE-ONE-ACCOUNT.

           MOVE WS-NEW-NAME TO ACCT-NAME

           REWRITE ACCOUNT-MASTER-RECORD

           MOVE "ACCT-NAME" TO PC-FIELD-NAME

           MOVE WS-OLD-NAME(1:20) TO PC-OLD-VALUE

           MOVE WS-NEW-NAME(1:20) TO PC-NEW-VALUE

           PERFORM 8100-WRITE-ACCOUNT-CHANGE-LOG

           ADD 1 TO WS-RETITLED-COUNT.

       3500-CHANGE-ADDRESS.

           PERFORM 4000-PICK-AND-READ-CUSTOMER

           IF WS-CUSTOMER-FOUND

               MOVE CUST-ADDRESS-LINE (1) TO WS-NEW-ADDRESS-LINE (1)

               MOVE CUST-ADDRESS-LINE (2) TO WS-NEW-ADDRESS-LINE (2)

               MOVE CUST-ADDRESS-LINE (3) TO WS-NEW-ADDRESS-LINE (3)

               MOVE CUST-POSTAL-CODE TO WS-NEW-POSTAL-CODE

               DISPLAY S-ADDRESS-EDIT

               ACCEPT S-ADDRESS-EDIT

               IF WS-NEW-ADDRESS-LINE (1) = SPACES

                   MOVE "FIRST ADDRESS LINE REQUIRED" TO WS-MESSAGE

               ELSE

      *> One log row per line that actually changed, so the trail
      *> shows exactly which part of the address moved.
                   MOVE "N" TO WS-CHANGED-SWITCH

                   PERFORM 3510-LOG-ADDRESS-LINE
                       VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > 3

                   IF WS-NEW-POSTAL-CODE NOT = CUST-POSTAL-CODE

                       MOVE "CUST-POSTAL-CODE" TO PC-FIELD-NAME

                       MOVE CUST-POSTAL-CODE TO PC-OLD-VALUE

                       MOVE WS-NEW-POSTAL-CODE TO PC-NEW-VALUE

                       MOVE WS-NEW-POSTAL-CODE TO CUST-POSTAL-CODE

                       PERFORM 8000-WRITE-CHANGE-LOG

                       MOVE "Y" TO WS-CHANGED-SWITCH

                   END-IF

                   IF WS-SOMETHING-CHANGED

                       REWRITE CUSTOMER-MASTER-RECORD

                   END-IF

                   MOVE "MAILING ADDRESS SAVED" TO WS-MESSAGE

               END-IF

           END-IF.

       3510-LOG-ADDRESS-LINE.

           IF WS-NEW-ADDRESS-LINE (WS-LINE-SUB)
              NOT = CUST-ADDRESS-LINE (WS-LINE-SUB)

               MOVE SPACES TO PC-FIELD-NAME

               STRING "CUST-ADDRESS-LINE-" DELIMITED BY SIZE,
                      WS-LINE-SUB DELIMITED BY SIZE
                 INTO PC-FIELD-NAME

               MOVE CUST-ADDRESS-LINE (WS-LINE-SUB)(1:20)
                 TO PC-OLD-VALUE

               MOVE WS-NEW-ADDRESS-LINE (WS-LINE-SUB)(1:20)
                 TO PC-NEW-VALUE

               MOVE WS-NEW-ADDRESS-LINE (WS-LINE-SUB)
                 TO CUST-ADDRESS-LINE (WS-LINE-SUB)

               PERFORM 8000-WRITE-CHANGE-LOG

               MOVE "Y" TO WS-CHANGED-SWITCH

           END-IF.

       3700-CHANGE-LANGUAGE.

           PERFORM 4000-PICK-AND-READ-CUSTOMER

           IF WS-CUSTOMER-FOUND

               MOVE CUST-LANGUAGE-CODE TO WS-NEW-LANGUAGE

               DISPLAY S-LANGUAGE-EDIT

               ACCEPT S-LANGUAGE-EDIT

               IF WS-NEW-LANGUAGE = SPACES

                   MOVE "LANGUAGE CODE REQUIRED" TO WS-MESSAGE

               ELSE

                   IF WS-NEW-LANGUAGE NOT = CUST-LANGUAGE-CODE

                       MOVE "CUST-LANGUAGE-CODE" TO PC-FIELD-NAME

                       MOVE CUST-LANGUAGE-CODE TO PC-OLD-VALUE

                       MOVE WS-NEW-LANGUAGE TO PC-NEW-VALUE

                       MOVE WS-NEW-LANGUAGE TO CUST-LANGUAGE-CODE

                       REWRITE CUSTOMER-MASTER-RECORD

                       PERFORM 8000-WRITE-CHANGE-LOG

                   END-IF

                   MOVE "LANGUAGE CODE SAVED" TO WS-MESSAGE

               END-IF

           END-IF.

       3800-CHANGE-DELIVERY.

           PERFORM 4000-PICK-AND-READ-CUSTOMER

           IF WS-CUSTOMER-FOUND

               MOVE CUST-DELIVERY-PREF TO WS-NEW-DELIVERY

               MOVE CUST-EMAIL-ADDRESS TO WS-NEW-EMAIL

               DISPLAY S-DELIVERY-EDIT

               ACCEPT S-DELIVERY-EDIT

               EVALUATE TRUE

                   WHEN NOT WS-DELIVERY-VALID

                       MOVE "DELIVERY MUST BE P (POST) OR E (EMAIL)"
                         TO WS-MESSAGE

                   WHEN WS-NEW-DELIVERY = "E"
                        AND WS-NEW-EMAIL = SPACES

                       MOVE "EMAIL ADDRESS REQUIRED FOR DELIVERY E"
                         TO WS-MESSAGE

                   WHEN OTHER

                       PERFORM 3810-SAVE-DELIVERY

               END-EVALUATE

           END-IF.

       3810-SAVE-DELIVERY.

           MOVE "N" TO WS-CHANGED-SWITCH

           IF WS-NEW-DELIVERY NOT = CUST-DELIVERY-PREF

               MOVE "CUST-DELIVERY-PREF" TO PC-FIELD-NAME

               MOVE CUST-DELIVERY-PREF TO PC-OLD-VALUE

               MOVE WS-NEW-DELIVERY TO PC-NEW-VALUE

               MOVE WS-NEW-DELIVERY TO CUST-DELIVERY-PREF

               PERFORM 8000-WRITE-CHANGE-LOG

               MOVE "Y" TO WS-CHANGED-SWITCH

           END-IF

           IF WS-NEW-EMAIL NOT = CUST-EMAIL-ADDRESS

               MOVE "CUST-EMAIL-ADDRESS" TO PC-FIELD-NAME

               MOVE CUST-EMAIL-ADDRESS(1:20) TO PC-OLD-VALUE

               MOVE WS-NEW-EMAIL(1:20) TO PC-NEW-VALUE

               MOVE WS-NEW-EMAIL TO CUST-EMAIL-ADDRESS

               PERFORM 8000-WRITE-CHANGE-LOG

               MOVE "Y" TO WS-CHANGED-SWITCH

           END-IF

           IF WS-SOMETHING-CHANGED

               REWRITE CUSTOMER-MASTER-RECORD

           END-IF

           MOVE "DELIVERY PREFERENCE SAVED" TO WS-MESSAGE.

       4000-PICK-AND-READ-CUSTOMER.

           MOVE ZERO TO WS-CUSTOMER-NUMBER

           DISPLAY S-CUSTOMER-PICK

           ACCEPT S-CUSTOMER-PICK

           MOVE "N" TO WS-FOUND-SWITCH

           MOVE WS-CUSTOMER-NUMBER TO CUST-NUMBER

           READ CUSTOMER-MASTER

               INVALID KEY

                   CONTINUE

               NOT INVALID KEY

                   MOVE "Y" TO WS-FOUND-SWITCH

           END-READ

           IF NOT WS-CUSTOMER-FOUND

               MOVE "NO SUCH CUSTOMER" TO WS-MESSAGE

           END-IF.

       8000-WRITE-CHANGE-LOG.

      *> PC-FILE-NAME carries the customer the touch was against -
      *> "CU:" plus the eight-digit number, the customer-level twin
      *> of ACCTMNT's "AC:" rows.
           MOVE WS-OPERATOR-ID TO PC-USER

           MOVE SPACES TO PC-FILE-NAME

           STRING "CU:" DELIMITED BY SIZE,
                  CUST-NUMBER DELIMITED BY SIZE
             INTO PC-FILE-NAME

           MOVE FUNCTION CURRENT-DATE TO PC-TIMESTAMP

           WRITE PARM-CHANGE-RECORD.

       8100-WRITE-ACCOUNT-CHANGE-LOG.

      *> An account re-titled by a customer name change is logged
      *> against the account, in ACCTMNT's "AC:" form and on
      *> ACCTMNT's log, where the account's other changes are.
           MOVE WS-OPERATOR-ID TO PC-USER

           MOVE SPACES TO PC-FILE-NAME

           STRING "AC:" DELIMITED BY SIZE,
                  ACCT-NUMBER DELIMITED BY SIZE
             INTO PC-FILE-NAME

           MOVE FUNCTION CURRENT-DATE TO PC-TIMESTAMP

           MOVE PARM-CHANGE-RECORD TO ACCOUNT-CHANGE-LINE

           WRITE ACCOUNT-CHANGE-LINE.
