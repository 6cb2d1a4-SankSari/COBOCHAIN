       IDENTIFICATION DIVISION.

       PROGRAM-ID.  DISPMNT.

      *> Dispute case maintenance for data/dispute-cases.dat - the
      *> signed-on way to open a customer's dispute of one posting,
      *> give a provisional credit while it is looked into, and
      *> resolve it for or against the customer. Nothing here moves
      *> money: a credit or offset is only marked wanted on the case,
      *> and DISPGEN raises it through FEEDGATE and DRIVER like any
      *> other transaction and sends the outcome notice once it has
      *> posted. Disputes put money on an account, so this is
      *> account maintenance at level 2, and every open, credit and
      *> resolution writes a row to the account change log the way
      *> ACCTMNT, HOLDMNT and ORDMNT do for every other touch on an
      *> account.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCOUNT-MASTER-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS RANDOM

               RECORD KEY IS ACCT-NUMBER

               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT CASE-FILE ASSIGN TO CASE-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS CASE-FILE-STATUS.

           SELECT POSTING-FILE ASSIGN TO POSTING-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS POSTING-FILE-STATUS.

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

       FD  CASE-FILE.

       COPY "dispute-case-record.cpy".

       FD  POSTING-FILE.

       COPY "posting-record.cpy".

       FD  RUN-CONTROL-FILE.

       COPY "run-control-record.cpy".

       FD  CHANGE-LOG.

       COPY "parm-change-record.cpy".

       WORKING-STORAGE SECTION.

       77  ACCOUNT-MASTER-PATH PIC X(60)
           VALUE "data/account-master.dat".

       77  ACCOUNT-MASTER-STATUS PIC XX.

       77  CASE-FILE-PATH    PIC X(60)
           VALUE "data/dispute-cases.dat".

       77  CASE-FILE-STATUS  PIC XX.

       77  POSTING-FILE-PATH PIC X(60) VALUE "data/posting-file.dat".

       77  POSTING-FILE-STATUS PIC XX.

       77  RUN-CONTROL-PATH  PIC X(60) VALUE "data/run-control.dat".

       77  RUN-CONTROL-STATUS PIC XX.

       77  CHANGE-LOG-PATH   PIC X(60)
           VALUE "data/acctmnt-change-log.dat".

       77  CHANGE-LOG-STATUS PIC XX.

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

           88  WS-ACCOUNT-FOUND VALUE "Y".

       77  WS-BUSINESS-DATE  PIC 9(8) VALUE ZERO.

      *> Entry fields the screens accept.
       77  WS-POST-KEY       PIC 9(8) VALUE ZERO.

       77  WS-REASON         PIC X(30) VALUE SPACES.

       77  WS-CREDIT-FLAG    PIC X VALUE SPACE.

       77  WS-NEW-STATUS     PIC X.

      *> The disputed posting as found on the posting file.
       77  WS-POSTING-SWITCH PIC X.

           88  WS-POSTING-FOUND VALUE "Y".

       77  WS-POSTING-ACCOUNT PIC 9(8).

       77  WS-POSTING-AMOUNT PIC 9(6)V99.

       77  WS-POSTING-DATE   PIC 9(8).

       77  WS-POSTING-TYPE   PIC X.

           88  WS-POSTING-SUBTRACTS VALUES "D" "R" "X".

      *> The whole case file, edited in place and written back as one
      *> unit, the way ORDMNT holds the order file.
       77  WS-CASE-COUNT     PIC 9(4) COMP VALUE ZERO.

       77  WS-CASE-MAX       PIC 9(4) COMP VALUE 2000.

       77  WS-CASE-OVERFLOW-SWITCH PIC X VALUE "N".

           88  WS-CASE-OVERFLOW VALUE "Y".

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

       77  WS-CASE-SUB       PIC 9(4) COMP.

       77  WS-CASE-HIT       PIC 9(4) COMP.

       77  WS-AMOUNT-DISPLAY PIC Z(5)9.99.

       77  WS-STATUS-WORD    PIC X(11).

       SCREEN SECTION.

       01  S-SIGNON.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5
               VALUE "COBOCHAIN DISPUTE CASE MAINTENANCE".

           05  LINE 4 COLUMN 5 VALUE "OPERATOR ID:".

           05  LINE 4 COLUMN 19 PIC X(8) USING WS-OPERATOR-ID
               REQUIRED.

           05  LINE 5 COLUMN 5 VALUE "PASSWORD:".

           05  LINE 5 COLUMN 19 PIC X(8) USING WS-PASSWORD
               SECURE REQUIRED.

       01  S-MENU.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5
               VALUE "COBOCHAIN DISPUTE CASE MAINTENANCE - MENU".

           05  LINE 4 COLUMN 5 VALUE "1 - OPEN DISPUTE".

           05  LINE 5 COLUMN 5
               VALUE "2 - PROVISIONAL CREDIT / RE-RAISE REFUSED ITEM".

           05  LINE 6 COLUMN 5 VALUE "3 - UPHOLD DISPUTE".

           05  LINE 7 COLUMN 5 VALUE "4 - REJECT DISPUTE".

           05  LINE 8 COLUMN 5 VALUE "5 - SHOW DISPUTE".

           05  LINE 9 COLUMN 5 VALUE "X - EXIT".

           05  LINE 11 COLUMN 5 VALUE "CHOICE:".

           05  LINE 11 COLUMN 14 PIC X USING WS-MENU-CHOICE AUTO.

           05  LINE 13 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-OPEN-CASE.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5 VALUE "OPEN DISPUTE".

           05  LINE 4 COLUMN 5 VALUE "POSTING KEY:".

           05  LINE 4 COLUMN 28 PIC 9(8) USING WS-POST-KEY.

           05  LINE 5 COLUMN 5 VALUE "REASON:".

           05  LINE 5 COLUMN 28 PIC X(30) USING WS-REASON.

           05  LINE 6 COLUMN 5 VALUE "PROVISIONAL CREDIT (Y/N):".

           05  LINE 6 COLUMN 32 PIC X USING WS-CREDIT-FLAG.

           05  LINE 8 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-CASE-PICK.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5 VALUE "DISPUTE CASE".

           05  LINE 4 COLUMN 5 VALUE "POSTING KEY:".

           05  LINE 4 COLUMN 22 PIC 9(8) USING WS-POST-KEY.

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

                       DISPLAY "DISPMNT - NO OPERATOR FILE, "
                           "NOBODY IS AUTHORISED"

                   WHEN SS-LEVEL-DENIED

                       DISPLAY "DISPMNT - LEVEL 2 REQUIRED FOR "
                           "DISPUTE MAINTENANCE, ACCESS REFUSED"

                   WHEN OTHER

                       DISPLAY "DISPMNT - OPERATOR OR PASSWORD "
                           "NOT RECOGNISED, ACCESS REFUSED"

               END-EVALUATE

               MOVE 8 TO RETURN-CODE

               GOBACK

           END-IF

           PERFORM 0060-LOAD-RUN-CONTROL

           IF WS-BUSINESS-DATE = ZERO

               DISPLAY "DISPMNT - NO READABLE RUN CONTROL, "
                   "NO BUSINESS DATE TO OPEN CASES ON"

               MOVE 8 TO RETURN-CODE

               GOBACK

           END-IF

           OPEN INPUT ACCOUNT-MASTER

           IF ACCOUNT-MASTER-STATUS NOT = "00"

               DISPLAY "DISPMNT - CANNOT OPEN ACCOUNT MASTER, STATUS "
                   ACCOUNT-MASTER-STATUS

               MOVE 8 TO RETURN-CODE

               GOBACK

           END-IF

           OPEN EXTEND CHANGE-LOG

           IF CHANGE-LOG-STATUS NOT = "00"

               CLOSE CHANGE-LOG

               OPEN OUTPUT CHANGE-LOG

           END-IF

           PERFORM 7000-LOAD-CASES

           PERFORM 1000-MENU-ROUND UNTIL WS-EXIT-WANTED

           CLOSE CHANGE-LOG

           CLOSE ACCOUNT-MASTER

           GOBACK.

       0060-LOAD-RUN-CONTROL.

      *> The regulator's clock runs from the business day a case is
      *> opened on, and resolutions are dated the same way.
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

                   PERFORM 2000-OPEN-CASE

               WHEN "2"

                   PERFORM 3000-RAISE-CREDIT

               WHEN "3"

                   MOVE "U" TO WS-NEW-STATUS

                   PERFORM 4000-RESOLVE-CASE

               WHEN "4"

                   MOVE "R" TO WS-NEW-STATUS

                   PERFORM 4000-RESOLVE-CASE

               WHEN "5"

                   PERFORM 5000-SHOW-CASE

               WHEN "X"

                   MOVE "Y" TO WS-EXIT-SWITCH

               WHEN "x"

                   MOVE "Y" TO WS-EXIT-SWITCH

               WHEN OTHER

                   MOVE "CHOOSE 1-5 OR X" TO WS-MESSAGE

           END-EVALUATE.

       2000-OPEN-CASE.

           IF WS-CASE-OVERFLOW

      *> A save would rewrite the file with only the loaded rows and
      *> destroy the rest - disputes nobody would ever resolve.
               MOVE "DISPUTE FILE EXCEEDS 2000 ROWS - SAVE REFUSED"
                 TO WS-MESSAGE

           ELSE

               MOVE ZERO TO WS-POST-KEY

               MOVE SPACES TO WS-REASON

               MOVE "N" TO WS-CREDIT-FLAG

               DISPLAY S-OPEN-CASE

               ACCEPT S-OPEN-CASE

               PERFORM 6100-FIND-CASE

               PERFORM 6200-FIND-POSTING

               MOVE "N" TO WS-FOUND-SWITCH

               IF WS-POSTING-FOUND

                   MOVE WS-POSTING-ACCOUNT TO ACCT-NUMBER

                   PERFORM 6000-READ-ACCOUNT

               END-IF

               EVALUATE TRUE

                   WHEN WS-CASE-HIT > ZERO

                       MOVE "POSTING ALREADY DISPUTED" TO WS-MESSAGE

                   WHEN NOT WS-POSTING-FOUND

                       MOVE "NO SUCH POSTING ON THE POSTING FILE"
                         TO WS-MESSAGE

                   WHEN NOT WS-POSTING-SUBTRACTS

                       MOVE "ONLY A DEBIT POSTING CAN BE DISPUTED"
                         TO WS-MESSAGE

                   WHEN NOT WS-ACCOUNT-FOUND

                       CONTINUE

                   WHEN WS-REASON = SPACES

                       MOVE "REASON REQUIRED" TO WS-MESSAGE

                   WHEN WS-CREDIT-FLAG NOT = "Y"
                        AND WS-CREDIT-FLAG NOT = "N"

                       MOVE "PROVISIONAL CREDIT MUST BE Y OR N"
                         TO WS-MESSAGE

                   WHEN WS-CREDIT-FLAG = "Y" AND NOT ACCT-OPEN

                       MOVE "ACCOUNT NOT OPEN - NO PROVISIONAL CREDIT"
                         TO WS-MESSAGE

                   WHEN WS-CASE-COUNT >= WS-CASE-MAX

                       MOVE "DISPUTE FILE FULL - DISPUTE REFUSED"
                         TO WS-MESSAGE

                   WHEN OTHER

                       PERFORM 2100-ADD-CASE

               END-EVALUATE

           END-IF.

       2100-ADD-CASE.

           ADD 1 TO WS-CASE-COUNT

           MOVE WS-CASE-COUNT TO WS-CASE-SUB

           MOVE WS-POST-KEY TO WS-CAS-POST-KEY (WS-CASE-SUB)

           MOVE WS-POSTING-ACCOUNT TO WS-CAS-ACCOUNT (WS-CASE-SUB)

           MOVE WS-POSTING-AMOUNT TO WS-CAS-AMOUNT (WS-CASE-SUB)

           MOVE WS-POSTING-DATE TO WS-CAS-POSTED-DATE (WS-CASE-SUB)

           MOVE WS-REASON TO WS-CAS-REASON (WS-CASE-SUB)

           MOVE WS-BUSINESS-DATE TO WS-CAS-OPENED-DATE (WS-CASE-SUB)

           MOVE WS-OPERATOR-ID TO WS-CAS-OPENED-BY (WS-CASE-SUB)

           IF WS-CREDIT-FLAG = "Y"

               MOVE "P" TO WS-CAS-STATUS (WS-CASE-SUB)

               MOVE "W" TO WS-CAS-CREDIT-STATE (WS-CASE-SUB)

           ELSE

               MOVE "O" TO WS-CAS-STATUS (WS-CASE-SUB)

               MOVE SPACE TO WS-CAS-CREDIT-STATE (WS-CASE-SUB)

           END-IF

           MOVE ZERO TO WS-CAS-CREDIT-KEY (WS-CASE-SUB)

           MOVE ZERO TO WS-CAS-CREDIT-DATE (WS-CASE-SUB)

           MOVE SPACE TO WS-CAS-DEBIT-STATE (WS-CASE-SUB)

           MOVE ZERO TO WS-CAS-DEBIT-KEY (WS-CASE-SUB)

           MOVE ZERO TO WS-CAS-DEBIT-DATE (WS-CASE-SUB)

           MOVE SPACES TO WS-CAS-FAIL-REASON (WS-CASE-SUB)

           MOVE ZERO TO WS-CAS-RESOLVED-DATE (WS-CASE-SUB)

           MOVE SPACES TO WS-CAS-RESOLVED-BY (WS-CASE-SUB)

           MOVE ZERO TO WS-CAS-CLOSED-DATE (WS-CASE-SUB)

           MOVE FUNCTION CURRENT-DATE
             TO WS-CAS-MAINT-TS (WS-CASE-SUB)

           PERFORM 7500-WRITE-CASES

           MOVE WS-CASE-SUB TO WS-CASE-HIT

           MOVE "DISPUTE-OPENED" TO PC-FIELD-NAME

           MOVE SPACES TO PC-OLD-VALUE

           STRING "DISPUTE " DELIMITED BY SIZE,
                  WS-POST-KEY DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-CREDIT-FLAG DELIMITED BY SIZE
             INTO PC-OLD-VALUE

           MOVE WS-POSTING-AMOUNT TO WS-AMOUNT-DISPLAY

           MOVE WS-AMOUNT-DISPLAY TO PC-NEW-VALUE

           PERFORM 8000-WRITE-CHANGE-LOG

           IF WS-CREDIT-FLAG = "Y"

               MOVE "DISPUTE OPENED - PROVISIONAL CREDIT TO BE RAISED"
                 TO WS-MESSAGE

           ELSE

               MOVE "DISPUTE OPENED" TO WS-MESSAGE

           END-IF.

       3000-RAISE-CREDIT.

      *> Three things are raised from here: the provisional credit on
      *> an open case, and - once somebody has found out why DRIVER
      *> refused it - a final credit or offsetting debit that failed
      *> to post. Each is only marked wanted; DISPGEN raises it.
           IF WS-CASE-OVERFLOW

               MOVE "DISPUTE FILE EXCEEDS 2000 ROWS - SAVE REFUSED"
                 TO WS-MESSAGE

           ELSE

               PERFORM 6150-PICK-CASE

               IF WS-CASE-HIT > ZERO

                   MOVE WS-CAS-ACCOUNT (WS-CASE-HIT) TO ACCT-NUMBER

                   PERFORM 6000-READ-ACCOUNT

                   EVALUATE TRUE

                       WHEN NOT WS-ACCOUNT-FOUND

                           CONTINUE

                       WHEN NOT ACCT-OPEN

                           MOVE "ACCOUNT NOT OPEN - NOTHING RAISED"
                             TO WS-MESSAGE

                       WHEN WS-CAS-STATUS (WS-CASE-HIT) = "O"

                           PERFORM 3100-GIVE-PROVISIONAL-CREDIT

                       WHEN WS-CAS-STATUS (WS-CASE-HIT) = "U"
                        AND WS-CAS-CREDIT-STATE (WS-CASE-HIT) = "F"

                           PERFORM 3200-RE-RAISE-CREDIT

                       WHEN WS-CAS-STATUS (WS-CASE-HIT) = "R"
                        AND WS-CAS-DEBIT-STATE (WS-CASE-HIT) = "F"

                           PERFORM 3300-RE-RAISE-DEBIT

                       WHEN OTHER

                           MOVE "NOTHING TO CREDIT OR RE-RAISE"
                             TO WS-MESSAGE

                   END-EVALUATE

               END-IF

           END-IF.

       3100-GIVE-PROVISIONAL-CREDIT.

           MOVE "P" TO WS-CAS-STATUS (WS-CASE-HIT)

           MOVE "W" TO WS-CAS-CREDIT-STATE (WS-CASE-HIT)

           MOVE "PROVISIONAL CREDIT" TO PC-NEW-VALUE

           MOVE "PROVISIONAL CREDIT RAISED" TO WS-MESSAGE

           PERFORM 3900-SAVE-RAISE.

       3200-RE-RAISE-CREDIT.

           MOVE "W" TO WS-CAS-CREDIT-STATE (WS-CASE-HIT)

           MOVE "FINAL CREDIT" TO PC-NEW-VALUE

           MOVE "FINAL CREDIT RE-RAISED" TO WS-MESSAGE

           PERFORM 3900-SAVE-RAISE.

       3300-RE-RAISE-DEBIT.

           MOVE "W" TO WS-CAS-DEBIT-STATE (WS-CASE-HIT)

           MOVE "OFFSETTING DEBIT" TO PC-NEW-VALUE

           MOVE "OFFSETTING DEBIT RE-RAISED" TO WS-MESSAGE

           PERFORM 3900-SAVE-RAISE.

       3900-SAVE-RAISE.

           MOVE "DISPUTE-CREDIT" TO PC-FIELD-NAME

           MOVE SPACES TO PC-OLD-VALUE

           STRING "DISPUTE " DELIMITED BY SIZE,
                  WS-CAS-POST-KEY (WS-CASE-HIT) DELIMITED BY SIZE
             INTO PC-OLD-VALUE

           MOVE SPACES TO WS-CAS-FAIL-REASON (WS-CASE-HIT)

           MOVE FUNCTION CURRENT-DATE
             TO WS-CAS-MAINT-TS (WS-CASE-HIT)

           PERFORM 7500-WRITE-CASES

           PERFORM 8000-WRITE-CHANGE-LOG.

       4000-RESOLVE-CASE.

      *> Resolution only records the decision. DISPGEN settles the
      *> money behind it - a provisional credit stands as final or
      *> is offset, an upheld case with no credit yet gets one - and
      *> sends the customer the outcome once that has posted.
           IF WS-CASE-OVERFLOW

               MOVE "DISPUTE FILE EXCEEDS 2000 ROWS - SAVE REFUSED"
                 TO WS-MESSAGE

           ELSE

               PERFORM 6150-PICK-CASE

               IF WS-CASE-HIT > ZERO

                   IF WS-CAS-STATUS (WS-CASE-HIT) = "O"
                      OR WS-CAS-STATUS (WS-CASE-HIT) = "P"

                       PERFORM 4100-APPLY-RESOLUTION

                   ELSE

                       MOVE "DISPUTE ALREADY RESOLVED" TO WS-MESSAGE

                   END-IF

               END-IF

           END-IF.

       4100-APPLY-RESOLUTION.

           MOVE "DISPUTE-STATUS" TO PC-FIELD-NAME

           PERFORM 8100-SET-STATUS-WORD

           MOVE SPACES TO PC-OLD-VALUE

           STRING "DISPUTE " DELIMITED BY SIZE,
                  WS-CAS-POST-KEY (WS-CASE-HIT) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-CAS-STATUS (WS-CASE-HIT) DELIMITED BY SIZE
             INTO PC-OLD-VALUE

           MOVE WS-NEW-STATUS TO WS-CAS-STATUS (WS-CASE-HIT)

           MOVE WS-BUSINESS-DATE TO WS-CAS-RESOLVED-DATE (WS-CASE-HIT)

           MOVE WS-OPERATOR-ID TO WS-CAS-RESOLVED-BY (WS-CASE-HIT)

           MOVE FUNCTION CURRENT-DATE
             TO WS-CAS-MAINT-TS (WS-CASE-HIT)

           PERFORM 7500-WRITE-CASES

           PERFORM 8100-SET-STATUS-WORD

           MOVE WS-STATUS-WORD TO PC-NEW-VALUE

           PERFORM 8000-WRITE-CHANGE-LOG

           MOVE SPACES TO WS-MESSAGE

           STRING "DISPUTE " DELIMITED BY SIZE,
                  WS-STATUS-WORD DELIMITED BY SPACE,
                  " - DISPGEN SETTLES AND NOTIFIES" DELIMITED BY SIZE
             INTO WS-MESSAGE.

       5000-SHOW-CASE.

           PERFORM 6150-PICK-CASE

           IF WS-CASE-HIT > ZERO

               PERFORM 8100-SET-STATUS-WORD

               MOVE WS-CAS-AMOUNT (WS-CASE-HIT) TO WS-AMOUNT-DISPLAY

               MOVE SPACES TO WS-MESSAGE

               IF WS-CAS-CREDIT-STATE (WS-CASE-HIT) = "F"
                  OR WS-CAS-DEBIT-STATE (WS-CASE-HIT) = "F"

                   STRING "REFUSED: " DELIMITED BY SIZE,
                          WS-CAS-FAIL-REASON (WS-CASE-HIT)
                          DELIMITED BY SIZE,
                          " " DELIMITED BY SIZE,
                          WS-STATUS-WORD DELIMITED BY SIZE
                     INTO WS-MESSAGE

               ELSE

                   STRING WS-STATUS-WORD DELIMITED BY SIZE,
                          " ACCOUNT " DELIMITED BY SIZE,
                          WS-CAS-ACCOUNT (WS-CASE-HIT)
                          DELIMITED BY SIZE,
                          " " DELIMITED BY SIZE,
                          WS-AMOUNT-DISPLAY DELIMITED BY SIZE,
                          " OPENED " DELIMITED BY SIZE,
                          WS-CAS-OPENED-DATE (WS-CASE-HIT)
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

       6100-FIND-CASE.

           MOVE ZERO TO WS-CASE-HIT

           PERFORM 6110-SCAN-FOR-CASE
               VARYING WS-CASE-SUB FROM 1 BY 1
               UNTIL WS-CASE-SUB > WS-CASE-COUNT
                  OR WS-CASE-HIT > ZERO.

       6110-SCAN-FOR-CASE.

           IF WS-CAS-POST-KEY (WS-CASE-SUB) = WS-POST-KEY

               MOVE WS-CASE-SUB TO WS-CASE-HIT

           END-IF.

       6150-PICK-CASE.

           MOVE ZERO TO WS-POST-KEY

           DISPLAY S-CASE-PICK

           ACCEPT S-CASE-PICK

           PERFORM 6100-FIND-CASE

           IF WS-CASE-HIT = ZERO

               MOVE "NO SUCH DISPUTE" TO WS-MESSAGE

           END-IF.

       6200-FIND-POSTING.

      *> The disputed posting must still be on the live posting file -
      *> its account, amount and direction come from there, not from
      *> what the operator keys. A transfer posts two rows under one
      *> key; the paying leg is the one a customer disputes.
           MOVE "N" TO WS-POSTING-SWITCH

           OPEN INPUT POSTING-FILE

           IF POSTING-FILE-STATUS = "00"

               READ POSTING-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF OR WS-POSTING-FOUND

                   IF POST-KEY = WS-POST-KEY
                      AND NOT POST-TYPE-TRANSFER-IN

                       MOVE "Y" TO WS-POSTING-SWITCH

                       MOVE POST-ACCOUNT TO WS-POSTING-ACCOUNT

                       MOVE POST-R TO WS-POSTING-AMOUNT

                       MOVE POST-BUSINESS-DATE TO WS-POSTING-DATE

                       MOVE POST-TYPE-CODE TO WS-POSTING-TYPE

                   ELSE

                       READ POSTING-FILE

                           AT END MOVE "Y" TO WS-EOF-SWITCH

                       END-READ

                   END-IF

               END-PERFORM

               CLOSE POSTING-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       7000-LOAD-CASES.

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

                   READ CASE-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               IF NOT WS-EOF

                   MOVE "Y" TO WS-CASE-OVERFLOW-SWITCH

               END-IF

               CLOSE CASE-FILE

               MOVE "N" TO WS-EOF-SWITCH

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

       8000-WRITE-CHANGE-LOG.

      *> Same row shape and "AC:" key as ACCTMNT's account touches, on
      *> the same log, against the disputing account.
           MOVE WS-OPERATOR-ID TO PC-USER

           MOVE SPACES TO PC-FILE-NAME

           STRING "AC:" DELIMITED BY SIZE,
                  WS-CAS-ACCOUNT (WS-CASE-HIT) DELIMITED BY SIZE
             INTO PC-FILE-NAME

           MOVE FUNCTION CURRENT-DATE TO PC-TIMESTAMP

           WRITE PARM-CHANGE-RECORD.

       8100-SET-STATUS-WORD.

           EVALUATE WS-CAS-STATUS (WS-CASE-HIT)

               WHEN "O"

                   MOVE "OPEN" TO WS-STATUS-WORD

               WHEN "P"

                   MOVE "PROVISIONAL" TO WS-STATUS-WORD

               WHEN "U"

                   MOVE "UPHELD" TO WS-STATUS-WORD

               WHEN OTHER

                   MOVE "REJECTED" TO WS-STATUS-WORD

           END-EVALUATE.
