       IDENTIFICATION DIVISION.

       PROGRAM-ID.  BALINQ.

      *> As-of-date balance inquiry: operations key in an account and
      *> any business date and get the account's balance at the close
      *> of that day. The answer starts from the last period-end
      *> snapshot BALSNAP filed on or before the date
      *> (data/balance-history.dat) and adds the postings since it
      *> from the indexed posting history POSTLOAD builds, applying
      *> each with the same POST-TYPE-SUBTRACTS direction rule every
      *> re-summer uses - so the replay is never more than one period
      *> long and never reaches into archived cuts. An account with no
      *> snapshot yet on or before the date is replayed from its
      *> first posting. Postings count only as far as the last
      *> POSTLOAD run loaded them. Runs rounds until an account
      *> number of zero ends the session.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT SNAPSHOT-FILE ASSIGN TO SNAPSHOT-FILE-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS DYNAMIC

               RECORD KEY IS BS-KEY

               FILE STATUS IS SNAPSHOT-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO HISTORY-FILE-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS DYNAMIC

               RECORD KEY IS PH-KEY

               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCOUNT-MASTER-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS RANDOM

               RECORD KEY IS ACCT-NUMBER

               FILE STATUS IS ACCOUNT-MASTER-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  SNAPSHOT-FILE.

       COPY "balance-snapshot-record.cpy".

       FD  HISTORY-FILE.

       COPY "posting-history-record.cpy".

       FD  ACCOUNT-MASTER.

       COPY "account-master-record.cpy".

       WORKING-STORAGE SECTION.

       77  SNAPSHOT-FILE-PATH PIC X(60)
           VALUE "data/balance-history.dat".

       77  SNAPSHOT-FILE-STATUS PIC XX.

       77  HISTORY-FILE-PATH PIC X(60)
           VALUE "data/posting-history.dat".

       77  HISTORY-FILE-STATUS PIC XX.

       77  ACCOUNT-MASTER-PATH PIC X(60)
           VALUE "data/account-master.dat".

       77  ACCOUNT-MASTER-STATUS PIC XX.

       77  WS-EXIT-SWITCH    PIC X VALUE "N".

           88  WS-EXIT-WANTED VALUE "Y".

       77  WS-DONE-SWITCH    PIC X.

           88  WS-SCAN-DONE   VALUE "Y".

       77  WS-SNAPSHOT-SWITCH PIC X.

           88  WS-SNAPSHOT-FOUND VALUE "Y".

       77  WS-SNAPSHOTS-OPEN-SWITCH PIC X VALUE "N".

           88  WS-SNAPSHOTS-OPEN VALUE "Y".

       77  WS-MESSAGE        PIC X(60) VALUE SPACES.

       77  WS-ACCOUNT-NUMBER PIC 9(8) VALUE ZERO.

       77  WS-AS-OF-DATE     PIC 9(8) VALUE ZERO.

       77  WS-SNAPSHOT-DATE  PIC 9(8).

       77  WS-SNAPSHOT-BALANCE PIC S9(11)V99.

       77  WS-BALANCE        PIC S9(11)V99.

       77  WS-NET-MOVEMENT   PIC S9(11)V99.

       77  WS-POSTING-COUNT  PIC 9(5).

       77  WS-CURRENCY       PIC X(3).

       77  WS-KEY-DISPLAY    PIC Z(7)9.

       77  WS-BALANCE-DISPLAY PIC Z(10)9.99-.

       77  WS-COUNT-DISPLAY  PIC Z(4)9.

       SCREEN SECTION.

       01  S-INQUIRY.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5
               VALUE "COBOCHAIN AS-OF-DATE BALANCE INQUIRY".

           05  LINE 4 COLUMN 5 VALUE "ACCOUNT (0 = EXIT):".

           05  LINE 4 COLUMN 26 PIC 9(8) USING WS-ACCOUNT-NUMBER.

           05  LINE 5 COLUMN 5 VALUE "BALANCE AT CLOSE OF:".

           05  LINE 5 COLUMN 26 PIC 9(8) USING WS-AS-OF-DATE.

           05  LINE 7 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       PROCEDURE DIVISION.

       0000-MAIN.

           OPEN INPUT HISTORY-FILE

           IF HISTORY-FILE-STATUS NOT = "00"

               DISPLAY "BALINQ - NO POSTING HISTORY FILE, STATUS "
                   HISTORY-FILE-STATUS

               DISPLAY "RUN POSTLOAD FIRST"

               MOVE 8 TO RETURN-CODE

               GOBACK

           END-IF

           OPEN INPUT ACCOUNT-MASTER

           IF ACCOUNT-MASTER-STATUS NOT = "00"

               DISPLAY "BALINQ - CANNOT OPEN ACCOUNT MASTER, STATUS "
                   ACCOUNT-MASTER-STATUS

               CLOSE HISTORY-FILE

               MOVE 8 TO RETURN-CODE

               GOBACK

           END-IF

      *> No balance history yet is not fatal - every answer is then a
      *> replay from the account's first posting.
           OPEN INPUT SNAPSHOT-FILE

           IF SNAPSHOT-FILE-STATUS = "00"

               MOVE "Y" TO WS-SNAPSHOTS-OPEN-SWITCH

           END-IF

           PERFORM 1000-INQUIRY-ROUND UNTIL WS-EXIT-WANTED

           IF WS-SNAPSHOTS-OPEN

               CLOSE SNAPSHOT-FILE

           END-IF

           CLOSE ACCOUNT-MASTER

           CLOSE HISTORY-FILE

           GOBACK.

       1000-INQUIRY-ROUND.

           DISPLAY S-INQUIRY

           ACCEPT S-INQUIRY

           MOVE SPACES TO WS-MESSAGE

           IF WS-ACCOUNT-NUMBER = ZERO

               MOVE "Y" TO WS-EXIT-SWITCH

           ELSE

               MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER

               READ ACCOUNT-MASTER

                   INVALID KEY

                       MOVE "ACCOUNT NOT ON FILE" TO WS-MESSAGE

                   NOT INVALID KEY

                       IF WS-AS-OF-DATE = ZERO

                           MOVE "ENTER THE DATE WANTED" TO WS-MESSAGE

                       ELSE

                           PERFORM 2000-FIND-SNAPSHOT

                           PERFORM 3000-ADD-POSTINGS-SINCE

                           PERFORM 4000-SHOW-BALANCE

                       END-IF

               END-READ

           END-IF.

       2000-FIND-SNAPSHOT.

      *> An account holds one snapshot per period end, so reading
      *> forward from its first and keeping the last one not after
      *> the asked date is a handful of reads.
           MOVE "N" TO WS-SNAPSHOT-SWITCH

           MOVE ZERO TO WS-SNAPSHOT-DATE

           MOVE ZERO TO WS-SNAPSHOT-BALANCE

           IF WS-SNAPSHOTS-OPEN

               MOVE "N" TO WS-DONE-SWITCH

               MOVE WS-ACCOUNT-NUMBER TO BS-ACCOUNT

               MOVE ZERO TO BS-PERIOD-END-DATE

               START SNAPSHOT-FILE KEY >= BS-KEY

                   INVALID KEY

                       MOVE "Y" TO WS-DONE-SWITCH

               END-START

               PERFORM 2100-READ-NEXT-SNAPSHOT UNTIL WS-SCAN-DONE

           END-IF.

       2100-READ-NEXT-SNAPSHOT.

           READ SNAPSHOT-FILE NEXT RECORD

               AT END

                   MOVE "Y" TO WS-DONE-SWITCH

               NOT AT END

                   IF BS-ACCOUNT NOT = WS-ACCOUNT-NUMBER
                      OR BS-PERIOD-END-DATE > WS-AS-OF-DATE

                       MOVE "Y" TO WS-DONE-SWITCH

                   ELSE

                       MOVE "Y" TO WS-SNAPSHOT-SWITCH

                       MOVE BS-PERIOD-END-DATE TO WS-SNAPSHOT-DATE

                       MOVE BS-BALANCE TO WS-SNAPSHOT-BALANCE

                   END-IF

           END-READ.

       3000-ADD-POSTINGS-SINCE.

           MOVE ZERO TO WS-NET-MOVEMENT

           MOVE ZERO TO WS-POSTING-COUNT

           MOVE "N" TO WS-DONE-SWITCH

      *> Position past every row filed on the snapshot date itself -
      *> the snapshot already holds that day's postings. With no
      *> snapshot the date is zero and the scan starts at the
      *> account's first row.
           MOVE WS-ACCOUNT-NUMBER TO PH-ACCOUNT

           MOVE WS-SNAPSHOT-DATE TO PH-BUSINESS-DATE

           MOVE HIGH-VALUES TO PH-KIND

           MOVE 99999999 TO PH-POST-KEY

           START HISTORY-FILE KEY > PH-KEY

               INVALID KEY

                   MOVE "Y" TO WS-DONE-SWITCH

           END-START

           PERFORM 3100-READ-NEXT-POSTING UNTIL WS-SCAN-DONE

           COMPUTE WS-BALANCE = WS-SNAPSHOT-BALANCE + WS-NET-MOVEMENT.

       3100-READ-NEXT-POSTING.

           READ HISTORY-FILE NEXT RECORD

               AT END

                   MOVE "Y" TO WS-DONE-SWITCH

               NOT AT END

                   IF PH-ACCOUNT NOT = WS-ACCOUNT-NUMBER
                      OR PH-BUSINESS-DATE > WS-AS-OF-DATE

                       MOVE "Y" TO WS-DONE-SWITCH

                   ELSE

                       IF PH-POSTED

                           PERFORM 3200-APPLY-ONE-POSTING

                       END-IF

                   END-IF

           END-READ.

       3200-APPLY-ONE-POSTING.

      *> Same direction rule as POST-TYPE-SUBTRACTS on the posting
      *> record: debits, reversals of credits and outbound transfer
      *> legs take money out; everything else, blank included,
      *> put it in.
           IF PH-TYPE-CODE = "D" OR "R" OR "X"

               SUBTRACT PH-R FROM WS-NET-MOVEMENT

           ELSE

               ADD PH-R TO WS-NET-MOVEMENT

           END-IF

           ADD 1 TO WS-POSTING-COUNT.

       4000-SHOW-BALANCE.

           MOVE ACCT-CURRENCY-CODE TO WS-CURRENCY

           MOVE WS-ACCOUNT-NUMBER TO WS-KEY-DISPLAY

           DISPLAY " "

           DISPLAY "ACCOUNT " WS-KEY-DISPLAY " " ACCT-NAME

           IF WS-SNAPSHOT-FOUND

               MOVE WS-SNAPSHOT-BALANCE TO WS-BALANCE-DISPLAY

               DISPLAY "PERIOD-END SNAPSHOT " WS-SNAPSHOT-DATE
                   " BALANCE " WS-BALANCE-DISPLAY " " WS-CURRENCY

           ELSE

               DISPLAY "NO SNAPSHOT ON OR BEFORE " WS-AS-OF-DATE
                   " - REPLAYED FROM THE FIRST POSTING"

           END-IF

           MOVE WS-POSTING-COUNT TO WS-COUNT-DISPLAY

           MOVE WS-NET-MOVEMENT TO WS-BALANCE-DISPLAY

           DISPLAY "POSTINGS SINCE:     " WS-COUNT-DISPLAY
               " NET " WS-BALANCE-DISPLAY

           MOVE WS-BALANCE TO WS-BALANCE-DISPLAY

           DISPLAY "BALANCE AT CLOSE OF " WS-AS-OF-DATE ": "
               WS-BALANCE-DISPLAY " " WS-CURRENCY

           MOVE "SHOWN - PRESS ENTER FOR ANOTHER INQUIRY"
             TO WS-MESSAGE.
