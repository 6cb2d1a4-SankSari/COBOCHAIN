       IDENTIFICATION DIVISION.

       PROGRAM-ID.  ALRTMNT.

      *> Alert case maintenance for data/alert-cases.dat - where an
      *> analyst works the cases MONITOR raises. An open case is
      *> cleared (looked at, nothing to report) or escalated
      *> (reported on); an escalated case is cleared once it is
      *> closed off. Each action records the analyst, the time and a
      *> note on the case itself, and writes a row to the account
      *> change log against the alerted account, the way every other
      *> signed-on touch on an account is logged. Level 2, as for
      *> account maintenance.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ALERT-FILE ASSIGN TO ALERT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS ALERT-FILE-STATUS.

           SELECT CHANGE-LOG ASSIGN TO CHANGE-LOG-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS CHANGE-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  ALERT-FILE.

       COPY "alert-case-record.cpy".

       FD  CHANGE-LOG.

       COPY "parm-change-record.cpy".

       WORKING-STORAGE SECTION.

       77  ALERT-FILE-PATH   PIC X(60) VALUE "data/alert-cases.dat".

       77  ALERT-FILE-STATUS PIC XX.

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

      *> Entry fields the screens accept.
       77  WS-ALERT-NO       PIC 9(6) VALUE ZERO.

       77  WS-NOTE           PIC X(30) VALUE SPACES.

       77  WS-NEW-STATUS     PIC X.

      *> The whole case file, edited in place and written back as one
      *> unit, the way ORDMNT holds the order file.
       77  WS-ALERT-COUNT    PIC 9(5) COMP VALUE ZERO.

       77  WS-ALERT-MAX      PIC 9(5) COMP VALUE 5000.

       77  WS-ALERT-OVERFLOW-SWITCH PIC X VALUE "N".

           88  WS-ALERT-OVERFLOW VALUE "Y".

       01  WS-ALERT-TABLE.

           05  WS-ALERT-ENTRY OCCURS 5000 TIMES.

               10  WS-ALT-ALERT-NO      PIC 9(6).

               10  WS-ALT-RULE          PIC X(4).

               10  WS-ALT-ACCOUNT       PIC 9(8).

               10  WS-ALT-BUSINESS-DATE PIC 9(8).

               10  WS-ALT-POST-KEY      PIC 9(8).

               10  WS-ALT-AMOUNT        PIC 9(9)V99.

               10  WS-ALT-BENCHMARK     PIC 9(9)V99.

               10  WS-ALT-ITEM-COUNT    PIC 9(5).

               10  WS-ALT-STATUS        PIC X.

               10  WS-ALT-RAISED-TS     PIC X(21).

               10  WS-ALT-WORKED-BY     PIC X(8).

               10  WS-ALT-WORKED-TS     PIC X(21).

               10  WS-ALT-NOTE          PIC X(30).

       77  WS-ALERT-SUB      PIC 9(5) COMP.

       77  WS-ALERT-HIT      PIC 9(5) COMP.

       77  WS-AMOUNT-DISPLAY PIC Z(8)9.99.

       77  WS-ALERT-DISPLAY  PIC 9(6).

       77  WS-STATUS-WORD    PIC X(9).

       SCREEN SECTION.

       01  S-SIGNON.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5
               VALUE "COBOCHAIN ALERT CASE MAINTENANCE".

           05  LINE 4 COLUMN 5 VALUE "OPERATOR ID:".

           05  LINE 4 COLUMN 19 PIC X(8) USING WS-OPERATOR-ID
               REQUIRED.

           05  LINE 5 COLUMN 5 VALUE "PASSWORD:".

           05  LINE 5 COLUMN 19 PIC X(8) USING WS-PASSWORD
               SECURE REQUIRED.

       01  S-MENU.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5
               VALUE "COBOCHAIN ALERT CASE MAINTENANCE - MENU".

           05  LINE 4 COLUMN 5 VALUE "1 - CLEAR ALERT".

           05  LINE 5 COLUMN 5 VALUE "2 - ESCALATE ALERT".

           05  LINE 6 COLUMN 5 VALUE "3 - SHOW ALERT".

           05  LINE 7 COLUMN 5 VALUE "X - EXIT".

           05  LINE 9 COLUMN 5 VALUE "CHOICE:".

           05  LINE 9 COLUMN 14 PIC X USING WS-MENU-CHOICE AUTO.

           05  LINE 11 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-ALERT-PICK.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5 VALUE "ALERT CASE".

           05  LINE 4 COLUMN 5 VALUE "ALERT NUMBER:".

           05  LINE 4 COLUMN 22 PIC 9(6) USING WS-ALERT-NO.

           05  LINE 6 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-ALERT-WORK.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5 VALUE "WORK ALERT CASE".

           05  LINE 4 COLUMN 5 VALUE "ALERT NUMBER:".

           05  LINE 4 COLUMN 22 PIC 9(6) USING WS-ALERT-NO.

           05  LINE 5 COLUMN 5 VALUE "NOTE:".

           05  LINE 5 COLUMN 22 PIC X(30) USING WS-NOTE.

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

                       DISPLAY "ALRTMNT - NO OPERATOR FILE, "
                           "NOBODY IS AUTHORISED"

                   WHEN SS-LEVEL-DENIED

                       DISPLAY "ALRTMNT - LEVEL 2 REQUIRED FOR "
                           "ALERT MAINTENANCE, ACCESS REFUSED"

                   WHEN OTHER

                       DISPLAY "ALRTMNT - OPERATOR OR PASSWORD "
                           "NOT RECOGNISED, ACCESS REFUSED"

               END-EVALUATE

               MOVE 8 TO RETURN-CODE

               GOBACK

           END-IF

           OPEN EXTEND CHANGE-LOG

           IF CHANGE-LOG-STATUS NOT = "00"

               CLOSE CHANGE-LOG

               OPEN OUTPUT CHANGE-LOG

           END-IF

           PERFORM 7000-LOAD-ALERTS

           PERFORM 1000-MENU-ROUND UNTIL WS-EXIT-WANTED

           CLOSE CHANGE-LOG

           GOBACK.

       1000-MENU-ROUND.

           DISPLAY S-MENU

           ACCEPT S-MENU

           MOVE SPACES TO WS-MESSAGE

           EVALUATE WS-MENU-CHOICE

               WHEN "1"

                   MOVE "C" TO WS-NEW-STATUS

                   PERFORM 2000-WORK-ALERT

               WHEN "2"

                   MOVE "E" TO WS-NEW-STATUS

                   PERFORM 2000-WORK-ALERT

               WHEN "3"

                   PERFORM 3000-SHOW-ALERT

               WHEN "X"

                   MOVE "Y" TO WS-EXIT-SWITCH

               WHEN "x"

                   MOVE "Y" TO WS-EXIT-SWITCH

               WHEN OTHER

                   MOVE "CHOOSE 1-3 OR X" TO WS-MESSAGE

           END-EVALUATE.

       2000-WORK-ALERT.

           IF WS-ALERT-OVERFLOW

      *> A save would rewrite the file with only the loaded rows and
      *> destroy the rest - open cases nobody would ever see again.
               MOVE "ALERT FILE EXCEEDS 5000 ROWS - SAVE REFUSED"
                 TO WS-MESSAGE

           ELSE

               MOVE ZERO TO WS-ALERT-NO

               MOVE SPACES TO WS-NOTE

               DISPLAY S-ALERT-WORK

               ACCEPT S-ALERT-WORK

               PERFORM 6000-FIND-ALERT

               IF WS-ALERT-HIT > ZERO

                   EVALUATE TRUE

                       WHEN WS-ALT-STATUS (WS-ALERT-HIT) = "C"

                           MOVE "ALERT ALREADY CLEARED" TO WS-MESSAGE

                       WHEN WS-ALT-STATUS (WS-ALERT-HIT) = WS-NEW-STATUS

                           MOVE "ALERT ALREADY ESCALATED" TO WS-MESSAGE

                       WHEN WS-NOTE = SPACES

                           MOVE "A NOTE IS REQUIRED" TO WS-MESSAGE

                       WHEN OTHER

                           PERFORM 2100-APPLY-STATUS

                   END-EVALUATE

               END-IF

           END-IF.

       2100-APPLY-STATUS.

           MOVE "ALERT-STATUS" TO PC-FIELD-NAME

           MOVE WS-ALT-ALERT-NO (WS-ALERT-HIT) TO WS-ALERT-DISPLAY

           PERFORM 8100-SET-STATUS-WORD

           MOVE SPACES TO PC-OLD-VALUE

           STRING "ALERT " DELIMITED BY SIZE,
                  WS-ALERT-DISPLAY DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-STATUS-WORD DELIMITED BY SIZE
             INTO PC-OLD-VALUE

           MOVE WS-NEW-STATUS TO WS-ALT-STATUS (WS-ALERT-HIT)

           MOVE WS-OPERATOR-ID TO WS-ALT-WORKED-BY (WS-ALERT-HIT)

           MOVE FUNCTION CURRENT-DATE
             TO WS-ALT-WORKED-TS (WS-ALERT-HIT)

           MOVE WS-NOTE TO WS-ALT-NOTE (WS-ALERT-HIT)

           PERFORM 7500-WRITE-ALERTS

           PERFORM 8100-SET-STATUS-WORD

           MOVE WS-STATUS-WORD TO PC-NEW-VALUE

           PERFORM 8000-WRITE-CHANGE-LOG

           MOVE SPACES TO WS-MESSAGE

           STRING "ALERT " DELIMITED BY SIZE,
                  WS-ALERT-DISPLAY DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-STATUS-WORD DELIMITED BY SIZE
             INTO WS-MESSAGE.

       3000-SHOW-ALERT.

           MOVE ZERO TO WS-ALERT-NO

           DISPLAY S-ALERT-PICK

           ACCEPT S-ALERT-PICK

           PERFORM 6000-FIND-ALERT

           IF WS-ALERT-HIT > ZERO

               PERFORM 8100-SET-STATUS-WORD

               MOVE WS-ALT-AMOUNT (WS-ALERT-HIT) TO WS-AMOUNT-DISPLAY

               MOVE SPACES TO WS-MESSAGE

               STRING WS-ALT-RULE (WS-ALERT-HIT) DELIMITED BY SIZE,
                      " ACCOUNT " DELIMITED BY SIZE,
                      WS-ALT-ACCOUNT (WS-ALERT-HIT) DELIMITED BY SIZE,
                      " " DELIMITED BY SIZE,
                      WS-ALT-BUSINESS-DATE (WS-ALERT-HIT)
                      DELIMITED BY SIZE,
                      " " DELIMITED BY SIZE,
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE,
                      " " DELIMITED BY SIZE,
                      WS-STATUS-WORD DELIMITED BY SIZE
                 INTO WS-MESSAGE

           END-IF.

       6000-FIND-ALERT.

           MOVE ZERO TO WS-ALERT-HIT

           PERFORM 6010-SCAN-FOR-ALERT
               VARYING WS-ALERT-SUB FROM 1 BY 1
               UNTIL WS-ALERT-SUB > WS-ALERT-COUNT
                  OR WS-ALERT-HIT > ZERO

           IF WS-ALERT-HIT = ZERO

               MOVE "NO SUCH ALERT" TO WS-MESSAGE

           END-IF.

       6010-SCAN-FOR-ALERT.

           IF WS-ALT-ALERT-NO (WS-ALERT-SUB) = WS-ALERT-NO

               MOVE WS-ALERT-SUB TO WS-ALERT-HIT

           END-IF.

       7000-LOAD-ALERTS.

           OPEN INPUT ALERT-FILE

           IF ALERT-FILE-STATUS = "00"

               READ ALERT-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF OR WS-ALERT-COUNT >= WS-ALERT-MAX

                   ADD 1 TO WS-ALERT-COUNT

                   MOVE WS-ALERT-COUNT TO WS-ALERT-SUB

                   MOVE ALERT-CASE-RECORD
                     TO WS-ALERT-ENTRY (WS-ALERT-SUB)

                   READ ALERT-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               IF NOT WS-EOF

                   MOVE "Y" TO WS-ALERT-OVERFLOW-SWITCH

               END-IF

               CLOSE ALERT-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       7500-WRITE-ALERTS.

           OPEN OUTPUT ALERT-FILE

           PERFORM 7510-WRITE-ONE-ALERT
               VARYING WS-ALERT-SUB FROM 1 BY 1
               UNTIL WS-ALERT-SUB > WS-ALERT-COUNT

           CLOSE ALERT-FILE.

       7510-WRITE-ONE-ALERT.

           MOVE WS-ALERT-ENTRY (WS-ALERT-SUB) TO ALERT-CASE-RECORD

           WRITE ALERT-CASE-RECORD.

       8000-WRITE-CHANGE-LOG.

      *> Same row shape and "AC:" key as ACCTMNT's account touches, on
      *> the same log, against the alerted account.
           MOVE WS-OPERATOR-ID TO PC-USER

           MOVE SPACES TO PC-FILE-NAME

           STRING "AC:" DELIMITED BY SIZE,
                  WS-ALT-ACCOUNT (WS-ALERT-HIT) DELIMITED BY SIZE
             INTO PC-FILE-NAME

           MOVE FUNCTION CURRENT-DATE TO PC-TIMESTAMP

           WRITE PARM-CHANGE-RECORD.

       8100-SET-STATUS-WORD.

           EVALUATE WS-ALT-STATUS (WS-ALERT-HIT)

               WHEN "O"

                   MOVE "OPEN" TO WS-STATUS-WORD

               WHEN "E"

                   MOVE "ESCALATED" TO WS-STATUS-WORD

               WHEN OTHER

                   MOVE "CLEARED" TO WS-STATUS-WORD

           END-EVALUATE.
