       IDENTIFICATION DIVISION.

       PROGRAM-ID.  CHARTMNT.

      *> GL chart-of-accounts maintenance for data/gl-chart.dat - the
      *> signed-on replacement for the GL team's mapping spreadsheet.
      *> Each row maps a product and transaction type to the debit
      *> and credit GL lines GLEXTRC books a posting to; "*" in either
      *> key is the any-product or any-type fallback, and the "*"/"*"
      *> row is the suspense line. Product plus type is the key: a
      *> second entry for the same pair replaces the first. The chart
      *> decides where every figure lands in the ledger, so this is
      *> level-3 work, and every entry, change and removal writes a
      *> row to the parameter change log the way PARMMNT logs the
      *> other control files.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CHART-FILE ASSIGN TO CHART-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS CHART-FILE-STATUS.

           SELECT CHANGE-LOG ASSIGN TO CHANGE-LOG-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS CHANGE-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CHART-FILE.

       COPY "gl-chart-record.cpy".

       FD  CHANGE-LOG.

       COPY "parm-change-record.cpy".

       WORKING-STORAGE SECTION.

       77  CHART-FILE-PATH   PIC X(60) VALUE "data/gl-chart.dat".

       77  CHART-FILE-STATUS PIC XX.

       77  CHANGE-LOG-PATH   PIC X(60)
           VALUE "data/parmmnt-change-log.dat".

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
       77  WS-PRODUCT-CODE   PIC X(4) VALUE SPACES.

       77  WS-TXN-TYPE       PIC X VALUE SPACE.

           88  WS-TXN-TYPE-VALID VALUES "C" "D" "A" "R" "V" "X" "Y"
                                        "*".

       77  WS-DEBIT-GL       PIC 9(8) VALUE ZERO.

       77  WS-CREDIT-GL      PIC 9(8) VALUE ZERO.

       77  WS-DESCRIPTION    PIC X(30) VALUE SPACES.

      *> The whole chart, edited in place and written back as one
      *> unit, the way ORDMNT holds the order file.
       77  WS-CHART-COUNT    PIC 9(3) COMP VALUE ZERO.

       77  WS-CHART-MAX      PIC 9(3) COMP VALUE 500.

       77  WS-CHART-OVERFLOW-SWITCH PIC X VALUE "N".

           88  WS-CHART-OVERFLOW VALUE "Y".

       01  WS-CHART-TABLE.

           05  WS-CHART-ENTRY OCCURS 500 TIMES.

               10  WS-CH-PRODUCT-CODE PIC X(4).

               10  WS-CH-TXN-TYPE     PIC X.

               10  WS-CH-DEBIT-GL     PIC 9(8).

               10  WS-CH-CREDIT-GL    PIC 9(8).

               10  WS-CH-DESCRIPTION  PIC X(30).

       77  WS-CHART-SUB      PIC 9(3) COMP.

       77  WS-CHART-HIT      PIC 9(3) COMP.

       SCREEN SECTION.

       01  S-SIGNON.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5
               VALUE "COBOCHAIN GL CHART MAINTENANCE".

           05  LINE 4 COLUMN 5 VALUE "OPERATOR ID:".

           05  LINE 4 COLUMN 19 PIC X(8) USING WS-OPERATOR-ID
               REQUIRED.

           05  LINE 5 COLUMN 5 VALUE "PASSWORD:".

           05  LINE 5 COLUMN 19 PIC X(8) USING WS-PASSWORD
               SECURE REQUIRED.

       01  S-MENU.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5
               VALUE "COBOCHAIN GL CHART MAINTENANCE - MENU".

           05  LINE 4 COLUMN 5 VALUE "1 - ENTER OR CHANGE MAPPING".

           05  LINE 5 COLUMN 5 VALUE "2 - REMOVE MAPPING".

           05  LINE 6 COLUMN 5 VALUE "3 - SHOW MAPPING".

           05  LINE 7 COLUMN 5 VALUE "X - EXIT".

           05  LINE 9 COLUMN 5 VALUE "CHOICE:".

           05  LINE 9 COLUMN 14 PIC X USING WS-MENU-CHOICE AUTO.

           05  LINE 11 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-MAPPING-ENTRY.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5 VALUE "ENTER OR CHANGE MAPPING".

           05  LINE 4 COLUMN 5 VALUE "PRODUCT CODE:".

           05  LINE 4 COLUMN 27 PIC X(4) USING WS-PRODUCT-CODE.

           05  LINE 5 COLUMN 5 VALUE "TRANSACTION TYPE:".

           05  LINE 5 COLUMN 27 PIC X USING WS-TXN-TYPE.

           05  LINE 5 COLUMN 30 VALUE "(C D A R V X Y OR *)".

           05  LINE 6 COLUMN 5 VALUE "DEBIT GL ACCOUNT:".

           05  LINE 6 COLUMN 27 PIC 9(8) USING WS-DEBIT-GL.

           05  LINE 7 COLUMN 5 VALUE "CREDIT GL ACCOUNT:".

           05  LINE 7 COLUMN 27 PIC 9(8) USING WS-CREDIT-GL.

           05  LINE 8 COLUMN 5 VALUE "DESCRIPTION:".

           05  LINE 8 COLUMN 27 PIC X(30) USING WS-DESCRIPTION.

           05  LINE 10 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-MAPPING-PICK.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5 VALUE "GL CHART MAPPING".

           05  LINE 4 COLUMN 5 VALUE "PRODUCT CODE:".

           05  LINE 4 COLUMN 27 PIC X(4) USING WS-PRODUCT-CODE.

           05  LINE 5 COLUMN 5 VALUE "TRANSACTION TYPE:".

           05  LINE 5 COLUMN 27 PIC X USING WS-TXN-TYPE.

           05  LINE 7 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY S-SIGNON

           ACCEPT S-SIGNON

           MOVE WS-OPERATOR-ID TO SS-OPERATOR-ID

           MOVE WS-PASSWORD TO SS-PASSWORD

           MOVE 3 TO SS-REQUIRED-LEVEL

           CALL "SECSIGN" USING SECSIGN-PARMS

           IF NOT SS-GRANTED

               EVALUATE TRUE

                   WHEN SS-NO-OPERATOR-FILE

                       DISPLAY "CHARTMNT - NO OPERATOR FILE, "
                           "NOBODY IS AUTHORISED"

                   WHEN SS-LEVEL-DENIED

                       DISPLAY "CHARTMNT - LEVEL 3 REQUIRED FOR "
                           "GL CHART MAINTENANCE, ACCESS REFUSED"

                   WHEN OTHER

                       DISPLAY "CHARTMNT - OPERATOR OR PASSWORD "
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

           PERFORM 7000-LOAD-CHART

           PERFORM 1000-MENU-ROUND UNTIL WS-EXIT-WANTED

           CLOSE CHANGE-LOG

           GOBACK.

       1000-MENU-ROUND.

           DISPLAY S-MENU

           ACCEPT S-MENU

           MOVE SPACES TO WS-MESSAGE

           EVALUATE WS-MENU-CHOICE

               WHEN "1"

                   PERFORM 2000-ENTER-MAPPING

               WHEN "2"

                   PERFORM 3000-REMOVE-MAPPING

               WHEN "3"

                   PERFORM 4000-SHOW-MAPPING

               WHEN "X"

                   MOVE "Y" TO WS-EXIT-SWITCH

               WHEN "x"

                   MOVE "Y" TO WS-EXIT-SWITCH

               WHEN OTHER

                   MOVE "CHOOSE 1-3 OR X" TO WS-MESSAGE

           END-EVALUATE.

       2000-ENTER-MAPPING.

           IF WS-CHART-OVERFLOW

      *> A save would rewrite the file with only the loaded rows and
      *> destroy the rest - postings GLEXTRC would then book to the
      *> wrong lines.
               MOVE "GL CHART EXCEEDS 500 ROWS - SAVE REFUSED"
                 TO WS-MESSAGE

           ELSE

               MOVE SPACES TO WS-PRODUCT-CODE

               MOVE SPACE TO WS-TXN-TYPE

               MOVE ZERO TO WS-DEBIT-GL

               MOVE ZERO TO WS-CREDIT-GL

               MOVE SPACES TO WS-DESCRIPTION

               DISPLAY S-MAPPING-ENTRY

               ACCEPT S-MAPPING-ENTRY

               PERFORM 6000-FIND-MAPPING

               EVALUATE TRUE

                   WHEN WS-PRODUCT-CODE = SPACES

                       MOVE "PRODUCT CODE REQUIRED - * FOR ANY"
                         TO WS-MESSAGE

                   WHEN NOT WS-TXN-TYPE-VALID

                       MOVE "TYPE MUST BE C D A R V X Y OR *"
                         TO WS-MESSAGE

                   WHEN WS-DEBIT-GL = ZERO OR WS-CREDIT-GL = ZERO

                       MOVE "DEBIT AND CREDIT GL ACCOUNTS REQUIRED"
                         TO WS-MESSAGE

      *> Debit and credit on one line nets to nothing - the posting
      *> would vanish from the ledger.
                   WHEN WS-DEBIT-GL = WS-CREDIT-GL

                       MOVE "DEBIT AND CREDIT GL ACCOUNTS ARE THE SAME"
                         TO WS-MESSAGE

                   WHEN WS-CHART-HIT = ZERO
                        AND WS-CHART-COUNT >= WS-CHART-MAX

                       MOVE "GL CHART FULL - MAPPING REFUSED"
                         TO WS-MESSAGE

                   WHEN OTHER

                       PERFORM 2100-SAVE-MAPPING

               END-EVALUATE

           END-IF.

       2100-SAVE-MAPPING.

      *> Product and type already on file: the keyed lines replace
      *> the old ones, which go to the log. Otherwise a new row.
           IF WS-CHART-HIT > ZERO

               MOVE SPACES TO PC-OLD-VALUE

               STRING WS-CH-DEBIT-GL (WS-CHART-HIT) DELIMITED BY SIZE,
                      "/" DELIMITED BY SIZE,
                      WS-CH-CREDIT-GL (WS-CHART-HIT) DELIMITED BY SIZE
                 INTO PC-OLD-VALUE

           ELSE

               ADD 1 TO WS-CHART-COUNT

               MOVE WS-CHART-COUNT TO WS-CHART-HIT

               MOVE WS-PRODUCT-CODE
                 TO WS-CH-PRODUCT-CODE (WS-CHART-HIT)

               MOVE WS-TXN-TYPE TO WS-CH-TXN-TYPE (WS-CHART-HIT)

               MOVE SPACES TO PC-OLD-VALUE

           END-IF

           MOVE WS-DEBIT-GL TO WS-CH-DEBIT-GL (WS-CHART-HIT)

           MOVE WS-CREDIT-GL TO WS-CH-CREDIT-GL (WS-CHART-HIT)

           MOVE WS-DESCRIPTION TO WS-CH-DESCRIPTION (WS-CHART-HIT)

           PERFORM 7500-WRITE-CHART

           MOVE SPACES TO PC-NEW-VALUE

           STRING WS-DEBIT-GL DELIMITED BY SIZE,
                  "/" DELIMITED BY SIZE,
                  WS-CREDIT-GL DELIMITED BY SIZE
             INTO PC-NEW-VALUE

           PERFORM 8000-WRITE-CHANGE-LOG

           MOVE "MAPPING SAVED" TO WS-MESSAGE.

       3000-REMOVE-MAPPING.

           IF WS-CHART-OVERFLOW

               MOVE "GL CHART EXCEEDS 500 ROWS - SAVE REFUSED"
                 TO WS-MESSAGE

           ELSE

               PERFORM 6100-PICK-MAPPING

               IF WS-CHART-HIT > ZERO

                   PERFORM 3100-APPLY-REMOVE

               END-IF

           END-IF.

       3100-APPLY-REMOVE.

           MOVE SPACES TO PC-OLD-VALUE

           STRING WS-CH-DEBIT-GL (WS-CHART-HIT) DELIMITED BY SIZE,
                  "/" DELIMITED BY SIZE,
                  WS-CH-CREDIT-GL (WS-CHART-HIT) DELIMITED BY SIZE
             INTO PC-OLD-VALUE

           MOVE "REMOVED" TO PC-NEW-VALUE

           PERFORM 3110-CLOSE-UP-ONE-ROW
               VARYING WS-CHART-SUB FROM WS-CHART-HIT BY 1
               UNTIL WS-CHART-SUB >= WS-CHART-COUNT

           SUBTRACT 1 FROM WS-CHART-COUNT

           PERFORM 7500-WRITE-CHART

           PERFORM 8000-WRITE-CHANGE-LOG

           MOVE "MAPPING REMOVED" TO WS-MESSAGE.

       3110-CLOSE-UP-ONE-ROW.

           MOVE WS-CHART-ENTRY (WS-CHART-SUB + 1)
             TO WS-CHART-ENTRY (WS-CHART-SUB).

       4000-SHOW-MAPPING.

           PERFORM 6100-PICK-MAPPING

           IF WS-CHART-HIT > ZERO

               MOVE SPACES TO WS-MESSAGE

               STRING "DR " DELIMITED BY SIZE,
                      WS-CH-DEBIT-GL (WS-CHART-HIT) DELIMITED BY SIZE,
                      " CR " DELIMITED BY SIZE,
                      WS-CH-CREDIT-GL (WS-CHART-HIT) DELIMITED BY SIZE,
                      " " DELIMITED BY SIZE,
                      WS-CH-DESCRIPTION (WS-CHART-HIT)
                          DELIMITED BY SIZE
                 INTO WS-MESSAGE

           END-IF.

       6000-FIND-MAPPING.

           MOVE ZERO TO WS-CHART-HIT

           PERFORM 6010-SCAN-FOR-MAPPING
               VARYING WS-CHART-SUB FROM 1 BY 1
               UNTIL WS-CHART-SUB > WS-CHART-COUNT
                  OR WS-CHART-HIT > ZERO.

       6010-SCAN-FOR-MAPPING.

           IF WS-CH-PRODUCT-CODE (WS-CHART-SUB) = WS-PRODUCT-CODE
              AND WS-CH-TXN-TYPE (WS-CHART-SUB) = WS-TXN-TYPE

               MOVE WS-CHART-SUB TO WS-CHART-HIT

           END-IF.

       6100-PICK-MAPPING.

           MOVE SPACES TO WS-PRODUCT-CODE

           MOVE SPACE TO WS-TXN-TYPE

           DISPLAY S-MAPPING-PICK

           ACCEPT S-MAPPING-PICK

           PERFORM 6000-FIND-MAPPING

           IF WS-CHART-HIT = ZERO

               MOVE "NO MAPPING FOR THAT PRODUCT AND TYPE"
                 TO WS-MESSAGE

           END-IF.

       7000-LOAD-CHART.

           OPEN INPUT CHART-FILE

           IF CHART-FILE-STATUS = "00"

               READ CHART-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF OR WS-CHART-COUNT >= WS-CHART-MAX

                   ADD 1 TO WS-CHART-COUNT

                   MOVE WS-CHART-COUNT TO WS-CHART-SUB

                   MOVE GL-CHART-RECORD TO WS-CHART-ENTRY (WS-CHART-SUB)

                   READ CHART-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               IF NOT WS-EOF

                   MOVE "Y" TO WS-CHART-OVERFLOW-SWITCH

               END-IF

               CLOSE CHART-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       7500-WRITE-CHART.

           OPEN OUTPUT CHART-FILE

           PERFORM 7510-WRITE-ONE-MAPPING
               VARYING WS-CHART-SUB FROM 1 BY 1
               UNTIL WS-CHART-SUB > WS-CHART-COUNT

           CLOSE CHART-FILE.

       7510-WRITE-ONE-MAPPING.

           MOVE WS-CHART-ENTRY (WS-CHART-SUB) TO GL-CHART-RECORD

           WRITE GL-CHART-RECORD.

       8000-WRITE-CHANGE-LOG.

      *> The product and type the touch was against stand in the
      *> field name - "SAV /C" - and the values are the debit and
      *> credit lines, so one grep of the log answers who re-pointed
      *> a posting type's ledger lines.
           MOVE WS-OPERATOR-ID TO PC-USER

           MOVE "GL-CHART" TO PC-FILE-NAME

           MOVE SPACES TO PC-FIELD-NAME

           STRING WS-PRODUCT-CODE DELIMITED BY SIZE,
                  "/" DELIMITED BY SIZE,
                  WS-TXN-TYPE DELIMITED BY SIZE
             INTO PC-FIELD-NAME

           MOVE FUNCTION CURRENT-DATE TO PC-TIMESTAMP

           WRITE PARM-CHANGE-RECORD.
