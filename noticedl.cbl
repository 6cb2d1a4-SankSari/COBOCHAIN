      *> re-copied into the print stream from their spool files and
      *> marked REPRINTED, without re-driving the rejected file
      *> through HELLO again.
      *> Notices are addressed from the customer master: all of one
      *> customer's notices in the run go out together in one
      *> envelope, headed by the customer's name and mailing address,
      *> and a customer who takes delivery electronically has them
      *> routed to the e-mail stream data/notice-email.dat under
      *> their e-mail address instead of the print stream. Notices
      *> for accounts with no customer go out unaddressed on paper
      *> as they always have.

       ENVIRONMENT DIVISION.


               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMAIL-FILE ASSIGN TO EMAIL-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS EMAIL-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCOUNT-MASTER-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS RANDOM

               RECORD KEY IS ACCT-NUMBER

               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTOMER-MASTER-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS RANDOM

               RECORD KEY IS CUST-NUMBER

               FILE STATUS IS CUSTOMER-MASTER-STATUS.

       DATA DIVISION.

       FILE SECTION.

       01  REPORT-LINE                 PIC X(80).

       FD  EMAIL-FILE.

       01  EMAIL-LINE                  PIC X(80).

       FD  ACCOUNT-MASTER.

       COPY "account-master-record.cpy".

       FD  CUSTOMER-MASTER.

       COPY "customer-master-record.cpy".

       WORKING-STORAGE SECTION.

       77  MANIFEST-FILE-PATH PIC X(60)

       77  REPORT-FILE-PATH  PIC X(60) VALUE "data/noticedl-report.dat".

       77  EMAIL-FILE-PATH   PIC X(60) VALUE "data/notice-email.dat".

       77  EMAIL-FILE-STATUS PIC XX.

       77  ACCOUNT-MASTER-PATH PIC X(60)
           VALUE "data/account-master.dat".

       77  ACCOUNT-MASTER-STATUS PIC XX.

       77  CUSTOMER-MASTER-PATH PIC X(60)
           VALUE "data/customer-master.dat".

       77  CUSTOMER-MASTER-STATUS PIC XX.

       77  WS-CUSTOMER-OPEN-SWITCH PIC X VALUE "N".

           88  WS-CUSTOMER-OPEN VALUE "Y".

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

               10  WS-MAN-DELIVERED  PIC X(21).

               10  WS-MAN-CUSTOMER-NO PIC 9(8).

               10  WS-MAN-DONE       PIC X.

       77  WS-MAN-SUB        PIC 9(3) COMP.

      *> One envelope: the notice that opened it, the rows it picks
      *> up after that one, and where it is going.
       77  WS-ROW-SUB        PIC 9(3) COMP.

       77  WS-SCAN-SUB       PIC 9(3) COMP.

       77  WS-ENVELOPE-CUSTOMER PIC 9(8).

       77  WS-QUALIFY-SWITCH PIC X.

           88  WS-ROW-QUALIFIES VALUE "Y".

       77  WS-CUST-FOUND-SWITCH PIC X.

           88  WS-CUSTOMER-FOUND VALUE "Y".

       77  WS-STREAM-SWITCH  PIC X.

           88  WS-EMAIL-STREAM VALUE "E".

       77  WS-ADDRESS-SUB    PIC 9.

       77  WS-OUT-LINE       PIC X(80).

       77  WS-ENVELOPE-COUNT PIC 9(5) VALUE ZERO.

       77  WS-EMAILED-COUNT  PIC 9(5) VALUE ZERO.

       77  WS-DELIVERED-COUNT PIC 9(5) VALUE ZERO.

       77  WS-REPRINTED-COUNT PIC 9(5) VALUE ZERO.

           IF NOT WS-MAN-OVERFLOW AND WS-MAN-COUNT > ZERO

               PERFORM 0200-RESOLVE-CUSTOMERS

               OPEN EXTEND PRINT-FILE

               IF PRINT-FILE-STATUS NOT = "00"

               END-IF

               OPEN EXTEND EMAIL-FILE

               IF EMAIL-FILE-STATUS NOT = "00"

                   CLOSE EMAIL-FILE

                   OPEN OUTPUT EMAIL-FILE

               END-IF

               PERFORM 1000-PROCESS-ONE-NOTICE
                   VARYING WS-MAN-SUB FROM 1 BY 1
                   UNTIL WS-MAN-SUB > WS-MAN-COUNT

               CLOSE PRINT-FILE

               CLOSE EMAIL-FILE

               IF WS-CUSTOMER-OPEN

                   CLOSE CUSTOMER-MASTER

               END-IF

               PERFORM 3000-WRITE-MANIFEST

           END-IF
                   MOVE NM-DELIVERED-TS
                     TO WS-MAN-DELIVERED (WS-MAN-SUB)

                   IF NM-CUSTOMER-NUMBER NUMERIC

                       MOVE NM-CUSTOMER-NUMBER
                         TO WS-MAN-CUSTOMER-NO (WS-MAN-SUB)

                   ELSE

                       MOVE ZERO TO WS-MAN-CUSTOMER-NO (WS-MAN-SUB)

                   END-IF

                   MOVE "N" TO WS-MAN-DONE (WS-MAN-SUB)

                   READ MANIFEST-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

           END-IF.

       0200-RESOLVE-CUSTOMERS.

      *> Rows spooled before HELLO recorded the customer carry no
      *> customer number - the account names it instead. The
      *> customer master stays open for the envelopes that follow.
           OPEN INPUT ACCOUNT-MASTER

           IF ACCOUNT-MASTER-STATUS = "00"

               PERFORM 0210-RESOLVE-ONE-ROW
                   VARYING WS-MAN-SUB FROM 1 BY 1
                   UNTIL WS-MAN-SUB > WS-MAN-COUNT

               CLOSE ACCOUNT-MASTER

           END-IF

           OPEN INPUT CUSTOMER-MASTER

           IF CUSTOMER-MASTER-STATUS = "00"

               MOVE "Y" TO WS-CUSTOMER-OPEN-SWITCH

           END-IF.

       0210-RESOLVE-ONE-ROW.

           IF WS-MAN-CUSTOMER-NO (WS-MAN-SUB) = ZERO
              AND WS-MAN-ACCOUNT (WS-MAN-SUB) > ZERO

               MOVE WS-MAN-ACCOUNT (WS-MAN-SUB) TO ACCT-NUMBER

               READ ACCOUNT-MASTER

                   INVALID KEY

                       CONTINUE

                   NOT INVALID KEY

                       IF ACCT-CUSTOMER-NUMBER NUMERIC

                           MOVE ACCT-CUSTOMER-NUMBER
                             TO WS-MAN-CUSTOMER-NO (WS-MAN-SUB)

                       END-IF

               END-READ

           END-IF.

       1000-PROCESS-ONE-NOTICE.

      *> The first pending notice of a customer opens the envelope;
      *> the customer's other pending notices further down the
      *> manifest join it there and are skipped when the loop
      *> reaches them.
           MOVE WS-MAN-SUB TO WS-ROW-SUB

           PERFORM 1050-CHECK-ROW-QUALIFIES

           IF WS-ROW-QUALIFIES

               MOVE WS-MAN-CUSTOMER-NO (WS-MAN-SUB)
                 TO WS-ENVELOPE-CUSTOMER

               PERFORM 1100-OPEN-ENVELOPE

               PERFORM 1200-DELIVER-ONE-ROW

               IF WS-ENVELOPE-CUSTOMER > ZERO

                   PERFORM 1060-GATHER-CUSTOMER-ROW
                       VARYING WS-SCAN-SUB FROM WS-MAN-SUB BY 1
                       UNTIL WS-SCAN-SUB > WS-MAN-COUNT

               END-IF

           END-IF.

       1050-CHECK-ROW-QUALIFIES.

           MOVE "N" TO WS-QUALIFY-SWITCH

           IF WS-MAN-DONE (WS-ROW-SUB) NOT = "Y"

               EVALUATE TRUE

                   WHEN WS-REPRINT-RUN

                       IF WS-MAN-ACCOUNT (WS-ROW-SUB)
                          = WS-TARGET-ACCOUNT

                           MOVE "Y" TO WS-QUALIFY-SWITCH

                       END-IF

                   WHEN WS-MAN-STATUS (WS-ROW-SUB) = "S"

                       MOVE "Y" TO WS-QUALIFY-SWITCH

                   WHEN OTHER

                       CONTINUE

               END-EVALUATE

           END-IF.

       1060-GATHER-CUSTOMER-ROW.

           IF WS-MAN-CUSTOMER-NO (WS-SCAN-SUB) = WS-ENVELOPE-CUSTOMER

               MOVE WS-SCAN-SUB TO WS-ROW-SUB

               PERFORM 1050-CHECK-ROW-QUALIFIES

               IF WS-ROW-QUALIFIES

                   PERFORM 1200-DELIVER-ONE-ROW

               END-IF

           END-IF.

       1100-OPEN-ENVELOPE.

      *> The address block heads the envelope. A customer the
      *> customer master no longer knows still gets the notices, on
      *> paper and unaddressed, and the report says whose address
      *> is missing.
           MOVE "P" TO WS-STREAM-SWITCH

           ADD 1 TO WS-ENVELOPE-COUNT

           IF WS-ENVELOPE-CUSTOMER > ZERO

               MOVE "N" TO WS-CUST-FOUND-SWITCH

               IF WS-CUSTOMER-OPEN

                   MOVE WS-ENVELOPE-CUSTOMER TO CUST-NUMBER

                   READ CUSTOMER-MASTER

                       INVALID KEY

                           CONTINUE

                       NOT INVALID KEY

                           MOVE "Y" TO WS-CUST-FOUND-SWITCH

                   END-READ

               END-IF

               IF WS-CUSTOMER-FOUND

                   PERFORM 1110-WRITE-ADDRESS-BLOCK

               ELSE

                   ADD 1 TO WS-ERROR-COUNT

                   MOVE WS-ENVELOPE-CUSTOMER TO WS-KEY-DISPLAY

                   MOVE SPACES TO REPORT-LINE

                   STRING "CUSTOMER " DELIMITED BY SIZE,
                          WS-KEY-DISPLAY DELIMITED BY SIZE,
                          " NOT ON CUSTOMER MASTER - SENT UNADDRESSED"
                          DELIMITED BY SIZE
                     INTO REPORT-LINE

                   WRITE REPORT-LINE

               END-IF

           END-IF.

       1110-WRITE-ADDRESS-BLOCK.

           IF CUST-DELIVER-EMAIL AND CUST-EMAIL-ADDRESS NOT = SPACES

               MOVE "E" TO WS-STREAM-SWITCH

               MOVE SPACES TO WS-OUT-LINE

               STRING "EMAIL TO: " DELIMITED BY SIZE,
                      CUST-EMAIL-ADDRESS DELIMITED BY SIZE
                 INTO WS-OUT-LINE

               PERFORM 2100-WRITE-STREAM-LINE

               MOVE SPACES TO WS-OUT-LINE

               STRING "NAME:     " DELIMITED BY SIZE,
                      CUST-NAME DELIMITED BY SIZE
                 INTO WS-OUT-LINE

               PERFORM 2100-WRITE-STREAM-LINE

           ELSE

               MOVE SPACES TO WS-OUT-LINE

               STRING "TO: " DELIMITED BY SIZE,
                      CUST-NAME DELIMITED BY SIZE
                 INTO WS-OUT-LINE

               PERFORM 2100-WRITE-STREAM-LINE

               PERFORM 1120-WRITE-ADDRESS-LINE
                   VARYING WS-ADDRESS-SUB FROM 1 BY 1
                   UNTIL WS-ADDRESS-SUB > 3

               MOVE SPACES TO WS-OUT-LINE

               MOVE CUST-POSTAL-CODE TO WS-OUT-LINE(5:10)

               PERFORM 2100-WRITE-STREAM-LINE

           END-IF

           MOVE SPACES TO WS-OUT-LINE

           PERFORM 2100-WRITE-STREAM-LINE.

       1120-WRITE-ADDRESS-LINE.

           IF CUST-ADDRESS-LINE (WS-ADDRESS-SUB) NOT = SPACES

               MOVE SPACES TO WS-OUT-LINE

               MOVE CUST-ADDRESS-LINE (WS-ADDRESS-SUB)
                 TO WS-OUT-LINE(5:30)

               PERFORM 2100-WRITE-STREAM-LINE

           END-IF.

       1200-DELIVER-ONE-ROW.

           MOVE "Y" TO WS-MAN-DONE (WS-ROW-SUB)

           PERFORM 2000-COPY-SPOOL-TO-STREAM

           IF WS-SPOOL-EOF-SWITCH NOT = "E"

               MOVE FUNCTION CURRENT-DATE
                 TO WS-MAN-DELIVERED (WS-ROW-SUB)

               IF WS-REPRINT-RUN

                   MOVE "R" TO WS-MAN-STATUS (WS-ROW-SUB)

                   ADD 1 TO WS-REPRINTED-COUNT

               ELSE

                   MOVE "D" TO WS-MAN-STATUS (WS-ROW-SUB)

                   ADD 1 TO WS-DELIVERED-COUNT

               END-IF

               IF WS-EMAIL-STREAM

                   ADD 1 TO WS-EMAILED-COUNT

               END-IF

           END-IF.

       2000-COPY-SPOOL-TO-STREAM.

      *> "E" in the switch flags a spool file that has gone missing -
      *> the manifest row keeps its old status so the gap stays
      *> visible instead of being marked off as sent.
           MOVE "N" TO WS-SPOOL-EOF-SWITCH

           MOVE WS-MAN-SPOOL (WS-ROW-SUB) TO SPOOL-FILE-PATH

           OPEN INPUT SPOOL-FILE

               MOVE SPACES TO REPORT-LINE

               STRING "SPOOL FILE MISSING: " DELIMITED BY SIZE,
                      WS-MAN-SPOOL (WS-ROW-SUB) DELIMITED BY SPACE
                 INTO REPORT-LINE

               WRITE REPORT-LINE

               PERFORM UNTIL WS-SPOOL-EOF

                   MOVE SPOOL-LINE TO WS-OUT-LINE

                   PERFORM 2100-WRITE-STREAM-LINE

                   READ SPOOL-FILE


           END-IF.

       2100-WRITE-STREAM-LINE.

           IF WS-EMAIL-STREAM

               MOVE WS-OUT-LINE TO EMAIL-LINE

               WRITE EMAIL-LINE

           ELSE

               MOVE WS-OUT-LINE TO PRINT-LINE

               WRITE PRINT-LINE

           END-IF.

       3000-WRITE-MANIFEST.

           OPEN OUTPUT MANIFEST-FILE

           MOVE WS-MAN-DELIVERED (WS-MAN-SUB) TO NM-DELIVERED-TS

           MOVE WS-MAN-CUSTOMER-NO (WS-MAN-SUB) TO NM-CUSTOMER-NUMBER

           WRITE NOTICE-MANIFEST-RECORD.

       9000-WRITE-TOTALS.
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-EMAILED-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "OF WHICH BY EMAIL: " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-ENVELOPE-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "ENVELOPES:         " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       9900-END-OF-JOB-SUMMARY.

               " REPRINTED: " WS-REPRINTED-COUNT

               " ENVELOPES: " WS-ENVELOPE-COUNT

               " ERRORS: " WS-ERROR-COUNT

               " ELAPSED: " WS-ELAPSED-SECONDS " SEC"
