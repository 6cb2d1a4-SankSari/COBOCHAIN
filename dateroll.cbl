      *> run-control record is raised so the window knows ARCHIVER
      *> and the statement run are due - twice this year somebody
      *> opened a Saturday or re-keyed yesterday's date; the calendar
      *> ends that. Once the new day is open the hold file is swept:
      *> holds whose last held business date is behind the new day
      *> drop off (each expiry logged on the account change log) and
      *> released holds are cleared away, so no hold outlives its
      *> term because nobody remembered to lift it.

       ENVIRONMENT DIVISION.


               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT HOLD-FILE ASSIGN TO HOLD-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT CHANGE-LOG ASSIGN TO CHANGE-LOG-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS CHANGE-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL.

       COPY "run-control-record.cpy".

       FD  HOLD-FILE.

       COPY "hold-record.cpy".

       FD  CHANGE-LOG.

       COPY "parm-change-record.cpy".

       FD  REPORT-FILE.

       01  REPORT-LINE                 PIC X(80).

       77  REPORT-FILE-PATH  PIC X(60) VALUE "data/dateroll-report.dat".

       77  HOLD-FILE-PATH    PIC X(60) VALUE "data/account-holds.dat".

       77  HOLD-FILE-STATUS  PIC XX.

       77  CHANGE-LOG-PATH   PIC X(60)
           VALUE "data/acctmnt-change-log.dat".

       77  CHANGE-LOG-STATUS PIC XX.

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-COUNT-DISPLAY  PIC Z(3)9.

      *> The hold file is read whole, swept and written back as one
      *> unit - the same table HOLDMNT edits it through.

       77  WS-HOLD-COUNT     PIC 9(4) COMP VALUE ZERO.

       77  WS-HOLD-MAX       PIC 9(4) COMP VALUE 500.

       77  WS-HOLD-OVERFLOW-SWITCH PIC X VALUE "N".

           88  WS-HOLD-OVERFLOW VALUE "Y".

       01  WS-HOLD-TABLE.

           05  WS-HOLD-ENTRY OCCURS 500 TIMES PIC X(130).

       77  WS-HOLD-SUB       PIC 9(4) COMP.

       77  WS-HOLDS-EXPIRED  PIC 9(4) VALUE ZERO.

       77  WS-HOLDS-CLEARED  PIC 9(4) VALUE ZERO.

       77  WS-HOLD-NO-DISPLAY PIC Z(3)9.

       77  WS-AMOUNT-DISPLAY PIC Z(10)9.99.

       01  WS-START-TIME.

           05  WS-START-HH PIC 9(2).

               PERFORM 2000-OPEN-NEW-DAY

               PERFORM 3000-SWEEP-HOLDS

           END-IF

           CLOSE REPORT-FILE

           IF WS-NEXT-MONTH-END = "Y"

               MOVE "PERIOD-END - SNAPSHOT, ARCHIVER, STATEMENTS DUE"
                 TO REPORT-LINE

               WRITE REPORT-LINE

           END-IF.

       3000-SWEEP-HOLDS.

      *> A hold whose expiry date is behind the day just opened has
      *> run its term; a released one stopped biting when HOLDMNT
      *> marked it. Neither stays on file. A file too big for the
      *> table is left exactly as it is - rewriting it from a partial
      *> load would silently lift holds nobody released.

           OPEN INPUT HOLD-FILE

           IF HOLD-FILE-STATUS = "00"

               READ HOLD-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   IF WS-HOLD-COUNT >= WS-HOLD-MAX

                       MOVE "Y" TO WS-HOLD-OVERFLOW-SWITCH

                       MOVE "Y" TO WS-EOF-SWITCH

                   ELSE

                       PERFORM 3100-SWEEP-ONE-HOLD

                       READ HOLD-FILE

                           AT END MOVE "Y" TO WS-EOF-SWITCH

                       END-READ

                   END-IF

               END-PERFORM

               CLOSE HOLD-FILE

               MOVE "N" TO WS-EOF-SWITCH

               IF WS-HOLD-OVERFLOW

                   MOVE "HOLD FILE EXCEEDS 500 ROWS - NOT SWEPT"
                     TO REPORT-LINE

                   WRITE REPORT-LINE

               ELSE

                   OPEN OUTPUT HOLD-FILE

                   PERFORM 3200-WRITE-ONE-HOLD
                       VARYING WS-HOLD-SUB FROM 1 BY 1
                       UNTIL WS-HOLD-SUB > WS-HOLD-COUNT

                   CLOSE HOLD-FILE

                   MOVE WS-HOLDS-EXPIRED TO WS-COUNT-DISPLAY

                   MOVE SPACES TO REPORT-LINE

                   STRING "HOLDS EXPIRED: " DELIMITED BY SIZE,
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                     INTO REPORT-LINE

                   WRITE REPORT-LINE

                   MOVE WS-HOLDS-CLEARED TO WS-COUNT-DISPLAY

                   MOVE SPACES TO REPORT-LINE

                   STRING "RELEASED HOLDS CLEARED: " DELIMITED BY SIZE,
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                     INTO REPORT-LINE

                   WRITE REPORT-LINE

               END-IF

           END-IF.

       3100-SWEEP-ONE-HOLD.

           EVALUATE TRUE

               WHEN HD-RELEASED

                   ADD 1 TO WS-HOLDS-CLEARED

               WHEN HD-ACTIVE
                    AND HD-EXPIRY-DATE NUMERIC
                    AND HD-EXPIRY-DATE < WS-NEXT-DATE

                   ADD 1 TO WS-HOLDS-EXPIRED

                   PERFORM 3110-LOG-HOLD-EXPIRY

               WHEN OTHER

                   ADD 1 TO WS-HOLD-COUNT

                   MOVE HOLD-RECORD TO WS-HOLD-ENTRY (WS-HOLD-COUNT)

           END-EVALUATE.

       3110-LOG-HOLD-EXPIRY.

      *> Same row and "AC:" key HOLDMNT writes when a hold is placed
      *> or released - the account's history shows the hold ending
      *> by term, under this program's name rather than a person's.

           OPEN EXTEND CHANGE-LOG

           IF CHANGE-LOG-STATUS NOT = "00"

               CLOSE CHANGE-LOG

               OPEN OUTPUT CHANGE-LOG

           END-IF

           MOVE "DATEROLL" TO PC-USER

           MOVE SPACES TO PC-FILE-NAME

           STRING "AC:" DELIMITED BY SIZE,
                  HD-ACCOUNT DELIMITED BY SIZE
             INTO PC-FILE-NAME

           MOVE "HOLD-EXPIRED" TO PC-FIELD-NAME

           MOVE HD-HOLD-NO TO WS-HOLD-NO-DISPLAY

           MOVE SPACES TO PC-OLD-VALUE

           STRING "HOLD " DELIMITED BY SIZE,
                  WS-HOLD-NO-DISPLAY DELIMITED BY SIZE
             INTO PC-OLD-VALUE

           MOVE HD-AMOUNT TO WS-AMOUNT-DISPLAY

           MOVE WS-AMOUNT-DISPLAY TO PC-NEW-VALUE

           MOVE FUNCTION CURRENT-DATE TO PC-TIMESTAMP

           WRITE PARM-CHANGE-RECORD

           CLOSE CHANGE-LOG

           MOVE SPACES TO REPORT-LINE

           STRING "HOLD EXPIRED: ACCOUNT " DELIMITED BY SIZE,
                  HD-ACCOUNT DELIMITED BY SIZE,
                  " HOLD " DELIMITED BY SIZE,
                  WS-HOLD-NO-DISPLAY DELIMITED BY SIZE,
                  " AMOUNT " DELIMITED BY SIZE,
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       3200-WRITE-ONE-HOLD.

           MOVE WS-HOLD-ENTRY (WS-HOLD-SUB) TO HOLD-RECORD

           WRITE HOLD-RECORD.

       9900-END-OF-JOB-SUMMARY.

      *> Give the scheduler and the operator glancing at sysout a real
