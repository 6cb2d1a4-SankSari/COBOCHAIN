       IDENTIFICATION DIVISION.

       PROGRAM-ID.  DISPAGE.

      *> Dispute ageing report. Lists every dispute not yet resolved
      *> on data/dispute-cases.dat with its age in calendar days from
      *> the business date it was opened, against the regulator's
      *> day limit in data/dispute-parms.dat. A case within the
      *> warning days of the limit is marked DUE, one past it
      *> OVERDUE. Read-only: DISPMNT resolves cases, DISPGEN settles
      *> them. RC 4 when anything is overdue - a clean run that
      *> found cases the regulator would fault, so the plan flags it
      *> the way MONITOR's new alerts are flagged.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMETER-FILE ASSIGN TO PARAMETER-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS PARAMETER-FILE-STATUS.

           SELECT CASE-FILE ASSIGN TO CASE-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS CASE-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARAMETER-FILE.

       COPY "dispute-parm-record.cpy".

       FD  CASE-FILE.

       COPY "dispute-case-record.cpy".

       FD  RUN-CONTROL-FILE.

       COPY "run-control-record.cpy".

       FD  REPORT-FILE.

       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       77  PARAMETER-FILE-PATH PIC X(60)
           VALUE "data/dispute-parms.dat".

       77  PARAMETER-FILE-STATUS PIC XX.

       77  CASE-FILE-PATH    PIC X(60)
           VALUE "data/dispute-cases.dat".

       77  CASE-FILE-STATUS  PIC XX.

       77  RUN-CONTROL-PATH  PIC X(60) VALUE "data/run-control.dat".

       77  RUN-CONTROL-STATUS PIC XX.

       77  REPORT-FILE-PATH  PIC X(60) VALUE "data/dispage-report.dat".

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-ABANDON-SWITCH PIC X VALUE "N".

           88  WS-RUN-ABANDONED VALUE "Y".

       77  WS-BUSINESS-DATE  PIC 9(8) VALUE ZERO.

       77  WS-BUSINESS-DAY-NUMBER PIC 9(8) VALUE ZERO.

       77  WS-LIMIT-DAYS     PIC 9(3) VALUE ZERO.

       77  WS-WARNING-DAYS   PIC 9(3) VALUE ZERO.

       77  WS-DUE-AGE        PIC 9(3) VALUE ZERO.

       77  WS-AGE-DAYS       PIC S9(5) VALUE ZERO.

       77  WS-DAYS-LEFT      PIC S9(5) VALUE ZERO.

       77  WS-FLAG-TEXT      PIC X(8).

       77  WS-STATUS-WORD    PIC X(11).

       77  WS-CASES-READ     PIC 9(5) VALUE ZERO.

       77  WS-OPEN-COUNT     PIC 9(5) VALUE ZERO.

       77  WS-PROVISIONAL-COUNT PIC 9(5) VALUE ZERO.

       77  WS-DUE-COUNT      PIC 9(5) VALUE ZERO.

       77  WS-OVERDUE-COUNT  PIC 9(5) VALUE ZERO.

       77  WS-ERROR-COUNT    PIC 9(5) VALUE ZERO.

       77  WS-DISPUTED-TOTAL PIC 9(10)V99 VALUE ZERO.

       77  WS-PROVISIONAL-TOTAL PIC 9(10)V99 VALUE ZERO.

       77  WS-AMOUNT-DISPLAY PIC Z(5)9.99.

       77  WS-TOTAL-DISPLAY  PIC Z(9)9.99.

       77  WS-COUNT-DISPLAY  PIC Z(7)9.

       77  WS-AGE-DISPLAY    PIC ZZZZ9.

       77  WS-LEFT-DISPLAY   PIC ----9.

       01  WS-START-TIME.

           05  WS-START-HH PIC 9(2).

           05  WS-START-MI PIC 9(2).

           05  WS-START-SS PIC 9(2).

       01  WS-END-TIME.

           05  WS-END-HH   PIC 9(2).

           05  WS-END-MI   PIC 9(2).

           05  WS-END-SS   PIC 9(2).

       77  WS-ELAPSED-SECONDS PIC S9(6).

       PROCEDURE DIVISION.

       0000-MAIN.

           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-START-TIME

           OPEN OUTPUT REPORT-FILE

           MOVE "DISPUTE AGEING REPORT" TO REPORT-LINE

           WRITE REPORT-LINE

           PERFORM 0040-LOAD-PARAMETERS

           IF NOT WS-RUN-ABANDONED

               PERFORM 0060-LOAD-RUN-CONTROL

           END-IF

           IF NOT WS-RUN-ABANDONED

               PERFORM 0900-WRITE-HEADINGS

               PERFORM 1000-AGE-CASES

           END-IF

           PERFORM 9000-WRITE-TOTALS

           CLOSE REPORT-FILE

           PERFORM 9900-END-OF-JOB-SUMMARY

           GOBACK.

       0040-LOAD-PARAMETERS.

           OPEN INPUT PARAMETER-FILE

           IF PARAMETER-FILE-STATUS NOT = "00"

               MOVE "NO DISPUTE PARAMETERS - RUN REFUSED"
                 TO REPORT-LINE

               WRITE REPORT-LINE

               MOVE "Y" TO WS-ABANDON-SWITCH

               ADD 1 TO WS-ERROR-COUNT

           ELSE

               READ PARAMETER-FILE

               IF PARAMETER-FILE-STATUS NOT = "00"
                  OR DA-LIMIT-DAYS NOT NUMERIC
                  OR DA-WARNING-DAYS NOT NUMERIC
                  OR DA-LIMIT-DAYS = ZERO
                  OR DA-WARNING-DAYS NOT < DA-LIMIT-DAYS

                   MOVE "DISPUTE PARAMETERS INVALID - RUN REFUSED"
                     TO REPORT-LINE

                   WRITE REPORT-LINE

                   MOVE "Y" TO WS-ABANDON-SWITCH

                   ADD 1 TO WS-ERROR-COUNT

               ELSE

                   MOVE DA-LIMIT-DAYS TO WS-LIMIT-DAYS

                   MOVE DA-WARNING-DAYS TO WS-WARNING-DAYS

                   COMPUTE WS-DUE-AGE = WS-LIMIT-DAYS - WS-WARNING-DAYS

               END-IF

               CLOSE PARAMETER-FILE

           END-IF.

       0060-LOAD-RUN-CONTROL.

      *> Ages are counted to the open business day, the same clock
      *> the cases were opened on.
           OPEN INPUT RUN-CONTROL-FILE

           IF RUN-CONTROL-STATUS NOT = "00"

               MOVE "NO RUN CONTROL FILE - RUN REFUSED" TO REPORT-LINE

               WRITE REPORT-LINE

               MOVE "Y" TO WS-ABANDON-SWITCH

               ADD 1 TO WS-ERROR-COUNT

           ELSE

               READ RUN-CONTROL-FILE

               IF RUN-CONTROL-STATUS NOT = "00"
                  OR RC-BUSINESS-DATE NOT NUMERIC

                   MOVE "RUN CONTROL UNREADABLE - RUN REFUSED"
                     TO REPORT-LINE

                   WRITE REPORT-LINE

                   MOVE "Y" TO WS-ABANDON-SWITCH

                   ADD 1 TO WS-ERROR-COUNT

               ELSE

                   MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE

                   COMPUTE WS-BUSINESS-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)

               END-IF

               CLOSE RUN-CONTROL-FILE

           END-IF.

       0900-WRITE-HEADINGS.

           MOVE WS-LIMIT-DAYS TO WS-AGE-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "BUSINESS DATE " DELIMITED BY SIZE,
                  WS-BUSINESS-DATE DELIMITED BY SIZE,
                  "  DAY LIMIT " DELIMITED BY SIZE,
                  WS-AGE-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE

           MOVE "POST KEY" TO REPORT-LINE(1:8)

           MOVE "ACCOUNT" TO REPORT-LINE(10:7)

           MOVE "AMOUNT" TO REPORT-LINE(22:6)

           MOVE "OPENED" TO REPORT-LINE(29:6)

           MOVE "AGE" TO REPORT-LINE(40:3)

           MOVE "LEFT" TO REPORT-LINE(45:4)

           MOVE "STATUS" TO REPORT-LINE(50:6)

           WRITE REPORT-LINE.

       1000-AGE-CASES.

      *> No case file simply means no disputes.
           OPEN INPUT CASE-FILE

           IF CASE-FILE-STATUS = "00"

               READ CASE-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   ADD 1 TO WS-CASES-READ

                   IF DC-UNRESOLVED

                       PERFORM 1100-AGE-ONE-CASE

                   END-IF

                   READ CASE-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE CASE-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       1100-AGE-ONE-CASE.

           IF DC-OPENED-DATE NOT NUMERIC OR DC-OPENED-DATE = ZERO

               ADD 1 TO WS-ERROR-COUNT

               MOVE SPACES TO REPORT-LINE

               STRING DC-POST-KEY DELIMITED BY SIZE,
                      " NO OPENING DATE - CANNOT BE AGED"
                      DELIMITED BY SIZE
                 INTO REPORT-LINE

               WRITE REPORT-LINE

           ELSE

               COMPUTE WS-AGE-DAYS = WS-BUSINESS-DAY-NUMBER -
                   FUNCTION INTEGER-OF-DATE (DC-OPENED-DATE)

               COMPUTE WS-DAYS-LEFT = WS-LIMIT-DAYS - WS-AGE-DAYS

               ADD 1 TO WS-OPEN-COUNT

               ADD DC-AMOUNT TO WS-DISPUTED-TOTAL

               IF DC-PROVISIONAL

                   ADD 1 TO WS-PROVISIONAL-COUNT

                   ADD DC-AMOUNT TO WS-PROVISIONAL-TOTAL

                   MOVE "PROVISIONAL" TO WS-STATUS-WORD

               ELSE

                   MOVE "OPEN" TO WS-STATUS-WORD

               END-IF

               EVALUATE TRUE

                   WHEN WS-AGE-DAYS > WS-LIMIT-DAYS

                       MOVE "OVERDUE" TO WS-FLAG-TEXT

                       ADD 1 TO WS-OVERDUE-COUNT

                   WHEN WS-AGE-DAYS NOT < WS-DUE-AGE

                       MOVE "DUE" TO WS-FLAG-TEXT

                       ADD 1 TO WS-DUE-COUNT

                   WHEN OTHER

                       MOVE SPACES TO WS-FLAG-TEXT

               END-EVALUATE

               PERFORM 8000-WRITE-CASE-LINE

           END-IF.

       8000-WRITE-CASE-LINE.

           MOVE DC-AMOUNT TO WS-AMOUNT-DISPLAY

           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY

           MOVE WS-DAYS-LEFT TO WS-LEFT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING DC-POST-KEY DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  DC-ACCOUNT DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  DC-OPENED-DATE DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-AGE-DISPLAY DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-LEFT-DISPLAY DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-STATUS-WORD DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-FLAG-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       9000-WRITE-TOTALS.

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-CASES-READ TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "CASES READ:        " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "UNRESOLVED:        " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-PROVISIONAL-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "PROVISIONAL:       " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-DUE-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "DUE:               " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "OVERDUE:           " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-DISPUTED-TOTAL TO WS-TOTAL-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "AMOUNT DISPUTED:   " DELIMITED BY SIZE,
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-PROVISIONAL-TOTAL TO WS-TOTAL-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "PROVISIONAL AMT:   " DELIMITED BY SIZE,
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       9900-END-OF-JOB-SUMMARY.

      *> Give the scheduler and the operator glancing at sysout a real
      *> pass/fail signal instead of a clean STOP RUN no matter what
      *> happened during the run. RC 4 is a clean run that found
      *> overdue disputes - a warning for the plan, not a failure.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-END-TIME

      *> Compare total seconds-since-midnight, not the raw HHMMSS
      *> digits, so a run crossing a minute/hour boundary still gets a
      *> correct elapsed time.
           COMPUTE WS-ELAPSED-SECONDS =
               (WS-END-HH * 3600 + WS-END-MI * 60 + WS-END-SS) -
               (WS-START-HH * 3600 + WS-START-MI * 60 + WS-START-SS)

           EVALUATE TRUE

               WHEN WS-ERROR-COUNT > ZERO

                   MOVE 8 TO RETURN-CODE

               WHEN WS-OVERDUE-COUNT > ZERO

                   MOVE 4 TO RETURN-CODE

               WHEN OTHER

                   MOVE 0 TO RETURN-CODE

           END-EVALUATE

           DISPLAY "DISPAGE END OF JOB - UNRESOLVED: " WS-OPEN-COUNT
               " DUE: " WS-DUE-COUNT
               " OVERDUE: " WS-OVERDUE-COUNT
               " ERRORS: " WS-ERROR-COUNT
               " ELAPSED: " WS-ELAPSED-SECONDS " SEC"
               " RC: " RETURN-CODE.
