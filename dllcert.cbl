       IDENTIFICATION DIVISION.

       PROGRAM-ID.  DLLCERT.

      *> Shadow certification of a candidate mydll.dll build before it
      *> may replace the production one. DLLREPL has already replayed
      *> the captured workload through each build, as a job step of
      *> its own per build - the current build (./mydll.dll) into
      *> data/dllcert-current.dat, the candidate (named in
      *> data/dllcert-parms.dat) into data/dllcert-candidate.dat.
      *> Each results file is first proven: it must be complete, its
      *> build must have loaded, and its trailer must carry the
      *> fingerprint DLLSUM takes of that build here and now - results
      *> left over from some other build certify nothing. The two
      *> files are then matched row for row: every multiply_long,
      *> multiply_double and get_string answer, RETURN-CODE and
      *> returned length. Each difference is listed on
      *> data/dllcert-report.dat with a PASS/FAIL verdict, and the
      *> run is entered on data/dllcert-register.dat with both
      *> builds' fingerprints - DLLPROM promotes nothing whose latest
      *> entry there did not pass. RC=0 certified, RC=8 not.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARM-FILE ASSIGN TO PARM-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS PARM-FILE-STATUS.

           SELECT RESULT-FILE ASSIGN TO RESULT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RESULT-FILE-STATUS.

           SELECT CANDIDATE-RESULT-FILE

               ASSIGN TO CANDIDATE-RESULT-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS CANDIDATE-RESULT-STATUS.

           SELECT REGISTER-FILE ASSIGN TO REGISTER-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUN-STATS-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RUN-STATS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARM-FILE.

       COPY "dllcert-parm-record.cpy".

      *> Each build's results in turn while they are proven, then
      *> the current build's for the comparison.
       FD  RESULT-FILE.

       COPY "dllcert-result-record.cpy".

      *> The candidate's results, read alongside the current build's
      *> and moved into WS-CANDIDATE-RESULT for the comparison.
       FD  CANDIDATE-RESULT-FILE.

       01  CANDIDATE-RESULT-LINE       PIC X(144).

       FD  REGISTER-FILE.

       COPY "dllcert-register-record.cpy".

       FD  REPORT-FILE.

       01  REPORT-LINE                 PIC X(132).

       FD  RUN-CONTROL-FILE.

       COPY "run-control-record.cpy".

       FD  RUN-STATS-FILE.

       COPY "run-stats-record.cpy".

       WORKING-STORAGE SECTION.

       77  PARM-FILE-PATH    PIC X(60) VALUE "data/dllcert-parms.dat".

       77  PARM-FILE-STATUS  PIC XX.

       77  RESULT-FILE-PATH  PIC X(60).

       77  RESULT-FILE-STATUS PIC XX.

       77  CURRENT-RESULT-PATH PIC X(60)
           VALUE "data/dllcert-current.dat".

       77  CANDIDATE-RESULT-PATH PIC X(60)
           VALUE "data/dllcert-candidate.dat".

       77  CANDIDATE-RESULT-STATUS PIC XX.

       77  REGISTER-FILE-PATH PIC X(60)
           VALUE "data/dllcert-register.dat".

       77  REGISTER-FILE-STATUS PIC XX.

       77  REPORT-FILE-PATH  PIC X(60) VALUE "data/dllcert-report.dat".

       77  RUN-CONTROL-PATH  PIC X(60) VALUE "data/run-control.dat".

       77  RUN-CONTROL-STATUS PIC XX.

       77  RUN-STATS-PATH    PIC X(60) VALUE "data/run-stats.dat".

       77  RUN-STATS-STATUS  PIC XX.

       77  WS-BUSINESS-DATE  PIC 9(8) VALUE ZERO.

       77  WS-RUN-NUMBER     PIC 9(4) VALUE ZERO.

       77  WS-CURRENT-BUILD-PATH PIC X(60) VALUE "./mydll.dll".

       77  WS-CANDIDATE-BUILD-PATH PIC X(60)
           VALUE "./candidate/mydll.dll".

      *> The build whose results file is being proven, and the
      *> fingerprint its trailer must carry.
       77  WS-PASS-BUILD-PATH PIC X(60).

       77  WS-PASS-LABEL     PIC X(9).

       77  WS-PASS-SIZE      PIC 9(9).

       77  WS-PASS-HASH      PIC 9(10).

       77  WS-PASS-ROWS      PIC 9(7).

       77  WS-PASS-TRAILER-SWITCH PIC X.

           88  WS-PASS-TRAILER-FOUND VALUE "Y".

       77  WS-PASS-PROVEN-SWITCH PIC X.

           88  WS-PASS-PROVEN VALUE "Y".

       77  WS-CURRENT-PROVEN-SWITCH PIC X VALUE "N".

           88  WS-CURRENT-PROVEN VALUE "Y".

       77  WS-CANDIDATE-PROVEN-SWITCH PIC X VALUE "N".

           88  WS-CANDIDATE-PROVEN VALUE "Y".

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-CANDIDATE-EOF-SWITCH PIC X VALUE "N".

           88  WS-CANDIDATE-EOF VALUE "Y".

       77  WS-OUT-OF-STEP-SWITCH PIC X VALUE "N".

           88  WS-OUT-OF-STEP VALUE "Y".

       77  WS-CALL-DIFFERS-SWITCH PIC X.

           88  WS-CALL-DIFFERS VALUE "Y".

       77  WS-CURRENT-CALLS  PIC 9(7) VALUE ZERO.

       77  WS-CANDIDATE-CALLS PIC 9(7) VALUE ZERO.

       77  WS-CALLS-COMPARED PIC 9(7) VALUE ZERO.

       77  WS-DIFFERENCE-COUNT PIC 9(7) VALUE ZERO.

       77  WS-FIELD-NAME     PIC X(8).

       77  WS-CURRENT-VALUE  PIC X(40).

       77  WS-CANDIDATE-VALUE PIC X(40).

       77  WS-RC-DISPLAY     PIC -(8)9.

       77  WS-DOUBLE-DISPLAY PIC -(11)9.9(8).

       77  WS-COUNT-DISPLAY  PIC Z(6)9.

       77  WS-ROUTINE-NAME   PIC X(15).

       01  WS-CURRENT-FINGERPRINT.

           05  WS-CURRENT-SIZE PIC 9(9) VALUE ZERO.

           05  WS-CURRENT-HASH PIC 9(10) VALUE ZERO.

       01  WS-CANDIDATE-FINGERPRINT.

           05  WS-CANDIDATE-SIZE PIC 9(9) VALUE ZERO.

           05  WS-CANDIDATE-HASH PIC 9(10) VALUE ZERO.

       77  WS-VERDICT        PIC X VALUE "F".

           88  WS-CERTIFIED   VALUE "P".

      *> The candidate's result row, laid out as
      *> DLLCERT-RESULT-RECORD.
       01  WS-CANDIDATE-RESULT.

           05  WS-CX-SOURCE            PIC X.

           05  WS-CX-ROW-NO            PIC 9(7).

           05  WS-CX-ROUTINE           PIC X.

           05  WS-CX-INPUTS            PIC X(20).

           05  WS-CX-RESOLVED          PIC X.

           05  WS-CX-RC                PIC S9(9).

           05  WS-CX-LONG-RESULT       PIC 9(3).

           05  WS-CX-DOUBLE-RESULT     PIC S9(11)V9(8).

           05  WS-CX-ACTUAL-LEN        PIC 9(3).

           05  WS-CX-STRING            PIC X(80).

       COPY "dllsum-parms.cpy".

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

           PERFORM 0050-LOAD-PARAMETERS

           PERFORM 0060-LOAD-RUN-CONTROL

           OPEN OUTPUT REPORT-FILE

           MOVE "MYDLL.DLL SHADOW CERTIFICATION REPORT" TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE

           STRING "BUSINESS DATE " DELIMITED BY SIZE,
                  WS-BUSINESS-DATE DELIMITED BY SIZE,
                  " RUN " DELIMITED BY SIZE,
                  WS-RUN-NUMBER DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-CURRENT-BUILD-PATH TO DS-BUILD-PATH

           CALL "DLLSUM" USING DLLSUM-PARMS

           MOVE DS-BUILD-SIZE TO WS-CURRENT-SIZE

           MOVE DS-BUILD-HASH TO WS-CURRENT-HASH

           MOVE "CURRENT  " TO WS-PASS-LABEL

           PERFORM 0100-WRITE-BUILD-LINE

           MOVE WS-CANDIDATE-BUILD-PATH TO DS-BUILD-PATH

           CALL "DLLSUM" USING DLLSUM-PARMS

           MOVE DS-BUILD-SIZE TO WS-CANDIDATE-SIZE

           MOVE DS-BUILD-HASH TO WS-CANDIDATE-HASH

           MOVE "CANDIDATE" TO WS-PASS-LABEL

           PERFORM 0100-WRITE-BUILD-LINE

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-CURRENT-BUILD-PATH TO WS-PASS-BUILD-PATH

           MOVE CURRENT-RESULT-PATH TO RESULT-FILE-PATH

           MOVE "CURRENT  " TO WS-PASS-LABEL

           MOVE WS-CURRENT-SIZE TO WS-PASS-SIZE

           MOVE WS-CURRENT-HASH TO WS-PASS-HASH

           PERFORM 1000-PROVE-RESULTS

           MOVE WS-PASS-PROVEN-SWITCH TO WS-CURRENT-PROVEN-SWITCH

           MOVE WS-PASS-ROWS TO WS-CURRENT-CALLS

           MOVE WS-CANDIDATE-BUILD-PATH TO WS-PASS-BUILD-PATH

           MOVE CANDIDATE-RESULT-PATH TO RESULT-FILE-PATH

           MOVE "CANDIDATE" TO WS-PASS-LABEL

           MOVE WS-CANDIDATE-SIZE TO WS-PASS-SIZE

           MOVE WS-CANDIDATE-HASH TO WS-PASS-HASH

           PERFORM 1000-PROVE-RESULTS

           MOVE WS-PASS-PROVEN-SWITCH TO WS-CANDIDATE-PROVEN-SWITCH

           MOVE WS-PASS-ROWS TO WS-CANDIDATE-CALLS

           IF WS-CURRENT-PROVEN AND WS-CANDIDATE-PROVEN

               PERFORM 2000-COMPARE-RESULTS

           END-IF

      *> Certified only when both builds' replays are proven, there
      *> was workload to replay, and not one call came back
      *> different.
           IF WS-CURRENT-PROVEN AND WS-CANDIDATE-PROVEN
              AND WS-CALLS-COMPARED > ZERO
              AND WS-DIFFERENCE-COUNT = ZERO

               MOVE "P" TO WS-VERDICT

           ELSE

               MOVE "F" TO WS-VERDICT

           END-IF

           PERFORM 3000-REGISTER-CERTIFICATION

           PERFORM 9000-WRITE-TOTALS

           CLOSE REPORT-FILE

           PERFORM 9900-END-OF-JOB-SUMMARY

           GOBACK.

       0050-LOAD-PARAMETERS.

      *> No parameter file leaves the candidate at its default drop
      *> location.
           OPEN INPUT PARM-FILE

           IF PARM-FILE-STATUS = "00"

               READ PARM-FILE

               IF PARM-FILE-STATUS = "00"
                  AND DLC-CANDIDATE-PATH NOT = SPACES

                   MOVE DLC-CANDIDATE-PATH TO WS-CANDIDATE-BUILD-PATH

               END-IF

               CLOSE PARM-FILE

           END-IF.

       0060-LOAD-RUN-CONTROL.

      *> Pick up the accounting day and run number for the report
      *> stamps and the register. A missing control file leaves the
      *> stamps at zero - only DRIVER treats that as fatal.
           OPEN INPUT RUN-CONTROL-FILE

           IF RUN-CONTROL-STATUS = "00"

               READ RUN-CONTROL-FILE

               IF RUN-CONTROL-STATUS = "00"

                   MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE

                   MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER

               END-IF

               CLOSE RUN-CONTROL-FILE

           END-IF.

       0100-WRITE-BUILD-LINE.

           MOVE SPACES TO REPORT-LINE

           IF DS-FILE-FOUND

               STRING WS-PASS-LABEL DELIMITED BY SIZE,
                      " BUILD " DELIMITED BY SIZE,
                      DS-BUILD-PATH DELIMITED BY SPACE,
                      " SIZE " DELIMITED BY SIZE,
                      DS-BUILD-SIZE DELIMITED BY SIZE,
                      " HASH " DELIMITED BY SIZE,
                      DS-BUILD-HASH DELIMITED BY SIZE
                 INTO REPORT-LINE

           ELSE

               STRING WS-PASS-LABEL DELIMITED BY SIZE,
                      " BUILD " DELIMITED BY SIZE,
                      DS-BUILD-PATH DELIMITED BY SPACE,
                      " NOT FOUND" DELIMITED BY SIZE
                 INTO REPORT-LINE

           END-IF

           WRITE REPORT-LINE.

       1000-PROVE-RESULTS.

      *> One build's results file, read through to its trailer. The
      *> rows are only counted here - they are compared against the
      *> other build's once both files have proven sound.
           MOVE ZERO TO WS-PASS-ROWS

           MOVE "N" TO WS-PASS-TRAILER-SWITCH

           MOVE "N" TO WS-PASS-PROVEN-SWITCH

           MOVE "N" TO WS-EOF-SWITCH

           OPEN INPUT RESULT-FILE

           IF RESULT-FILE-STATUS = "00"

               PERFORM 2900-READ-CURRENT-RESULT

               PERFORM UNTIL WS-EOF

                   ADD 1 TO WS-PASS-ROWS

                   PERFORM 2900-READ-CURRENT-RESULT

               END-PERFORM

               IF WS-PASS-TRAILER-FOUND

                   PERFORM 1100-CHECK-TRAILER

               END-IF

               CLOSE RESULT-FILE

           END-IF

           IF NOT WS-PASS-TRAILER-FOUND

               MOVE SPACES TO REPORT-LINE

               STRING "FAIL: NO COMPLETE DLLREPL RUN FOR THE "
                      DELIMITED BY SIZE,
                      WS-PASS-LABEL DELIMITED BY SPACE,
                      " BUILD - " DELIMITED BY SIZE,
                      RESULT-FILE-PATH DELIMITED BY SPACE,
                      " MISSING OR CUT SHORT" DELIMITED BY SIZE
                 INTO REPORT-LINE

               WRITE REPORT-LINE

           END-IF.

       1100-CHECK-TRAILER.

           MOVE SPACES TO REPORT-LINE

           EVALUATE TRUE

               WHEN DT-BUILD-SIZE NOT = WS-PASS-SIZE
                 OR DT-BUILD-HASH NOT = WS-PASS-HASH

                   STRING "FAIL: " DELIMITED BY SIZE,
                          WS-PASS-LABEL DELIMITED BY SPACE,
                          " RESULTS ARE FROM ANOTHER BUILD ("
                          DELIMITED BY SIZE,
                          DT-BUILD-PATH DELIMITED BY SPACE,
                          ") - RUN DLLREPL FOR IT AGAIN"
                          DELIMITED BY SIZE
                     INTO REPORT-LINE

               WHEN NOT DT-BUILD-LOADED

                   STRING "FAIL: " DELIMITED BY SIZE,
                          WS-PASS-LABEL DELIMITED BY SPACE,
                          " BUILD " DELIMITED BY SIZE,
                          WS-PASS-BUILD-PATH DELIMITED BY SPACE,
                          " DID NOT LOAD" DELIMITED BY SIZE
                     INTO REPORT-LINE

               WHEN DT-CALLS NOT = WS-PASS-ROWS

                   STRING "FAIL: " DELIMITED BY SIZE,
                          WS-PASS-LABEL DELIMITED BY SPACE,
                          " RESULTS DO NOT MATCH THEIR TRAILER COUNT"
                          DELIMITED BY SIZE
                     INTO REPORT-LINE

               WHEN OTHER

                   MOVE "Y" TO WS-PASS-PROVEN-SWITCH

                   MOVE WS-PASS-ROWS TO WS-COUNT-DISPLAY

                   STRING WS-PASS-LABEL DELIMITED BY SIZE,
                          " BUILD REPLAYED " DELIMITED BY SIZE,
                          WS-COUNT-DISPLAY DELIMITED BY SIZE,
                          " CALLS AT " DELIMITED BY SIZE,
                          DT-REPLAYED-AT DELIMITED BY SIZE
                     INTO REPORT-LINE

           END-EVALUATE

           WRITE REPORT-LINE.

       2000-COMPARE-RESULTS.

      *> Both passes drove the identical workload in the identical
      *> order, so row n of one results file answers the same call
      *> as row n of the other.
           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE "N" TO WS-EOF-SWITCH

           MOVE "N" TO WS-CANDIDATE-EOF-SWITCH

           MOVE CURRENT-RESULT-PATH TO RESULT-FILE-PATH

           OPEN INPUT RESULT-FILE

           OPEN INPUT CANDIDATE-RESULT-FILE

           PERFORM 2900-READ-CURRENT-RESULT

           PERFORM 2910-READ-CANDIDATE-RESULT

           PERFORM UNTIL WS-EOF AND WS-CANDIDATE-EOF

               EVALUATE TRUE

                   WHEN WS-EOF

                       MOVE WS-CX-SOURCE TO DX-SOURCE

                       MOVE WS-CX-ROW-NO TO DX-ROW-NO

                       MOVE WS-CX-ROUTINE TO DX-ROUTINE

                       MOVE WS-CX-INPUTS TO DX-INPUTS

                       MOVE "CALL" TO WS-FIELD-NAME

                       MOVE "(NOT MADE)" TO WS-CURRENT-VALUE

                       MOVE "MADE" TO WS-CANDIDATE-VALUE

                       PERFORM 2500-REPORT-DIFFERENCE

                       ADD 1 TO WS-DIFFERENCE-COUNT

                       PERFORM 2910-READ-CANDIDATE-RESULT

                   WHEN WS-CANDIDATE-EOF

                       MOVE "CALL" TO WS-FIELD-NAME

                       MOVE "MADE" TO WS-CURRENT-VALUE

                       MOVE "(NOT MADE)" TO WS-CANDIDATE-VALUE

                       PERFORM 2500-REPORT-DIFFERENCE

                       ADD 1 TO WS-DIFFERENCE-COUNT

                       PERFORM 2900-READ-CURRENT-RESULT

                   WHEN DX-SOURCE NOT = WS-CX-SOURCE
                     OR DX-ROW-NO NOT = WS-CX-ROW-NO
                     OR DX-ROUTINE NOT = WS-CX-ROUTINE

                       PERFORM 2800-REPORT-OUT-OF-STEP

                   WHEN OTHER

                       PERFORM 2100-COMPARE-CALL

                       PERFORM 2900-READ-CURRENT-RESULT

                       PERFORM 2910-READ-CANDIDATE-RESULT

               END-EVALUATE

           END-PERFORM

           CLOSE RESULT-FILE

           CLOSE CANDIDATE-RESULT-FILE.

       2100-COMPARE-CALL.

           ADD 1 TO WS-CALLS-COMPARED

           MOVE "N" TO WS-CALL-DIFFERS-SWITCH

           IF DX-RESOLVED NOT = WS-CX-RESOLVED

               MOVE "RESOLVED" TO WS-FIELD-NAME

               MOVE DX-RESOLVED TO WS-CURRENT-VALUE

               MOVE WS-CX-RESOLVED TO WS-CANDIDATE-VALUE

               PERFORM 2500-REPORT-DIFFERENCE

           ELSE

               IF DX-ENTRY-RESOLVED

                   PERFORM 2200-COMPARE-RESOLVED-CALL

               END-IF

           END-IF

           IF WS-CALL-DIFFERS

               ADD 1 TO WS-DIFFERENCE-COUNT

           END-IF.

       2200-COMPARE-RESOLVED-CALL.

           IF DX-RC NOT = WS-CX-RC

               MOVE "RC" TO WS-FIELD-NAME

               MOVE DX-RC TO WS-RC-DISPLAY

               MOVE WS-RC-DISPLAY TO WS-CURRENT-VALUE

               MOVE WS-CX-RC TO WS-RC-DISPLAY

               MOVE WS-RC-DISPLAY TO WS-CANDIDATE-VALUE

               PERFORM 2500-REPORT-DIFFERENCE

           END-IF

           EVALUATE DX-ROUTINE

               WHEN "L"

                   IF DX-LONG-RESULT NOT = WS-CX-LONG-RESULT

                       MOVE "RESULT" TO WS-FIELD-NAME

                       MOVE DX-LONG-RESULT TO WS-CURRENT-VALUE

                       MOVE WS-CX-LONG-RESULT TO WS-CANDIDATE-VALUE

                       PERFORM 2500-REPORT-DIFFERENCE

                   END-IF

               WHEN "D"

                   IF DX-DOUBLE-RESULT NOT = WS-CX-DOUBLE-RESULT

                       MOVE "RESULT" TO WS-FIELD-NAME

                       MOVE DX-DOUBLE-RESULT TO WS-DOUBLE-DISPLAY

                       MOVE WS-DOUBLE-DISPLAY TO WS-CURRENT-VALUE

                       MOVE WS-CX-DOUBLE-RESULT TO WS-DOUBLE-DISPLAY

                       MOVE WS-DOUBLE-DISPLAY TO WS-CANDIDATE-VALUE

                       PERFORM 2500-REPORT-DIFFERENCE

                   END-IF

               WHEN "G"

                   PERFORM 2300-COMPARE-STRING-CALL

           END-EVALUATE.

       2300-COMPARE-STRING-CALL.

      *> The lengths must agree before the text is worth comparing,
      *> and the text is compared only as far as the length both
      *> builds reported - never sliced on a length that will not fit
      *> the buffer.
           IF DX-ACTUAL-LEN NOT = WS-CX-ACTUAL-LEN

               MOVE "LENGTH" TO WS-FIELD-NAME

               MOVE DX-ACTUAL-LEN TO WS-CURRENT-VALUE

               MOVE WS-CX-ACTUAL-LEN TO WS-CANDIDATE-VALUE

               PERFORM 2500-REPORT-DIFFERENCE

           ELSE

               IF DX-ACTUAL-LEN > 0 AND DX-ACTUAL-LEN <= 80

                   IF DX-STRING(1:DX-ACTUAL-LEN)
                      NOT = WS-CX-STRING(1:DX-ACTUAL-LEN)

                       MOVE "STRING" TO WS-FIELD-NAME

                       MOVE DX-STRING TO WS-CURRENT-VALUE

                       MOVE WS-CX-STRING TO WS-CANDIDATE-VALUE

                       PERFORM 2500-REPORT-DIFFERENCE

                   END-IF

               END-IF

           END-IF.

       2500-REPORT-DIFFERENCE.

      *> Two lines per differing field: the call it belongs to, then
      *> what each build answered.
           MOVE "Y" TO WS-CALL-DIFFERS-SWITCH

           EVALUATE DX-ROUTINE

               WHEN "L"

                   MOVE "multiply_long" TO WS-ROUTINE-NAME

               WHEN "D"

                   MOVE "multiply_double" TO WS-ROUTINE-NAME

               WHEN OTHER

                   MOVE "get_string" TO WS-ROUTINE-NAME

           END-EVALUATE

           MOVE SPACES TO REPORT-LINE

           STRING "DIFF: " DELIMITED BY SIZE,
                  DX-SOURCE DELIMITED BY SIZE,
                  "-" DELIMITED BY SIZE,
                  DX-ROW-NO DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-ROUTINE-NAME DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  DX-INPUTS DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-FIELD-NAME DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE

           STRING "      CURRENT: " DELIMITED BY SIZE,
                  WS-CURRENT-VALUE DELIMITED BY SIZE,
                  " CANDIDATE: " DELIMITED BY SIZE,
                  WS-CANDIDATE-VALUE DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       2800-REPORT-OUT-OF-STEP.

      *> The two results files no longer pair up - a workload file
      *> changed between the two DLLREPL runs. Nothing after this
      *> point can be compared, so the run cannot certify.
           MOVE SPACES TO REPORT-LINE

           STRING "FAIL: RESULTS OUT OF STEP AT " DELIMITED BY SIZE,
                  DX-SOURCE DELIMITED BY SIZE,
                  "-" DELIMITED BY SIZE,
                  DX-ROW-NO DELIMITED BY SIZE,
                  " - WORKLOAD CHANGED BETWEEN REPLAYS"
                  DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           ADD 1 TO WS-DIFFERENCE-COUNT

           MOVE "Y" TO WS-OUT-OF-STEP-SWITCH

           MOVE "Y" TO WS-EOF-SWITCH

           MOVE "Y" TO WS-CANDIDATE-EOF-SWITCH.

       2900-READ-CURRENT-RESULT.

      *> The trailer ends the calls as surely as the end of the file.
           READ RESULT-FILE

               AT END MOVE "Y" TO WS-EOF-SWITCH

           END-READ

           IF NOT WS-EOF AND DT-TRAILER-ROW

               MOVE "Y" TO WS-PASS-TRAILER-SWITCH

               MOVE "Y" TO WS-EOF-SWITCH

           END-IF.

       2910-READ-CANDIDATE-RESULT.

           READ CANDIDATE-RESULT-FILE INTO WS-CANDIDATE-RESULT

               AT END MOVE "Y" TO WS-CANDIDATE-EOF-SWITCH

           END-READ

           IF NOT WS-CANDIDATE-EOF AND WS-CX-SOURCE = "T"

               MOVE "Y" TO WS-CANDIDATE-EOF-SWITCH

           END-IF.

       3000-REGISTER-CERTIFICATION.

      *> Every run is registered, passed or not - a failed run is
      *> the latest word on its candidate as much as a passed one.
           OPEN EXTEND REGISTER-FILE

           IF REGISTER-FILE-STATUS NOT = "00"

               CLOSE REGISTER-FILE

               OPEN OUTPUT REGISTER-FILE

           END-IF

           MOVE WS-CANDIDATE-BUILD-PATH TO CF-CANDIDATE-PATH

           MOVE WS-CANDIDATE-SIZE TO CF-CANDIDATE-SIZE

           MOVE WS-CANDIDATE-HASH TO CF-CANDIDATE-HASH

           MOVE WS-CURRENT-SIZE TO CF-CURRENT-SIZE

           MOVE WS-CURRENT-HASH TO CF-CURRENT-HASH

           MOVE FUNCTION CURRENT-DATE(1:14) TO CF-CERTIFIED-AT

           MOVE WS-BUSINESS-DATE TO CF-BUSINESS-DATE

           MOVE WS-CALLS-COMPARED TO CF-CALLS-COMPARED

           MOVE WS-DIFFERENCE-COUNT TO CF-DIFFERENCES

           MOVE WS-VERDICT TO CF-VERDICT

           WRITE DLLCERT-REGISTER-RECORD

           CLOSE REGISTER-FILE.

       9000-WRITE-TOTALS.

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-CURRENT-CALLS TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "CALLS ON CURRENT BUILD:   " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-CANDIDATE-CALLS TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "CALLS ON CANDIDATE BUILD: " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-CALLS-COMPARED TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "CALLS COMPARED:           " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-DIFFERENCE-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "DIFFERENCES:              " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           IF WS-CERTIFIED

               MOVE "VERDICT: PASS - CANDIDATE CERTIFIED"
                 TO REPORT-LINE

           ELSE

               MOVE "VERDICT: FAIL - CANDIDATE NOT CERTIFIED"
                 TO REPORT-LINE

           END-IF

           WRITE REPORT-LINE.

       9900-END-OF-JOB-SUMMARY.

      *> Give the scheduler and the operator glancing at sysout a real
      *> pass/fail signal instead of a clean STOP RUN no matter what
      *> happened during the run.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-END-TIME

      *> Compare total seconds-since-midnight, not the raw HHMMSS
      *> digits, so a run crossing a minute/hour boundary still gets a
      *> correct elapsed time.
           COMPUTE WS-ELAPSED-SECONDS =
               (WS-END-HH * 3600 + WS-END-MI * 60 + WS-END-SS) -
               (WS-START-HH * 3600 + WS-START-MI * 60 + WS-START-SS)

           IF WS-CERTIFIED

               MOVE 0 TO RETURN-CODE

           ELSE

               MOVE 8 TO RETURN-CODE

           END-IF

           PERFORM 9800-WRITE-RUN-STATS

           DISPLAY "DLLCERT END OF JOB - CALLS: " WS-CALLS-COMPARED
               " DIFFERENCES: " WS-DIFFERENCE-COUNT
               " VERDICT: " WS-VERDICT
               " ELAPSED: " WS-ELAPSED-SECONDS " SEC"
               " RC: " RETURN-CODE.

       9800-WRITE-RUN-STATS.

      *> Append this run's vitals to the shared run-stats file so the
      *> end-of-job summary survives the sysout scrollback - RUNSTAT
      *> reports the history and flags the drift.
           OPEN EXTEND RUN-STATS-FILE

           IF RUN-STATS-STATUS NOT = "00"

               CLOSE RUN-STATS-FILE

               OPEN OUTPUT RUN-STATS-FILE

           END-IF

           MOVE "DLLCERT" TO RS-PROGRAM

           MOVE WS-BUSINESS-DATE TO RS-BUSINESS-DATE

           MOVE WS-RUN-NUMBER TO RS-RUN-NO

           COMPUTE RS-RECORDS = WS-CALLS-COMPARED

           MOVE WS-DIFFERENCE-COUNT TO RS-ERRORS

           MOVE WS-ELAPSED-SECONDS TO RS-ELAPSED-SECONDS

           MOVE RETURN-CODE TO RS-RC

           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP

           WRITE RUN-STATS-RECORD

           CLOSE RUN-STATS-FILE.
