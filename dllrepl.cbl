       IDENTIFICATION DIVISION.

       PROGRAM-ID.  DLLREPL.

      *> One replay pass for DLLCERT's shadow certification, run as a
      *> job step of its own once per build - the build's path is the
      *> step's parameter. Each build is loaded in a run unit of its
      *> own, so the entry points a run resolves can only ever be the
      *> ones that build exports; a second build loaded into the same
      *> process would answer with the first one's cached entries.
      *> The captured workload - the DLLRUN queue, the DLLBATCH and
      *> PRECREC factor files and the GETSTRB key file - is driven
      *> call for call through the build, each input fed to the DLL
      *> exactly as the owning program does, and every answer is
      *> written to a results file: data/dllcert-current.dat for the
      *> production build ./mydll.dll, data/dllcert-candidate.dat for
      *> any other. The file closes with a trailer naming the build's
      *> DLLSUM fingerprint, whether it loaded, and the call count.
      *> RC=0 replayed, RC=8 no build named or the build would not
      *> load.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT QUEUE-FILE ASSIGN TO QUEUE-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS QUEUE-FILE-STATUS.

           SELECT FACTOR-FILE ASSIGN TO FACTOR-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS FACTOR-FILE-STATUS.

           SELECT PRECREC-FILE ASSIGN TO PRECREC-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS PRECREC-FILE-STATUS.

           SELECT KEY-FILE ASSIGN TO KEY-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS KEY-FILE-STATUS.

           SELECT RESULT-FILE ASSIGN TO RESULT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RESULT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUN-STATS-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RUN-STATS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  QUEUE-FILE.

       COPY "dll-queue-record.cpy".

       FD  FACTOR-FILE.

       COPY "mult-factor-record.cpy".

       FD  PRECREC-FILE.

       COPY "precrec-factor-record.cpy".

       FD  KEY-FILE.

       COPY "getstr-key-record.cpy".

       FD  RESULT-FILE.

       COPY "dllcert-result-record.cpy".

       FD  RUN-CONTROL-FILE.

       COPY "run-control-record.cpy".

       FD  RUN-STATS-FILE.

       COPY "run-stats-record.cpy".

       WORKING-STORAGE SECTION.

       77  QUEUE-FILE-PATH   PIC X(60) VALUE "data/dllrun-queue.dat".

       77  QUEUE-FILE-STATUS PIC XX.

       77  FACTOR-FILE-PATH  PIC X(60) VALUE "data/mult-factors.dat".

       77  FACTOR-FILE-STATUS PIC XX.

       77  PRECREC-FILE-PATH PIC X(60)
           VALUE "data/precrec-factors.dat".

       77  PRECREC-FILE-STATUS PIC XX.

       77  KEY-FILE-PATH     PIC X(60) VALUE "data/getstr-keys.dat".

       77  KEY-FILE-STATUS   PIC XX.

       77  RESULT-FILE-PATH  PIC X(60).

       77  RESULT-FILE-STATUS PIC XX.

       77  CURRENT-RESULT-PATH PIC X(60)
           VALUE "data/dllcert-current.dat".

       77  CANDIDATE-RESULT-PATH PIC X(60)
           VALUE "data/dllcert-candidate.dat".

       77  RUN-CONTROL-PATH  PIC X(60) VALUE "data/run-control.dat".

       77  RUN-CONTROL-STATUS PIC XX.

       77  RUN-STATS-PATH    PIC X(60) VALUE "data/run-stats.dat".

       77  RUN-STATS-STATUS  PIC XX.

       77  WS-BUSINESS-DATE  PIC 9(8) VALUE ZERO.

       77  WS-RUN-NUMBER     PIC 9(4) VALUE ZERO.

       77  WS-CURRENT-BUILD-PATH PIC X(60) VALUE "./mydll.dll".

      *> The build this run drives, as named on the step.
       77  WS-BUILD-PATH     PIC X(60) VALUE SPACES.

       77  WS-WORKLOAD-PATH  PIC X(60).

       77  WS-LOADED-SWITCH  PIC X VALUE "N".

           88  WS-BUILD-LOADED VALUE "Y".

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  XL   PIC 9(3).

       77  YL   PIC 9(3).

       77  ZL   PIC 9(3).

       77  XD   USAGE COMP-2.

       77  YD   USAGE COMP-2.

       77  ZD   USAGE COMP-2.

       77  STR  PIC X(80).

       77  LEN  PIC 9(3).

       77  ACTUAL-LEN PIC 9(3).

       77  WS-SOURCE-ROW     PIC 9(7).

       77  WS-CALLS-REPLAYED PIC 9(7) VALUE ZERO.

       77  WS-INPUT-DISPLAY  PIC ZZZZ9.99.

       77  WS-INPUT-DISPLAY-2 PIC ZZZZ9.99.

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

           ACCEPT WS-BUILD-PATH FROM COMMAND-LINE

           IF WS-BUILD-PATH = SPACES

               DISPLAY "DLLREPL - NO BUILD NAMED ON THE STEP, "
                   "NOTHING REPLAYED"

               MOVE 8 TO RETURN-CODE

               GOBACK

           END-IF

           PERFORM 0060-LOAD-RUN-CONTROL

      *> The production build's answers and any other build's are
      *> kept apart - DLLCERT proves from each file's trailer which
      *> build actually wrote it.
           IF WS-BUILD-PATH = WS-CURRENT-BUILD-PATH

               MOVE CURRENT-RESULT-PATH TO RESULT-FILE-PATH

           ELSE

               MOVE CANDIDATE-RESULT-PATH TO RESULT-FILE-PATH

           END-IF

           MOVE WS-BUILD-PATH TO DS-BUILD-PATH

           CALL "DLLSUM" USING DLLSUM-PARMS

           OPEN OUTPUT RESULT-FILE

           PERFORM 1000-REPLAY-WORKLOAD

           PERFORM 2000-WRITE-TRAILER

           CLOSE RESULT-FILE

           PERFORM 9900-END-OF-JOB-SUMMARY

           GOBACK.

       0060-LOAD-RUN-CONTROL.

      *> Pick up the accounting day and run number for the run-stats
      *> stamp. A missing control file leaves it at zero - only
      *> DRIVER treats that as fatal.
           OPEN INPUT RUN-CONTROL-FILE

           IF RUN-CONTROL-STATUS = "00"

               READ RUN-CONTROL-FILE

               IF RUN-CONTROL-STATUS = "00"

                   MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE

                   MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER

               END-IF

               CLOSE RUN-CONTROL-FILE

           END-IF.

       1000-REPLAY-WORKLOAD.

      *> Load the build and drive the whole captured workload through
      *> it in a fixed order - the same order on every build's run.
           CALL WS-BUILD-PATH

               ON EXCEPTION

                   CONTINUE

               NOT ON EXCEPTION

                   MOVE "Y" TO WS-LOADED-SWITCH

           END-CALL

           IF NOT WS-BUILD-LOADED

               DISPLAY "DLLREPL - BUILD " WS-BUILD-PATH
                   " DID NOT LOAD"

           ELSE

               PERFORM 1100-REPLAY-DLLRUN-QUEUE

               PERFORM 1200-REPLAY-DLLBATCH-FACTORS

               PERFORM 1300-REPLAY-PRECREC-FACTORS

               PERFORM 1400-REPLAY-GETSTRB-KEYS

           END-IF.

       1100-REPLAY-DLLRUN-QUEUE.

      *> Queue rows of an unknown type never reach the DLL in DLLRUN
      *> and are not replayed here either.
           MOVE ZERO TO WS-SOURCE-ROW

           MOVE "N" TO WS-EOF-SWITCH

           OPEN INPUT QUEUE-FILE

           IF QUEUE-FILE-STATUS NOT = "00"

               MOVE QUEUE-FILE-PATH TO WS-WORKLOAD-PATH

               PERFORM 1900-NOTE-MISSING-WORKLOAD

           ELSE

               READ QUEUE-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   ADD 1 TO WS-SOURCE-ROW

                   MOVE DQ-X TO WS-INPUT-DISPLAY

                   MOVE DQ-Y TO WS-INPUT-DISPLAY-2

                   EVALUATE TRUE

                       WHEN DQ-MULTIPLY-LONG

                           MOVE DQ-X TO XL

                           MOVE DQ-Y TO YL

                           PERFORM 5000-CALL-MULTIPLY-LONG

                           MOVE "Q" TO DX-SOURCE

                           PERFORM 5950-WRITE-RESULT

                       WHEN DQ-MULTIPLY-DOUBLE

                           MOVE DQ-X TO XD

                           MOVE DQ-Y TO YD

                           PERFORM 5100-CALL-MULTIPLY-DOUBLE

                           MOVE "Q" TO DX-SOURCE

                           PERFORM 5950-WRITE-RESULT

                       WHEN DQ-GET-STRING

                           MOVE DQ-X TO LEN

                           PERFORM 5200-CALL-GET-STRING

                           MOVE "Q" TO DX-SOURCE

                           PERFORM 5950-WRITE-RESULT

                   END-EVALUATE

                   READ QUEUE-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE QUEUE-FILE

           END-IF.

       1200-REPLAY-DLLBATCH-FACTORS.

      *> A long row DLLBATCH would reject - a factor over 999 or with
      *> a fraction - is never sent to the DLL, so it is not replayed.
           MOVE ZERO TO WS-SOURCE-ROW

           MOVE "N" TO WS-EOF-SWITCH

           OPEN INPUT FACTOR-FILE

           IF FACTOR-FILE-STATUS NOT = "00"

               MOVE FACTOR-FILE-PATH TO WS-WORKLOAD-PATH

               PERFORM 1900-NOTE-MISSING-WORKLOAD

           ELSE

               READ FACTOR-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   ADD 1 TO WS-SOURCE-ROW

                   MOVE MF-X TO WS-INPUT-DISPLAY

                   MOVE MF-Y TO WS-INPUT-DISPLAY-2

                   EVALUATE TRUE

                       WHEN MF-TYPE-LONG

                           IF MF-X > 999 OR MF-Y > 999
                              OR MF-X NOT = FUNCTION INTEGER-PART(MF-X)
                              OR MF-Y NOT = FUNCTION INTEGER-PART(MF-Y)

                               CONTINUE

                           ELSE

                               MOVE MF-X TO XL

                               MOVE MF-Y TO YL

                               PERFORM 5000-CALL-MULTIPLY-LONG

                               MOVE "B" TO DX-SOURCE

                               PERFORM 5950-WRITE-RESULT

                           END-IF

                       WHEN MF-TYPE-DOUBLE

                           MOVE MF-X TO XD

                           MOVE MF-Y TO YD

                           PERFORM 5100-CALL-MULTIPLY-DOUBLE

                           MOVE "B" TO DX-SOURCE

                           PERFORM 5950-WRITE-RESULT

                   END-EVALUATE

                   READ FACTOR-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE FACTOR-FILE

           END-IF.

       1300-REPLAY-PRECREC-FACTORS.

      *> PRECREC sends every pair down both paths.
           MOVE ZERO TO WS-SOURCE-ROW

           MOVE "N" TO WS-EOF-SWITCH

           OPEN INPUT PRECREC-FILE

           IF PRECREC-FILE-STATUS NOT = "00"

               MOVE PRECREC-FILE-PATH TO WS-WORKLOAD-PATH

               PERFORM 1900-NOTE-MISSING-WORKLOAD

           ELSE

               READ PRECREC-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   ADD 1 TO WS-SOURCE-ROW

                   MOVE PF-X TO WS-INPUT-DISPLAY

                   MOVE PF-Y TO WS-INPUT-DISPLAY-2

                   MOVE PF-X TO XL

                   MOVE PF-Y TO YL

                   PERFORM 5000-CALL-MULTIPLY-LONG

                   MOVE "P" TO DX-SOURCE

                   PERFORM 5950-WRITE-RESULT

                   MOVE PF-X TO XD

                   MOVE PF-Y TO YD

                   PERFORM 5100-CALL-MULTIPLY-DOUBLE

                   MOVE "P" TO DX-SOURCE

                   PERFORM 5950-WRITE-RESULT

                   READ PRECREC-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE PRECREC-FILE

           END-IF.

       1400-REPLAY-GETSTRB-KEYS.

      *> GETSTRB asks for the full 80-byte buffer for every key.
           MOVE ZERO TO WS-SOURCE-ROW

           MOVE "N" TO WS-EOF-SWITCH

           OPEN INPUT KEY-FILE

           IF KEY-FILE-STATUS NOT = "00"

               MOVE KEY-FILE-PATH TO WS-WORKLOAD-PATH

               PERFORM 1900-NOTE-MISSING-WORKLOAD

           ELSE

               READ KEY-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   ADD 1 TO WS-SOURCE-ROW

                   MOVE 80 TO LEN

                   PERFORM 5200-CALL-GET-STRING

                   MOVE "G" TO DX-SOURCE

                   MOVE GK-KEY TO DX-INPUTS

                   PERFORM 5950-WRITE-RESULT

                   READ KEY-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE KEY-FILE

           END-IF.

       1900-NOTE-MISSING-WORKLOAD.

      *> An absent workload file is simply no calls from that source.
           DISPLAY "DLLREPL - NO WORKLOAD FROM " WS-WORKLOAD-PATH.

       2000-WRITE-TRAILER.

           MOVE SPACES TO DLLCERT-RESULT-TRAILER

           MOVE "T" TO DT-SOURCE

           MOVE WS-BUILD-PATH TO DT-BUILD-PATH

           IF DS-FILE-FOUND

               MOVE DS-BUILD-SIZE TO DT-BUILD-SIZE

               MOVE DS-BUILD-HASH TO DT-BUILD-HASH

           ELSE

               MOVE ZERO TO DT-BUILD-SIZE

               MOVE ZERO TO DT-BUILD-HASH

           END-IF

           MOVE WS-LOADED-SWITCH TO DT-LOADED

           MOVE WS-CALLS-REPLAYED TO DT-CALLS

           MOVE FUNCTION CURRENT-DATE(1:14) TO DT-REPLAYED-AT

           WRITE DLLCERT-RESULT-TRAILER.

       5000-CALL-MULTIPLY-LONG.

           MOVE SPACES TO DLLCERT-RESULT-RECORD

           MOVE ZERO TO DX-RC DX-LONG-RESULT DX-DOUBLE-RESULT
                        DX-ACTUAL-LEN

           MOVE "L" TO DX-ROUTINE

           MOVE "N" TO DX-RESOLVED

           MOVE ZERO TO ZL

           CALL "multiply_long"

             USING BY VALUE XL, YL
                   BY REFERENCE ZL

             GIVING RETURN-CODE

      *> A build missing an entry point is a difference to report,
      *> not an abend that leaves the certification half done.
               ON EXCEPTION

                   CONTINUE

               NOT ON EXCEPTION

                   MOVE "Y" TO DX-RESOLVED

           END-CALL

           IF DX-ENTRY-RESOLVED

               MOVE RETURN-CODE TO DX-RC

               MOVE ZL TO DX-LONG-RESULT

           END-IF.

       5100-CALL-MULTIPLY-DOUBLE.

           MOVE SPACES TO DLLCERT-RESULT-RECORD

           MOVE ZERO TO DX-RC DX-LONG-RESULT DX-DOUBLE-RESULT
                        DX-ACTUAL-LEN

           MOVE "D" TO DX-ROUTINE

           MOVE "N" TO DX-RESOLVED

           MOVE ZERO TO ZD

      *> DOUBLE data items cannot be passed BY VALUE.
           CALL "multiply_double"

             USING BY REFERENCE XD, YD, ZD

             GIVING RETURN-CODE

               ON EXCEPTION

                   CONTINUE

               NOT ON EXCEPTION

                   MOVE "Y" TO DX-RESOLVED

           END-CALL

           IF DX-ENTRY-RESOLVED

               MOVE RETURN-CODE TO DX-RC

               COMPUTE DX-DOUBLE-RESULT ROUNDED = ZD

           END-IF.

       5200-CALL-GET-STRING.

           MOVE SPACES TO DLLCERT-RESULT-RECORD

           MOVE ZERO TO DX-RC DX-LONG-RESULT DX-DOUBLE-RESULT
                        DX-ACTUAL-LEN

           MOVE "G" TO DX-ROUTINE

           MOVE "N" TO DX-RESOLVED

           MOVE ZEROS TO STR

           MOVE ZERO TO ACTUAL-LEN

           CALL "get_string"

             USING BY REFERENCE STR

             BY VALUE LEN

             BY REFERENCE ACTUAL-LEN

             GIVING RETURN-CODE

               ON EXCEPTION

                   CONTINUE

               NOT ON EXCEPTION

                   MOVE "Y" TO DX-RESOLVED

           END-CALL

           IF DX-ENTRY-RESOLVED

               MOVE RETURN-CODE TO DX-RC

               MOVE ACTUAL-LEN TO DX-ACTUAL-LEN

               MOVE STR TO DX-STRING

           END-IF.

       5950-WRITE-RESULT.

      *> Factor calls are described by their two factors, a queued
      *> get_string by the buffer length it asked for; a GETSTRB call
      *> arrives already described by its key.
           MOVE WS-SOURCE-ROW TO DX-ROW-NO

           IF DX-INPUTS = SPACES

               IF DX-ROUTINE = "G"

                   STRING "LEN " DELIMITED BY SIZE,
                          LEN DELIMITED BY SIZE
                     INTO DX-INPUTS

               ELSE

                   STRING FUNCTION TRIM(WS-INPUT-DISPLAY)
                          DELIMITED BY SIZE,
                          "x" DELIMITED BY SIZE,
                          FUNCTION TRIM(WS-INPUT-DISPLAY-2)
                          DELIMITED BY SIZE
                     INTO DX-INPUTS

               END-IF

           END-IF

           WRITE DLLCERT-RESULT-RECORD

           ADD 1 TO WS-CALLS-REPLAYED.

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

           IF WS-BUILD-LOADED

               MOVE 0 TO RETURN-CODE

           ELSE

               MOVE 8 TO RETURN-CODE

           END-IF

           PERFORM 9800-WRITE-RUN-STATS

           DISPLAY "DLLREPL END OF JOB - BUILD: " WS-BUILD-PATH

           DISPLAY "DLLREPL END OF JOB - CALLS: " WS-CALLS-REPLAYED
               " LOADED: " WS-LOADED-SWITCH
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

           MOVE "DLLREPL" TO RS-PROGRAM

           MOVE WS-BUSINESS-DATE TO RS-BUSINESS-DATE

           MOVE WS-RUN-NUMBER TO RS-RUN-NO

           COMPUTE RS-RECORDS = WS-CALLS-REPLAYED

           MOVE ZERO TO RS-ERRORS

           MOVE WS-ELAPSED-SECONDS TO RS-ELAPSED-SECONDS

           MOVE RETURN-CODE TO RS-RC

           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP

           WRITE RUN-STATS-RECORD

           CLOSE RUN-STATS-FILE.
