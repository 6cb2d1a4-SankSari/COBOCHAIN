      *> CHAIN-SEQ-NO climbs without a gap. Until this job existed the
      *> ledger's tamper-evidence was theoretical - nothing ever walked
      *> the chain after DRIVER wrote it.
      *> A chain that agrees with itself can still have been rebuilt
      *> whole. With "S" on data/chainver-parms.dat the walk also
      *> holds every day seal DAYCLOSE filed (data/day-seal.dat) to
      *> the blocks it sealed - count, CHAIN-R total and last hash -
      *> and every attestation line returned from outside the shop
      *> (data/day-seal-returned.dat) to the seal on file, and names
      *> each day that no longer matches. Seals whose blocks went to
      *> an archive cut are counted, not failed.

       ENVIRONMENT DIVISION.


               FILE STATUS IS CHAIN-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO PARAMETER-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS PARAMETER-FILE-STATUS.

           SELECT SEAL-FILE ASSIGN TO SEAL-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS SEAL-FILE-STATUS.

           SELECT RETURNED-FILE ASSIGN TO RETURNED-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RETURNED-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL.

       COPY "chain-block.cpy".

       FD  PARAMETER-FILE.

       COPY "chainver-parm-record.cpy".

       FD  SEAL-FILE.

       COPY "day-seal-record.cpy".

       FD  RETURNED-FILE.

       01  RETURNED-LINE               PIC X(92).

       FD  REPORT-FILE.

       01  REPORT-LINE                 PIC X(80).

       77  CHAIN-FILE-STATUS PIC XX.

       77  PARAMETER-FILE-PATH PIC X(60)
           VALUE "data/chainver-parms.dat".

       77  PARAMETER-FILE-STATUS PIC XX.

       77  SEAL-FILE-PATH    PIC X(60) VALUE "data/day-seal.dat".

       77  SEAL-FILE-STATUS  PIC XX.

       77  RETURNED-FILE-PATH PIC X(60)
           VALUE "data/day-seal-returned.dat".

       77  RETURNED-FILE-STATUS PIC XX.

       77  REPORT-FILE-PATH  PIC X(60) VALUE "data/chainver-report.dat".

       77  WS-EOF-SWITCH     PIC X VALUE "N".

       77  WS-COUNT-DISPLAY  PIC Z(7)9.

       77  WS-RUN-MODE       PIC X VALUE "W".

           88  WS-SEAL-MODE   VALUE "S".

      *> Every day seal on file, with what the live chain shows for
      *> the sealed block range alongside.
       77  WS-SEAL-COUNT     PIC 9(4) COMP VALUE ZERO.

       77  WS-SEAL-MAX       PIC 9(4) COMP VALUE 3000.

       01  WS-SEAL-TABLE.

           05  WS-SEAL-ENTRY OCCURS 3000 TIMES.

               10  WS-SL-BUSINESS-DATE PIC 9(8).

               10  WS-SL-RUN-NO        PIC 9(4).

               10  WS-SL-FIRST-SEQ-NO  PIC 9(8).

               10  WS-SL-LAST-SEQ-NO   PIC 9(8).

               10  WS-SL-LAST-HASH     PIC 9(10).

               10  WS-SL-POSTING-COUNT PIC 9(8).

               10  WS-SL-POSTING-TOTAL PIC 9(12)V99.

               10  WS-SL-OPERATOR-ID   PIC X(8).

               10  WS-SL-SEAL-CHECK    PIC 9(10).

               10  WS-SL-SEEN-COUNT    PIC 9(8).

               10  WS-SL-SEEN-TOTAL    PIC 9(12)V99.

               10  WS-SL-SEEN-HASH     PIC 9(10).

               10  WS-SL-SEEN-LAST     PIC X.

       77  WS-SEAL-SUB       PIC 9(4) COMP.

       77  WS-SEAL-HIT       PIC 9(4) COMP.

       77  WS-SEAL-PTR       PIC 9(4) COMP VALUE 1.

       77  WS-POINTER-SWITCH PIC X.

           88  WS-POINTER-SETTLED VALUE "Y".

       77  WS-FIRST-LIVE-SEQ PIC 9(8) VALUE ZERO.

       77  WS-EXPECTED-CHECK PIC 9(10).

      *> One attestation line as it came back - the day-seal record
      *> image DAYCLOSE exported.
       01  WS-RETURNED-SEAL.

           05  WS-RT-BUSINESS-DATE     PIC 9(8).

           05  WS-RT-RUN-NO            PIC 9(4).

           05  WS-RT-FIRST-SEQ-NO      PIC 9(8).

           05  WS-RT-LAST-SEQ-NO       PIC 9(8).

           05  WS-RT-LAST-HASH         PIC 9(10).

           05  WS-RT-POSTING-COUNT     PIC 9(8).

           05  WS-RT-POSTING-TOTAL     PIC 9(12)V99.

           05  WS-RT-OPERATOR-ID       PIC X(8).

           05  WS-RT-SEALED-AT         PIC X(14).

           05  WS-RT-SEAL-CHECK        PIC 9(10).

       77  WS-SEAL-BAD-COUNT PIC 9(8) VALUE ZERO.

       77  WS-SEALS-MATCHED  PIC 9(8) VALUE ZERO.

       77  WS-SEALS-ARCHIVED PIC 9(8) VALUE ZERO.

       77  WS-SEALS-ATTESTED PIC 9(8) VALUE ZERO.

       77  WS-SEAL-DATE      PIC 9(8).

       77  WS-SEAL-RUN       PIC 9(4).

       77  WS-SEAL-PROBLEM   PIC X(44).

       01  WS-START-TIME.

           05  WS-START-HH PIC 9(2).

           WRITE REPORT-LINE

           PERFORM 0050-LOAD-PARAMETERS

           IF WS-SEAL-MODE

               PERFORM 0100-LOAD-SEALS

           END-IF

           OPEN INPUT CHAIN-FILE

           IF CHAIN-FILE-STATUS NOT = "00"

               ADD 1 TO WS-BLOCK-COUNT

               IF WS-BLOCK-COUNT = 1

                   MOVE CHAIN-SEQ-NO TO WS-FIRST-LIVE-SEQ

               END-IF

               PERFORM 2000-VERIFY-BLOCK

               IF WS-SEAL-MODE

                   PERFORM 3000-MATCH-BLOCK-TO-SEAL

               END-IF

               MOVE CHAIN-SEQ-NO TO WS-PREV-SEQ-NO

               MOVE CHAIN-BLOCK-HASH TO WS-PREV-HASH

           CLOSE CHAIN-FILE

           IF WS-SEAL-MODE

               PERFORM 3100-CHECK-ONE-SEAL
                   VARYING WS-SEAL-SUB FROM 1 BY 1
                   UNTIL WS-SEAL-SUB > WS-SEAL-COUNT

               PERFORM 3500-CHECK-RETURNED-COPIES

           END-IF

           PERFORM 9000-WRITE-TOTALS

           CLOSE REPORT-FILE

           GOBACK.

       0050-LOAD-PARAMETERS.

           OPEN INPUT PARAMETER-FILE

           IF PARAMETER-FILE-STATUS = "00"

               READ PARAMETER-FILE

               IF PARAMETER-FILE-STATUS = "00"
                  AND CV-CHECK-SEALS

                   MOVE "S" TO WS-RUN-MODE

               END-IF

               CLOSE PARAMETER-FILE

           END-IF.

       0100-LOAD-SEALS.

           OPEN INPUT SEAL-FILE

           IF SEAL-FILE-STATUS NOT = "00"

               MOVE "NO DAY SEALS ON FILE - NOTHING SEALED TO CHECK"
                 TO REPORT-LINE

               WRITE REPORT-LINE

           ELSE

               READ SEAL-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF OR WS-SEAL-COUNT >= WS-SEAL-MAX

                   ADD 1 TO WS-SEAL-COUNT

                   MOVE WS-SEAL-COUNT TO WS-SEAL-SUB

                   MOVE DS-BUSINESS-DATE
                     TO WS-SL-BUSINESS-DATE (WS-SEAL-SUB)

                   MOVE DS-RUN-NO TO WS-SL-RUN-NO (WS-SEAL-SUB)

                   MOVE DS-FIRST-SEQ-NO
                     TO WS-SL-FIRST-SEQ-NO (WS-SEAL-SUB)

                   MOVE DS-LAST-SEQ-NO
                     TO WS-SL-LAST-SEQ-NO (WS-SEAL-SUB)

                   MOVE DS-LAST-HASH TO WS-SL-LAST-HASH (WS-SEAL-SUB)

                   MOVE DS-POSTING-COUNT
                     TO WS-SL-POSTING-COUNT (WS-SEAL-SUB)

                   MOVE DS-POSTING-TOTAL
                     TO WS-SL-POSTING-TOTAL (WS-SEAL-SUB)

                   MOVE DS-OPERATOR-ID
                     TO WS-SL-OPERATOR-ID (WS-SEAL-SUB)

                   MOVE DS-SEAL-CHECK TO WS-SL-SEAL-CHECK (WS-SEAL-SUB)

                   MOVE ZERO TO WS-SL-SEEN-COUNT (WS-SEAL-SUB)

                   MOVE ZERO TO WS-SL-SEEN-TOTAL (WS-SEAL-SUB)

                   MOVE ZERO TO WS-SL-SEEN-HASH (WS-SEAL-SUB)

                   MOVE "N" TO WS-SL-SEEN-LAST (WS-SEAL-SUB)

                   READ SEAL-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               IF NOT WS-EOF

                   MOVE "SEAL TABLE FULL - LATER SEALS NOT CHECKED"
                     TO REPORT-LINE

                   WRITE REPORT-LINE

                   ADD 1 TO WS-SEAL-BAD-COUNT

               END-IF

               CLOSE SEAL-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       2000-VERIFY-BLOCK.

      *> Three independent checks per block, reported in the order a
               MOVE CHAIN-TIMESTAMP(1:14) TO WS-TIMESTAMP-NUMERIC

      *> The type code hashes as a digit (C=1, D=2, A=3, R=4, V=5,
      *> X=6, Y=7, else 0), exactly as DRIVER maps it - a blank
      *> (anchor blocks, and blocks written before the type existed)
      *> contributes nothing, so old chains verify unchanged, while
      *> any edit to a typed block's direction breaks its hash.
               EVALUATE CHAIN-TYPE-CODE

                   WHEN "C" MOVE 1 TO WS-TYPE-NUMERIC

                   WHEN "V" MOVE 5 TO WS-TYPE-NUMERIC

                   WHEN "X" MOVE 6 TO WS-TYPE-NUMERIC

                   WHEN "Y" MOVE 7 TO WS-TYPE-NUMERIC

                   WHEN OTHER MOVE ZERO TO WS-TYPE-NUMERIC

               END-EVALUATE

           END-IF.

       3000-MATCH-BLOCK-TO-SEAL.

      *> Seals were filed in chain order, so one pointer walks them
      *> alongside the blocks: step past every seal that ends before
      *> this block (and the empty days, which seal no range), then
      *> credit the block to the seal whose range holds it.
           MOVE "N" TO WS-POINTER-SWITCH

           PERFORM 3010-ADVANCE-SEAL-POINTER UNTIL WS-POINTER-SETTLED

           IF WS-SEAL-PTR <= WS-SEAL-COUNT

               IF WS-SL-FIRST-SEQ-NO (WS-SEAL-PTR) <= CHAIN-SEQ-NO

                   IF CHAIN-TYPE-CODE NOT = SPACE

                       ADD 1 TO WS-SL-SEEN-COUNT (WS-SEAL-PTR)

                       ADD CHAIN-R TO WS-SL-SEEN-TOTAL (WS-SEAL-PTR)

                   END-IF

                   IF CHAIN-SEQ-NO = WS-SL-LAST-SEQ-NO (WS-SEAL-PTR)

                       MOVE CHAIN-BLOCK-HASH
                         TO WS-SL-SEEN-HASH (WS-SEAL-PTR)

                       MOVE "Y" TO WS-SL-SEEN-LAST (WS-SEAL-PTR)

                   END-IF

               END-IF

           END-IF.

       3010-ADVANCE-SEAL-POINTER.

           IF WS-SEAL-PTR > WS-SEAL-COUNT

               MOVE "Y" TO WS-POINTER-SWITCH

           ELSE

               IF WS-SL-LAST-SEQ-NO (WS-SEAL-PTR) < CHAIN-SEQ-NO

                   ADD 1 TO WS-SEAL-PTR

               ELSE

                   MOVE "Y" TO WS-POINTER-SWITCH

               END-IF

           END-IF.

       3100-CHECK-ONE-SEAL.

           MOVE WS-SL-BUSINESS-DATE (WS-SEAL-SUB) TO WS-SEAL-DATE

           MOVE WS-SL-RUN-NO (WS-SEAL-SUB) TO WS-SEAL-RUN

           PERFORM 3400-RECOMPUTE-SEAL-CHECK

           EVALUATE TRUE

               WHEN WS-EXPECTED-CHECK
                    NOT = WS-SL-SEAL-CHECK (WS-SEAL-SUB)

                   MOVE "SEAL ROW ALTERED SINCE IT WAS FILED"
                     TO WS-SEAL-PROBLEM

                   PERFORM 3900-REPORT-SEAL-PROBLEM

               WHEN WS-SL-POSTING-COUNT (WS-SEAL-SUB) = ZERO

                   ADD 1 TO WS-SEALS-MATCHED

               WHEN WS-SL-FIRST-SEQ-NO (WS-SEAL-SUB)
                    < WS-FIRST-LIVE-SEQ

                   ADD 1 TO WS-SEALS-ARCHIVED

               WHEN WS-SL-SEEN-LAST (WS-SEAL-SUB) NOT = "Y"
                 OR WS-SL-SEEN-COUNT (WS-SEAL-SUB)
                    NOT = WS-SL-POSTING-COUNT (WS-SEAL-SUB)
                 OR WS-SL-SEEN-TOTAL (WS-SEAL-SUB)
                    NOT = WS-SL-POSTING-TOTAL (WS-SEAL-SUB)
                 OR WS-SL-SEEN-HASH (WS-SEAL-SUB)
                    NOT = WS-SL-LAST-HASH (WS-SEAL-SUB)

                   MOVE "BLOCKS NO LONGER MATCH WHAT WAS SEALED"
                     TO WS-SEAL-PROBLEM

                   PERFORM 3900-REPORT-SEAL-PROBLEM

               WHEN OTHER

                   ADD 1 TO WS-SEALS-MATCHED

           END-EVALUATE.

       3400-RECOMPUTE-SEAL-CHECK.

      *> Identical arithmetic to DAYCLOSE's 3100-WRITE-DAY-SEAL.
           COMPUTE WS-HASH-WORK =
               (WS-SL-LAST-HASH (WS-SEAL-SUB) * 31 +
                WS-SL-FIRST-SEQ-NO (WS-SEAL-SUB) * 17 +
                WS-SL-LAST-SEQ-NO (WS-SEAL-SUB) * 13 +
                WS-SL-POSTING-COUNT (WS-SEAL-SUB) * 11 +
                (WS-SL-POSTING-TOTAL (WS-SEAL-SUB) * 100) * 7 +
                WS-SL-BUSINESS-DATE (WS-SEAL-SUB) * 23 +
                WS-SL-RUN-NO (WS-SEAL-SUB) * 29 + 104729)

           COMPUTE WS-EXPECTED-CHECK =
               FUNCTION MOD(WS-HASH-WORK, 1000000007).

       3500-CHECK-RETURNED-COPIES.

      *> The copy that came back from outside is the one a rebuild
      *> inside the shop cannot reach - a seal on file that differs
      *> from it, or an attested day with no seal at all, fails.
           MOVE "N" TO WS-EOF-SWITCH

           OPEN INPUT RETURNED-FILE

           IF RETURNED-FILE-STATUS NOT = "00"

               MOVE "NO RETURNED ATTESTATIONS - SEALS HELD TO THE CHAIN"
                 TO REPORT-LINE

               WRITE REPORT-LINE

           ELSE

               READ RETURNED-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   MOVE RETURNED-LINE TO WS-RETURNED-SEAL

                   PERFORM 3510-CHECK-ONE-RETURNED-COPY

                   READ RETURNED-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE RETURNED-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       3510-CHECK-ONE-RETURNED-COPY.

           IF WS-RT-BUSINESS-DATE NOT NUMERIC
              OR WS-RT-RUN-NO NOT NUMERIC
              OR WS-RT-LAST-HASH NOT NUMERIC
              OR WS-RT-POSTING-TOTAL NOT NUMERIC

               MOVE ZERO TO WS-SEAL-DATE

               MOVE ZERO TO WS-SEAL-RUN

               MOVE "RETURNED ATTESTATION LINE UNREADABLE"
                 TO WS-SEAL-PROBLEM

               PERFORM 3900-REPORT-SEAL-PROBLEM

           ELSE

               MOVE WS-RT-BUSINESS-DATE TO WS-SEAL-DATE

               MOVE WS-RT-RUN-NO TO WS-SEAL-RUN

               MOVE ZERO TO WS-SEAL-HIT

               PERFORM 3520-FIND-SEAL
                   VARYING WS-SEAL-SUB FROM 1 BY 1
                   UNTIL WS-SEAL-SUB > WS-SEAL-COUNT
                      OR WS-SEAL-HIT > ZERO

               EVALUATE TRUE

                   WHEN WS-SEAL-HIT = ZERO

                       MOVE "ATTESTED DAY HAS NO SEAL ON FILE"
                         TO WS-SEAL-PROBLEM

                       PERFORM 3900-REPORT-SEAL-PROBLEM

                   WHEN WS-RT-FIRST-SEQ-NO
                        NOT = WS-SL-FIRST-SEQ-NO (WS-SEAL-HIT)
                     OR WS-RT-LAST-SEQ-NO
                        NOT = WS-SL-LAST-SEQ-NO (WS-SEAL-HIT)
                     OR WS-RT-LAST-HASH
                        NOT = WS-SL-LAST-HASH (WS-SEAL-HIT)
                     OR WS-RT-POSTING-COUNT
                        NOT = WS-SL-POSTING-COUNT (WS-SEAL-HIT)
                     OR WS-RT-POSTING-TOTAL
                        NOT = WS-SL-POSTING-TOTAL (WS-SEAL-HIT)
                     OR WS-RT-OPERATOR-ID
                        NOT = WS-SL-OPERATOR-ID (WS-SEAL-HIT)
                     OR WS-RT-SEAL-CHECK
                        NOT = WS-SL-SEAL-CHECK (WS-SEAL-HIT)

                       MOVE "SEAL ON FILE DIFFERS FROM ITS ATTESTATION"
                         TO WS-SEAL-PROBLEM

                       PERFORM 3900-REPORT-SEAL-PROBLEM

                   WHEN OTHER

                       ADD 1 TO WS-SEALS-ATTESTED

               END-EVALUATE

           END-IF.

       3520-FIND-SEAL.

           IF WS-SL-BUSINESS-DATE (WS-SEAL-SUB) = WS-SEAL-DATE
              AND WS-SL-RUN-NO (WS-SEAL-SUB) = WS-SEAL-RUN

               MOVE WS-SEAL-SUB TO WS-SEAL-HIT

           END-IF.

       3900-REPORT-SEAL-PROBLEM.

           ADD 1 TO WS-SEAL-BAD-COUNT

           MOVE SPACES TO REPORT-LINE

           STRING "DAY " DELIMITED BY SIZE,
                  WS-SEAL-DATE DELIMITED BY SIZE,
                  " RUN " DELIMITED BY SIZE,
                  WS-SEAL-RUN DELIMITED BY SIZE,
                  ": " DELIMITED BY SIZE,
                  WS-SEAL-PROBLEM DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       9000-WRITE-TOTALS.

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           IF WS-SEAL-MODE

               PERFORM 9100-WRITE-SEAL-TOTALS

           END-IF

           IF WS-BAD-COUNT = ZERO

               MOVE "CHAIN VERIFIED CLEAN" TO REPORT-LINE

           WRITE REPORT-LINE.

       9100-WRITE-SEAL-TOTALS.

           MOVE WS-SEAL-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "DAY SEALS READ:  " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-SEALS-MATCHED TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "SEALS MATCHED:   " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-SEALS-ARCHIVED TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "SEALS ARCHIVED:  " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-SEALS-ATTESTED TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "ATTESTED CLEAN:  " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-SEAL-BAD-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "SEAL FAILURES:   " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           IF WS-SEAL-BAD-COUNT NOT = ZERO

               MOVE "SEALED DAYS DISAGREE - DO NOT TRUST THE LEDGER"
                 TO REPORT-LINE

               WRITE REPORT-LINE

           END-IF.

       9900-END-OF-JOB-SUMMARY.

      *> Give the scheduler and the operator glancing at sysout a real
               (WS-END-HH * 3600 + WS-END-MI * 60 + WS-END-SS) -
               (WS-START-HH * 3600 + WS-START-MI * 60 + WS-START-SS)

           IF WS-BAD-COUNT = ZERO AND WS-SEAL-BAD-COUNT = ZERO

               MOVE 0 TO RETURN-CODE


               " FAILED: " WS-BAD-COUNT

               " SEAL FAILURES: " WS-SEAL-BAD-COUNT

               " ELAPSED: " WS-ELAPSED-SECONDS " SEC"

               " RC: " RETURN-CODE.
