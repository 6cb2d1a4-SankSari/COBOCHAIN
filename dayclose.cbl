      *> its own loop ended, before anything had proven the day;
      *> now the day closes only when every proof passes:
      *>   1. accepted details in the released clean file equal
      *>      postings plus rejections for this date and run (a
      *>      transfer's receiving leg is the second posting of one
      *>      detail and is not counted again),
      *>   2. chain blocks written for this date and run equal the
      *>      postings for it,
      *>   3. CHAINVER walks the whole chain clean,
      *>      balance clean.
      *> Any failure leaves the day open, says exactly which proof
      *> broke, and ends RC 8 for the scheduler to hold on.
      *> A day that passes is sealed before it is marked complete: a
      *> day-seal row on data/day-seal.dat (first and last chain
      *> sequence of the day, the last block's hash, posting count
      *> and total, the signing operator) and the same row exported
      *> as data/day-seal-attest-<date>-<run>.dat for sending outside
      *> the shop. The signer is the level-3 operator OPSCTL named in
      *> data/dayclose-parms.dat; with nobody qualified named the day
      *> is neither sealed nor closed.

       ENVIRONMENT DIVISION.


               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT SEAL-FILE ASSIGN TO SEAL-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS SEAL-FILE-STATUS.

           SELECT ATTEST-FILE ASSIGN TO ATTEST-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS ATTEST-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO PARAMETER-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS PARAMETER-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO OPERATOR-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS OPERATOR-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL.

       COPY "run-control-record.cpy".

       FD  SEAL-FILE.

       COPY "day-seal-record.cpy".

       FD  ATTEST-FILE.

       01  ATTEST-LINE                 PIC X(92).

       FD  PARAMETER-FILE.

       COPY "dayclose-parm-record.cpy".

       FD  OPERATOR-FILE.

       COPY "operator-record.cpy".

       FD  REPORT-FILE.

       01  REPORT-LINE                 PIC X(80).

       77  RUN-CONTROL-STATUS PIC XX.

       77  SEAL-FILE-PATH    PIC X(60) VALUE "data/day-seal.dat".

       77  SEAL-FILE-STATUS  PIC XX.

       77  ATTEST-FILE-PATH  PIC X(60).

       77  ATTEST-FILE-STATUS PIC XX.

       77  PARAMETER-FILE-PATH PIC X(60)
           VALUE "data/dayclose-parms.dat".

       77  PARAMETER-FILE-STATUS PIC XX.

       77  OPERATOR-FILE-PATH PIC X(60) VALUE "data/operator-file.dat".

       77  OPERATOR-FILE-STATUS PIC XX.

       77  REPORT-FILE-PATH  PIC X(60) VALUE "data/dayclose-report.dat".

       77  WS-EOF-SWITCH     PIC X VALUE "N".
       77  WS-CLEAN-COUNT    PIC 9(8) VALUE ZERO.

       77  WS-POSTING-COUNT  PIC 9(8) VALUE ZERO.
      *> Receiving legs of transfers: a transfer detail posts twice,
      *> so these come off the posting count before it is matched
      *> against the details released.
       77  WS-TRANSFER-IN-COUNT PIC 9(8) VALUE ZERO.

       77  WS-REJECT-COUNT   PIC 9(8) VALUE ZERO.


       77  WS-COUNT-DISPLAY-2 PIC Z(7)9.

      *> What the seal records about the day's blocks, gathered on
      *> the same pass that counts them.
       77  WS-FIRST-SEQ-NO   PIC 9(8) VALUE ZERO.

       77  WS-LAST-SEQ-NO    PIC 9(8) VALUE ZERO.

       77  WS-LAST-DAY-HASH  PIC 9(10) VALUE ZERO.

       77  WS-CHAIN-HEAD-HASH PIC 9(10) VALUE ZERO.

       77  WS-CHAIN-TOTAL    PIC 9(12)V99 VALUE ZERO.

       77  WS-SIGNING-OPERATOR PIC X(8) VALUE SPACES.

       77  WS-SIGNER-SWITCH  PIC X VALUE "N".

           88  WS-SIGNER-QUALIFIED VALUE "Y".

       77  WS-HASH-WORK      PIC 9(18).

       77  WS-SEALED-AT      PIC X(14).

       77  WS-CHECK-DISPLAY  PIC Z(9)9.

       01  WS-START-TIME.

           05  WS-START-HH PIC 9(2).

               IF WS-FAILED-PROOFS = ZERO

                   PERFORM 2400-CHECK-SIGNING-OPERATOR

               END-IF

               IF WS-FAILED-PROOFS = ZERO

                   PERFORM 3100-WRITE-DAY-SEAL

                   PERFORM 3000-MARK-DAY-COMPLETE

               ELSE

                       ADD 1 TO WS-POSTING-COUNT

                       IF POST-TYPE-TRANSFER-IN

                           ADD 1 TO WS-TRANSFER-IN-COUNT

                       END-IF

                   END-IF

                   READ POSTING-FILE

                       ADD 1 TO WS-CHAIN-COUNT

                       IF WS-FIRST-SEQ-NO = ZERO

                           MOVE CHAIN-SEQ-NO TO WS-FIRST-SEQ-NO

                       END-IF

                       MOVE CHAIN-SEQ-NO TO WS-LAST-SEQ-NO

                       MOVE CHAIN-BLOCK-HASH TO WS-LAST-DAY-HASH

                       ADD CHAIN-R TO WS-CHAIN-TOTAL

                   END-IF

                   MOVE CHAIN-BLOCK-HASH TO WS-CHAIN-HEAD-HASH

                   READ CHAIN-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

           MOVE WS-CLEAN-COUNT TO WS-COUNT-DISPLAY

           IF WS-CLEAN-COUNT = WS-POSTING-COUNT
                   - WS-TRANSFER-IN-COUNT + WS-REJECT-COUNT

               MOVE SPACES TO REPORT-LINE

               ADD 1 TO WS-FAILED-PROOFS

               COMPUTE WS-COUNT-DISPLAY-2 =
                   WS-POSTING-COUNT - WS-TRANSFER-IN-COUNT
                   + WS-REJECT-COUNT

               MOVE SPACES TO REPORT-LINE


           WRITE REPORT-LINE.

       2400-CHECK-SIGNING-OPERATOR.

      *> The seal names a person, so the person must be real today:
      *> named by OPSCTL and still on the operator file at level 3.
           OPEN INPUT PARAMETER-FILE

           IF PARAMETER-FILE-STATUS = "00"

               READ PARAMETER-FILE

               IF PARAMETER-FILE-STATUS = "00"

                   MOVE DCP-SIGNING-OPERATOR TO WS-SIGNING-OPERATOR

               END-IF

               CLOSE PARAMETER-FILE

           END-IF

           IF WS-SIGNING-OPERATOR NOT = SPACES

               OPEN INPUT OPERATOR-FILE

               IF OPERATOR-FILE-STATUS = "00"

                   READ OPERATOR-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

                   PERFORM UNTIL WS-EOF

                       IF OP-ID = WS-SIGNING-OPERATOR
                          AND OP-AUTH-LEVEL >= 3

                           MOVE "Y" TO WS-SIGNER-SWITCH

                       END-IF

                       READ OPERATOR-FILE

                           AT END MOVE "Y" TO WS-EOF-SWITCH

                       END-READ

                   END-PERFORM

                   CLOSE OPERATOR-FILE

                   MOVE "N" TO WS-EOF-SWITCH

               END-IF

           END-IF

           IF WS-SIGNER-QUALIFIED

               MOVE SPACES TO REPORT-LINE

               STRING "PROOF 5 PASSED: SEAL SIGNED BY LEVEL-3 OPERATOR "
                          DELIMITED BY SIZE,
                      WS-SIGNING-OPERATOR DELIMITED BY SIZE
                 INTO REPORT-LINE

           ELSE

               ADD 1 TO WS-FAILED-PROOFS

               MOVE "PROOF 5 FAILED: NO LEVEL-3 SIGNING OPERATOR NAMED"
                 TO REPORT-LINE

           END-IF

           WRITE REPORT-LINE.

       3000-MARK-DAY-COMPLETE.

      *> Every proof passed - only now does "C" go on file. The

           WRITE REPORT-LINE.

       3100-WRITE-DAY-SEAL.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SEALED-AT

           MOVE WS-BUSINESS-DATE TO DS-BUSINESS-DATE

           MOVE WS-RUN-NUMBER TO DS-RUN-NO

           MOVE WS-FIRST-SEQ-NO TO DS-FIRST-SEQ-NO

           MOVE WS-LAST-SEQ-NO TO DS-LAST-SEQ-NO

           IF WS-CHAIN-COUNT = ZERO

               MOVE WS-CHAIN-HEAD-HASH TO DS-LAST-HASH

           ELSE

               MOVE WS-LAST-DAY-HASH TO DS-LAST-HASH

           END-IF

           MOVE WS-CHAIN-COUNT TO DS-POSTING-COUNT

           MOVE WS-CHAIN-TOTAL TO DS-POSTING-TOTAL

           MOVE WS-SIGNING-OPERATOR TO DS-OPERATOR-ID

           MOVE WS-SEALED-AT TO DS-SEALED-AT

      *> Same formula as CHAINVER's 3400-RECOMPUTE-SEAL-CHECK - any
      *> change here must be mirrored there.
           COMPUTE WS-HASH-WORK =
               (DS-LAST-HASH * 31 + DS-FIRST-SEQ-NO * 17 +
                DS-LAST-SEQ-NO * 13 + DS-POSTING-COUNT * 11 +
                (DS-POSTING-TOTAL * 100) * 7 +
                DS-BUSINESS-DATE * 23 + DS-RUN-NO * 29 + 104729)

           COMPUTE DS-SEAL-CHECK =
               FUNCTION MOD(WS-HASH-WORK, 1000000007)

           OPEN EXTEND SEAL-FILE

           IF SEAL-FILE-STATUS NOT = "00"

               CLOSE SEAL-FILE

               OPEN OUTPUT SEAL-FILE

           END-IF

           WRITE DAY-SEAL-RECORD

           CLOSE SEAL-FILE

           MOVE SPACES TO ATTEST-FILE-PATH

           STRING "data/day-seal-attest-" DELIMITED BY SIZE,
                  WS-BUSINESS-DATE DELIMITED BY SIZE,
                  "-" DELIMITED BY SIZE,
                  WS-RUN-NUMBER DELIMITED BY SIZE,
                  ".dat" DELIMITED BY SIZE
             INTO ATTEST-FILE-PATH

           OPEN OUTPUT ATTEST-FILE

           MOVE DAY-SEAL-RECORD TO ATTEST-LINE

           WRITE ATTEST-LINE

           CLOSE ATTEST-FILE

           MOVE DS-SEAL-CHECK TO WS-CHECK-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "DAY SEALED - CHECK " DELIMITED BY SIZE,
                  WS-CHECK-DISPLAY DELIMITED BY SIZE,

                  " - SEND " DELIMITED BY SIZE,
                  ATTEST-FILE-PATH DELIMITED BY SPACE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       9900-END-OF-JOB-SUMMARY.

      *> Give the scheduler and the operator glancing at sysout a real
