      *> row naming who approved what and when - the same trail
      *> PARMMNT keeps for parameter changes. The approval can be
      *> withdrawn the same way before DRIVER consumes it.
      *> The same level-3 sign-on is how an operator takes the
      *> signature on DAYCLOSE's day seals: the signed-on operator is
      *> written to data/dayclose-parms.dat and logged, and every
      *> seal from then on carries that name.

       ENVIRONMENT DIVISION.


               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO PARAMETER-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS PARAMETER-FILE-STATUS.

           SELECT CHANGE-LOG ASSIGN TO CHANGE-LOG-PATH

               ORGANIZATION IS LINE SEQUENTIAL

       COPY "run-control-record.cpy".

       FD  PARAMETER-FILE.

       COPY "dayclose-parm-record.cpy".

       FD  CHANGE-LOG.

       COPY "parm-change-record.cpy".

       77  RUN-CONTROL-STATUS PIC XX.

       77  PARAMETER-FILE-PATH PIC X(60)
           VALUE "data/dayclose-parms.dat".

       77  PARAMETER-FILE-STATUS PIC XX.

       77  WS-OLD-SIGNER     PIC X(8).

       77  CHANGE-LOG-PATH   PIC X(60)
           VALUE "data/opsctl-change-log.dat".


           05  LINE 5 COLUMN 5 VALUE "2 - WITHDRAW RERUN APPROVAL".

           05  LINE 6 COLUMN 5 VALUE "3 - TAKE THE DAY-SEAL SIGNATURE".

           05  LINE 7 COLUMN 5 VALUE "X - EXIT".

           05  LINE 9 COLUMN 5 VALUE "CHOICE:".

           05  LINE 9 COLUMN 14 PIC X USING WS-MENU-CHOICE AUTO.

           05  LINE 11 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       PROCEDURE DIVISION.


                   PERFORM 3000-WITHDRAW-APPROVAL

               WHEN "3"

                   PERFORM 6000-TAKE-SEAL-SIGNATURE

               WHEN "X"

                   MOVE "Y" TO WS-EXIT-SWITCH

               WHEN OTHER

                   MOVE "CHOOSE 1, 2, 3 OR X" TO WS-MESSAGE

           END-EVALUATE.


           CLOSE RUN-CONTROL-FILE.

       6000-TAKE-SEAL-SIGNATURE.

           MOVE SPACES TO WS-OLD-SIGNER

           OPEN INPUT PARAMETER-FILE

           IF PARAMETER-FILE-STATUS = "00"

               READ PARAMETER-FILE

               IF PARAMETER-FILE-STATUS = "00"

                   MOVE DCP-SIGNING-OPERATOR TO WS-OLD-SIGNER

               END-IF

               CLOSE PARAMETER-FILE

           END-IF

           IF WS-OLD-SIGNER = SS-OPERATOR-ID

               MOVE "YOU ALREADY SIGN THE DAY SEALS" TO WS-MESSAGE

           ELSE

               MOVE SS-OPERATOR-ID TO DCP-SIGNING-OPERATOR

               MOVE FUNCTION CURRENT-DATE(1:14) TO DCP-SIGNED-ON-AT

               OPEN OUTPUT PARAMETER-FILE

               WRITE DAYCLOSE-PARM-RECORD

               CLOSE PARAMETER-FILE

               MOVE "DCP-SIGNING-OPERATOR" TO PC-FIELD-NAME

               MOVE WS-OLD-SIGNER TO PC-OLD-VALUE

               MOVE SS-OPERATOR-ID TO PC-NEW-VALUE

               PERFORM 8100-WRITE-SEAL-CHANGE-LOG

               MOVE "DAY SEALS NOW SIGNED IN YOUR NAME" TO WS-MESSAGE

           END-IF.

       8000-WRITE-CHANGE-LOG.

           MOVE SS-OPERATOR-ID TO PC-USER
           MOVE FUNCTION CURRENT-DATE TO PC-TIMESTAMP

           WRITE PARM-CHANGE-RECORD.

       8100-WRITE-SEAL-CHANGE-LOG.

           MOVE SS-OPERATOR-ID TO PC-USER

           MOVE "DAYCLOSE-PRM" TO PC-FILE-NAME

           MOVE FUNCTION CURRENT-DATE TO PC-TIMESTAMP

           WRITE PARM-CHANGE-RECORD.
