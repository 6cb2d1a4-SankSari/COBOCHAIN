       IDENTIFICATION DIVISION.

       PROGRAM-ID.  DLLPROM.

      *> Promotes a certified candidate build of mydll.dll to
      *> ./mydll.dll. Swapping the DLL every batch program calls is a
      *> production change, so it demands an authenticated level-3
      *> operator (CALL "SECSIGN") and an explicit confirmation, and
      *> it is refused outright unless DLLCERT's latest register
      *> entry for the candidate passed - and unless both builds are
      *> still, byte for byte, the ones that were certified (DLLSUM
      *> fingerprints, held against the register). The build being
      *> replaced is kept as ./mydll-previous.dll for fallback, the
      *> promoted copy is fingerprinted again, and every promotion -
      *> and every refusal - goes on data/dllprom-change-log.dat with
      *> the operator who approved it.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARM-FILE ASSIGN TO PARM-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS PARM-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO REGISTER-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT CHANGE-LOG ASSIGN TO CHANGE-LOG-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS CHANGE-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PARM-FILE.

       COPY "dllcert-parm-record.cpy".

       FD  REGISTER-FILE.

       COPY "dllcert-register-record.cpy".

       FD  CHANGE-LOG.

       COPY "parm-change-record.cpy".

       WORKING-STORAGE SECTION.

       77  PARM-FILE-PATH    PIC X(60) VALUE "data/dllcert-parms.dat".

       77  PARM-FILE-STATUS  PIC XX.

       77  REGISTER-FILE-PATH PIC X(60)
           VALUE "data/dllcert-register.dat".

       77  REGISTER-FILE-STATUS PIC XX.

       77  CHANGE-LOG-PATH   PIC X(60)
           VALUE "data/dllprom-change-log.dat".

       77  CHANGE-LOG-STATUS PIC XX.

       77  WS-CURRENT-BUILD-PATH PIC X(60) VALUE "./mydll.dll".

       77  WS-PREVIOUS-BUILD-PATH PIC X(60)
           VALUE "./mydll-previous.dll".

       77  WS-CANDIDATE-BUILD-PATH PIC X(60)
           VALUE "./candidate/mydll.dll".

       77  WS-MENU-CHOICE    PIC X VALUE SPACE.

       77  WS-EXIT-SWITCH    PIC X VALUE "N".

           88  WS-EXIT-WANTED VALUE "Y".

       77  WS-MESSAGE        PIC X(60) VALUE SPACES.

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-CONFIRM        PIC X.

       77  WS-COPY-STATUS    PIC S9(9) COMP-5.

      *> The candidate's latest certification, as the register has it.
       77  WS-CERT-FOUND-SWITCH PIC X.

           88  WS-CERT-FOUND  VALUE "Y".

       77  WS-CERT-AT        PIC X(14).

       77  WS-CERT-VERDICT   PIC X.

           88  WS-CERT-PASSED VALUE "P".

       77  WS-CERT-VERDICT-TEXT PIC X(4).

       77  WS-CERT-CALLS     PIC 9(7).

       77  WS-CERT-DIFFERENCES PIC 9(7).

       01  WS-CERT-CANDIDATE.

           05  WS-CERT-CANDIDATE-SIZE PIC 9(9).

           05  WS-CERT-CANDIDATE-HASH PIC 9(10).

       01  WS-CERT-CURRENT.

           05  WS-CERT-CURRENT-SIZE PIC 9(9).

           05  WS-CERT-CURRENT-HASH PIC 9(10).

      *> The builds as they stand on disk right now.
       01  WS-CANDIDATE-NOW.

           05  WS-CANDIDATE-NOW-SIZE PIC 9(9).

           05  WS-CANDIDATE-NOW-HASH PIC 9(10).

       77  WS-CANDIDATE-FOUND-SWITCH PIC X.

           88  WS-CANDIDATE-FOUND VALUE "Y".

       01  WS-CURRENT-NOW.

           05  WS-CURRENT-NOW-SIZE PIC 9(9).

           05  WS-CURRENT-NOW-HASH PIC 9(10).

      *> A build as it goes on the change log: size/hash.
       01  WS-FINGERPRINT-TEXT.

           05  WS-FT-SIZE        PIC 9(9).

           05  FILLER            PIC X VALUE "/".

           05  WS-FT-HASH        PIC 9(10).

       77  WS-LOG-FIELD-NAME PIC X(20).

       77  WS-LOG-NEW-VALUE  PIC X(20).

       77  WS-LOGGED-SWITCH  PIC X.

           88  WS-ALREADY-LOGGED VALUE "Y".

       COPY "secsign-parms.cpy".

       COPY "dllsum-parms.cpy".

       SCREEN SECTION.

       01  S-SIGNON.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5
               VALUE "COBOCHAIN MYDLL.DLL PROMOTION".

           05  LINE 4 COLUMN 5 VALUE "OPERATOR ID:".

           05  LINE 4 COLUMN 19 PIC X(8) USING SS-OPERATOR-ID
               REQUIRED.

           05  LINE 5 COLUMN 5 VALUE "PASSWORD:".

           05  LINE 5 COLUMN 19 PIC X(8) USING SS-PASSWORD
               SECURE REQUIRED.

       01  S-MENU.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5
               VALUE "COBOCHAIN MYDLL.DLL PROMOTION - MENU".

           05  LINE 4 COLUMN 5 VALUE "1 - PROMOTE THE CANDIDATE BUILD".

           05  LINE 5 COLUMN 5 VALUE "X - EXIT".

           05  LINE 7 COLUMN 5 VALUE "CHOICE:".

           05  LINE 7 COLUMN 14 PIC X USING WS-MENU-CHOICE AUTO.

           05  LINE 9 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-PROMOTE.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5
               VALUE "COBOCHAIN MYDLL.DLL PROMOTION - CANDIDATE".

           05  LINE 4 COLUMN 5 VALUE "CANDIDATE:".

           05  LINE 4 COLUMN 19 PIC X(60)
               FROM WS-CANDIDATE-BUILD-PATH.

           05  LINE 5 COLUMN 5 VALUE "CERTIFIED AT:".

           05  LINE 5 COLUMN 19 PIC X(14) FROM WS-CERT-AT.

           05  LINE 6 COLUMN 5 VALUE "VERDICT:".

           05  LINE 6 COLUMN 19 PIC X(4) FROM WS-CERT-VERDICT-TEXT.

           05  LINE 7 COLUMN 5 VALUE "CALLS:".

           05  LINE 7 COLUMN 19 PIC Z(6)9 FROM WS-CERT-CALLS.

           05  LINE 8 COLUMN 5 VALUE "DIFFERENCES:".

           05  LINE 8 COLUMN 19 PIC Z(6)9 FROM WS-CERT-DIFFERENCES.

           05  LINE 10 COLUMN 5
               VALUE "THE CANDIDATE REPLACES ./MYDLL.DLL.".

           05  LINE 11 COLUMN 5 VALUE "PROMOTE (Y/N):".

           05  LINE 11 COLUMN 21 PIC X USING WS-CONFIRM AUTO.

       PROCEDURE DIVISION.

       0000-MAIN.

           MOVE SPACES TO SS-OPERATOR-ID

           MOVE SPACES TO SS-PASSWORD

           DISPLAY S-SIGNON

           ACCEPT S-SIGNON

           MOVE 3 TO SS-REQUIRED-LEVEL

           CALL "SECSIGN" USING SECSIGN-PARMS

           IF NOT SS-GRANTED

               EVALUATE TRUE

                   WHEN SS-NO-OPERATOR-FILE

                       DISPLAY "DLLPROM - NO OPERATOR FILE, "
                           "NOBODY IS AUTHORISED"

                   WHEN SS-LEVEL-DENIED

                       DISPLAY "DLLPROM - LEVEL 3 REQUIRED TO "
                           "PROMOTE A BUILD, ACCESS REFUSED"

                   WHEN OTHER

                       DISPLAY "DLLPROM - OPERATOR OR PASSWORD "
                           "NOT RECOGNISED, ACCESS REFUSED"

               END-EVALUATE

               MOVE 8 TO RETURN-CODE

               GOBACK

           END-IF

           PERFORM 0050-LOAD-PARAMETERS

           OPEN EXTEND CHANGE-LOG

           IF CHANGE-LOG-STATUS NOT = "00"

               CLOSE CHANGE-LOG

               OPEN OUTPUT CHANGE-LOG

           END-IF

           PERFORM 1000-MENU-ROUND UNTIL WS-EXIT-WANTED

           CLOSE CHANGE-LOG

           GOBACK.

       0050-LOAD-PARAMETERS.

      *> The same parameter file DLLCERT certified the candidate
      *> from, so the build promoted is the build certified.
           OPEN INPUT PARM-FILE

           IF PARM-FILE-STATUS = "00"

               READ PARM-FILE

               IF PARM-FILE-STATUS = "00"
                  AND DLC-CANDIDATE-PATH NOT = SPACES

                   MOVE DLC-CANDIDATE-PATH TO WS-CANDIDATE-BUILD-PATH

               END-IF

               CLOSE PARM-FILE

           END-IF.

       1000-MENU-ROUND.

           DISPLAY S-MENU

           ACCEPT S-MENU

           MOVE SPACES TO WS-MESSAGE

           EVALUATE WS-MENU-CHOICE

               WHEN "1"

                   PERFORM 2000-PROMOTE-CANDIDATE

               WHEN "X"

                   MOVE "Y" TO WS-EXIT-SWITCH

               WHEN "x"

                   MOVE "Y" TO WS-EXIT-SWITCH

               WHEN OTHER

                   MOVE "CHOOSE 1 OR X" TO WS-MESSAGE

           END-EVALUATE.

       2000-PROMOTE-CANDIDATE.

           PERFORM 2100-FIND-LATEST-CERTIFICATION

           MOVE "N" TO WS-CONFIRM

           DISPLAY S-PROMOTE

           ACCEPT S-PROMOTE

           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"

               MOVE "PROMOTION NOT CONFIRMED - NOTHING CHANGED"
                 TO WS-MESSAGE

           ELSE

               PERFORM 2200-FINGERPRINT-BUILDS

               MOVE "N" TO WS-LOGGED-SWITCH

               EVALUATE TRUE

                   WHEN WS-CANDIDATE-BUILD-PATH = WS-CURRENT-BUILD-PATH

                       MOVE "CANDIDATE IS THE LIVE BUILD - REFUSED"
                         TO WS-MESSAGE

                   WHEN NOT WS-CERT-FOUND

                       MOVE "CANDIDATE NEVER CERTIFIED - REFUSED"
                         TO WS-MESSAGE

                   WHEN NOT WS-CERT-PASSED

                       MOVE "LATEST CERTIFICATION FAILED - REFUSED"
                         TO WS-MESSAGE

                   WHEN NOT WS-CANDIDATE-FOUND

                       MOVE "CANDIDATE BUILD NOT FOUND - REFUSED"
                         TO WS-MESSAGE

      *> A certification vouches for one pair of builds. A candidate
      *> rebuilt since, or a live build swapped since, was never
      *> certified at all.
                   WHEN WS-CANDIDATE-NOW NOT = WS-CERT-CANDIDATE

                       MOVE "CANDIDATE NOT AS CERTIFIED - REFUSED"
                         TO WS-MESSAGE

                   WHEN WS-CURRENT-NOW NOT = WS-CERT-CURRENT

                       MOVE "LIVE BUILD NOT AS CERTIFIED - REFUSED"
                         TO WS-MESSAGE

                   WHEN OTHER

                       PERFORM 3000-PROMOTE-THE-BUILD

               END-EVALUATE

               IF NOT WS-ALREADY-LOGGED

                   MOVE "PROMOTION-REFUSED" TO WS-LOG-FIELD-NAME

                   MOVE WS-CANDIDATE-NOW-SIZE TO WS-FT-SIZE

                   MOVE WS-CANDIDATE-NOW-HASH TO WS-FT-HASH

                   MOVE WS-FINGERPRINT-TEXT TO WS-LOG-NEW-VALUE

                   PERFORM 8000-WRITE-CHANGE-LOG

               END-IF

           END-IF.

       2100-FIND-LATEST-CERTIFICATION.

      *> The register is appended in run order, so the last row for
      *> the candidate's path is its latest certification.
           MOVE "N" TO WS-CERT-FOUND-SWITCH

           MOVE SPACES TO WS-CERT-AT

           MOVE SPACE TO WS-CERT-VERDICT

           MOVE "NONE" TO WS-CERT-VERDICT-TEXT

           MOVE ZERO TO WS-CERT-CALLS WS-CERT-DIFFERENCES

           MOVE ZERO TO WS-CERT-CANDIDATE WS-CERT-CURRENT

           OPEN INPUT REGISTER-FILE

           IF REGISTER-FILE-STATUS = "00"

               READ REGISTER-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   IF CF-CANDIDATE-PATH = WS-CANDIDATE-BUILD-PATH

                       MOVE "Y" TO WS-CERT-FOUND-SWITCH

                       MOVE CF-CERTIFIED-AT TO WS-CERT-AT

                       MOVE CF-VERDICT TO WS-CERT-VERDICT

                       MOVE CF-CALLS-COMPARED TO WS-CERT-CALLS

                       MOVE CF-DIFFERENCES TO WS-CERT-DIFFERENCES

                       MOVE CF-CANDIDATE-SIZE TO WS-CERT-CANDIDATE-SIZE

                       MOVE CF-CANDIDATE-HASH TO WS-CERT-CANDIDATE-HASH

                       MOVE CF-CURRENT-SIZE TO WS-CERT-CURRENT-SIZE

                       MOVE CF-CURRENT-HASH TO WS-CERT-CURRENT-HASH

                   END-IF

                   READ REGISTER-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE REGISTER-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF

           IF WS-CERT-FOUND

               IF WS-CERT-PASSED

                   MOVE "PASS" TO WS-CERT-VERDICT-TEXT

               ELSE

                   MOVE "FAIL" TO WS-CERT-VERDICT-TEXT

               END-IF

           END-IF.

       2200-FINGERPRINT-BUILDS.

           MOVE WS-CANDIDATE-BUILD-PATH TO DS-BUILD-PATH

           CALL "DLLSUM" USING DLLSUM-PARMS

           MOVE DS-RESULT TO WS-CANDIDATE-FOUND-SWITCH

           MOVE DS-BUILD-SIZE TO WS-CANDIDATE-NOW-SIZE

           MOVE DS-BUILD-HASH TO WS-CANDIDATE-NOW-HASH

           MOVE WS-CURRENT-BUILD-PATH TO DS-BUILD-PATH

           CALL "DLLSUM" USING DLLSUM-PARMS

           MOVE DS-BUILD-SIZE TO WS-CURRENT-NOW-SIZE

           MOVE DS-BUILD-HASH TO WS-CURRENT-NOW-HASH.

       3000-PROMOTE-THE-BUILD.

      *> Keep the build being replaced first - if that cannot be
      *> done, nothing is touched.
           CALL "CBL_COPY_FILE" USING WS-CURRENT-BUILD-PATH

                                      WS-PREVIOUS-BUILD-PATH

               RETURNING WS-COPY-STATUS

           END-CALL

           IF WS-COPY-STATUS NOT = ZERO

               MOVE "CANNOT KEEP LIVE BUILD - NOTHING CHANGED"
                 TO WS-MESSAGE

               MOVE "PROMOTION-FAILED" TO WS-LOG-FIELD-NAME

               MOVE WS-CANDIDATE-NOW-SIZE TO WS-FT-SIZE

               MOVE WS-CANDIDATE-NOW-HASH TO WS-FT-HASH

               MOVE WS-FINGERPRINT-TEXT TO WS-LOG-NEW-VALUE

               PERFORM 8000-WRITE-CHANGE-LOG

           ELSE

               CALL "CBL_COPY_FILE" USING WS-CANDIDATE-BUILD-PATH

                                          WS-CURRENT-BUILD-PATH

                   RETURNING WS-COPY-STATUS

               END-CALL

      *> The copy now live must be the build that was certified; a
      *> failed or short copy puts the previous build straight back.
               MOVE WS-CURRENT-BUILD-PATH TO DS-BUILD-PATH

               CALL "DLLSUM" USING DLLSUM-PARMS

               IF WS-COPY-STATUS = ZERO
                  AND DS-BUILD-SIZE = WS-CERT-CANDIDATE-SIZE
                  AND DS-BUILD-HASH = WS-CERT-CANDIDATE-HASH

                   MOVE "BUILD-PROMOTED" TO WS-LOG-FIELD-NAME

                   MOVE DS-BUILD-SIZE TO WS-FT-SIZE

                   MOVE DS-BUILD-HASH TO WS-FT-HASH

                   MOVE WS-FINGERPRINT-TEXT TO WS-LOG-NEW-VALUE

                   PERFORM 8000-WRITE-CHANGE-LOG

                   MOVE "PROMOTED - OLD BUILD KEPT AS MYDLL-PREVIOUS"
                     TO WS-MESSAGE

               ELSE

                   CALL "CBL_COPY_FILE" USING WS-PREVIOUS-BUILD-PATH

                                              WS-CURRENT-BUILD-PATH

                   END-CALL

                   MOVE "COPY FAILED - PREVIOUS BUILD PUT BACK"
                     TO WS-MESSAGE

                   MOVE "PROMOTION-FAILED" TO WS-LOG-FIELD-NAME

                   MOVE WS-CANDIDATE-NOW-SIZE TO WS-FT-SIZE

                   MOVE WS-CANDIDATE-NOW-HASH TO WS-FT-HASH

                   MOVE WS-FINGERPRINT-TEXT TO WS-LOG-NEW-VALUE

                   PERFORM 8000-WRITE-CHANGE-LOG

               END-IF

           END-IF.

       8000-WRITE-CHANGE-LOG.

      *> Old value is the live build's fingerprint before the change,
      *> new value the candidate's.
           MOVE "Y" TO WS-LOGGED-SWITCH

           MOVE SS-OPERATOR-ID TO PC-USER

           MOVE "MYDLL.DLL" TO PC-FILE-NAME

           MOVE WS-LOG-FIELD-NAME TO PC-FIELD-NAME

           MOVE WS-CURRENT-NOW-SIZE TO WS-FT-SIZE

           MOVE WS-CURRENT-NOW-HASH TO WS-FT-HASH

           MOVE WS-FINGERPRINT-TEXT TO PC-OLD-VALUE

           MOVE WS-LOG-NEW-VALUE TO PC-NEW-VALUE

           MOVE FUNCTION CURRENT-DATE TO PC-TIMESTAMP

           WRITE PARM-CHANGE-RECORD.
