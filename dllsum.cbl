       IDENTIFICATION DIVISION.

       PROGRAM-ID.  DLLSUM.

      *> Fingerprints one DLL build for DLLCERT and DLLPROM: reads the
      *> file named in DS-BUILD-PATH a byte at a time and hands back
      *> its size and a check hash over every byte, rolled with the
      *> same polynomial and modulus as the chain and backup hashes.
      *> A certification is only as good as the proof that the build
      *> promoted is the build that was certified - these two figures
      *> are that proof.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT BUILD-FILE ASSIGN TO BUILD-FILE-PATH

               ORGANIZATION IS SEQUENTIAL

               FILE STATUS IS BUILD-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *> A DLL is a binary file with no record structure, so it is
      *> read as fixed one-byte records - no byte is lost to a short
      *> last block and none is taken for a line delimiter.
       FD  BUILD-FILE.

       01  BUILD-BYTE                  PIC X.

       WORKING-STORAGE SECTION.

       77  BUILD-FILE-PATH   PIC X(60).

       77  BUILD-FILE-STATUS PIC XX.

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-HASH-WORK      PIC 9(14).

       LINKAGE SECTION.

       COPY "dllsum-parms.cpy".

       PROCEDURE DIVISION USING DLLSUM-PARMS.

       0000-MAIN.

           MOVE ZERO TO DS-BUILD-SIZE DS-BUILD-HASH

           MOVE "N" TO WS-EOF-SWITCH

           MOVE DS-BUILD-PATH TO BUILD-FILE-PATH

           OPEN INPUT BUILD-FILE

           IF BUILD-FILE-STATUS NOT = "00"

               MOVE "N" TO DS-RESULT

               GOBACK

           END-IF

           MOVE "Y" TO DS-RESULT

           READ BUILD-FILE

               AT END MOVE "Y" TO WS-EOF-SWITCH

           END-READ

           PERFORM UNTIL WS-EOF

               ADD 1 TO DS-BUILD-SIZE

               COMPUTE WS-HASH-WORK = DS-BUILD-HASH * 31
                   + FUNCTION ORD(BUILD-BYTE)

               COMPUTE DS-BUILD-HASH =
                   FUNCTION MOD(WS-HASH-WORK, 1000000007)

               READ BUILD-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

           END-PERFORM

           CLOSE BUILD-FILE

           GOBACK.
