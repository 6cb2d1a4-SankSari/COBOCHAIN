       IDENTIFICATION DIVISION.

       PROGRAM-ID.  DSRESTOR.

      *> Point-in-time restore of a backup set taken by DSBACKUP.
      *> Putting the account master, chain, posting file, run control,
      *> registries and parameter files back to another moment undoes
      *> real work, so it demands an authenticated level-3 operator
      *> (CALL "SECSIGN") and an explicit confirmation. The set must
      *> be on the backup catalog as verified when taken, and it is
      *> proven against its manifest again by DSVERIFY before a
      *> single live file is touched - a set that fails is refused
      *> whole, never restored in part. Every file on the manifest
      *> then comes back from the same set, so all of them stand at
      *> the same moment: flat files copied back, indexed files
      *> reloaded from their unloads, and files that did not exist
      *> then removed. Trails (audit log, change logs, run stats) are
      *> left as they stand. The live files are proven against the
      *> manifest once more, and the restore is written to the
      *> run-control change trail OPSCTL keeps - who restored which
      *> set over which business day and run.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CATALOG-FILE ASSIGN TO CATALOG-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS CATALOG-FILE-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO MANIFEST-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS MANIFEST-FILE-STATUS.

           SELECT COPY-FILE ASSIGN TO COPY-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS COPY-FILE-STATUS.

           SELECT LIVE-FILE ASSIGN TO LIVE-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS LIVE-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCOUNT-MASTER-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS SEQUENTIAL

               RECORD KEY IS ACCT-NUMBER

               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTOMER-MASTER-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS SEQUENTIAL

               RECORD KEY IS CUST-NUMBER

               FILE STATUS IS CUSTOMER-MASTER-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO SNAPSHOT-FILE-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS SEQUENTIAL

               RECORD KEY IS BS-KEY

               FILE STATUS IS SNAPSHOT-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO HISTORY-FILE-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS SEQUENTIAL

               RECORD KEY IS PH-KEY

               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT CHANGE-LOG ASSIGN TO CHANGE-LOG-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS CHANGE-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CATALOG-FILE.

       COPY "backup-catalog-record.cpy".

       FD  MANIFEST-FILE.

       COPY "backup-manifest-record.cpy".

       FD  COPY-FILE.

       01  COPY-RECORD                 PIC X(1024).

       FD  LIVE-FILE.

       01  LIVE-RECORD                 PIC X(1024).

       FD  ACCOUNT-MASTER.

       COPY "account-master-record.cpy".

       FD  CUSTOMER-MASTER.

       COPY "customer-master-record.cpy".

       FD  SNAPSHOT-FILE.

       COPY "balance-snapshot-record.cpy".

       FD  HISTORY-FILE.

       COPY "posting-history-record.cpy".

       FD  RUN-CONTROL-FILE.

       COPY "run-control-record.cpy".

       FD  CHANGE-LOG.

       COPY "parm-change-record.cpy".

       FD  REPORT-FILE.

       01  REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.

       77  CATALOG-FILE-PATH PIC X(60)
           VALUE "data/backup-catalog.dat".

       77  CATALOG-FILE-STATUS PIC XX.

       77  MANIFEST-FILE-PATH PIC X(60).

       77  MANIFEST-FILE-STATUS PIC XX.

       77  COPY-FILE-PATH    PIC X(60).

       77  COPY-FILE-STATUS  PIC XX.

       77  LIVE-FILE-PATH    PIC X(60).

       77  LIVE-FILE-STATUS  PIC XX.

       77  ACCOUNT-MASTER-PATH PIC X(60)
           VALUE "data/account-master.dat".

       77  ACCOUNT-MASTER-STATUS PIC XX.

       77  CUSTOMER-MASTER-PATH PIC X(60)
           VALUE "data/customer-master.dat".

       77  CUSTOMER-MASTER-STATUS PIC XX.

       77  SNAPSHOT-FILE-PATH PIC X(60)
           VALUE "data/balance-history.dat".

       77  SNAPSHOT-FILE-STATUS PIC XX.

       77  HISTORY-FILE-PATH PIC X(60)
           VALUE "data/posting-history.dat".

       77  HISTORY-FILE-STATUS PIC XX.

       77  RUN-CONTROL-PATH  PIC X(60) VALUE "data/run-control.dat".

       77  RUN-CONTROL-STATUS PIC XX.

       77  CHANGE-LOG-PATH   PIC X(60)
           VALUE "data/opsctl-change-log.dat".

       77  CHANGE-LOG-STATUS PIC XX.

       77  REPORT-FILE-PATH  PIC X(60) VALUE "data/dsrestor-report.dat".

       77  WS-MENU-CHOICE    PIC X VALUE SPACE.

       77  WS-EXIT-SWITCH    PIC X VALUE "N".

           88  WS-EXIT-WANTED VALUE "Y".

       77  WS-MESSAGE        PIC X(60) VALUE SPACES.

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-SET-ID         PIC X(17).

       77  WS-LATEST-SET-ID  PIC X(17).

       77  WS-CONFIRM        PIC X.

       77  WS-SET-FOUND-SWITCH PIC X.

           88  WS-SET-FOUND   VALUE "Y".

       77  WS-SET-VERIFIED-FLAG PIC X.

       77  WS-SET-MANIFEST-PATH PIC X(60).

       77  WS-OLD-POSITION   PIC X(20).

       77  WS-FILE-RECORDS   PIC 9(9).

       77  WS-FILES-RESTORED PIC 9(3).

       77  WS-FILES-REMOVED  PIC 9(3).

       77  WS-RESTORE-ERRORS PIC 9(5).

       77  WS-COUNT-DISPLAY  PIC Z(8)9.

       COPY "secsign-parms.cpy".

       COPY "dsverify-parms.cpy".

       SCREEN SECTION.

       01  S-SIGNON.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5
               VALUE "COBOCHAIN DATA-SET RESTORE".

           05  LINE 4 COLUMN 5 VALUE "OPERATOR ID:".

           05  LINE 4 COLUMN 19 PIC X(8) USING SS-OPERATOR-ID
               REQUIRED.

           05  LINE 5 COLUMN 5 VALUE "PASSWORD:".

           05  LINE 5 COLUMN 19 PIC X(8) USING SS-PASSWORD
               SECURE REQUIRED.

       01  S-MENU.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5
               VALUE "COBOCHAIN DATA-SET RESTORE - MENU".

           05  LINE 4 COLUMN 5 VALUE "1 - RESTORE A BACKUP SET".

           05  LINE 5 COLUMN 5 VALUE "X - EXIT".

           05  LINE 7 COLUMN 5 VALUE "CHOICE:".

           05  LINE 7 COLUMN 14 PIC X USING WS-MENU-CHOICE AUTO.

           05  LINE 9 COLUMN 5 PIC X(60) FROM WS-MESSAGE.

       01  S-CHOOSE-SET.

           05  BLANK SCREEN.

           05  LINE 2 COLUMN 5
               VALUE "COBOCHAIN DATA-SET RESTORE - CHOOSE SET".

           05  LINE 4 COLUMN 5 VALUE "LATEST SET:".

           05  LINE 4 COLUMN 19 PIC X(17) FROM WS-LATEST-SET-ID.

           05  LINE 6 COLUMN 5 VALUE "SET ID:".

           05  LINE 6 COLUMN 19 PIC X(17) USING WS-SET-ID.

           05  LINE 8 COLUMN 5
               VALUE "EVERY LIVE FILE GOES BACK TO THIS SET.".

           05  LINE 9 COLUMN 5 VALUE "RESTORE (Y/N):".

           05  LINE 9 COLUMN 21 PIC X USING WS-CONFIRM AUTO.

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

                       DISPLAY "DSRESTOR - NO OPERATOR FILE, "
                           "NOBODY IS AUTHORISED"

                   WHEN SS-LEVEL-DENIED

                       DISPLAY "DSRESTOR - LEVEL 3 REQUIRED FOR "
                           "A RESTORE, ACCESS REFUSED"

                   WHEN OTHER

                       DISPLAY "DSRESTOR - OPERATOR OR PASSWORD "
                           "NOT RECOGNISED, ACCESS REFUSED"

               END-EVALUATE

               MOVE 8 TO RETURN-CODE

               GOBACK

           END-IF

           OPEN EXTEND CHANGE-LOG

           IF CHANGE-LOG-STATUS NOT = "00"

               CLOSE CHANGE-LOG

               OPEN OUTPUT CHANGE-LOG

           END-IF

           PERFORM 1000-MENU-ROUND UNTIL WS-EXIT-WANTED

           CLOSE CHANGE-LOG

           GOBACK.

       1000-MENU-ROUND.

           DISPLAY S-MENU

           ACCEPT S-MENU

           MOVE SPACES TO WS-MESSAGE

           EVALUATE WS-MENU-CHOICE

               WHEN "1"

                   PERFORM 2000-RESTORE-A-SET

               WHEN "X"

                   MOVE "Y" TO WS-EXIT-SWITCH

               WHEN "x"

                   MOVE "Y" TO WS-EXIT-SWITCH

               WHEN OTHER

                   MOVE "CHOOSE 1 OR X" TO WS-MESSAGE

           END-EVALUATE.

       2000-RESTORE-A-SET.

           PERFORM 2050-FIND-LATEST-SET

           MOVE WS-LATEST-SET-ID TO WS-SET-ID

           MOVE "N" TO WS-CONFIRM

           DISPLAY S-CHOOSE-SET

           ACCEPT S-CHOOSE-SET

           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"

               MOVE "RESTORE NOT CONFIRMED - NOTHING CHANGED"
                 TO WS-MESSAGE

           ELSE

               PERFORM 2100-FIND-THE-SET

               EVALUATE TRUE

                   WHEN NOT WS-SET-FOUND

                       MOVE "SET NOT ON THE BACKUP CATALOG"
                         TO WS-MESSAGE

                   WHEN WS-SET-VERIFIED-FLAG NOT = "Y"

      *> A set that could not be proven the night it was taken is
      *> not a moment anyone can vouch for.
                       MOVE "SET UNVERIFIED WHEN TAKEN - REFUSED"
                         TO WS-MESSAGE

                   WHEN OTHER

                       PERFORM 2200-RECHECK-AND-RESTORE

               END-EVALUATE

           END-IF.

       2050-FIND-LATEST-SET.

           MOVE SPACES TO WS-LATEST-SET-ID

           OPEN INPUT CATALOG-FILE

           IF CATALOG-FILE-STATUS = "00"

               READ CATALOG-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   MOVE BC-SET-ID TO WS-LATEST-SET-ID

                   READ CATALOG-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE CATALOG-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       2100-FIND-THE-SET.

           MOVE "N" TO WS-SET-FOUND-SWITCH

           OPEN INPUT CATALOG-FILE

           IF CATALOG-FILE-STATUS = "00"

               READ CATALOG-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   IF BC-SET-ID = WS-SET-ID

                       MOVE "Y" TO WS-SET-FOUND-SWITCH

                       MOVE BC-VERIFIED-FLAG TO WS-SET-VERIFIED-FLAG

                       MOVE BC-MANIFEST-PATH TO WS-SET-MANIFEST-PATH

                   END-IF

                   READ CATALOG-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE CATALOG-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       2200-RECHECK-AND-RESTORE.

      *> The copies may have sat on disk for weeks since they were
      *> proven - they are proven again now, before anything moves.
           MOVE WS-SET-MANIFEST-PATH TO DV-MANIFEST-PATH

           MOVE "C" TO DV-TARGET

           CALL "DSVERIFY" USING DSVERIFY-PARMS

           EVALUATE TRUE

               WHEN DV-NO-MANIFEST

                   MOVE "MANIFEST MISSING - NOTHING RESTORED"
                     TO WS-MESSAGE

               WHEN NOT DV-SET-VERIFIED

                   MOVE SPACES TO WS-MESSAGE

                   STRING "SET FAILS MANIFEST: " DELIMITED BY SIZE,
                          DV-FIRST-FAILURE DELIMITED BY SPACE
                     INTO WS-MESSAGE

               WHEN OTHER

                   PERFORM 2300-NOTE-CURRENT-POSITION

                   PERFORM 3000-RESTORE-THE-FILES

      *> And the live files, now restored, against the same manifest.
                   MOVE "L" TO DV-TARGET

                   CALL "DSVERIFY" USING DSVERIFY-PARMS

                   PERFORM 8000-WRITE-CHANGE-LOG

                   MOVE SPACES TO WS-MESSAGE

                   IF DV-SET-VERIFIED AND WS-RESTORE-ERRORS = ZERO

                       STRING "SET " DELIMITED BY SIZE,
                              WS-SET-ID DELIMITED BY SIZE,
                              " RESTORED AND PROVEN" DELIMITED BY SIZE
                         INTO WS-MESSAGE

                   ELSE

                       STRING "RESTORED - LIVE CHECK FAILED: "
                              DELIMITED BY SIZE,
                              DV-FIRST-FAILURE DELIMITED BY SPACE
                         INTO WS-MESSAGE

                   END-IF

           END-EVALUATE.

       2300-NOTE-CURRENT-POSITION.

      *> The business day and run the system stood at before the
      *> restore - the "old value" on the change trail.
           MOVE "NO RUN CONTROL" TO WS-OLD-POSITION

           OPEN INPUT RUN-CONTROL-FILE

           IF RUN-CONTROL-STATUS = "00"

               READ RUN-CONTROL-FILE

               IF RUN-CONTROL-STATUS = "00"

                   MOVE SPACES TO WS-OLD-POSITION

                   STRING RC-BUSINESS-DATE DELIMITED BY SIZE,
                          " RUN " DELIMITED BY SIZE,
                          RC-RUN-NUMBER DELIMITED BY SIZE
                     INTO WS-OLD-POSITION

               END-IF

               CLOSE RUN-CONTROL-FILE

           END-IF.

       3000-RESTORE-THE-FILES.

           MOVE ZERO TO WS-FILES-RESTORED WS-FILES-REMOVED
                        WS-RESTORE-ERRORS

           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE

           STRING "DATA-SET RESTORE OF SET " DELIMITED BY SIZE,
                  WS-SET-ID DELIMITED BY SIZE,
                  " BY " DELIMITED BY SIZE,
                  SS-OPERATOR-ID DELIMITED BY SPACE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE

           STRING "SYSTEM STOOD AT " DELIMITED BY SIZE,
                  WS-OLD-POSITION DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-SET-MANIFEST-PATH TO MANIFEST-FILE-PATH

           OPEN INPUT MANIFEST-FILE

           READ MANIFEST-FILE

               AT END MOVE "Y" TO WS-EOF-SWITCH

           END-READ

           PERFORM UNTIL WS-EOF

               IF BM-FILE-ROW AND NOT BM-KIND-TRAIL

                   PERFORM 3100-RESTORE-ONE-FILE

               END-IF

               READ MANIFEST-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

           END-PERFORM

           CLOSE MANIFEST-FILE

           MOVE "N" TO WS-EOF-SWITCH

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-FILES-RESTORED TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "FILES RESTORED:  " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-FILES-REMOVED TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "FILES REMOVED:   " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-RESTORE-ERRORS TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "RESTORE ERRORS:  " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           CLOSE REPORT-FILE.

       3100-RESTORE-ONE-FILE.

           MOVE ZERO TO WS-FILE-RECORDS

           MOVE BM-LIVE-PATH TO LIVE-FILE-PATH

           MOVE BM-COPY-PATH TO COPY-FILE-PATH

           IF NOT BM-FILE-PRESENT

      *> The file did not exist at the set's moment, so it must not
      *> exist after the restore either - an empty file is not the
      *> same thing to a program that tests for presence.
               CALL "CBL_DELETE_FILE" USING LIVE-FILE-PATH

               ADD 1 TO WS-FILES-REMOVED

               MOVE SPACES TO REPORT-LINE

               STRING LIVE-FILE-PATH DELIMITED BY SPACE,
                      " REMOVED - ABSENT WHEN THE SET WAS TAKEN"
                      DELIMITED BY SIZE
                 INTO REPORT-LINE

               WRITE REPORT-LINE

           ELSE

               OPEN INPUT COPY-FILE

               IF COPY-FILE-STATUS NOT = "00"

                   ADD 1 TO WS-RESTORE-ERRORS

                   MOVE SPACES TO REPORT-LINE

                   STRING COPY-FILE-PATH DELIMITED BY SPACE,
                          " CANNOT BE READ - NOT RESTORED"
                          DELIMITED BY SIZE
                     INTO REPORT-LINE

                   WRITE REPORT-LINE

               ELSE

                   EVALUATE BM-FILE-KIND

                       WHEN "A"

                           PERFORM 3200-RELOAD-ACCOUNT-MASTER

                       WHEN "C"

                           PERFORM 3300-RELOAD-CUSTOMER-MASTER

                       WHEN "H"

                           PERFORM 3400-RELOAD-BALANCE-HISTORY

                       WHEN "Q"

                           PERFORM 3500-RELOAD-POSTING-HISTORY

                       WHEN OTHER

                           PERFORM 3150-COPY-BACK-FLAT-FILE

                   END-EVALUATE

                   CLOSE COPY-FILE

                   MOVE "N" TO WS-EOF-SWITCH

                   ADD 1 TO WS-FILES-RESTORED

                   MOVE WS-FILE-RECORDS TO WS-COUNT-DISPLAY

                   MOVE SPACES TO REPORT-LINE

                   STRING LIVE-FILE-PATH DELIMITED BY SPACE,
                          " RESTORED, RECORDS " DELIMITED BY SIZE,
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                     INTO REPORT-LINE

                   WRITE REPORT-LINE

               END-IF

           END-IF.

       3150-COPY-BACK-FLAT-FILE.

           OPEN OUTPUT LIVE-FILE

           READ COPY-FILE

               AT END MOVE "Y" TO WS-EOF-SWITCH

           END-READ

           PERFORM UNTIL WS-EOF

               MOVE COPY-RECORD TO LIVE-RECORD

               WRITE LIVE-RECORD

               ADD 1 TO WS-FILE-RECORDS

               READ COPY-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

           END-PERFORM

           CLOSE LIVE-FILE.

       3200-RELOAD-ACCOUNT-MASTER.

      *> The unload was taken in key order, so the reload writes
      *> sequentially into a freshly created file.
           OPEN OUTPUT ACCOUNT-MASTER

           READ COPY-FILE

               AT END MOVE "Y" TO WS-EOF-SWITCH

           END-READ

           PERFORM UNTIL WS-EOF

               MOVE COPY-RECORD TO ACCOUNT-MASTER-RECORD

               WRITE ACCOUNT-MASTER-RECORD

                   INVALID KEY ADD 1 TO WS-RESTORE-ERRORS

               END-WRITE

               ADD 1 TO WS-FILE-RECORDS

               READ COPY-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

           END-PERFORM

           CLOSE ACCOUNT-MASTER.

       3300-RELOAD-CUSTOMER-MASTER.

           OPEN OUTPUT CUSTOMER-MASTER

           READ COPY-FILE

               AT END MOVE "Y" TO WS-EOF-SWITCH

           END-READ

           PERFORM UNTIL WS-EOF

               MOVE COPY-RECORD TO CUSTOMER-MASTER-RECORD

               WRITE CUSTOMER-MASTER-RECORD

                   INVALID KEY ADD 1 TO WS-RESTORE-ERRORS

               END-WRITE

               ADD 1 TO WS-FILE-RECORDS

               READ COPY-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

           END-PERFORM

           CLOSE CUSTOMER-MASTER.

       3400-RELOAD-BALANCE-HISTORY.

           OPEN OUTPUT SNAPSHOT-FILE

           READ COPY-FILE

               AT END MOVE "Y" TO WS-EOF-SWITCH

           END-READ

           PERFORM UNTIL WS-EOF

               MOVE COPY-RECORD TO BALANCE-SNAPSHOT-RECORD

               WRITE BALANCE-SNAPSHOT-RECORD

                   INVALID KEY ADD 1 TO WS-RESTORE-ERRORS

               END-WRITE

               ADD 1 TO WS-FILE-RECORDS

               READ COPY-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

           END-PERFORM

           CLOSE SNAPSHOT-FILE.

       3500-RELOAD-POSTING-HISTORY.

           OPEN OUTPUT HISTORY-FILE

           READ COPY-FILE

               AT END MOVE "Y" TO WS-EOF-SWITCH

           END-READ

           PERFORM UNTIL WS-EOF

               MOVE COPY-RECORD TO POSTING-HISTORY-RECORD

               WRITE POSTING-HISTORY-RECORD

                   INVALID KEY ADD 1 TO WS-RESTORE-ERRORS

               END-WRITE

               ADD 1 TO WS-FILE-RECORDS

               READ COPY-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

           END-PERFORM

           CLOSE HISTORY-FILE.

       8000-WRITE-CHANGE-LOG.

      *> The restore moves run control with everything else, so it
      *> goes on run control's own trail, next to the rerun
      *> approvals: old value the day and run the system stood at,
      *> new value the set it was put back to.
           MOVE SS-OPERATOR-ID TO PC-USER

           MOVE "RUN-CONTROL " TO PC-FILE-NAME

           MOVE "BACKUP-SET-RESTORED" TO PC-FIELD-NAME

           MOVE WS-OLD-POSITION TO PC-OLD-VALUE

           MOVE WS-SET-ID TO PC-NEW-VALUE

           MOVE FUNCTION CURRENT-DATE TO PC-TIMESTAMP

           WRITE PARM-CHANGE-RECORD.
