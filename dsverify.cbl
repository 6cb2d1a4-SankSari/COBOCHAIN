       IDENTIFICATION DIVISION.

       PROGRAM-ID.  DSVERIFY.

      *> Proves a backup set against its manifest, CALLed by DSBACKUP
      *> once the set is written and by DSRESTOR both before it
      *> restores a set and after. Every "F" row's file is re-read -
      *> the copy in the set, or the live file once it has been
      *> restored - and its record count and check hash recomputed;
      *> a file the manifest records as absent must be absent. The
      *> posting sum, last chain block and master balance total are
      *> rebuilt from the files and held against the "T" row, and the
      *> manifest's own file and record counts must add up. One line
      *> per file goes to data/dsverify-report.dat; the verdict, the
      *> counts and the first failure go back to the caller.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT MANIFEST-FILE ASSIGN TO MANIFEST-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS MANIFEST-FILE-STATUS.

           SELECT CHECK-FILE ASSIGN TO CHECK-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS CHECK-FILE-STATUS.

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

           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  MANIFEST-FILE.

       COPY "backup-manifest-record.cpy".

       FD  CHECK-FILE.

       01  CHECK-RECORD                PIC X(1024).

       FD  ACCOUNT-MASTER.

       COPY "account-master-record.cpy".

       FD  CUSTOMER-MASTER.

       COPY "customer-master-record.cpy".

       FD  SNAPSHOT-FILE.

       COPY "balance-snapshot-record.cpy".

       FD  HISTORY-FILE.

       COPY "posting-history-record.cpy".

       FD  REPORT-FILE.

       01  REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.

       77  MANIFEST-FILE-PATH PIC X(60).

       77  MANIFEST-FILE-STATUS PIC XX.

       77  CHECK-FILE-PATH   PIC X(60).

       77  CHECK-FILE-STATUS PIC XX.

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

       77  REPORT-FILE-PATH  PIC X(60) VALUE "data/dsverify-report.dat".

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-MANIFEST-EOF-SWITCH PIC X VALUE "N".

           88  WS-MANIFEST-EOF VALUE "Y".

       77  WS-OPENED-SWITCH  PIC X.

           88  WS-FILE-OPENED VALUE "Y".

       77  WS-CHECK-VERDICT  PIC X(32).

       77  WS-FILE-RECORDS   PIC 9(9).

       77  WS-FILE-HASH      PIC 9(10).

       77  WS-HASH-BUFFER    PIC X(1024).

       77  WS-HASH-LENGTH    PIC 9(4) COMP.

       77  WS-HASH-SUB       PIC 9(4) COMP.

       77  WS-HASH-WORK      PIC 9(18).

      *> Work copies of the posting and chain layouts, laid over each
      *> line of those two files to rebuild the control figures.
       COPY "posting-record.cpy".

       COPY "chain-block.cpy".

      *> Rebuilt from the files as they are read.
       77  WS-POSTING-SUM    PIC S9(13)V99.

       77  WS-LAST-CHAIN-SEQ PIC 9(8).

       77  WS-LAST-CHAIN-HASH PIC 9(10).

       77  WS-MASTER-BALANCE-TOTAL PIC S9(13)V99.

       77  WS-MASTER-ACCOUNTS PIC 9(8).

      *> What the manifest itself says.
       77  WS-ROWS-READ      PIC 9(3).

       77  WS-RECORDS-LISTED PIC 9(9).

       77  WS-TOTALS-SWITCH  PIC X.

           88  WS-TOTALS-SEEN VALUE "Y".

       77  WS-SET-FILE-COUNT PIC 9(3).

       77  WS-SET-TOTAL-RECORDS PIC 9(9).

       77  WS-SET-POSTING-SUM PIC S9(13)V99.

       77  WS-SET-CHAIN-SEQ  PIC 9(8).

       77  WS-SET-CHAIN-HASH PIC 9(10).

       77  WS-SET-BALANCE-TOTAL PIC S9(13)V99.

       77  WS-SET-ACCOUNTS   PIC 9(8).

       77  WS-TOTALS-FAILED  PIC 9(3).

       77  WS-COUNT-DISPLAY  PIC Z(8)9.

       77  WS-COUNT-DISPLAY-2 PIC Z(8)9.

       LINKAGE SECTION.

       COPY "dsverify-parms.cpy".

       PROCEDURE DIVISION USING DSVERIFY-PARMS.

       0000-MAIN.

           MOVE ZERO TO DV-FILES-CHECKED DV-FILES-FAILED

           MOVE SPACES TO DV-FIRST-FAILURE

           MOVE ZERO TO WS-POSTING-SUM WS-LAST-CHAIN-SEQ
                        WS-LAST-CHAIN-HASH WS-MASTER-BALANCE-TOTAL
                        WS-MASTER-ACCOUNTS WS-ROWS-READ
                        WS-RECORDS-LISTED WS-TOTALS-FAILED

           MOVE "N" TO WS-TOTALS-SWITCH

           MOVE "N" TO WS-EOF-SWITCH

           MOVE "N" TO WS-MANIFEST-EOF-SWITCH

           MOVE DV-MANIFEST-PATH TO MANIFEST-FILE-PATH

           OPEN INPUT MANIFEST-FILE

           IF MANIFEST-FILE-STATUS NOT = "00"

               MOVE "F" TO DV-RESULT

               GOBACK

           END-IF

           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE

           IF DV-CHECK-LIVE

               STRING "LIVE FILES PROVEN AGAINST " DELIMITED BY SIZE,
                      MANIFEST-FILE-PATH DELIMITED BY SPACE
                 INTO REPORT-LINE

           ELSE

               STRING "BACKUP COPIES PROVEN AGAINST "
                      DELIMITED BY SIZE,
                      MANIFEST-FILE-PATH DELIMITED BY SPACE
                 INTO REPORT-LINE

           END-IF

           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           READ MANIFEST-FILE

               AT END MOVE "Y" TO WS-MANIFEST-EOF-SWITCH

           END-READ

           PERFORM UNTIL WS-MANIFEST-EOF

               EVALUATE TRUE

                   WHEN BM-FILE-ROW

                       PERFORM 1000-CHECK-ONE-FILE

                   WHEN BM-TOTALS-ROW

                       PERFORM 1900-SAVE-SET-TOTALS

               END-EVALUATE

               READ MANIFEST-FILE

                   AT END MOVE "Y" TO WS-MANIFEST-EOF-SWITCH

               END-READ

           END-PERFORM

           CLOSE MANIFEST-FILE

           PERFORM 2000-CHECK-SET-TOTALS

           IF DV-FILES-FAILED = ZERO AND WS-TOTALS-FAILED = ZERO

               MOVE "V" TO DV-RESULT

           ELSE

               MOVE "M" TO DV-RESULT

           END-IF

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE DV-FILES-CHECKED TO WS-COUNT-DISPLAY

           MOVE DV-FILES-FAILED TO WS-COUNT-DISPLAY-2

           MOVE SPACES TO REPORT-LINE

           STRING "FILES CHECKED: " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE,
                  "  FAILED: " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY-2 DELIMITED BY SIZE,
                  "  VERDICT: " DELIMITED BY SIZE,
                  DV-RESULT DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           CLOSE REPORT-FILE

           GOBACK.

       1000-CHECK-ONE-FILE.

           ADD 1 TO WS-ROWS-READ

           ADD BM-RECORD-COUNT TO WS-RECORDS-LISTED

           IF DV-CHECK-LIVE AND BM-KIND-TRAIL

      *> Trails are never rolled back, so the live one has rightly
      *> moved on from the copy - nothing to prove.
               MOVE "TRAIL - LEFT AS IT STANDS" TO WS-CHECK-VERDICT

           ELSE

               ADD 1 TO DV-FILES-CHECKED

               MOVE ZERO TO WS-FILE-RECORDS

               MOVE ZERO TO WS-FILE-HASH

               MOVE "N" TO WS-OPENED-SWITCH

               IF DV-CHECK-LIVE AND BM-KIND-INDEXED

                   EVALUATE BM-FILE-KIND

                       WHEN "A"

                           PERFORM 1200-READ-ACCOUNT-MASTER

                       WHEN "C"

                           PERFORM 1300-READ-CUSTOMER-MASTER

                       WHEN "H"

                           PERFORM 1400-READ-BALANCE-HISTORY

                       WHEN OTHER

                           PERFORM 1500-READ-POSTING-HISTORY

                   END-EVALUATE

               ELSE

                   IF DV-CHECK-LIVE

                       MOVE BM-LIVE-PATH TO CHECK-FILE-PATH

                       PERFORM 1100-READ-FLAT-FILE

                   ELSE

                       IF BM-FILE-PRESENT

                           MOVE BM-COPY-PATH TO CHECK-FILE-PATH

                           PERFORM 1100-READ-FLAT-FILE

                       END-IF

                   END-IF

               END-IF

               PERFORM 1700-JUDGE-ONE-FILE

           END-IF

           MOVE BM-RECORD-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING BM-LIVE-PATH DELIMITED BY SPACE,
                  " RECORDS " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-CHECK-VERDICT DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       1100-READ-FLAT-FILE.

           OPEN INPUT CHECK-FILE

           IF CHECK-FILE-STATUS = "00"

               MOVE "Y" TO WS-OPENED-SWITCH

               READ CHECK-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   MOVE CHECK-RECORD TO WS-HASH-BUFFER

                   PERFORM 7000-COUNT-AND-HASH-RECORD

                   PERFORM 1600-TAKE-CONTROL-FIGURES

                   READ CHECK-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE CHECK-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       1200-READ-ACCOUNT-MASTER.

           OPEN INPUT ACCOUNT-MASTER

           IF ACCOUNT-MASTER-STATUS = "00"

               MOVE "Y" TO WS-OPENED-SWITCH

               READ ACCOUNT-MASTER NEXT

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   MOVE ACCOUNT-MASTER-RECORD TO WS-HASH-BUFFER

                   PERFORM 7000-COUNT-AND-HASH-RECORD

                   PERFORM 1600-TAKE-CONTROL-FIGURES

                   READ ACCOUNT-MASTER NEXT

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE ACCOUNT-MASTER

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       1300-READ-CUSTOMER-MASTER.

           OPEN INPUT CUSTOMER-MASTER

           IF CUSTOMER-MASTER-STATUS = "00"

               MOVE "Y" TO WS-OPENED-SWITCH

               READ CUSTOMER-MASTER NEXT

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   MOVE CUSTOMER-MASTER-RECORD TO WS-HASH-BUFFER

                   PERFORM 7000-COUNT-AND-HASH-RECORD

                   READ CUSTOMER-MASTER NEXT

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE CUSTOMER-MASTER

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       1400-READ-BALANCE-HISTORY.

           OPEN INPUT SNAPSHOT-FILE

           IF SNAPSHOT-FILE-STATUS = "00"

               MOVE "Y" TO WS-OPENED-SWITCH

               READ SNAPSHOT-FILE NEXT

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   MOVE BALANCE-SNAPSHOT-RECORD TO WS-HASH-BUFFER

                   PERFORM 7000-COUNT-AND-HASH-RECORD

                   READ SNAPSHOT-FILE NEXT

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE SNAPSHOT-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       1500-READ-POSTING-HISTORY.

           OPEN INPUT HISTORY-FILE

           IF HISTORY-FILE-STATUS = "00"

               MOVE "Y" TO WS-OPENED-SWITCH

               READ HISTORY-FILE NEXT

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   MOVE POSTING-HISTORY-RECORD TO WS-HASH-BUFFER

                   PERFORM 7000-COUNT-AND-HASH-RECORD

                   READ HISTORY-FILE NEXT

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE HISTORY-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       1600-TAKE-CONTROL-FIGURES.

      *> The figures are taken from the line as held, so a copy and
      *> the live file it came from yield the same totals. The master
      *> copy is laid over the master's own record area, which the
      *> flat read leaves free.
           EVALUATE BM-FILE-KIND

               WHEN "P"

                   MOVE WS-HASH-BUFFER TO POSTING-RECORD

                   IF POST-R NUMERIC

                       ADD POST-R TO WS-POSTING-SUM

                   END-IF

               WHEN "K"

                   MOVE WS-HASH-BUFFER TO CHAIN-BLOCK-RECORD

                   MOVE CHAIN-SEQ-NO TO WS-LAST-CHAIN-SEQ

                   MOVE CHAIN-BLOCK-HASH TO WS-LAST-CHAIN-HASH

               WHEN "A"

                   MOVE WS-HASH-BUFFER TO ACCOUNT-MASTER-RECORD

                   ADD ACCT-BALANCE TO WS-MASTER-BALANCE-TOTAL

                   ADD 1 TO WS-MASTER-ACCOUNTS

           END-EVALUATE.

       1700-JUDGE-ONE-FILE.

           EVALUATE TRUE

               WHEN NOT BM-FILE-PRESENT AND WS-FILE-OPENED

      *> Only a restored live file can be here - a file that did not
      *> exist at the set's moment must not exist after the restore.
                   MOVE "PRESENT BUT RECORDED ABSENT"
                     TO WS-CHECK-VERDICT

                   PERFORM 1800-RECORD-FAILURE

               WHEN NOT BM-FILE-PRESENT

                   MOVE "ABSENT AS RECORDED" TO WS-CHECK-VERDICT

               WHEN NOT WS-FILE-OPENED

                   MOVE "MISSING" TO WS-CHECK-VERDICT

                   PERFORM 1800-RECORD-FAILURE

               WHEN WS-FILE-RECORDS NOT = BM-RECORD-COUNT

                   MOVE "RECORD COUNT DIFFERS" TO WS-CHECK-VERDICT

                   PERFORM 1800-RECORD-FAILURE

               WHEN WS-FILE-HASH NOT = BM-CHECK-HASH

                   MOVE "CONTENT DIFFERS" TO WS-CHECK-VERDICT

                   PERFORM 1800-RECORD-FAILURE

               WHEN OTHER

                   MOVE "MATCHES MANIFEST" TO WS-CHECK-VERDICT

           END-EVALUATE.

       1800-RECORD-FAILURE.

           ADD 1 TO DV-FILES-FAILED

           IF DV-FIRST-FAILURE = SPACES

               MOVE BM-LIVE-PATH TO DV-FIRST-FAILURE

           END-IF.

       1900-SAVE-SET-TOTALS.

           MOVE "Y" TO WS-TOTALS-SWITCH

           MOVE BM-FILE-COUNT TO WS-SET-FILE-COUNT

           MOVE BM-TOTAL-RECORDS TO WS-SET-TOTAL-RECORDS

           MOVE BM-POSTING-SUM TO WS-SET-POSTING-SUM

           MOVE BM-LAST-CHAIN-SEQ TO WS-SET-CHAIN-SEQ

           MOVE BM-LAST-CHAIN-HASH TO WS-SET-CHAIN-HASH

           MOVE BM-MASTER-BALANCE-TOTAL TO WS-SET-BALANCE-TOTAL

           MOVE BM-MASTER-ACCOUNTS TO WS-SET-ACCOUNTS.

       2000-CHECK-SET-TOTALS.

      *> A manifest with no totals row was cut short while it was
      *> being written, and one whose counts do not add up has lost
      *> or gained rows since - neither describes a usable set.
           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           IF NOT WS-TOTALS-SEEN

               MOVE "MANIFEST HAS NO TOTALS ROW" TO REPORT-LINE

               PERFORM 2100-RECORD-TOTALS-FAILURE

           ELSE

               IF WS-ROWS-READ NOT = WS-SET-FILE-COUNT
                  OR WS-RECORDS-LISTED NOT = WS-SET-TOTAL-RECORDS

                   MOVE "MANIFEST ROWS DO NOT ADD UP TO ITS TOTALS"
                     TO REPORT-LINE

                   PERFORM 2100-RECORD-TOTALS-FAILURE

               END-IF

               IF WS-POSTING-SUM NOT = WS-SET-POSTING-SUM

                   MOVE "POSTING SUM DIFFERS" TO REPORT-LINE

                   PERFORM 2100-RECORD-TOTALS-FAILURE

               END-IF

               IF WS-LAST-CHAIN-SEQ NOT = WS-SET-CHAIN-SEQ
                  OR WS-LAST-CHAIN-HASH NOT = WS-SET-CHAIN-HASH

                   MOVE "LAST CHAIN BLOCK DIFFERS" TO REPORT-LINE

                   PERFORM 2100-RECORD-TOTALS-FAILURE

               END-IF

               IF WS-MASTER-BALANCE-TOTAL NOT = WS-SET-BALANCE-TOTAL
                  OR WS-MASTER-ACCOUNTS NOT = WS-SET-ACCOUNTS

                   MOVE "MASTER BALANCE TOTAL DIFFERS" TO REPORT-LINE

                   PERFORM 2100-RECORD-TOTALS-FAILURE

               END-IF

               IF WS-TOTALS-FAILED = ZERO

                   MOVE "CONTROL TOTALS AGREE" TO REPORT-LINE

                   WRITE REPORT-LINE

               END-IF

           END-IF.

       2100-RECORD-TOTALS-FAILURE.

           WRITE REPORT-LINE

           ADD 1 TO WS-TOTALS-FAILED

           IF DV-FIRST-FAILURE = SPACES

               MOVE "CONTROL TOTALS" TO DV-FIRST-FAILURE

           END-IF.

       7000-COUNT-AND-HASH-RECORD.

      *> The very check hash DSBACKUP rolls when it takes the set:
      *> the chain's polynomial and modulus over the record's bytes
      *> up to its last non-blank, plus a fixed term per record.
           ADD 1 TO WS-FILE-RECORDS

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HASH-BUFFER TRAILING))
             TO WS-HASH-LENGTH

           PERFORM 7100-HASH-ONE-BYTE
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > WS-HASH-LENGTH

           COMPUTE WS-HASH-WORK = WS-FILE-HASH * 31 + 104729

           COMPUTE WS-FILE-HASH =
               FUNCTION MOD(WS-HASH-WORK, 1000000007).

       7100-HASH-ONE-BYTE.

           COMPUTE WS-HASH-WORK = WS-FILE-HASH * 31
               + FUNCTION ORD(WS-HASH-BUFFER(WS-HASH-SUB:1))

           COMPUTE WS-FILE-HASH =
               FUNCTION MOD(WS-HASH-WORK, 1000000007).
