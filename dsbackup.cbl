       IDENTIFICATION DIVISION.

       PROGRAM-ID.  DSBACKUP.

      *> Full data-set backup. ORCHJOB calls this before the window
      *> runs and again after it, so there is always a known-good
      *> copy of every system file from just before the night's
      *> work and from just after it: the account, customer, balance
      *> and posting-history masters (unloaded in key order), the
      *> chain, the posting file, run control, the registries, the
      *> reference and case files, every parameter file and the
      *> trails. Each set is dated - business date, time taken and
      *> phase make the set id - and carries a manifest with every
      *> file's record count and check hash plus the set's control
      *> totals (posting sum, last chain hash, master balance
      *> total). The copies are then proven against that manifest by
      *> DSVERIFY, and the set goes on data/backup-catalog.dat marked
      *> verified or not. A set that does not verify ends RC 8 - a
      *> backup nobody can restore from is no backup. DSRESTOR
      *> brings a verified set back.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT LIVE-FILE ASSIGN TO LIVE-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS LIVE-FILE-STATUS.

           SELECT COPY-FILE ASSIGN TO COPY-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS COPY-FILE-STATUS.

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

           SELECT MANIFEST-FILE ASSIGN TO MANIFEST-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS MANIFEST-FILE-STATUS.

           SELECT CATALOG-FILE ASSIGN TO CATALOG-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS CATALOG-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO PARAMETER-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS PARAMETER-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-STATS-FILE ASSIGN TO RUN-STATS-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RUN-STATS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  LIVE-FILE.

       01  LIVE-RECORD                 PIC X(1024).

       FD  COPY-FILE.

       01  COPY-RECORD                 PIC X(1024).

       FD  ACCOUNT-MASTER.

       COPY "account-master-record.cpy".

       FD  CUSTOMER-MASTER.

       COPY "customer-master-record.cpy".

       FD  SNAPSHOT-FILE.

       COPY "balance-snapshot-record.cpy".

       FD  HISTORY-FILE.

       COPY "posting-history-record.cpy".

       FD  MANIFEST-FILE.

       COPY "backup-manifest-record.cpy".

       FD  CATALOG-FILE.

       COPY "backup-catalog-record.cpy".

       FD  PARAMETER-FILE.

       COPY "dsbackup-parm-record.cpy".

       FD  RUN-CONTROL-FILE.

       COPY "run-control-record.cpy".

       FD  REPORT-FILE.

       01  REPORT-LINE                 PIC X(100).

       FD  RUN-STATS-FILE.

       COPY "run-stats-record.cpy".

       WORKING-STORAGE SECTION.

       77  LIVE-FILE-PATH    PIC X(60).

       77  LIVE-FILE-STATUS  PIC XX.

       77  COPY-FILE-PATH    PIC X(60).

       77  COPY-FILE-STATUS  PIC XX.

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

       77  MANIFEST-FILE-PATH PIC X(60).

       77  MANIFEST-FILE-STATUS PIC XX.

       77  CATALOG-FILE-PATH PIC X(60)
           VALUE "data/backup-catalog.dat".

       77  CATALOG-FILE-STATUS PIC XX.

       77  PARAMETER-FILE-PATH PIC X(60)
           VALUE "data/dsbackup-parms.dat".

       77  PARAMETER-FILE-STATUS PIC XX.

       77  RUN-CONTROL-PATH  PIC X(60) VALUE "data/run-control.dat".

       77  RUN-CONTROL-STATUS PIC XX.

       77  REPORT-FILE-PATH  PIC X(60) VALUE "data/dsbackup-report.dat".

       77  RUN-STATS-PATH    PIC X(60) VALUE "data/run-stats.dat".

       77  RUN-STATS-STATUS  PIC XX.

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-BUSINESS-DATE  PIC 9(8) VALUE ZERO.

       77  WS-RUN-NUMBER     PIC 9(4) VALUE ZERO.

       77  WS-PHASE          PIC X VALUE "M".

       77  WS-TAKEN-AT       PIC X(14).

       77  WS-SET-ID         PIC X(17).

      *> Every system file the set holds: live path and kind (the
      *> BM-FILE-KIND codes in backup-manifest-record.cpy). Reports,
      *> error logs and outbound extracts are not on it - each is
      *> rebuilt or re-sent by the job that owns it - nor is the
      *> backup catalog, which must outlive any restore it serves.
       01  WS-SYSTEM-FILE-DEFS.

           05  FILLER PIC X(40) VALUE "data/account-master.dat".

           05  FILLER PIC X     VALUE "A".

           05  FILLER PIC X(40) VALUE "data/customer-master.dat".

           05  FILLER PIC X     VALUE "C".

           05  FILLER PIC X(40) VALUE "data/balance-history.dat".

           05  FILLER PIC X     VALUE "H".

           05  FILLER PIC X(40) VALUE "data/posting-history.dat".

           05  FILLER PIC X     VALUE "Q".

           05  FILLER PIC X(40) VALUE "data/chain-file.dat".

           05  FILLER PIC X     VALUE "K".

           05  FILLER PIC X(40) VALUE "data/posting-file.dat".

           05  FILLER PIC X     VALUE "P".

           05  FILLER PIC X(40) VALUE "data/run-control.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/day-seal.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/day-seal-returned.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/gl-ledger.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/gl-chart.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/gl-acks.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/pay-settlements.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/pay-returns.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/fx-rates.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/business-calendar.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/standing-orders.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/dispute-cases.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/payment-items.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/alert-cases.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/acct-adjustments.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/account-holds.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/hold-state.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/notice-templates.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/notice-manifest.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/operator-file.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/transaction-file.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/transaction-clean.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/feed-inbound.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/driver-restart.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/driver-rejected.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/driver-resubmit.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/rej-dispositions.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/rej-repair-requests.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/dllrun-queue.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/dllrun-carryover.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/glextrc-register.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/glextrc-state.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/payextr-register.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/payextr-state.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/intcert-register.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/feed-registry.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/backout-register.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/dormancy-register.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/dllcert-register.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/archive-catalog.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/accrual-rates.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/archiver-parms.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/arcsrch-parms.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/audrpt-parms.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/backout-parms.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/chainver-parms.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/dayclose-parms.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/dispute-parms.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/dllcert-parms.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/dlltest-parms.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/dormancy-parms.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/driver-parms.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/fx-parms.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/hello-parms.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/holdrpt-parms.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/intcert-parms.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/monitor-parms.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/noticedl-parms.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/orchjob-parms.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/orchjob-plan.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/payment-parms.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/stmtgen-parms.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/mult-factors.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/precrec-factors.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/getstr-keys.dat".

           05  FILLER PIC X     VALUE "S".

           05  FILLER PIC X(40) VALUE "data/audit-log.dat".

           05  FILLER PIC X     VALUE "T".

           05  FILLER PIC X(40) VALUE "data/acctmnt-change-log.dat".

           05  FILLER PIC X     VALUE "T".

           05  FILLER PIC X(40) VALUE "data/custmnt-change-log.dat".

           05  FILLER PIC X     VALUE "T".

           05  FILLER PIC X(40) VALUE "data/dllprom-change-log.dat".

           05  FILLER PIC X     VALUE "T".

           05  FILLER PIC X(40) VALUE "data/opsctl-change-log.dat".

           05  FILLER PIC X     VALUE "T".

           05  FILLER PIC X(40) VALUE "data/parmmnt-change-log.dat".

           05  FILLER PIC X     VALUE "T".

           05  FILLER PIC X(40) VALUE "data/run-stats.dat".

           05  FILLER PIC X     VALUE "T".

       01  WS-SYSTEM-FILE-TABLE REDEFINES WS-SYSTEM-FILE-DEFS.

           05  WS-SYSTEM-FILE-ENTRY OCCURS 78 TIMES.

               10  WS-SYS-LIVE-PATH  PIC X(40).

               10  WS-SYS-KIND       PIC X.

       77  WS-SYSTEM-FILE-COUNT PIC 9(3) COMP VALUE 78.

       77  WS-FILE-SUB       PIC 9(3) COMP.

       77  WS-FILE-KIND      PIC X.

       77  WS-PRESENT-FLAG   PIC X.

       77  WS-FILE-RECORDS   PIC 9(9).

       77  WS-FILE-HASH      PIC 9(10).

       77  WS-HASH-BUFFER    PIC X(1024).

       77  WS-HASH-LENGTH    PIC 9(4) COMP.

       77  WS-HASH-SUB       PIC 9(4) COMP.

       77  WS-HASH-WORK      PIC 9(18).

      *> Work copies of the posting and chain layouts - the two flat
      *> files are read through the generic LIVE-FILE, and these
      *> views pick the control figures out of each line.
       COPY "posting-record.cpy".

       COPY "chain-block.cpy".

       77  WS-FILES-BACKED-UP PIC 9(3) VALUE ZERO.

       77  WS-FILES-ABSENT   PIC 9(3) VALUE ZERO.

       77  WS-TOTAL-RECORDS  PIC 9(9) VALUE ZERO.

       77  WS-POSTING-SUM    PIC S9(13)V99 VALUE ZERO.

       77  WS-LAST-CHAIN-SEQ PIC 9(8) VALUE ZERO.

       77  WS-LAST-CHAIN-HASH PIC 9(10) VALUE ZERO.

       77  WS-MASTER-BALANCE-TOTAL PIC S9(13)V99 VALUE ZERO.

       77  WS-MASTER-ACCOUNTS PIC 9(8) VALUE ZERO.

       77  WS-ERROR-COUNT    PIC 9(5) VALUE ZERO.

       77  WS-VERIFIED-FLAG  PIC X VALUE "N".

           88  WS-SET-VERIFIED VALUE "Y".

       77  WS-COUNT-DISPLAY  PIC Z(8)9.

       77  WS-VALUE-DISPLAY  PIC Z(12)9.99-.

       COPY "dsverify-parms.cpy".

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

      *> ORCHJOB calls this program twice in one run, so every total
      *> starts from nothing on every call.
           MOVE ZERO TO WS-FILES-BACKED-UP WS-FILES-ABSENT
                        WS-TOTAL-RECORDS WS-POSTING-SUM
                        WS-LAST-CHAIN-SEQ WS-LAST-CHAIN-HASH
                        WS-MASTER-BALANCE-TOTAL WS-MASTER-ACCOUNTS
                        WS-ERROR-COUNT

           MOVE "N" TO WS-VERIFIED-FLAG

           MOVE "N" TO WS-EOF-SWITCH

           PERFORM 0050-LOAD-PARAMETERS

           PERFORM 0060-LOAD-RUN-CONTROL

           PERFORM 0100-NAME-THE-SET

           OPEN OUTPUT REPORT-FILE

           MOVE "DATA-SET BACKUP REPORT" TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE

           STRING "SET " DELIMITED BY SIZE,
                  WS-SET-ID DELIMITED BY SIZE,
                  " BUSINESS DATE " DELIMITED BY SIZE,
                  WS-BUSINESS-DATE DELIMITED BY SIZE,
                  " RUN " DELIMITED BY SIZE,
                  WS-RUN-NUMBER DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           OPEN OUTPUT MANIFEST-FILE

           PERFORM 1000-BACK-UP-ONE-FILE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > WS-SYSTEM-FILE-COUNT

           PERFORM 1900-WRITE-MANIFEST-TOTALS

           CLOSE MANIFEST-FILE

           PERFORM 2000-VERIFY-THE-SET

           PERFORM 3000-CATALOG-THE-SET

           PERFORM 9000-WRITE-TOTALS

           CLOSE REPORT-FILE

           PERFORM 9900-END-OF-JOB-SUMMARY

           GOBACK.

       0050-LOAD-PARAMETERS.

           MOVE "M" TO WS-PHASE

           OPEN INPUT PARAMETER-FILE

           IF PARAMETER-FILE-STATUS = "00"

               READ PARAMETER-FILE

               IF PARAMETER-FILE-STATUS = "00"

                   IF DBP-BEFORE-WINDOW OR DBP-AFTER-WINDOW

                       MOVE DBP-PHASE TO WS-PHASE

                   END-IF

               END-IF

               CLOSE PARAMETER-FILE

           END-IF.

       0060-LOAD-RUN-CONTROL.

      *> The set is dated by the accounting day it belongs to. A
      *> missing control file leaves the date at zero - the set is
      *> still taken, it is only harder to find by date.
           MOVE ZERO TO WS-BUSINESS-DATE

           MOVE ZERO TO WS-RUN-NUMBER

           OPEN INPUT RUN-CONTROL-FILE

           IF RUN-CONTROL-STATUS = "00"

               READ RUN-CONTROL-FILE

               IF RUN-CONTROL-STATUS = "00"

                   MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE

                   MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER

               END-IF

               CLOSE RUN-CONTROL-FILE

           END-IF.

       0100-NAME-THE-SET.

      *> Business date, wall-clock time and phase: two sets taken on
      *> one accounting day (before and after the window, or a
      *> window run twice) can never overwrite each other.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TAKEN-AT

           MOVE SPACES TO WS-SET-ID

           STRING WS-BUSINESS-DATE DELIMITED BY SIZE,
                  "-" DELIMITED BY SIZE,
                  WS-TAKEN-AT(9:6) DELIMITED BY SIZE,
                  "-" DELIMITED BY SIZE,
                  WS-PHASE DELIMITED BY SIZE
             INTO WS-SET-ID

           MOVE SPACES TO MANIFEST-FILE-PATH

           STRING "data/bk-" DELIMITED BY SIZE,
                  WS-SET-ID DELIMITED BY SIZE,
                  "-manifest.dat" DELIMITED BY SIZE
             INTO MANIFEST-FILE-PATH.

       1000-BACK-UP-ONE-FILE.

           MOVE WS-SYS-LIVE-PATH (WS-FILE-SUB) TO LIVE-FILE-PATH

           MOVE WS-SYS-KIND (WS-FILE-SUB) TO WS-FILE-KIND

           MOVE SPACES TO COPY-FILE-PATH

           STRING "data/bk-" DELIMITED BY SIZE,
                  WS-SET-ID DELIMITED BY SIZE,
                  "-" DELIMITED BY SIZE,
                  LIVE-FILE-PATH(6:35) DELIMITED BY SPACE
             INTO COPY-FILE-PATH

           MOVE "Y" TO WS-PRESENT-FLAG

           MOVE ZERO TO WS-FILE-RECORDS

           MOVE ZERO TO WS-FILE-HASH

           EVALUATE WS-FILE-KIND

               WHEN "A"

                   PERFORM 1200-UNLOAD-ACCOUNT-MASTER

               WHEN "C"

                   PERFORM 1300-UNLOAD-CUSTOMER-MASTER

               WHEN "H"

                   PERFORM 1400-UNLOAD-BALANCE-HISTORY

               WHEN "Q"

                   PERFORM 1500-UNLOAD-POSTING-HISTORY

               WHEN OTHER

                   PERFORM 1100-COPY-FLAT-FILE

           END-EVALUATE

           PERFORM 1800-WRITE-MANIFEST-ROW

           PERFORM 1850-REPORT-ONE-FILE.

       1100-COPY-FLAT-FILE.

           OPEN INPUT LIVE-FILE

           EVALUATE LIVE-FILE-STATUS

               WHEN "00"

                   OPEN OUTPUT COPY-FILE

                   READ LIVE-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

                   PERFORM UNTIL WS-EOF

                       MOVE LIVE-RECORD TO COPY-RECORD

                       WRITE COPY-RECORD

                       MOVE LIVE-RECORD TO WS-HASH-BUFFER

                       PERFORM 7000-COUNT-AND-HASH-RECORD

                       EVALUATE WS-FILE-KIND

                           WHEN "P"

                               MOVE LIVE-RECORD TO POSTING-RECORD

                               IF POST-R NUMERIC

                                   ADD POST-R TO WS-POSTING-SUM

                               END-IF

                           WHEN "K"

                               MOVE LIVE-RECORD TO CHAIN-BLOCK-RECORD

                               MOVE CHAIN-SEQ-NO TO WS-LAST-CHAIN-SEQ

                               MOVE CHAIN-BLOCK-HASH
                                 TO WS-LAST-CHAIN-HASH

                       END-EVALUATE

                       READ LIVE-FILE

                           AT END MOVE "Y" TO WS-EOF-SWITCH

                       END-READ

                   END-PERFORM

                   CLOSE COPY-FILE

                   CLOSE LIVE-FILE

                   MOVE "N" TO WS-EOF-SWITCH

               WHEN "35"

      *> Not there at all - recorded as absent, so a restore puts
      *> the file back to not existing rather than to empty.
                   MOVE "N" TO WS-PRESENT-FLAG

               WHEN OTHER

                   MOVE "N" TO WS-PRESENT-FLAG

                   ADD 1 TO WS-ERROR-COUNT

                   PERFORM 1860-REPORT-UNREADABLE

           END-EVALUATE.

       1200-UNLOAD-ACCOUNT-MASTER.

           OPEN INPUT ACCOUNT-MASTER

           EVALUATE ACCOUNT-MASTER-STATUS

               WHEN "00"

                   OPEN OUTPUT COPY-FILE

                   READ ACCOUNT-MASTER NEXT

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

                   PERFORM UNTIL WS-EOF

                       MOVE ACCOUNT-MASTER-RECORD TO COPY-RECORD

                       WRITE COPY-RECORD

                       MOVE COPY-RECORD TO WS-HASH-BUFFER

                       PERFORM 7000-COUNT-AND-HASH-RECORD

                       ADD ACCT-BALANCE TO WS-MASTER-BALANCE-TOTAL

                       ADD 1 TO WS-MASTER-ACCOUNTS

                       READ ACCOUNT-MASTER NEXT

                           AT END MOVE "Y" TO WS-EOF-SWITCH

                       END-READ

                   END-PERFORM

                   CLOSE COPY-FILE

                   CLOSE ACCOUNT-MASTER

                   MOVE "N" TO WS-EOF-SWITCH

               WHEN "35"

                   MOVE "N" TO WS-PRESENT-FLAG

               WHEN OTHER

                   MOVE "N" TO WS-PRESENT-FLAG

                   ADD 1 TO WS-ERROR-COUNT

                   PERFORM 1860-REPORT-UNREADABLE

           END-EVALUATE.

       1300-UNLOAD-CUSTOMER-MASTER.

           OPEN INPUT CUSTOMER-MASTER

           EVALUATE CUSTOMER-MASTER-STATUS

               WHEN "00"

                   OPEN OUTPUT COPY-FILE

                   READ CUSTOMER-MASTER NEXT

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

                   PERFORM UNTIL WS-EOF

                       MOVE CUSTOMER-MASTER-RECORD TO COPY-RECORD

                       WRITE COPY-RECORD

                       MOVE COPY-RECORD TO WS-HASH-BUFFER

                       PERFORM 7000-COUNT-AND-HASH-RECORD

                       READ CUSTOMER-MASTER NEXT

                           AT END MOVE "Y" TO WS-EOF-SWITCH

                       END-READ

                   END-PERFORM

                   CLOSE COPY-FILE

                   CLOSE CUSTOMER-MASTER

                   MOVE "N" TO WS-EOF-SWITCH

               WHEN "35"

                   MOVE "N" TO WS-PRESENT-FLAG

               WHEN OTHER

                   MOVE "N" TO WS-PRESENT-FLAG

                   ADD 1 TO WS-ERROR-COUNT

                   PERFORM 1860-REPORT-UNREADABLE

           END-EVALUATE.

       1400-UNLOAD-BALANCE-HISTORY.

           OPEN INPUT SNAPSHOT-FILE

           EVALUATE SNAPSHOT-FILE-STATUS

               WHEN "00"

                   OPEN OUTPUT COPY-FILE

                   READ SNAPSHOT-FILE NEXT

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

                   PERFORM UNTIL WS-EOF

                       MOVE BALANCE-SNAPSHOT-RECORD TO COPY-RECORD

                       WRITE COPY-RECORD

                       MOVE COPY-RECORD TO WS-HASH-BUFFER

                       PERFORM 7000-COUNT-AND-HASH-RECORD

                       READ SNAPSHOT-FILE NEXT

                           AT END MOVE "Y" TO WS-EOF-SWITCH

                       END-READ

                   END-PERFORM

                   CLOSE COPY-FILE

                   CLOSE SNAPSHOT-FILE

                   MOVE "N" TO WS-EOF-SWITCH

               WHEN "35"

                   MOVE "N" TO WS-PRESENT-FLAG

               WHEN OTHER

                   MOVE "N" TO WS-PRESENT-FLAG

                   ADD 1 TO WS-ERROR-COUNT

                   PERFORM 1860-REPORT-UNREADABLE

           END-EVALUATE.

       1500-UNLOAD-POSTING-HISTORY.

           OPEN INPUT HISTORY-FILE

           EVALUATE HISTORY-FILE-STATUS

               WHEN "00"

                   OPEN OUTPUT COPY-FILE

                   READ HISTORY-FILE NEXT

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

                   PERFORM UNTIL WS-EOF

                       MOVE POSTING-HISTORY-RECORD TO COPY-RECORD

                       WRITE COPY-RECORD

                       MOVE COPY-RECORD TO WS-HASH-BUFFER

                       PERFORM 7000-COUNT-AND-HASH-RECORD

                       READ HISTORY-FILE NEXT

                           AT END MOVE "Y" TO WS-EOF-SWITCH

                       END-READ

                   END-PERFORM

                   CLOSE COPY-FILE

                   CLOSE HISTORY-FILE

                   MOVE "N" TO WS-EOF-SWITCH

               WHEN "35"

                   MOVE "N" TO WS-PRESENT-FLAG

               WHEN OTHER

                   MOVE "N" TO WS-PRESENT-FLAG

                   ADD 1 TO WS-ERROR-COUNT

                   PERFORM 1860-REPORT-UNREADABLE

           END-EVALUATE.

       1800-WRITE-MANIFEST-ROW.

           MOVE SPACES TO BACKUP-MANIFEST-RECORD

           MOVE WS-SET-ID TO BM-SET-ID

           MOVE "F" TO BM-ROW-TYPE

           MOVE LIVE-FILE-PATH TO BM-LIVE-PATH

           IF WS-PRESENT-FLAG = "Y"

               MOVE COPY-FILE-PATH TO BM-COPY-PATH

               ADD 1 TO WS-FILES-BACKED-UP

           ELSE

               ADD 1 TO WS-FILES-ABSENT

           END-IF

           MOVE WS-FILE-KIND TO BM-FILE-KIND

           MOVE WS-PRESENT-FLAG TO BM-PRESENT-FLAG

           MOVE WS-FILE-RECORDS TO BM-RECORD-COUNT

           MOVE WS-FILE-HASH TO BM-CHECK-HASH

           WRITE BACKUP-MANIFEST-RECORD

           ADD WS-FILE-RECORDS TO WS-TOTAL-RECORDS.

       1850-REPORT-ONE-FILE.

           MOVE SPACES TO REPORT-LINE

           IF WS-PRESENT-FLAG = "Y"

               MOVE WS-FILE-RECORDS TO WS-COUNT-DISPLAY

               STRING LIVE-FILE-PATH DELIMITED BY SPACE,
                      " RECORDS " DELIMITED BY SIZE,
                      WS-COUNT-DISPLAY DELIMITED BY SIZE,
                      " -> " DELIMITED BY SIZE,
                      COPY-FILE-PATH DELIMITED BY SPACE
                 INTO REPORT-LINE

           ELSE

               STRING LIVE-FILE-PATH DELIMITED BY SPACE,
                      " NOT PRESENT - RECORDED ABSENT"
                      DELIMITED BY SIZE
                 INTO REPORT-LINE

           END-IF

           WRITE REPORT-LINE.

       1860-REPORT-UNREADABLE.

           MOVE SPACES TO REPORT-LINE

           STRING LIVE-FILE-PATH DELIMITED BY SPACE,
                  " CANNOT BE READ - SET INCOMPLETE"
                  DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       1900-WRITE-MANIFEST-TOTALS.

           MOVE SPACES TO BACKUP-MANIFEST-RECORD

           MOVE WS-SET-ID TO BM-SET-ID

           MOVE "T" TO BM-ROW-TYPE

           MOVE WS-SYSTEM-FILE-COUNT TO BM-FILE-COUNT

           MOVE WS-TOTAL-RECORDS TO BM-TOTAL-RECORDS

           MOVE WS-POSTING-SUM TO BM-POSTING-SUM

           MOVE WS-LAST-CHAIN-SEQ TO BM-LAST-CHAIN-SEQ

           MOVE WS-LAST-CHAIN-HASH TO BM-LAST-CHAIN-HASH

           MOVE WS-MASTER-BALANCE-TOTAL TO BM-MASTER-BALANCE-TOTAL

           MOVE WS-MASTER-ACCOUNTS TO BM-MASTER-ACCOUNTS

           WRITE BACKUP-MANIFEST-RECORD.

       2000-VERIFY-THE-SET.

      *> The copies are re-read from disk and proven against the
      *> manifest by the same check DSRESTOR runs before it restores
      *> - a set is only as good as what can be read back.
           MOVE MANIFEST-FILE-PATH TO DV-MANIFEST-PATH

           MOVE "C" TO DV-TARGET

           CALL "DSVERIFY" USING DSVERIFY-PARMS

           IF DV-SET-VERIFIED AND WS-ERROR-COUNT = ZERO

               MOVE "Y" TO WS-VERIFIED-FLAG

           ELSE

               MOVE "N" TO WS-VERIFIED-FLAG

               IF NOT DV-SET-VERIFIED

                   ADD 1 TO WS-ERROR-COUNT

               END-IF

           END-IF.

       3000-CATALOG-THE-SET.

      *> A set that failed is catalogued all the same, marked
      *> unverified - DSRESTOR refuses it, and the operator can see
      *> the night's backup went wrong rather than find no trace.
           OPEN EXTEND CATALOG-FILE

           IF CATALOG-FILE-STATUS NOT = "00"

               CLOSE CATALOG-FILE

               OPEN OUTPUT CATALOG-FILE

           END-IF

           MOVE WS-SET-ID TO BC-SET-ID

           MOVE WS-BUSINESS-DATE TO BC-BUSINESS-DATE

           MOVE WS-RUN-NUMBER TO BC-RUN-NO

           MOVE WS-PHASE TO BC-PHASE

           MOVE WS-TAKEN-AT TO BC-TAKEN-AT

           MOVE MANIFEST-FILE-PATH TO BC-MANIFEST-PATH

           MOVE WS-SYSTEM-FILE-COUNT TO BC-FILE-COUNT

           MOVE WS-TOTAL-RECORDS TO BC-TOTAL-RECORDS

           MOVE WS-VERIFIED-FLAG TO BC-VERIFIED-FLAG

           WRITE BACKUP-CATALOG-RECORD

           CLOSE CATALOG-FILE.

       7000-COUNT-AND-HASH-RECORD.

      *> Check hash over the record's bytes up to its last non-blank,
      *> rolled with the chain's polynomial and modulus plus a fixed
      *> term per record, so a changed, missing, added or reordered
      *> line all move it. DSVERIFY rolls the identical formula.
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

       9000-WRITE-TOTALS.

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-FILES-BACKED-UP TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "FILES COPIED:         " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-FILES-ABSENT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "FILES ABSENT:         " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-TOTAL-RECORDS TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "RECORDS COPIED:       " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-POSTING-SUM TO WS-VALUE-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "POSTING SUM:          " DELIMITED BY SIZE,
                  WS-VALUE-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-LAST-CHAIN-SEQ TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "LAST CHAIN BLOCK:     " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE,
                  " HASH " DELIMITED BY SIZE,
                  WS-LAST-CHAIN-HASH DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-MASTER-BALANCE-TOTAL TO WS-VALUE-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "MASTER BALANCE TOTAL: " DELIMITED BY SIZE,
                  WS-VALUE-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE

           IF WS-SET-VERIFIED

               STRING "SET VERIFIED AGAINST " DELIMITED BY SIZE,
                      MANIFEST-FILE-PATH DELIMITED BY SPACE
                 INTO REPORT-LINE

           ELSE

               STRING "SET NOT VERIFIED - FIRST FAILURE "
                      DELIMITED BY SIZE,
                      DV-FIRST-FAILURE DELIMITED BY SPACE
                 INTO REPORT-LINE

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

           IF WS-ERROR-COUNT > ZERO

               MOVE 8 TO RETURN-CODE

           ELSE

               MOVE 0 TO RETURN-CODE

           END-IF

           PERFORM 9800-WRITE-RUN-STATS

           DISPLAY "DSBACKUP END OF JOB - SET: " WS-SET-ID
               " FILES: " WS-FILES-BACKED-UP
               " RECORDS: " WS-TOTAL-RECORDS
               " VERIFIED: " WS-VERIFIED-FLAG
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

           MOVE "DSBACKUP" TO RS-PROGRAM

           MOVE WS-BUSINESS-DATE TO RS-BUSINESS-DATE

           MOVE WS-RUN-NUMBER TO RS-RUN-NO

           MOVE WS-TOTAL-RECORDS TO RS-RECORDS

           MOVE WS-ERROR-COUNT TO RS-ERRORS

           MOVE WS-ELAPSED-SECONDS TO RS-ELAPSED-SECONDS

           MOVE RETURN-CODE TO RS-RC

           MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP

           WRITE RUN-STATS-RECORD

           CLOSE RUN-STATS-FILE.
