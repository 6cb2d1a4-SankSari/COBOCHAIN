       IDENTIFICATION DIVISION.

       PROGRAM-ID.  INTCERT.

      *> Year-end interest certificates and the interest reporting
      *> extract for the tax authority, so nobody adds up a year of
      *> statements by hand to fill in the tax forms. For the tax
      *> year it sums, per account, every interest credit ("C") and
      *> fee ("D") ACCRUAL posted - a posting whose source system is
      *> "ACCRUAL" and whose business date falls in the year - from
      *> the live posting file alone. ARCHIVER never cuts the posting
      *> file, so it still holds every posting of the tax year; a
      *> posting file that cannot be opened issues nothing rather
      *> than certify a year of zeros. A posting whose business date
      *> and run BACKOUT has reversed (data/backout-register.dat)
      *> nets out against its reversal and counts toward neither
      *> figure. Each account certified gets an "INTC" notice row
      *> for HELLO to render in the customer's language and spool
      *> through the notice manifest, a row on the permanent
      *> certificate register, and a detail on the fixed-format
      *> filing extract (data/intcert-filing-<year>-<stamp>.dat),
      *> which closes with control records per currency and a
      *> hash-total trailer. A rerun issues only what changed: an
      *> account whose figures still match the certificate in force
      *> is left alone, one whose figures differ gets the next issue
      *> marked amended - on the notice and in the filing alike.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PARAMETER-FILE ASSIGN TO PARAMETER-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS PARAMETER-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUN-CONTROL-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT FX-PARM-FILE ASSIGN TO FX-PARM-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS FX-PARM-FILE-STATUS.

           SELECT BACKOUT-REGISTER-FILE

               ASSIGN TO BACKOUT-REGISTER-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS BACKOUT-REGISTER-STATUS.

           SELECT REGISTER-FILE ASSIGN TO REGISTER-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT POSTING-FILE ASSIGN TO POSTING-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS POSTING-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO ACCOUNT-MASTER-PATH

               ORGANIZATION IS INDEXED

               ACCESS MODE IS RANDOM

               RECORD KEY IS ACCT-NUMBER

               FILE STATUS IS ACCOUNT-MASTER-STATUS.

           SELECT FILING-FILE ASSIGN TO FILING-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTICE-FILE ASSIGN TO NOTICE-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL

               FILE STATUS IS NOTICE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH

               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARAMETER-FILE.

       COPY "intcert-parm-record.cpy".

       FD  RUN-CONTROL-FILE.

       COPY "run-control-record.cpy".

       FD  FX-PARM-FILE.

       COPY "fx-parm-record.cpy".

       FD  BACKOUT-REGISTER-FILE.

       COPY "backout-register-record.cpy".

       FD  REGISTER-FILE.

       COPY "intcert-register-record.cpy".

       FD  POSTING-FILE.

       COPY "posting-record.cpy".

       FD  ACCOUNT-MASTER.

       COPY "account-master-record.cpy".

       FD  FILING-FILE.

       COPY "intcert-filing-record.cpy".

       FD  NOTICE-FILE.

       COPY "interest-cert-notice-record.cpy".

       FD  REPORT-FILE.

       01  REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.

       77  PARAMETER-FILE-PATH PIC X(60)
           VALUE "data/intcert-parms.dat".

       77  PARAMETER-FILE-STATUS PIC XX.

       77  RUN-CONTROL-PATH  PIC X(60) VALUE "data/run-control.dat".

       77  RUN-CONTROL-STATUS PIC XX.

       77  FX-PARM-FILE-PATH PIC X(60) VALUE "data/fx-parms.dat".

       77  FX-PARM-FILE-STATUS PIC XX.

       77  BACKOUT-REGISTER-PATH PIC X(60)
           VALUE "data/backout-register.dat".

       77  BACKOUT-REGISTER-STATUS PIC XX.

       77  REGISTER-FILE-PATH PIC X(60)
           VALUE "data/intcert-register.dat".

       77  REGISTER-FILE-STATUS PIC XX.

       77  POSTING-FILE-PATH PIC X(60) VALUE "data/posting-file.dat".

       77  POSTING-FILE-STATUS PIC XX.

       77  ACCOUNT-MASTER-PATH PIC X(60)
           VALUE "data/account-master.dat".

       77  ACCOUNT-MASTER-STATUS PIC XX.

       77  FILING-FILE-PATH  PIC X(60).

       77  NOTICE-FILE-PATH  PIC X(60)
           VALUE "data/interest-cert-notices.dat".

       77  NOTICE-FILE-STATUS PIC XX.

       77  REPORT-FILE-PATH  PIC X(60) VALUE "data/intcert-report.dat".

       77  WS-EOF-SWITCH     PIC X VALUE "N".

           88  WS-EOF         VALUE "Y".

       77  WS-ABANDON-SWITCH PIC X VALUE "N".

           88  WS-RUN-ABANDONED VALUE "Y".

       77  WS-BUSINESS-DATE  PIC 9(8) VALUE ZERO.

       77  WS-BUSINESS-YEAR  PIC 9(4) VALUE ZERO.

       77  WS-TAX-YEAR       PIC 9(4) VALUE ZERO.

       77  WS-YEAR-START     PIC 9(8).

       77  WS-YEAR-END       PIC 9(8).

       77  WS-PAYER-ID       PIC X(10) VALUE "COBOCHAIN".

      *> A posting written before currencies existed carries a blank
      *> POST-CURRENCY and is in the base currency.
       77  WS-BASE-CURRENCY  PIC X(3) VALUE "USD".

       77  WS-POST-CURRENCY  PIC X(3).

      *> Every business date / run BACKOUT has reversed.
       77  WS-BACKOUT-COUNT  PIC 9(3) COMP VALUE ZERO.

       77  WS-BACKOUT-MAX    PIC 9(3) COMP VALUE 500.

       01  WS-BACKOUT-TABLE.

           05  WS-BACKOUT-ENTRY OCCURS 500 TIMES.

               10  WS-BK-DATE        PIC 9(8).

               10  WS-BK-RUN         PIC 9(4).

       77  WS-BACKOUT-SUB    PIC 9(3) COMP.

       77  WS-REVERSED-SWITCH PIC X.

           88  WS-REVERSED    VALUE "Y".

      *> One entry per account certified before for the tax year or
      *> carrying ACCRUAL postings in it: this run's sums beside the
      *> certificate in force, if there is one.
       77  WS-ACCT-COUNT     PIC 9(4) COMP VALUE ZERO.

       77  WS-ACCT-MAX       PIC 9(4) COMP VALUE 2000.

       01  WS-ACCT-TABLE.

           05  WS-ACCT-ENTRY OCCURS 2000 TIMES.

               10  WS-ACCT-NO        PIC 9(8).

               10  WS-ACCT-CURRENCY  PIC X(3).

               10  WS-ACCT-INTEREST  PIC 9(8)V99.

               10  WS-ACCT-FEES      PIC 9(8)V99.

               10  WS-ACCT-ISSUED    PIC X.

                   88  WS-ACCT-CERTIFIED VALUE "Y".

               10  WS-ACCT-ISSUE-NO  PIC 9(2).

               10  WS-ACCT-PRIOR-INTEREST PIC 9(8)V99.

               10  WS-ACCT-PRIOR-FEES PIC 9(8)V99.

       77  WS-ACCT-SUB       PIC 9(4) COMP.

       77  WS-HIT-SUB        PIC 9(4) COMP.

       77  WS-WANTED-ACCOUNT PIC 9(8).

      *> Count and totals per currency for the C records.
       77  WS-CCY-COUNT      PIC 9(3) COMP VALUE ZERO.

       77  WS-CCY-MAX        PIC 9(3) COMP VALUE 50.

       77  WS-CCY-OVERFLOW-SWITCH PIC X VALUE "N".

           88  WS-CCY-OVERFLOW VALUE "Y".

       01  WS-CCY-TABLE.

           05  WS-CCY-ENTRY OCCURS 50 TIMES.

               10  WS-CCY-CODE       PIC X(3).

               10  WS-CCY-RECORDS    PIC 9(8).

               10  WS-CCY-INTEREST   PIC 9(12)V99.

               10  WS-CCY-FEES       PIC 9(12)V99.

       77  WS-CCY-SUB        PIC 9(3) COMP.

       77  WS-CCY-HIT        PIC 9(3) COMP.

       77  WS-FILING-STAMP   PIC X(14).

       77  WS-ISSUE-STATUS   PIC X.

       77  WS-ISSUE-TEXT     PIC X(20).

       77  WS-POSTINGS-READ  PIC 9(8) VALUE ZERO.

       77  WS-ACCRUAL-COUNT  PIC 9(8) VALUE ZERO.

       77  WS-NETTED-COUNT   PIC 9(8) VALUE ZERO.

       77  WS-NETTED-TOTAL   PIC 9(10)V99 VALUE ZERO.

       77  WS-ORIGINAL-COUNT PIC 9(8) VALUE ZERO.

       77  WS-AMENDED-COUNT  PIC 9(8) VALUE ZERO.

       77  WS-UNCHANGED-COUNT PIC 9(8) VALUE ZERO.

       77  WS-ERROR-COUNT    PIC 9(8) VALUE ZERO.

       77  WS-HASH-INTEREST  PIC 9(12)V99 VALUE ZERO.

       77  WS-HASH-FEES      PIC 9(12)V99 VALUE ZERO.

       77  WS-COUNT-DISPLAY  PIC Z(7)9.

       77  WS-AMOUNT-EDIT    PIC Z(7)9.99.

       77  WS-AMOUNT-EDIT-2  PIC Z(7)9.99.

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

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FILING-STAMP

           PERFORM 0060-LOAD-RUN-CONTROL

           IF NOT WS-RUN-ABANDONED

               PERFORM 0040-LOAD-PARAMETERS

           END-IF

           IF WS-RUN-ABANDONED

      *> Certificates for a year still running, or for no known year
      *> at all, would only have to be amended - issue nothing.
               MOVE 8 TO RETURN-CODE

               GOBACK

           END-IF

           PERFORM 0050-LOAD-BASE-CURRENCY

           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE

           STRING "INTEREST CERTIFICATE RUN - TAX YEAR "
                  DELIMITED BY SIZE,
                  WS-TAX-YEAR DELIMITED BY SIZE,
                  " BUSINESS DATE " DELIMITED BY SIZE,
                  WS-BUSINESS-DATE DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           PERFORM 0100-LOAD-BACKOUTS

           IF NOT WS-RUN-ABANDONED

               PERFORM 0200-LOAD-REGISTER

           END-IF

           IF NOT WS-RUN-ABANDONED

               PERFORM 1000-SUM-POSTING-FILE

           END-IF

           IF NOT WS-RUN-ABANDONED

               OPEN INPUT ACCOUNT-MASTER

               IF ACCOUNT-MASTER-STATUS NOT = "00"

      *> The filing names the customer behind every account - without
      *> the master it cannot.
                   MOVE "NO ACCOUNT MASTER - NOTHING ISSUED"
                     TO REPORT-LINE

                   WRITE REPORT-LINE

                   MOVE "Y" TO WS-ABANDON-SWITCH

               ELSE

                   PERFORM 2000-ISSUE-CERTIFICATES

                   CLOSE ACCOUNT-MASTER

               END-IF

           END-IF

           IF WS-RUN-ABANDONED

               ADD 1 TO WS-ERROR-COUNT

           END-IF

           PERFORM 9000-WRITE-TOTALS

           CLOSE REPORT-FILE

           PERFORM 9900-END-OF-JOB-SUMMARY

           GOBACK.

       0040-LOAD-PARAMETERS.

      *> The tax year is the one before the business date's unless the
      *> parameter file names one - and never a year not yet over.
           OPEN INPUT PARAMETER-FILE

           IF PARAMETER-FILE-STATUS = "00"

               READ PARAMETER-FILE

               IF PARAMETER-FILE-STATUS = "00"

                   IF IC-TAX-YEAR NUMERIC

                       MOVE IC-TAX-YEAR TO WS-TAX-YEAR

                   END-IF

                   IF IC-PAYER-ID NOT = SPACES

                       MOVE IC-PAYER-ID TO WS-PAYER-ID

                   END-IF

               END-IF

               CLOSE PARAMETER-FILE

           END-IF

           COMPUTE WS-BUSINESS-YEAR = WS-BUSINESS-DATE / 10000

           IF WS-TAX-YEAR = ZERO

               COMPUTE WS-TAX-YEAR = WS-BUSINESS-YEAR - 1

           END-IF

           IF WS-TAX-YEAR NOT < WS-BUSINESS-YEAR

               DISPLAY "INTCERT - TAX YEAR " WS-TAX-YEAR
                   " NOT YET CLOSED, NOTHING ISSUED"

               MOVE "Y" TO WS-ABANDON-SWITCH

           ELSE

               COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 101

               COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231

           END-IF.

       0050-LOAD-BASE-CURRENCY.

           OPEN INPUT FX-PARM-FILE

           IF FX-PARM-FILE-STATUS = "00"

               READ FX-PARM-FILE

               IF FX-PARM-FILE-STATUS = "00"
                  AND FXP-BASE-CURRENCY NOT = SPACES

                   MOVE FXP-BASE-CURRENCY TO WS-BASE-CURRENCY

               END-IF

               CLOSE FX-PARM-FILE

           END-IF.

       0060-LOAD-RUN-CONTROL.

      *> The business date decides which year has closed and stamps
      *> the notices HELLO renders.
           OPEN INPUT RUN-CONTROL-FILE

           IF RUN-CONTROL-STATUS NOT = "00"

               DISPLAY "INTCERT - NO RUN CONTROL FILE, "
                   "NOTHING ISSUED"

               MOVE "Y" TO WS-ABANDON-SWITCH

           ELSE

               READ RUN-CONTROL-FILE

               IF RUN-CONTROL-STATUS NOT = "00"
                  OR RC-BUSINESS-DATE NOT NUMERIC

                   DISPLAY "INTCERT - RUN CONTROL UNREADABLE, "
                       "NOTHING ISSUED"

                   MOVE "Y" TO WS-ABANDON-SWITCH

               ELSE

                   MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE

               END-IF

               CLOSE RUN-CONTROL-FILE

           END-IF.

       0100-LOAD-BACKOUTS.

      *> A backout the table cannot hold would leave reversed interest
      *> on somebody's tax form - refuse the run instead.
           OPEN INPUT BACKOUT-REGISTER-FILE

           IF BACKOUT-REGISTER-STATUS = "00"

               READ BACKOUT-REGISTER-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF

                   IF WS-BACKOUT-COUNT < WS-BACKOUT-MAX

                       ADD 1 TO WS-BACKOUT-COUNT

                       MOVE BR-BUSINESS-DATE
                         TO WS-BK-DATE (WS-BACKOUT-COUNT)

                       MOVE BR-RUN-NO TO WS-BK-RUN (WS-BACKOUT-COUNT)

                   ELSE

                       MOVE "Y" TO WS-ABANDON-SWITCH

                   END-IF

                   READ BACKOUT-REGISTER-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE BACKOUT-REGISTER-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF

           IF WS-RUN-ABANDONED

               MOVE SPACES TO REPORT-LINE

               MOVE "BACKOUT REGISTER EXCEEDS 500 ROWS - NOTHING ISSUED"
                 TO REPORT-LINE

               WRITE REPORT-LINE

           END-IF.

       0200-LOAD-REGISTER.

      *> The certificates already issued for the tax year - rows are
      *> in issue order, so the last one per account is in force.
           OPEN INPUT REGISTER-FILE

           IF REGISTER-FILE-STATUS = "00"

               READ REGISTER-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF OR WS-RUN-ABANDONED

                   IF IR-TAX-YEAR = WS-TAX-YEAR

                       MOVE IR-ACCOUNT TO WS-WANTED-ACCOUNT

                       PERFORM 1300-FIND-ACCOUNT

                       IF WS-HIT-SUB > ZERO

                           MOVE "Y" TO WS-ACCT-ISSUED (WS-HIT-SUB)

                           MOVE IR-ISSUE-NO
                             TO WS-ACCT-ISSUE-NO (WS-HIT-SUB)

                           MOVE IR-INTEREST
                             TO WS-ACCT-PRIOR-INTEREST (WS-HIT-SUB)

                           MOVE IR-FEES
                             TO WS-ACCT-PRIOR-FEES (WS-HIT-SUB)

                           MOVE IR-CURRENCY
                             TO WS-ACCT-CURRENCY (WS-HIT-SUB)

                       END-IF

                   END-IF

                   READ REGISTER-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE REGISTER-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       1000-SUM-POSTING-FILE.

           OPEN INPUT POSTING-FILE

           IF POSTING-FILE-STATUS NOT = "00"

               MOVE SPACES TO REPORT-LINE

               STRING "POSTING FILE " DELIMITED BY SIZE,
                      POSTING-FILE-PATH DELIMITED BY SPACE,
                      " MISSING - NOTHING ISSUED"
                      DELIMITED BY SIZE
                 INTO REPORT-LINE

               WRITE REPORT-LINE

               MOVE "Y" TO WS-ABANDON-SWITCH

           ELSE

               MOVE SPACES TO REPORT-LINE

               STRING "POSTINGS READ FROM " DELIMITED BY SIZE,
                      POSTING-FILE-PATH DELIMITED BY SPACE
                 INTO REPORT-LINE

               WRITE REPORT-LINE

               READ POSTING-FILE

                   AT END MOVE "Y" TO WS-EOF-SWITCH

               END-READ

               PERFORM UNTIL WS-EOF OR WS-RUN-ABANDONED

                   ADD 1 TO WS-POSTINGS-READ

                   IF POST-SOURCE-SYSTEM = "ACCRUAL"
                      AND (POST-TYPE-CREDIT OR POST-TYPE-DEBIT)
                      AND POST-BUSINESS-DATE NOT < WS-YEAR-START
                      AND POST-BUSINESS-DATE NOT > WS-YEAR-END

                       PERFORM 1200-TAKE-ACCRUAL-POSTING

                   END-IF

                   READ POSTING-FILE

                       AT END MOVE "Y" TO WS-EOF-SWITCH

                   END-READ

               END-PERFORM

               CLOSE POSTING-FILE

               MOVE "N" TO WS-EOF-SWITCH

           END-IF.

       1200-TAKE-ACCRUAL-POSTING.

      *> BACKOUT reverses a whole business date / run, so an ACCRUAL
      *> posting from a date/run on its register has been offset by
      *> a reversal of the same amount - the pair nets to nothing.
           ADD 1 TO WS-ACCRUAL-COUNT

           MOVE "N" TO WS-REVERSED-SWITCH

           PERFORM 1210-SCAN-BACKOUTS
               VARYING WS-BACKOUT-SUB FROM 1 BY 1
               UNTIL WS-BACKOUT-SUB > WS-BACKOUT-COUNT
                  OR WS-REVERSED

           IF WS-REVERSED

               ADD 1 TO WS-NETTED-COUNT

               ADD POST-R TO WS-NETTED-TOTAL

           ELSE

               MOVE POST-ACCOUNT TO WS-WANTED-ACCOUNT

               PERFORM 1300-FIND-ACCOUNT

               IF WS-HIT-SUB > ZERO

                   MOVE POST-CURRENCY TO WS-POST-CURRENCY

                   IF WS-POST-CURRENCY = SPACES

                       MOVE WS-BASE-CURRENCY TO WS-POST-CURRENCY

                   END-IF

                   MOVE WS-POST-CURRENCY
                     TO WS-ACCT-CURRENCY (WS-HIT-SUB)

                   IF POST-TYPE-CREDIT

                       ADD POST-R TO WS-ACCT-INTEREST (WS-HIT-SUB)

                   ELSE

                       ADD POST-R TO WS-ACCT-FEES (WS-HIT-SUB)

                   END-IF

               END-IF

           END-IF.

       1210-SCAN-BACKOUTS.

           IF WS-BK-DATE (WS-BACKOUT-SUB) = POST-BUSINESS-DATE
              AND WS-BK-RUN (WS-BACKOUT-SUB) = POST-RUN-NO

               MOVE "Y" TO WS-REVERSED-SWITCH

           END-IF.

       1300-FIND-ACCOUNT.

      *> Finds the account's entry, adding it when new. An account the
      *> table cannot take refuses the run - a filing short of any
      *> account is no filing.
           MOVE ZERO TO WS-HIT-SUB

           PERFORM 1310-SCAN-ACCOUNTS
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT OR WS-HIT-SUB > ZERO

           IF WS-HIT-SUB = ZERO

               IF WS-ACCT-COUNT < WS-ACCT-MAX

                   ADD 1 TO WS-ACCT-COUNT

                   MOVE WS-ACCT-COUNT TO WS-HIT-SUB

                   MOVE WS-WANTED-ACCOUNT TO WS-ACCT-NO (WS-HIT-SUB)

                   MOVE SPACES TO WS-ACCT-CURRENCY (WS-HIT-SUB)

                   MOVE ZERO TO WS-ACCT-INTEREST (WS-HIT-SUB)

                   MOVE ZERO TO WS-ACCT-FEES (WS-HIT-SUB)

                   MOVE "N" TO WS-ACCT-ISSUED (WS-HIT-SUB)

                   MOVE ZERO TO WS-ACCT-ISSUE-NO (WS-HIT-SUB)

                   MOVE ZERO TO WS-ACCT-PRIOR-INTEREST (WS-HIT-SUB)

                   MOVE ZERO TO WS-ACCT-PRIOR-FEES (WS-HIT-SUB)

               ELSE

                   MOVE "MORE THAN 2000 ACCOUNTS - NOTHING ISSUED"
                     TO REPORT-LINE

                   WRITE REPORT-LINE

                   MOVE "Y" TO WS-ABANDON-SWITCH

               END-IF

           END-IF.

       1310-SCAN-ACCOUNTS.

           IF WS-ACCT-NO (WS-ACCT-SUB) = WS-WANTED-ACCOUNT

               MOVE WS-ACCT-SUB TO WS-HIT-SUB

           END-IF.

       2000-ISSUE-CERTIFICATES.

      *> One stamped filing per run, so a rerun's amendments never
      *> overwrite a filing the authority already took. The notice
      *> file is rewritten with this run's certificates alone.
           MOVE SPACES TO FILING-FILE-PATH

           STRING "data/intcert-filing-" DELIMITED BY SIZE,
                  WS-TAX-YEAR DELIMITED BY SIZE,
                  "-" DELIMITED BY SIZE,
                  WS-FILING-STAMP DELIMITED BY SIZE,
                  ".dat" DELIMITED BY SIZE
             INTO FILING-FILE-PATH

           OPEN OUTPUT FILING-FILE

           MOVE SPACES TO INTCERT-FILING-RECORD

           MOVE "H" TO FR-REC-TYPE

           MOVE WS-TAX-YEAR TO FR-HDR-TAX-YEAR

           MOVE WS-PAYER-ID TO FR-HDR-PAYER-ID

           MOVE WS-FILING-STAMP TO FR-HDR-STAMP

           MOVE WS-BUSINESS-DATE TO FR-HDR-BUSINESS-DATE

           WRITE INTCERT-FILING-RECORD

           OPEN OUTPUT NOTICE-FILE

           OPEN EXTEND REGISTER-FILE

           IF REGISTER-FILE-STATUS NOT = "00"

               CLOSE REGISTER-FILE

               OPEN OUTPUT REGISTER-FILE

           END-IF

           IF WS-ACCT-COUNT > ZERO

               PERFORM 2100-CERTIFY-ONE-ACCOUNT
                   VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT

           END-IF

           CLOSE REGISTER-FILE

           CLOSE NOTICE-FILE

           PERFORM 2500-WRITE-CURRENCY-CONTROL
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT

           MOVE SPACES TO INTCERT-FILING-RECORD

           MOVE "T" TO FR-REC-TYPE

           COMPUTE FR-TRL-RECORD-COUNT =
               WS-ORIGINAL-COUNT + WS-AMENDED-COUNT

           MOVE WS-AMENDED-COUNT TO FR-TRL-AMENDED-COUNT

           MOVE WS-CCY-COUNT TO FR-TRL-CURRENCY-COUNT

           MOVE WS-HASH-INTEREST TO FR-TRL-HASH-INTEREST

           MOVE WS-HASH-FEES TO FR-TRL-HASH-FEES

           WRITE INTCERT-FILING-RECORD

           CLOSE FILING-FILE

           MOVE SPACES TO REPORT-LINE

           STRING "FILING EXTRACT " DELIMITED BY SIZE,
                  FILING-FILE-PATH DELIMITED BY SPACE,
                  " READY FOR THE TAX AUTHORITY" DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       2100-CERTIFY-ONE-ACCOUNT.

      *> First certificate: only when there is something to certify.
      *> Later ones: only when the figures moved since the one in
      *> force - including down to nothing, which the authority must
      *> hear about as much as the customer.
           IF WS-ACCT-CERTIFIED (WS-ACCT-SUB)

               IF WS-ACCT-INTEREST (WS-ACCT-SUB)
                    = WS-ACCT-PRIOR-INTEREST (WS-ACCT-SUB)
                  AND WS-ACCT-FEES (WS-ACCT-SUB)
                    = WS-ACCT-PRIOR-FEES (WS-ACCT-SUB)

                   ADD 1 TO WS-UNCHANGED-COUNT

               ELSE

                   MOVE "A" TO WS-ISSUE-STATUS

                   PERFORM 2200-ISSUE-ONE-CERTIFICATE

               END-IF

           ELSE

               IF WS-ACCT-INTEREST (WS-ACCT-SUB) > ZERO
                  OR WS-ACCT-FEES (WS-ACCT-SUB) > ZERO

                   MOVE "O" TO WS-ISSUE-STATUS

                   PERFORM 2200-ISSUE-ONE-CERTIFICATE

               END-IF

           END-IF.

       2200-ISSUE-ONE-CERTIFICATE.

           MOVE WS-ACCT-NO (WS-ACCT-SUB) TO ACCT-NUMBER

           READ ACCOUNT-MASTER

               INVALID KEY

      *> No customer to name - the account is left uncertified, so
      *> the next run issues its first certificate once it is fixed.
                   MOVE SPACES TO REPORT-LINE

                   STRING "ACCT " DELIMITED BY SIZE,
                          WS-ACCT-NO (WS-ACCT-SUB) DELIMITED BY SIZE,
                          " NOT ON ACCOUNT MASTER - NOT CERTIFIED"
                          DELIMITED BY SIZE
                     INTO REPORT-LINE

                   WRITE REPORT-LINE

                   ADD 1 TO WS-ERROR-COUNT

               NOT INVALID KEY

                   PERFORM 2300-WRITE-CERTIFICATE

           END-READ.

       2300-WRITE-CERTIFICATE.

           ADD 1 TO WS-ACCT-ISSUE-NO (WS-ACCT-SUB)

           IF WS-ISSUE-STATUS = "A"

               ADD 1 TO WS-AMENDED-COUNT

           ELSE

               ADD 1 TO WS-ORIGINAL-COUNT

           END-IF

           MOVE SPACES TO INTCERT-FILING-RECORD

           MOVE "D" TO FR-REC-TYPE

           MOVE WS-ACCT-NO (WS-ACCT-SUB) TO FR-ACCOUNT

           MOVE ZERO TO FR-CUSTOMER-NUMBER

           IF ACCT-CUSTOMER-NUMBER NUMERIC

               MOVE ACCT-CUSTOMER-NUMBER TO FR-CUSTOMER-NUMBER

           END-IF

           MOVE ACCT-NAME TO FR-NAME

           MOVE WS-ACCT-CURRENCY (WS-ACCT-SUB) TO FR-CURRENCY

           MOVE WS-ACCT-INTEREST (WS-ACCT-SUB) TO FR-INTEREST

           MOVE WS-ACCT-FEES (WS-ACCT-SUB) TO FR-FEES

           MOVE WS-ISSUE-STATUS TO FR-FILING-STATUS

           MOVE WS-ACCT-ISSUE-NO (WS-ACCT-SUB) TO FR-ISSUE-NO

           WRITE INTCERT-FILING-RECORD

           ADD WS-ACCT-INTEREST (WS-ACCT-SUB) TO WS-HASH-INTEREST

           ADD WS-ACCT-FEES (WS-ACCT-SUB) TO WS-HASH-FEES

           PERFORM 2400-ADD-TO-CURRENCY-CONTROL

           MOVE SPACES TO INTEREST-CERT-NOTICE-RECORD

           MOVE WS-ACCT-NO (WS-ACCT-SUB) TO IN-ACCOUNT

           MOVE WS-BUSINESS-DATE TO IN-BUSINESS-DATE

           MOVE WS-TAX-YEAR TO IN-TAX-YEAR

           MOVE WS-ACCT-CURRENCY (WS-ACCT-SUB) TO IN-CURRENCY

           MOVE WS-ACCT-INTEREST (WS-ACCT-SUB) TO IN-INTEREST

           MOVE WS-ACCT-FEES (WS-ACCT-SUB) TO IN-FEES

           MOVE WS-ISSUE-STATUS TO IN-STATUS

           WRITE INTEREST-CERT-NOTICE-RECORD

           MOVE SPACES TO INTCERT-REGISTER-RECORD

           MOVE WS-TAX-YEAR TO IR-TAX-YEAR

           MOVE WS-ACCT-NO (WS-ACCT-SUB) TO IR-ACCOUNT

           MOVE WS-ACCT-CURRENCY (WS-ACCT-SUB) TO IR-CURRENCY

           MOVE WS-ACCT-INTEREST (WS-ACCT-SUB) TO IR-INTEREST

           MOVE WS-ACCT-FEES (WS-ACCT-SUB) TO IR-FEES

           MOVE WS-ACCT-ISSUE-NO (WS-ACCT-SUB) TO IR-ISSUE-NO

           MOVE WS-ISSUE-STATUS TO IR-STATUS

           MOVE WS-FILING-STAMP TO IR-STAMP

           MOVE WS-BUSINESS-DATE TO IR-BUSINESS-DATE

           MOVE FUNCTION CURRENT-DATE TO IR-ISSUED-TS

           WRITE INTCERT-REGISTER-RECORD

           MOVE WS-ACCT-INTEREST (WS-ACCT-SUB) TO WS-AMOUNT-EDIT

           MOVE WS-ACCT-FEES (WS-ACCT-SUB) TO WS-AMOUNT-EDIT-2

           MOVE SPACES TO WS-ISSUE-TEXT

           IF WS-ISSUE-STATUS = "A"

               STRING "AMENDED - ISSUE " DELIMITED BY SIZE,
                      WS-ACCT-ISSUE-NO (WS-ACCT-SUB) DELIMITED BY SIZE
                 INTO WS-ISSUE-TEXT

           ELSE

               MOVE "ORIGINAL" TO WS-ISSUE-TEXT

           END-IF

           MOVE SPACES TO REPORT-LINE

           STRING "ACCT " DELIMITED BY SIZE,
                  WS-ACCT-NO (WS-ACCT-SUB) DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-ACCT-CURRENCY (WS-ACCT-SUB) DELIMITED BY SIZE,
                  " INTEREST " DELIMITED BY SIZE,
                  WS-AMOUNT-EDIT DELIMITED BY SIZE,
                  " FEES " DELIMITED BY SIZE,
                  WS-AMOUNT-EDIT-2 DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-ISSUE-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE.

       2400-ADD-TO-CURRENCY-CONTROL.

           MOVE ZERO TO WS-CCY-HIT

           PERFORM 2410-SCAN-CURRENCIES
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT OR WS-CCY-HIT > ZERO

           IF WS-CCY-HIT = ZERO

               IF WS-CCY-COUNT < WS-CCY-MAX

                   ADD 1 TO WS-CCY-COUNT

                   MOVE WS-CCY-COUNT TO WS-CCY-HIT

                   MOVE WS-ACCT-CURRENCY (WS-ACCT-SUB)
                     TO WS-CCY-CODE (WS-CCY-HIT)

                   MOVE ZERO TO WS-CCY-RECORDS (WS-CCY-HIT)

                   MOVE ZERO TO WS-CCY-INTEREST (WS-CCY-HIT)

                   MOVE ZERO TO WS-CCY-FEES (WS-CCY-HIT)

               ELSE

                   MOVE "Y" TO WS-CCY-OVERFLOW-SWITCH

               END-IF

           END-IF

           IF WS-CCY-HIT > ZERO

               ADD 1 TO WS-CCY-RECORDS (WS-CCY-HIT)

               ADD WS-ACCT-INTEREST (WS-ACCT-SUB)
                 TO WS-CCY-INTEREST (WS-CCY-HIT)

               ADD WS-ACCT-FEES (WS-ACCT-SUB)
                 TO WS-CCY-FEES (WS-CCY-HIT)

           END-IF.

       2410-SCAN-CURRENCIES.

           IF WS-CCY-CODE (WS-CCY-SUB) = WS-ACCT-CURRENCY (WS-ACCT-SUB)

               MOVE WS-CCY-SUB TO WS-CCY-HIT

           END-IF.

       2500-WRITE-CURRENCY-CONTROL.

           MOVE SPACES TO INTCERT-FILING-RECORD

           MOVE "C" TO FR-REC-TYPE

           MOVE WS-CCY-CODE (WS-CCY-SUB) TO FR-CTL-CURRENCY

           MOVE WS-CCY-RECORDS (WS-CCY-SUB) TO FR-CTL-RECORD-COUNT

           MOVE WS-CCY-INTEREST (WS-CCY-SUB) TO FR-CTL-INTEREST

           MOVE WS-CCY-FEES (WS-CCY-SUB) TO FR-CTL-FEES

           WRITE INTCERT-FILING-RECORD.

       9000-WRITE-TOTALS.

           MOVE SPACES TO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-ACCRUAL-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "ACCRUAL POSTINGS:      " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-NETTED-COUNT TO WS-COUNT-DISPLAY

           MOVE WS-NETTED-TOTAL TO WS-AMOUNT-EDIT

           MOVE SPACES TO REPORT-LINE

           STRING "NETTED BY BACKOUT:     " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE,
                  " TOTAL " DELIMITED BY SIZE,
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-ORIGINAL-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "ORIGINALS ISSUED:      " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-AMENDED-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "AMENDMENTS ISSUED:     " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

           WRITE REPORT-LINE

           MOVE WS-UNCHANGED-COUNT TO WS-COUNT-DISPLAY

           MOVE SPACES TO REPORT-LINE

           STRING "UNCHANGED, NOT ISSUED: " DELIMITED BY SIZE,
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
             INTO REPORT-LINE

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

      *> More currencies than the C records can carry leaves the
      *> authority unable to prove the filing by currency - the
      *> details and the trailer still went out, but it needs a look.
           IF WS-CCY-OVERFLOW

               DISPLAY "INTCERT - MORE THAN " WS-CCY-MAX
                   " CURRENCIES, CURRENCY CONTROLS INCOMPLETE"

               ADD 1 TO WS-ERROR-COUNT

           END-IF

           IF WS-ERROR-COUNT = ZERO

               MOVE 0 TO RETURN-CODE

           ELSE

               MOVE 8 TO RETURN-CODE

           END-IF

           DISPLAY "INTCERT END OF JOB - TAX YEAR: " WS-TAX-YEAR
               " ORIGINALS: " WS-ORIGINAL-COUNT
               " AMENDED: " WS-AMENDED-COUNT
               " UNCHANGED: " WS-UNCHANGED-COUNT
               " ERRORS: " WS-ERROR-COUNT
               " ELAPSED: " WS-ELAPSED-SECONDS " SEC"
               " RC: " RETURN-CODE.
