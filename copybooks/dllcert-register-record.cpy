      *> One row per DLLCERT certification run, appended to
      *> data/dllcert-register.dat: which candidate was certified
      *> against which production build - each named by the size and
      *> check hash DLLSUM takes over its bytes - when, how many
      *> calls were compared, how many differed, and the verdict.
      *> DLLPROM promotes a candidate only when the latest row for it
      *> passed and both builds still carry the certified
      *> fingerprints.
       01  DLLCERT-REGISTER-RECORD.
           05  CF-CANDIDATE-PATH       PIC X(60).
           05  CF-CANDIDATE-SIZE       PIC 9(9).
           05  CF-CANDIDATE-HASH       PIC 9(10).
           05  CF-CURRENT-SIZE         PIC 9(9).
           05  CF-CURRENT-HASH         PIC 9(10).
           05  CF-CERTIFIED-AT         PIC X(14).
           05  CF-BUSINESS-DATE        PIC 9(8).
           05  CF-CALLS-COMPARED       PIC 9(7).
           05  CF-DIFFERENCES          PIC 9(7).
           05  CF-VERDICT              PIC X.
               88  CF-CERTIFIED         VALUE "P".
               88  CF-NOT-CERTIFIED     VALUE "F".
