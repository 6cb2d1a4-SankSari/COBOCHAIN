      *> Parameter area for CALL "DSVERIFY": the caller names a
      *> backup set's manifest and what to prove against it - "C"
      *> the copies in the set, "L" the live files (after a restore,
      *> trail files excepted). DSVERIFY answers with a verdict, the
      *> files checked and failed, and the first file that failed so
      *> the caller can say which. Only DV-SET-VERIFIED means the
      *> files match the manifest row for row and total for total.
       01  DSVERIFY-PARMS.
           05  DV-MANIFEST-PATH        PIC X(60).
           05  DV-TARGET               PIC X.
               88  DV-CHECK-COPIES      VALUE "C".
               88  DV-CHECK-LIVE        VALUE "L".
           05  DV-RESULT               PIC X.
               88  DV-SET-VERIFIED      VALUE "V".
               88  DV-SET-MISMATCH      VALUE "M".
               88  DV-NO-MANIFEST       VALUE "F".
           05  DV-FILES-CHECKED        PIC 9(3).
           05  DV-FILES-FAILED         PIC 9(3).
           05  DV-FIRST-FAILURE        PIC X(40).
