      *> Parameter area for CALL "DLLSUM": the caller names a DLL
      *> build's path; DLLSUM answers with its size in bytes and a
      *> check hash over every byte, or DS-FILE-MISSING when there is
      *> no such file. Two builds with the same size and hash are
      *> taken to be the same build.
       01  DLLSUM-PARMS.
           05  DS-BUILD-PATH           PIC X(60).
           05  DS-BUILD-SIZE           PIC 9(9).
           05  DS-BUILD-HASH           PIC 9(10).
           05  DS-RESULT               PIC X.
               88  DS-FILE-FOUND        VALUE "Y".
               88  DS-FILE-MISSING      VALUE "N".
