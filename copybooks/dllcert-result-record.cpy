      *> One replayed call, written by DLLREPL to
      *> data/dllcert-current.dat or data/dllcert-candidate.dat -
      *> one run of DLLREPL per build. Both builds get the identical
      *> workload in the identical order, so the two files pair row
      *> for row. DX-SOURCE says which captured workload the call
      *> came from: "Q" the DLLRUN queue, "B" the DLLBATCH factor
      *> file, "P" the PRECREC factor file, "G" the GETSTRB key file.
      *> DX-ROUTINE is the entry point ("L" multiply_long, "D"
      *> multiply_double, "G" get_string) and DX-RESOLVED says
      *> whether the build had it at all. multiply_double's answer is
      *> held rounded to eight places.
       01  DLLCERT-RESULT-RECORD.
           05  DX-SOURCE               PIC X.
           05  DX-ROW-NO               PIC 9(7).
           05  DX-ROUTINE              PIC X.
           05  DX-INPUTS               PIC X(20).
           05  DX-RESOLVED             PIC X.
               88  DX-ENTRY-RESOLVED    VALUE "Y".
           05  DX-RC                   PIC S9(9).
           05  DX-LONG-RESULT          PIC 9(3).
           05  DX-DOUBLE-RESULT        PIC S9(11)V9(8).
           05  DX-ACTUAL-LEN           PIC 9(3).
           05  DX-STRING               PIC X(80).
      *> The last row of every results file, DT-SOURCE "T": the build
      *> the replay drove, fingerprinted by DLLSUM, whether it loaded
      *> at all, and how many call rows precede this one. A file
      *> without it is a replay that never finished; DLLCERT takes
      *> nothing from such a file, nor from one whose fingerprint is
      *> not the build it is certifying.
       01  DLLCERT-RESULT-TRAILER.
           05  DT-SOURCE               PIC X.
               88  DT-TRAILER-ROW       VALUE "T".
           05  DT-BUILD-PATH           PIC X(60).
           05  DT-BUILD-SIZE           PIC 9(9).
           05  DT-BUILD-HASH           PIC 9(10).
           05  DT-LOADED               PIC X.
               88  DT-BUILD-LOADED      VALUE "Y".
           05  DT-CALLS                PIC 9(7).
           05  DT-REPLAYED-AT          PIC X(14).
           05  FILLER                  PIC X(42).
