      *> Single-record parameter file for DLLCERT and DLLPROM: where
      *> the DLL team's candidate build has been dropped. It sits in
      *> a directory of its own under the production name, so it is
      *> loaded exactly as ./mydll.dll is. With no file the candidate
      *> is looked for at ./candidate/mydll.dll.
       01  DLLCERT-PARM-RECORD.
           05  DLC-CANDIDATE-PATH      PIC X(60).
