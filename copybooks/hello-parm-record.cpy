      *>         this file is missing)
      *>   "R" - rejection notices driven from DRIVER's rejected file
      *>   "B" - both, greetings first
      *>   "D" - dormancy warnings from DORMANCY's notice file
      *>   "C" - dispute outcomes from DISPGEN's notice file
      *>   "P" - returned payments from PAYRTN's notice file
      *>   "I" - interest certificates from INTCERT's certificate
      *>         file
      *>   "A" - all of them, greetings first, then rejections,
      *>         dormancy, dispute outcomes, returned payments and
      *>         interest certificates
       01  HELLO-PARM-RECORD.
           05  HP-RUN-MODE             PIC X.
               88  HP-GREETING-MODE     VALUE "G".
               88  HP-REJECTION-MODE    VALUE "R".
               88  HP-BOTH-MODES        VALUE "B".
               88  HP-DORMANCY-MODE     VALUE "D".
               88  HP-DISPUTE-MODE      VALUE "C".
               88  HP-PAYMENT-RETURN-MODE VALUE "P".
               88  HP-INTEREST-CERT-MODE VALUE "I".
               88  HP-ALL-MODES         VALUE "A".
