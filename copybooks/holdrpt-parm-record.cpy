      *> Single-record run parameter file read by HOLDRPT at startup:
      *> how many calendar days ahead of the business date a hold's
      *> last held date may fall and still be flagged EXPIRING on the
      *> daily report, so the lien desk hears about a lapsing court
      *> order before DATEROLL drops it. A missing or unreadable file
      *> keeps the compiled-in default of five days.
       01  HOLDRPT-PARM-RECORD.
           05  HR-WARN-DAYS            PIC 9(3).
