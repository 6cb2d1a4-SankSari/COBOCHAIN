
       FD  CLEAN-FILE.

       01  CLEAN-RECORD                PIC X(42).

       FD  REPORT-FILE.


           END-IF

      *> A currency code, when the header carries one, must be three
      *> letters - anything else could never match a rate and would
      *> only reject every detail one at a time in DRIVER.
           IF TXN-HDR-CURRENCY NOT = SPACES
              AND (TXN-HDR-CURRENCY NOT ALPHABETIC-UPPER
                   OR TXN-HDR-CURRENCY(1:1) = SPACE
                   OR TXN-HDR-CURRENCY(2:1) = SPACE
                   OR TXN-HDR-CURRENCY(3:1) = SPACE)

               PERFORM 2900-RECORD-EDIT-ERROR

               IF WS-EDIT-ERROR-COUNT = 1

                   MOVE "HEADER CURRENCY CODE INVALID"
                     TO WS-FIRST-ERROR-TEXT

               END-IF

           END-IF

           MOVE "Y" TO WS-HEADER-SEEN-SWITCH.

       2200-EDIT-DETAIL.
