       2000-REVERSE-ONE-POSTING.

      *> The offset carries the original A and B, so the supplemental
      *> DRIVER run recomputes the very same R (a converted posting
      *> excepted, below) - and the opposite direction: whatever the
      *> original added, the reversal subtracts, and the other way
      *> round. POST-TYPE-SUBTRACTS is the single place the direction
      *> rule lives.
           IF POST-TYPE-SUBTRACTS

               MOVE "V" TO WS-OFFSET-TYPE

           MOVE POST-ACCOUNT TO TXN-ACCOUNT

      *> A posting DRIVER converted from another currency cannot be
      *> backed out from its A and B - the day's rate would convert
      *> them again. It goes back out as the posted POST-R itself,
      *> already in the account's currency, times the 0.01 factor
      *> that DRIVER's cent-scaled arithmetic treats as one (the way
      *> ACCRUAL raises its amounts), under this file's blank header.
           IF POST-ORIG-CURRENCY NOT = SPACES
              AND POST-ORIG-CURRENCY NOT = POST-CURRENCY

               MOVE POST-R TO TXN-A

               MOVE 0.01 TO TXN-B

           ELSE

               MOVE POST-A TO TXN-A

               MOVE POST-B TO TXN-B

           END-IF

           MOVE WS-OFFSET-TYPE TO TXN-TYPE-CODE


           ADD 1 TO WS-REVERSAL-COUNT

           ADD TXN-A TO WS-HASH-A-TOTAL

           ADD TXN-B TO WS-HASH-B-TOTAL

           ADD POST-R TO WS-REVERSAL-TOTAL

