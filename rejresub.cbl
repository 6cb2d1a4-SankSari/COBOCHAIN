      *> with - repair fixes amounts, it does not re-direct money.
                   MOVE REJ-TYPE-CODE TO TXN-TYPE-CODE

      *> A rejected transfer goes back out between the same two
      *> accounts it was refused for.
                   IF REJ-TYPE-CODE = "X"

                       MOVE REJ-TO-ACCOUNT TO TXN-TO-ACCOUNT

                   END-IF

                   WRITE TRANSACTION-RECORD

                   MOVE WS-REQ-NEW-KEY (WS-HIT-SUB)
