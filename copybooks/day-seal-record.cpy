      *> One sealed business day on data/day-seal.dat, appended by
      *> DAYCLOSE once every proof has passed: the range of chain
      *> blocks the day wrote (first and last CHAIN-SEQ-NO), the hash
      *> of the day's last block, the postings the day's blocks
      *> carry (count and the sum of CHAIN-R), and the level-3
      *> operator who signed for the close. A day with no postings
      *> seals zero sequence numbers and the chain's head hash at
      *> close. The chain on its own can only prove that it agrees
      *> with itself; the same record, one line, is exported as the
      *> day's attestation file and sent outside the shop, and
      *> CHAINVER's seal mode holds the live chain to both. Never cut
      *> by ARCHIVER. DS-SEAL-CHECK is a checksum over the numeric
      *> fields (same polynomial style as CHAIN-BLOCK-HASH, see
      *> chain-block.cpy) so a hand-edited seal row shows by itself;
      *> the operator id is held to the attestation copy instead.
       01  DAY-SEAL-RECORD.
           05  DS-BUSINESS-DATE        PIC 9(8).
           05  DS-RUN-NO               PIC 9(4).
           05  DS-FIRST-SEQ-NO         PIC 9(8).
           05  DS-LAST-SEQ-NO          PIC 9(8).
           05  DS-LAST-HASH            PIC 9(10).
           05  DS-POSTING-COUNT        PIC 9(8).
           05  DS-POSTING-TOTAL        PIC 9(12)V99.
           05  DS-OPERATOR-ID          PIC X(8).
           05  DS-SEALED-AT            PIC X(14).
           05  DS-SEAL-CHECK           PIC 9(10).
