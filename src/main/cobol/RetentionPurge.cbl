      * arrive against it ('O' open, 'S' in suspense, 'D' held as a
      * discrepancy, 'F' failed in AR) is never purged, whatever its
      * age: the parser must always be able to match a late return.
      * Nor is an OFAC compliance hold ('H') or a blocked payment
      * ('B') - compliance keeps those for as long as it needs them.
      *----------------------------------------------------------------
       PURGE-ORIGINATION-HISTORY.
           MOVE 'ORIGHIST' TO WS-DS-NAME
