      *                  and hash balance.  Lines written before the
      *                  change carry spaces here and are tolerated
      *                  by the readers.
      * 2026-10-15  RLP  Writers now draw the sequence and append the
      *                  line under the TXNLOCK lock, so overlapping
      *                  runs cannot share a number or land out of
      *                  order.
       01  TXN-LOG-RECORD.
           05  TX-TIMESTAMP         picture is X(26).
           05  TX-SPACE-1           picture is X(01).
