      * TXNLOCK.cpy
      * Transaction-log lock record.  TXNLOCK holds one record, keyed
      * TXNLOG, which every TXNLOG writer reads with lock before it
      * draws its TXNSEQ number and unlocks only once its line is
      * written and the log closed, so runs that overlap -- grouped
      * NIGHTRUN steps, COBOLLATZ campaign workers on other machines
      * sharing the run directory, the desk screens -- draw and
      * append one at a time, and the log stays in sequence order
      * for TXNVRFY.  TXNARCH holds it across the whole month-end
      * roll so no line lands between the copy and the fresh log.
      * The first writer to find the file missing creates it.
      * 2026-10-15  RLP  Initial version.
       01  TXN-LOCK-RECORD.
           05  TK-SERIES            picture is X(08).
           05  TK-SPACE-1           picture is X(01).
           05  TK-CREATED-AT        picture is X(14).
