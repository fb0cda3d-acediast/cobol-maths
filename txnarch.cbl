      *                  layout's new trailing sequence number, so
      *                  TXNVRFY can verify an archive the same way
      *                  it verifies the live log.
      * 2026-10-15  RLP  The roll is made under the TXNLOCK lock the
      *                  TXNLOG writers take, from the first read of
      *                  the log to the fresh empty one, so no line
      *                  written meanwhile is lost with the old log.

001000 Environment division.
       Configuration section.
           Select MONTH-SUMMARY-FILE assign to "TXNMSUM"
               organization is line sequential
               file status is WS-SUMMARY-STATUS.
           Select TXN-LOCK-FILE assign to "TXNLOCK"
               organization is indexed
               access mode is random
               record key is TK-SERIES
               lock mode is manual
               file status is WS-TXNLOCK-STATUS.

002000 Data division.
       File section.
           05  MS-SPACE-3           picture is X(01).
           05  MS-COUNT             picture is Z(8)9.

       FD  TXN-LOCK-FILE.
           COPY TXNLOCK.

       Working-storage section.
       77  WS-TXNLOG-STATUS picture is X(02) value spaces.
           88 WS-TXNLOG-OK         value "00".
       77  WS-SUMMARY-STATUS picture is X(02) value spaces.
           88 WS-SUMMARY-OK        value "00".
           88 WS-SUMMARY-MISSING   value "35".
       77  WS-TXNLOCK-STATUS picture is X(02) value spaces.
           88 WS-TXNLOCK-OK        value "00" "02".
       77  WS-TXNLOCK-SW    picture is X(01) value "N".
           88 WS-TXNLOG-LOCKED     value "Y".
       77  WS-TXNLOCK-TRIES usage is binary-long value 0.
       77  WS-TXNLOCK-MAX-TRIES usage is binary-long value 300.
       77  WS-TXNLOCK-WAIT-SECONDS usage is binary-long value 1.
       77  WS-EOF-SWITCH    picture is X(01) value "N".
           88 END-OF-LOG           value "Y".

               WS-MONTH delimited by size
               into WS-ARCHIVE-NAME
           end-string.
           Perform ACQUIRE-TXNLOG-LOCK.
           If not WS-TXNLOG-LOCKED
               Display "Close-out abandoned, the log is untouched."
               Stop run with error status 1
           end-if.
           Perform COPY-LOG-TO-ARCHIVE.
           Perform BALANCE-ARCHIVE-COUNTS.
           Perform WRITE-MONTH-SUMMARY.
           Perform START-FRESH-LOG.
           Perform RELEASE-TXNLOG-LOCK.
           Perform SWEEP-OLD-ARCHIVES.
           Move WS-WRITE-COUNT to WS-COUNT-EDIT.
           Display "Close-out " WS-MONTH ": "
           Close MONTH-SUMMARY-FILE.
           Exit section.

      * The TXNLOCK lock every TXNLOG writer takes around its draw
      * and append; held here across the whole roll, so a writer
      * waits for the fresh log rather than appending to one about
      * to be replaced.  Failing to get it inside
      * WS-TXNLOCK-MAX-TRIES waits abandons the close-out.
       ACQUIRE-TXNLOG-LOCK section.
           Move "N" to WS-TXNLOCK-SW.
           Open i-o TXN-LOCK-FILE.
           If WS-TXNLOCK-STATUS is equal to "35"
               Perform CREATE-TXNLOG-LOCK
           end-if.
           If not WS-TXNLOCK-OK
               Display "Unable to open transaction log lock, status "
                   WS-TXNLOCK-STATUS
               Move WS-TXNLOCK-STATUS to WS-TXNLOG-STATUS
               Exit section
           end-if.
           Move 0 to WS-TXNLOCK-TRIES.
           Perform with test after
                   until WS-TXNLOG-LOCKED
                   or WS-TXNLOCK-TRIES is not less than
                       WS-TXNLOCK-MAX-TRIES
               Move "TXNLOG" to TK-SERIES
               Read TXN-LOCK-FILE with lock
                   invalid key continue
               end-read
               Evaluate true
                   when WS-TXNLOCK-OK
                       Move "Y" to WS-TXNLOCK-SW
                   when WS-TXNLOCK-STATUS is equal to "23"
                       Perform WRITE-TXNLOG-LOCK-RECORD
                       Add 1 to WS-TXNLOCK-TRIES
                   when other
                       Add 1 to WS-TXNLOCK-TRIES
                       Call "C$SLEEP" using WS-TXNLOCK-WAIT-SECONDS
               end-evaluate
           end-perform.
           If not WS-TXNLOG-LOCKED
               Display "Transaction log lock not obtained, status "
                   WS-TXNLOCK-STATUS
               Move WS-TXNLOCK-STATUS to WS-TXNLOG-STATUS
               Close TXN-LOCK-FILE
           end-if.
           Exit section.

      * Made by the first writer to find it missing; one racing it
      * in finds the record there, or writes it on its next try.
       CREATE-TXNLOG-LOCK section.
           Open output TXN-LOCK-FILE.
           If WS-TXNLOCK-OK
               Perform WRITE-TXNLOG-LOCK-RECORD
               Close TXN-LOCK-FILE
           end-if.
           Open i-o TXN-LOCK-FILE.
           Exit section.

       WRITE-TXNLOG-LOCK-RECORD section.
           Move spaces to TXN-LOCK-RECORD.
           Move "TXNLOG" to TK-SERIES.
           Move function current-date(1:14) to TK-CREATED-AT.
           Write TXN-LOCK-RECORD
               invalid key continue
           end-write.
           Exit section.

       RELEASE-TXNLOG-LOCK section.
           If WS-TXNLOG-LOCKED
               Unlock TXN-LOCK-FILE
               Close TXN-LOCK-FILE
               Move "N" to WS-TXNLOCK-SW
           end-if.
           Exit section.

       START-FRESH-LOG section.
           Open output TRANSACTION-LOG-FILE.
           If not WS-TXNLOG-OK
