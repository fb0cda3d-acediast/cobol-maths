      *                  it and the answer is ready after the next
      *                  window.  "Digits 250 through 300 of pi" is
      *                  no longer counting characters by hand.
      * 2026-10-15  RLP  The master layout moved to the shared EULRMST
      *                  copybook.  Where EULRVRFY's second-method
      *                  check found the master disagreeing at some
      *                  place, a request reaching that place is
      *                  refused -- not served, not queued -- and
      *                  logged as held until the disagreement is
      *                  investigated and the master re-verified.
      * 2026-10-15  RLP  TXNLOG lines are drawn and appended under the
      *                  TXNLOCK lock, so a run overlapping another
      *                  cannot share a sequence number or land out of
      *                  order.

001000 Environment division.
       Configuration section.
           Select SEQUENCE-CONTROL-FILE assign to "TXNSEQ"
               organization is line sequential
               file status is WS-TXNSEQ-STATUS.
           Select TXN-LOCK-FILE assign to "TXNLOCK"
               organization is indexed
               access mode is random
               record key is TK-SERIES
               lock mode is manual
               file status is WS-TXNLOCK-STATUS.

002000 Data division.
       File section.
       FD  MASTER-FILE.
           COPY EULRMST.

       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD.
       01  SEQUENCE-CONTROL-RECORD.
           05  SQ-LAST-SEQUENCE     picture is 9(09).

       FD  TXN-LOCK-FILE.
           COPY TXNLOCK.

       Working-storage section.
       77  WS-MASTER-STATUS picture is X(02) value spaces.
           88 WS-MASTER-OK       value "00".
           88 WS-TXNLOG-OK       value "00".
       77  WS-TXNSEQ-STATUS picture is X(02) value spaces.
           88 WS-TXNSEQ-OK       value "00".
       77  WS-TXNLOCK-STATUS picture is X(02) value spaces.
           88 WS-TXNLOCK-OK        value "00" "02".
       77  WS-TXNLOCK-SW    picture is X(01) value "N".
           88 WS-TXNLOG-LOCKED     value "Y".
       77  WS-TXNLOCK-TRIES usage is binary-long value 0.
       77  WS-TXNLOCK-MAX-TRIES usage is binary-long value 300.
       77  WS-TXNLOCK-WAIT-SECONDS usage is binary-long value 1.
       77  WS-TXN-SEQUENCE  picture is 9(09) value 0.

       77  WS-MASTER-NAME   picture is X(08) value spaces.
       77  WS-TO-PLACE      usage is binary-long value 0.
       77  WS-PLACE-MAX     usage is binary-long value 4000.
       77  WS-VERIFIED-COUNT usage is binary-long value 0.
       77  WS-HOLD-PLACE    usage is binary-long value 0.
       77  WS-SPAN-LENGTH   usage is binary-long value 0.
       77  WS-MASTER-DIGITS picture is X(4000) value spaces.

           end-perform.
           Perform PROMPT-PLACE-RANGE.
           Perform READ-VERIFIED-MASTER.
           Evaluate true
               when WS-HOLD-PLACE is greater than 0
                   and WS-TO-PLACE is not less than WS-HOLD-PLACE
                   Perform REFUSE-HELD-RANGE
               when WS-VERIFIED-COUNT is not less than WS-TO-PLACE
                   Perform SERVE-FROM-MASTER
               when other
                   Perform QUEUE-MISSING-RANGE
           end-evaluate.
           Stop run.

       PROMPT-PLACE-RANGE section.

      * The verified master holds place 1 through MD-DIGIT-COUNT;
      * no master at all reads as zero verified digits, which sends
      * the request to the queue like any other shortfall.  A
      * disagreement stamped by EULRVRFY holds that place onward.
       READ-VERIFIED-MASTER section.
           Move 0 to WS-VERIFIED-COUNT.
           Move 0 to WS-HOLD-PLACE.
           Move spaces to WS-MASTER-NAME.
           String "EULRMST" delimited by size
               WS-CONSTANT-CODE delimited by size
                   Compute WS-VERIFIED-COUNT =
                       function numval(MD-DIGIT-COUNT)
                   end-compute
                   Compute WS-HOLD-PLACE =
                       function numval(MD-DISAGREE-PLACE)
                   end-compute
                   Move MD-DIGITS to WS-MASTER-DIGITS
           end-read.
           Close MASTER-FILE.
           Perform WRITE-TRANSACTION-LOG-RECORD.
           Exit section.

      * Digits from the disagreeing place on are not trusted by
      * either method, and queueing them would only rebuild the
      * same master, so the request is turned away outright.
       REFUSE-HELD-RANGE section.
           Move WS-HOLD-PLACE to WS-PLACE-EDIT.
           Display "Place " function trim(WS-PLACE-EDIT)
               " onward is held: an independent check disagrees"
               " with the master there.".
           If WS-HOLD-PLACE is greater than 1
               Compute WS-SPAN-LENGTH = WS-HOLD-PLACE - 1
               end-compute
               Move WS-SPAN-LENGTH to WS-PLACE-EDIT
               Display "Places 1 through " function trim(WS-PLACE-EDIT)
                   " can be served until it is investigated."
           end-if.
           Move "served=N held=Y" to WS-TXN-OUTPUT.
           Perform WRITE-TRANSACTION-LOG-RECORD.
           Exit section.

       WRITE-TRANSACTION-LOG-RECORD section.
           Perform ACQUIRE-TXNLOG-LOCK.
           If not WS-TXNLOG-LOCKED
               Exit section
           end-if.
           Move function current-date to WS-TIMESTAMP.
           Open extend TRANSACTION-LOG-FILE.
           If WS-TXNLOG-STATUS is equal to "35"
           If not WS-TXNLOG-OK
               Display "Unable to open transaction log file, status "
                   WS-TXNLOG-STATUS
               Perform RELEASE-TXNLOG-LOCK
               Exit section
           end-if.
           Move spaces to TX-SPACE-1 TX-SPACE-2 TX-SPACE-3
           Move WS-TXN-SEQUENCE to TX-SEQUENCE.
           Write TXN-LOG-RECORD.
           Close TRANSACTION-LOG-FILE.
           Perform RELEASE-TXNLOG-LOCK.
           Exit section.

      * The next log sequence comes from the TXNSEQ control file,
           end-if.
           Exit section.

      * TXNLOG is written under the TXNLOCK lock, taken before the
      * sequence is drawn and given up only once the line is written
      * and the log closed, so runs that overlap draw and append one
      * at a time and the log stays in sequence order.  A writer
      * that cannot get it inside WS-TXNLOCK-MAX-TRIES waits writes
      * no line, and the log's status is left showing why.
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

       End program EULRLOOK.
