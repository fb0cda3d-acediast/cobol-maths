      *                  A re-keyed visit whose timestamp already
      *                  exists under the survivor is left in place
      *                  and reported rather than overwritten.
      * 2026-10-15  RLP  Work record widened to the full BMIHIST
      *                  line, so VISCORR's correction and void
      *                  entries keep their entry type and posting
      *                  timestamp when a merge rewrites the trail.
      * 2026-10-15  RLP  Batch mode (B on the command line) works the
      *                  MERGEREQ queue instead of the console, one
      *                  merge per request under the requester's
      *                  operator id, so the ADT feed's merge
      *                  messages go through this same re-keying.  A
      *                  refused request is logged to TXNLOG and the
      *                  queue carries on; the queue is emptied once
      *                  it has been worked.
      * 2026-10-15  RLP  A re-keyed visit keeps its site code; the
      *                  BMIHIST work record widens with the site.
      * 2026-10-15  RLP  A re-keyed visit keeps its pharmacy dosing
      *                  values as well.
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
           Select MERGE-REQUEST-FILE assign to "MERGEREQ"
               organization is line sequential
               file status is WS-REQUEST-STATUS.

002000 Data division.
       File section.
           COPY BMIHIST.

       FD  AUDIT-WORK-FILE.
       01  AUDIT-WORK-RECORD        picture is X(106).

       FD  TRANSACTION-LOG-FILE.
           COPY TXNLOG.
       01  SEQUENCE-CONTROL-RECORD.
           05  SQ-LAST-SEQUENCE     picture is 9(09).

       FD  TXN-LOCK-FILE.
           COPY TXNLOCK.

       FD  MERGE-REQUEST-FILE.
           COPY MERGEREQ.

       Working-storage section.
       77  WS-PATMAST-STATUS picture is X(02) value spaces.
           88 WS-PATMAST-OK        value "00".
           88 WS-TXNLOG-OK         value "00".
       77  WS-TXNSEQ-STATUS picture is X(02) value spaces.
           88 WS-TXNSEQ-OK         value "00".
       77  WS-TXNLOCK-STATUS picture is X(02) value spaces.
           88 WS-TXNLOCK-OK        value "00" "02".
       77  WS-TXNLOCK-SW    picture is X(01) value "N".
           88 WS-TXNLOG-LOCKED     value "Y".
       77  WS-TXNLOCK-TRIES usage is binary-long value 0.
       77  WS-TXNLOCK-MAX-TRIES usage is binary-long value 300.
       77  WS-TXNLOCK-WAIT-SECONDS usage is binary-long value 1.
       77  WS-TXN-SEQUENCE  picture is 9(09) value 0.
       77  WS-AUDIT-EOF     picture is X(01) value "N".
           88 END-OF-AUDIT         value "Y".
       77  WS-VISIT-EOF     picture is X(01) value "N".
           88 END-OF-VISITS        value "Y".

       77  WS-REQUEST-STATUS picture is X(02) value spaces.
           88 WS-REQUEST-OK        value "00".
       77  WS-REQUEST-EOF   picture is X(01) value "N".
           88 END-OF-REQUESTS      value "Y".
       77  WS-RUN-ARG       picture is X(01) value spaces.
           88 WS-BATCH-MODE        value "B" "b".
       77  WS-REFUSED-SW    picture is X(01) value "N".
           88 WS-MERGE-REFUSED     value "Y".
       77  WS-REFUSAL-TEXT  picture is X(40) value spaces.
       77  WS-REQUEST-COUNT usage is binary-long value 0.
       77  WS-MERGED-COUNT  usage is binary-long value 0.
       77  WS-REFUSED-COUNT usage is binary-long value 0.
       77  WS-FOUND-SW      picture is X(01) value "N".
           88 WS-PATIENT-FOUND     value "Y".

       77  WS-OPERATOR-ID   picture is X(10) value spaces.
       77  WS-FROM-ID       picture is X(10) value spaces.
       77  WS-TO-ID         picture is X(10) value spaces.
               10  WS-MOV-HEIGHT    picture is X(05).
               10  WS-MOV-BMI       picture is X(04).
               10  WS-MOV-CATEGORY  picture is X(18).
               10  WS-MOV-SITE-CODE picture is X(03).
               10  WS-MOV-DOSING    picture is X(16).

       77  WS-TXN-INPUT     picture is X(64) value spaces.
       77  WS-TXN-OUTPUT    picture is X(64) value spaces.

003000 Procedure division.
       MAIN section.
           Accept WS-RUN-ARG from command-line.
           If WS-BATCH-MODE
               Perform WORK-MERGE-REQUESTS
               Stop run
           end-if.
           Display "Your operator id: " with no advancing.
           Accept WS-OPERATOR-ID from console.
           Display "Merge from (duplicate) id: " with no advancing.
                   "must differ."
               Stop run with error status 1
           end-if.
           Perform MERGE-ONE-PAIR.
           If WS-MERGE-REFUSED
               Stop run with error status 1
           end-if.
           Stop run.

      * The queue is worked top to bottom, each request exactly as if
      * it had been keyed at the console; once every request has had
      * its turn the queue is emptied, so tomorrow's run does not
      * merge the same pair twice.
       WORK-MERGE-REQUESTS section.
           Move "N" to WS-REQUEST-EOF.
           Open input MERGE-REQUEST-FILE.
           If not WS-REQUEST-OK
               Display "No merge requests queued, status "
                   WS-REQUEST-STATUS
               Exit section
           end-if.
           Perform READ-MERGE-REQUEST.
           Perform with test before until END-OF-REQUESTS
               Add 1 to WS-REQUEST-COUNT
               Move MQ-FROM-ID to WS-FROM-ID
               Move MQ-TO-ID to WS-TO-ID
               Move MQ-OPERATOR-ID to WS-OPERATOR-ID
               Display "Merge request " function trim(WS-FROM-ID)
                   " into " function trim(WS-TO-ID)
                   " from " function trim(MQ-SOURCE)
               If WS-FROM-ID is equal to spaces
                   or WS-TO-ID is equal to spaces
                   or WS-FROM-ID is equal to WS-TO-ID
                   Move "Y" to WS-REFUSED-SW
                   Move "from-id and to-id must differ"
                       to WS-REFUSAL-TEXT
                   Perform WRITE-TRANSACTION-LOG-RECORD
               else
                   Perform MERGE-ONE-PAIR
               end-if
               If WS-MERGE-REFUSED
                   Add 1 to WS-REFUSED-COUNT
               else
                   Add 1 to WS-MERGED-COUNT
               end-if
               Perform READ-MERGE-REQUEST
           end-perform.
           Close MERGE-REQUEST-FILE.
           Open output MERGE-REQUEST-FILE.
           If WS-REQUEST-OK
               Close MERGE-REQUEST-FILE
           end-if.
           Move WS-REQUEST-COUNT to WS-COUNT-EDIT.
           Move WS-MERGED-COUNT to WS-COUNT-EDIT-2.
           Move WS-REFUSED-COUNT to WS-COUNT-EDIT-3.
           Display "Merge requests: " function trim(WS-COUNT-EDIT)
               "  merged: " function trim(WS-COUNT-EDIT-2)
               "  refused: " function trim(WS-COUNT-EDIT-3).
           Exit section.

       READ-MERGE-REQUEST section.
           Read MERGE-REQUEST-FILE
               at end move "Y" to WS-REQUEST-EOF
           end-read.
           Exit section.

       MERGE-ONE-PAIR section.
           Move "N" to WS-REFUSED-SW.
           Move 0 to WS-HIST-READ WS-HIST-WRITTEN WS-HIST-CHANGED
               WS-VISIT-MOVED WS-VISIT-COLLIDED.
           Perform VERIFY-MERGE-IDS.
           If WS-MERGE-REFUSED
               Perform WRITE-TRANSACTION-LOG-RECORD
               Exit section
           end-if.
           Perform MERGE-AUDIT-TRAIL.
           Perform MERGE-VISIT-MASTER.
           Perform MARK-DUPLICATE-MERGED.
                   " visit(s) collided with the survivor's own "
                   "and were left under " WS-FROM-ID
           end-if.
           Exit section.

      * The survivor must be a real, active patient before anything
      * is touched; merging onto an unknown or inactive id would
      * just manufacture a second stranding.  A refusal leaves the
      * master closed and says why; the caller decides whether the
      * run stops.
       VERIFY-MERGE-IDS section.
           Open i-o PATIENT-MASTER-FILE.
           If not WS-PATMAST-OK
               Stop run with error status 1
           end-if.
           Move WS-TO-ID to PM-PATIENT-ID.
           Perform READ-PATIENT-MASTER.
           If not WS-PATIENT-FOUND
               Display "To-id " function trim(WS-TO-ID)
                   " is not on the patient master, merge "
                   "refused."
               Move "to-id not on master" to WS-REFUSAL-TEXT
               Move "Y" to WS-REFUSED-SW
               Close PATIENT-MASTER-FILE
               Exit section
           end-if.
           If PM-ACTIVE-FLAG is not equal to "A"
               Display "To-id " function trim(WS-TO-ID)
                   " is not active on the patient master, merge "
                   "refused."
               Move "to-id not active" to WS-REFUSAL-TEXT
               Move "Y" to WS-REFUSED-SW
               Close PATIENT-MASTER-FILE
               Exit section
           end-if.
           Move WS-FROM-ID to PM-PATIENT-ID.
           Perform READ-PATIENT-MASTER.
           If not WS-PATIENT-FOUND
               Display "From-id " function trim(WS-FROM-ID)
                   " is not on the patient master, merge "
                   "refused."
               Move "from-id not on master" to WS-REFUSAL-TEXT
               Move "Y" to WS-REFUSED-SW
               Close PATIENT-MASTER-FILE
           end-if.
           Exit section.

       READ-PATIENT-MASTER section.
           Move "N" to WS-FOUND-SW.
           Read PATIENT-MASTER-FILE
               invalid key
                   continue
               not invalid key
                   Move "Y" to WS-FOUND-SW
           end-read.
           Exit section.

                   Move VM-BMI to WS-MOV-BMI(WS-MOVE-COUNT)
                   Move VM-CATEGORY to
                       WS-MOV-CATEGORY(WS-MOVE-COUNT)
                   Move VM-SITE-CODE to
                       WS-MOV-SITE-CODE(WS-MOVE-COUNT)
                   Move VM-DOSING-VALUES to
                       WS-MOV-DOSING(WS-MOVE-COUNT)
               else
                   Move "Y" to WS-MOVE-OVERFLOW-SW
               end-if
           Move WS-MOV-HEIGHT(WS-MOVE-IX) to VM-HEIGHT.
           Move WS-MOV-BMI(WS-MOVE-IX) to VM-BMI.
           Move WS-MOV-CATEGORY(WS-MOVE-IX) to VM-CATEGORY.
           Move WS-MOV-SITE-CODE(WS-MOVE-IX) to VM-SITE-CODE.
           Move WS-MOV-DOSING(WS-MOVE-IX) to VM-DOSING-VALUES.
           Write VISIT-MASTER-RECORD
               invalid key
                   Add 1 to WS-VISIT-COLLIDED
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
           Move WS-VISIT-MOVED to WS-COUNT-EDIT-2.
           Move WS-VISIT-COLLIDED to WS-COUNT-EDIT-3.
           Move spaces to WS-TXN-OUTPUT.
           If WS-MERGE-REFUSED
               String "REFUSED reason=" delimited by size
                   function trim(WS-REFUSAL-TEXT) delimited by size
                   into WS-TXN-OUTPUT
               end-string
           else
               String "hist=" delimited by size
                   function trim(WS-COUNT-EDIT) delimited by size
                   " visits=" delimited by size
                   function trim(WS-COUNT-EDIT-2) delimited by size
                   " collisions=" delimited by size
                   function trim(WS-COUNT-EDIT-3) delimited by size
                   into WS-TXN-OUTPUT
               end-string
           end-if.
           Move WS-TIMESTAMP   to TX-TIMESTAMP.
           Move WS-OPERATOR-ID to TX-OPERATOR-ID.
           Move "PATMERGE"     to TX-PROGRAM-NAME.
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

       End program PATMERGE.
