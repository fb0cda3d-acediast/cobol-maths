000100 Identification division.
       Program-ID.    HISTREST.
       Date-written.  2026-10-15.
       Installation.  WSL.
       Security.      Non-confidential.
      * Modification history.
      * 2026-10-15  RLP  Initial version.  Brings one patient's
      *                  history back from a HISTPURG archive: the
      *                  archive date and patient id are keyed, the
      *                  archive must still balance to its trailer,
      *                  and the patient's BMIHIST lines are appended
      *                  to the trail and their VISITMST records
      *                  written back.  A line or record already live
      *                  (a restore run twice) is skipped, not
      *                  doubled.  The archive itself is left as it
      *                  is, and the counts go to TXNLOG.
      * 2026-10-15  RLP  TXNLOG lines are drawn and appended under the
      *                  TXNLOCK lock, so a run overlapping another
      *                  cannot share a sequence number or land out of
      *                  order.

001000 Environment division.
       Configuration section.
       Source-computer. x86-64.
       Input-output section.
       File-control.
           Select VISIT-MASTER-FILE assign to "VISITMST"
               organization is indexed
               access mode is random
               record key is VM-KEY
               file status is WS-VISIT-STATUS.
           Select AUDIT-FILE assign to "BMIHIST"
               organization is line sequential
               file status is WS-AUDIT-STATUS.
           Select ARCHIVE-FILE assign to dynamic WS-ARCHIVE-NAME
               organization is line sequential
               file status is WS-ARCHIVE-STATUS.
           Select TRANSACTION-LOG-FILE assign to "TXNLOG"
               organization is line sequential
               file status is WS-TXNLOG-STATUS.
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
       FD  VISIT-MASTER-FILE.
           COPY VISITMST.

       FD  AUDIT-FILE.
           COPY BMIHIST.

       FD  ARCHIVE-FILE.
           COPY HISTARCH.

       FD  TRANSACTION-LOG-FILE.
           COPY TXNLOG.

       FD  SEQUENCE-CONTROL-FILE.
       01  SEQUENCE-CONTROL-RECORD.
           05  SQ-LAST-SEQUENCE     picture is 9(09).

       FD  TXN-LOCK-FILE.
           COPY TXNLOCK.

       Working-storage section.
       77  WS-VISIT-STATUS  picture is X(02) value spaces.
           88 WS-VISIT-OK          value "00".
       77  WS-AUDIT-STATUS  picture is X(02) value spaces.
           88 WS-AUDIT-OK          value "00".
       77  WS-ARCHIVE-STATUS picture is X(02) value spaces.
           88 WS-ARCHIVE-OK        value "00".
       77  WS-TXNLOG-STATUS picture is X(02) value spaces.
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
       77  WS-ARCHIVE-EOF   picture is X(01) value "N".
           88 END-OF-ARCHIVE       value "Y".

       77  WS-OPERATOR-ID   picture is X(10) value spaces.
       77  WS-ARCHIVE-DATE  picture is X(08) value spaces.
       77  WS-ARCHIVE-NAME  picture is X(16) value spaces.
       77  WS-PATIENT-ID    picture is X(10) value spaces.
       77  WS-TIMESTAMP     picture is X(26) value spaces.

       77  WS-PATIENT-FOUND-SW picture is X(01) value "N".
           88 WS-PATIENT-FOUND     value "Y".
       77  WS-CHK-PATIENTS  usage is binary-long value 0.
       77  WS-CHK-HIST      usage is binary-long value 0.
       77  WS-CHK-VISITS    usage is binary-long value 0.
       77  WS-CHK-TRAILER-SW picture is X(01) value "N".
           88 WS-CHK-TRAILER-SEEN  value "Y".
       77  WS-TRL-PATIENTS  usage is binary-long value 0.
       77  WS-TRL-HIST      usage is binary-long value 0.
       77  WS-TRL-VISITS    usage is binary-long value 0.
       77  WS-ARC-HIST      usage is binary-long value 0.
       77  WS-ARC-VISITS    usage is binary-long value 0.

      * The patient's archived trail lines, each marked once it is
      * found already back on BMIHIST.
       77  WS-LINE-MAX      usage is binary-long value 1000.
       77  WS-LINE-COUNT    usage is binary-long value 0.
       77  WS-LINE-IX       usage is binary-long value 0.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY occurs 1000 times.
               10  WS-LINE-TEXT     picture is X(106).
               10  WS-LINE-LIVE     picture is X(01).

       77  WS-HIST-RESTORED usage is binary-long value 0.
       77  WS-VISIT-RESTORED usage is binary-long value 0.
       77  WS-ALREADY-LIVE  usage is binary-long value 0.

       77  WS-COUNT-EDIT    picture is Z(8)9.
       77  WS-COUNT-EDIT-2  picture is Z(8)9.
       77  WS-COUNT-EDIT-3  picture is Z(8)9.
       77  WS-TXN-INPUT     picture is X(64) value spaces.
       77  WS-TXN-OUTPUT    picture is X(64) value spaces.

003000 Procedure division.
       MAIN section.
           Display "Your operator id: " with no advancing.
           Accept WS-OPERATOR-ID from console.
           If WS-OPERATOR-ID is equal to spaces
               Move "NIGHTRUN" to WS-OPERATOR-ID
           end-if.
           Display "Archive date to restore from (YYYYMMDD): "
               with no advancing.
           Accept WS-ARCHIVE-DATE from console.
           If WS-ARCHIVE-DATE is not numeric
               Display "Archive date must be eight digits."
               Stop run with error status 1
           end-if.
           Display "Patient id to restore: " with no advancing.
           Accept WS-PATIENT-ID from console.
           If WS-PATIENT-ID is equal to spaces
               Display "No patient id given; nothing restored."
               Stop run with error status 1
           end-if.
           Move spaces to WS-ARCHIVE-NAME.
           String "HISTARC." delimited by size
               WS-ARCHIVE-DATE delimited by size
               into WS-ARCHIVE-NAME
           end-string.
           Perform LOAD-PATIENT-FROM-ARCHIVE.
           Perform MARK-LINES-ALREADY-LIVE.
           Perform RESTORE-AUDIT-LINES.
           Perform RESTORE-VISIT-RECORDS.
           Perform WRITE-TRANSACTION-LOG-RECORD.
           Move WS-HIST-RESTORED to WS-COUNT-EDIT.
           Move WS-VISIT-RESTORED to WS-COUNT-EDIT-2.
           Move WS-ALREADY-LIVE to WS-COUNT-EDIT-3.
           Display "Patient " function trim(WS-PATIENT-ID)
               " restored from " function trim(WS-ARCHIVE-NAME) ": "
               function trim(WS-COUNT-EDIT) " history line(s), "
               function trim(WS-COUNT-EDIT-2) " visit record(s), "
               function trim(WS-COUNT-EDIT-3) " already live.".
           Stop run.

      * One pass proves the archive still balances to its trailer
      * and gathers the patient's trail lines; nothing is restored
      * from an archive that does not.
       LOAD-PATIENT-FROM-ARCHIVE section.
           Move "N" to WS-ARCHIVE-EOF.
           Open input ARCHIVE-FILE.
           If not WS-ARCHIVE-OK
               Display "Unable to open archive "
                   function trim(WS-ARCHIVE-NAME) ", status "
                   WS-ARCHIVE-STATUS
               Stop run with error status 1
           end-if.
           Perform READ-ARCHIVE-RECORD.
           Perform with test before until END-OF-ARCHIVE
               Evaluate true
                   when HA-PATIENT-LINE
                       Add 1 to WS-CHK-PATIENTS
                       If HA-PATIENT-ID is equal to WS-PATIENT-ID
                           Move "Y" to WS-PATIENT-FOUND-SW
                           Move HA-HIST-COUNT to WS-ARC-HIST
                           Move HA-VISIT-COUNT to WS-ARC-VISITS
                       end-if
                   when HA-HISTORY-LINE
                       Add 1 to WS-CHK-HIST
                       If HA-DATA(1:10) is equal to WS-PATIENT-ID
                           Perform KEEP-ARCHIVED-LINE
                       end-if
                   when HA-VISIT-LINE
                       Add 1 to WS-CHK-VISITS
                   when HA-TRAILER-LINE
                       Move "Y" to WS-CHK-TRAILER-SW
                       Move HA-PATIENT-TOTAL to WS-TRL-PATIENTS
                       Move HA-HIST-TOTAL to WS-TRL-HIST
                       Move HA-VISIT-TOTAL to WS-TRL-VISITS
               end-evaluate
               Perform READ-ARCHIVE-RECORD
           end-perform.
           Close ARCHIVE-FILE.
           If not WS-CHK-TRAILER-SEEN
               or WS-CHK-PATIENTS is not equal to WS-TRL-PATIENTS
               or WS-CHK-HIST is not equal to WS-TRL-HIST
               or WS-CHK-VISITS is not equal to WS-TRL-VISITS
               Display "Archive " function trim(WS-ARCHIVE-NAME)
                   " does not balance to its trailer; nothing "
                   "restored."
               Stop run with error status 1
           end-if.
           If not WS-PATIENT-FOUND
               Display "Patient " function trim(WS-PATIENT-ID)
                   " was not purged to "
                   function trim(WS-ARCHIVE-NAME) "."
               Stop run with error status 1
           end-if.
           If WS-LINE-COUNT is not equal to WS-ARC-HIST
               Display "Archive holds " WS-LINE-COUNT
                   " trail line(s) for the patient against "
                   WS-ARC-HIST " recorded; nothing restored."
               Stop run with error status 1
           end-if.
           Exit section.

       KEEP-ARCHIVED-LINE section.
           If WS-LINE-COUNT is not less than WS-LINE-MAX
               Display "More than " WS-LINE-MAX " trail lines for "
                   "the patient; nothing restored."
               Stop run with error status 1
           end-if.
           Add 1 to WS-LINE-COUNT.
           Move HA-DATA to WS-LINE-TEXT(WS-LINE-COUNT).
           Move "N" to WS-LINE-LIVE(WS-LINE-COUNT).
           Exit section.

       READ-ARCHIVE-RECORD section.
           Read ARCHIVE-FILE
               at end move "Y" to WS-ARCHIVE-EOF
           end-read.
           Exit section.

      * A restore run twice must not double the trail, so any
      * archived line already standing on BMIHIST word for word is
      * left out of the append.
       MARK-LINES-ALREADY-LIVE section.
           Move "N" to WS-AUDIT-EOF.
           Open input AUDIT-FILE.
           If WS-AUDIT-STATUS is equal to "35"
               Exit section
           end-if.
           If not WS-AUDIT-OK
               Display "Unable to open audit trail, status "
                   WS-AUDIT-STATUS
               Stop run with error status 1
           end-if.
           Perform READ-AUDIT-RECORD.
           Perform with test before until END-OF-AUDIT
               If AR-PATIENT-ID is equal to WS-PATIENT-ID
                   Perform varying WS-LINE-IX from 1 by 1
                           until WS-LINE-IX is greater than
                               WS-LINE-COUNT
                       If WS-LINE-TEXT(WS-LINE-IX) is equal to
                               AUDIT-RECORD
                           Move "Y" to WS-LINE-LIVE(WS-LINE-IX)
                       end-if
                   end-perform
               end-if
               Perform READ-AUDIT-RECORD
           end-perform.
           Close AUDIT-FILE.
           Exit section.

       READ-AUDIT-RECORD section.
           Read AUDIT-FILE
               at end move "Y" to WS-AUDIT-EOF
           end-read.
           Exit section.

       RESTORE-AUDIT-LINES section.
           Open extend AUDIT-FILE.
           If WS-AUDIT-STATUS is equal to "35"
               Open output AUDIT-FILE
           end-if.
           If not WS-AUDIT-OK
               Display "Unable to open audit trail for append, "
                   "status " WS-AUDIT-STATUS "; nothing restored."
               Stop run with error status 1
           end-if.
           Perform varying WS-LINE-IX from 1 by 1
                   until WS-LINE-IX is greater than WS-LINE-COUNT
               If WS-LINE-LIVE(WS-LINE-IX) is equal to "Y"
                   Add 1 to WS-ALREADY-LIVE
               else
                   Move WS-LINE-TEXT(WS-LINE-IX) to AUDIT-RECORD
                   Write AUDIT-RECORD
                   If WS-AUDIT-OK
                       Add 1 to WS-HIST-RESTORED
                   end-if
               end-if
           end-perform.
           Close AUDIT-FILE.
           Exit section.

      * Visit records go back under their original keys; one whose
      * key is already on file is counted as already live.
       RESTORE-VISIT-RECORDS section.
           If WS-ARC-VISITS is equal to 0
               Exit section
           end-if.
           Open i-o VISIT-MASTER-FILE.
           If not WS-VISIT-OK
               Display "Unable to open visit master, status "
                   WS-VISIT-STATUS "; visit records not restored."
               Exit section
           end-if.
           Move "N" to WS-ARCHIVE-EOF.
           Open input ARCHIVE-FILE.
           Perform READ-ARCHIVE-RECORD.
           Perform with test before until END-OF-ARCHIVE
               If HA-VISIT-LINE
                   and HA-DATA(1:10) is equal to WS-PATIENT-ID
                   Move HA-DATA to VISIT-MASTER-RECORD
                   Write VISIT-MASTER-RECORD
                       invalid key
                           Add 1 to WS-ALREADY-LIVE
                       not invalid key
                           Add 1 to WS-VISIT-RESTORED
                   end-write
               end-if
               Perform READ-ARCHIVE-RECORD
           end-perform.
           Close ARCHIVE-FILE.
           Close VISIT-MASTER-FILE.
           Exit section.

       WRITE-TRANSACTION-LOG-RECORD section.
           Move spaces to WS-TXN-INPUT.
           String "restore id=" delimited by size
               WS-PATIENT-ID delimited by space
               " archive=" delimited by size
               WS-ARCHIVE-NAME delimited by space
               into WS-TXN-INPUT
           end-string.
           Move WS-HIST-RESTORED to WS-COUNT-EDIT.
           Move WS-VISIT-RESTORED to WS-COUNT-EDIT-2.
           Move WS-ALREADY-LIVE to WS-COUNT-EDIT-3.
           Move spaces to WS-TXN-OUTPUT.
           String "hist=" delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               " visits=" delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               " skipped=" delimited by size
               function trim(WS-COUNT-EDIT-3) delimited by size
               into WS-TXN-OUTPUT
           end-string.
           Perform ACQUIRE-TXNLOG-LOCK.
           If not WS-TXNLOG-LOCKED
               Exit section
           end-if.
           Move function current-date to WS-TIMESTAMP.
           Open extend TRANSACTION-LOG-FILE.
           If WS-TXNLOG-STATUS is equal to "35"
               Open output TRANSACTION-LOG-FILE
           end-if.
           If not WS-TXNLOG-OK
               Display "Unable to open transaction log file, status "
                   WS-TXNLOG-STATUS
               Perform RELEASE-TXNLOG-LOCK
               Exit section
           end-if.
           Move spaces to TX-SPACE-1 TX-SPACE-2 TX-SPACE-3
               TX-SPACE-4.
           Move WS-TIMESTAMP   to TX-TIMESTAMP.
           Move WS-OPERATOR-ID to TX-OPERATOR-ID.
           Move "HISTREST"     to TX-PROGRAM-NAME.
           Move WS-TXN-INPUT   to TX-INPUT-SUMMARY.
           Move WS-TXN-OUTPUT  to TX-OUTPUT-SUMMARY.
           Perform GET-NEXT-TXN-SEQUENCE.
           Move space to TX-SPACE-5.
           Move WS-TXN-SEQUENCE to TX-SEQUENCE.
           Write TXN-LOG-RECORD.
           Close TRANSACTION-LOG-FILE.
           Perform RELEASE-TXNLOG-LOCK.
           Exit section.

      * The next log sequence comes from the TXNSEQ control file,
      * incremented and rewritten under each log write so every
      * writer draws from one unbroken series.
       GET-NEXT-TXN-SEQUENCE section.
           Move 0 to WS-TXN-SEQUENCE.
           Open input SEQUENCE-CONTROL-FILE.
           If WS-TXNSEQ-OK
               Read SEQUENCE-CONTROL-FILE
                   at end continue
                   not at end
                       Move SQ-LAST-SEQUENCE to WS-TXN-SEQUENCE
               end-read
               Close SEQUENCE-CONTROL-FILE
           end-if.
           Add 1 to WS-TXN-SEQUENCE.
           Open output SEQUENCE-CONTROL-FILE.
           If WS-TXNSEQ-OK
               Move WS-TXN-SEQUENCE to SQ-LAST-SEQUENCE
               Write SEQUENCE-CONTROL-RECORD
               Close SEQUENCE-CONTROL-FILE
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

       End program HISTREST.
