000100 Identification division.
       Program-ID.    PHRXTRCT.
       Date-written.  2026-10-15.
       Installation.  WSL.
       Security.      Non-confidential.
      * Modification history.
      * 2026-10-15  RLP  Initial version.  Nightly dosing file for
      *                  pharmacy (PHRXMIT), in the same envelope as
      *                  our EHRXMIT: a header record (date, source
      *                  system), one fixed-layout detail per visit
      *                  on the VISITMST visit master taken on the
      *                  extract date, and a trailer carrying the
      *                  detail count, a hash total of the BSA values
      *                  and the count of visits flagged for adjusted
      *                  body weight.  Each detail gives the weight,
      *                  height, body surface area and its method,
      *                  ideal and adjusted body weight, and the
      *                  dosing flag BMI-CALCULATOR stored:
      *                    W  dose on actual/ideal weight
      *                    A  actual weight over 120% of ideal,
      *                       adjusted body weight applies
      *                    M  a minor; no adult weight formulas
      *                    U  no usable age or sex on PATMAST
      *                    N  no dosing values on the visit (one
      *                       rebuilt from the audit trail)
      *                  A weight that does not apply goes out as
      *                  zeros.  The extract re-counts what it wrote
      *                  against what it selected and scrubs the file
      *                  rather than send a mismatch.  Arguments:
      *                  operator id (NIGHTRUN if blank), then an
      *                  optional YYYYMMDD to re-extract a past day;
      *                  the run's counts go to TXNLOG.
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
               access mode is dynamic
               record key is VM-KEY
               file status is WS-VISIT-STATUS.
           Select EXTRACT-FILE assign to "PHRXMIT"
               organization is line sequential
               file status is WS-EXTRACT-STATUS.
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

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD           picture is X(60).
       01  EXTRACT-HEADER-RECORD redefines EXTRACT-RECORD.
           05  XH-RECORD-TYPE       picture is X(01).
           05  XH-EXTRACT-DATE      picture is 9(08).
           05  XH-SOURCE-SYSTEM     picture is X(10).
           05  FILLER               picture is X(41).
       01  EXTRACT-DETAIL-RECORD redefines EXTRACT-RECORD.
           05  XD-RECORD-TYPE       picture is X(01).
           05  XD-PATIENT-ID        picture is X(10).
           05  XD-VISIT-DATE        picture is 9(08).
           05  XD-VISIT-TIME        picture is 9(06).
           05  XD-WEIGHT            picture is 9(03)V9.
           05  XD-HEIGHT            picture is 9V99.
           05  XD-BSA               picture is 9V99.
           05  XD-BSA-METHOD        picture is X(01).
           05  XD-IDEAL-WEIGHT      picture is 9(03)V9.
           05  XD-ADJUSTED-WEIGHT   picture is 9(03)V9.
           05  XD-DOSING-FLAG       picture is X(01).
           05  XD-SITE-CODE         picture is X(03).
           05  FILLER               picture is X(12).
       01  EXTRACT-TRAILER-RECORD redefines EXTRACT-RECORD.
           05  XT-RECORD-TYPE       picture is X(01).
           05  XT-DETAIL-COUNT      picture is 9(09).
           05  XT-BSA-HASH-TOTAL    picture is 9(09)V99.
           05  XT-ADJUSTED-COUNT    picture is 9(09).
           05  FILLER               picture is X(30).

       FD  TRANSACTION-LOG-FILE.
           COPY TXNLOG.

       FD  SEQUENCE-CONTROL-FILE.
       01  SEQUENCE-CONTROL-RECORD.
           05  SQ-LAST-SEQUENCE     picture is 9(09).

       FD  TXN-LOCK-FILE.
           COPY TXNLOCK.

       Working-storage section.
       77  WS-ORIGINAL-SITE picture is X(03) value "001".
       77  WS-VISIT-STATUS  picture is X(02) value spaces.
           88 WS-VISIT-OK          value "00".
           88 WS-VISIT-MISSING     value "35".
       77  WS-EXTRACT-STATUS picture is X(02) value spaces.
           88 WS-EXTRACT-OK        value "00".
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
       77  WS-VISIT-EOF     picture is X(01) value "N".
           88 END-OF-VISITS        value "Y".

       77  WS-SOURCE-SYSTEM picture is X(10) value "BMICLINIC".
       77  WS-COMMAND-LINE  picture is X(80) value spaces.
       77  WS-OPERATOR-ID   picture is X(10) value spaces.
       77  WS-EXTRACT-DATE-IN picture is X(08) value spaces.
       77  WS-EXTRACT-DATE  picture is 9(08) value 0.
       77  WS-TIMESTAMP     picture is X(26) value spaces.

       77  WS-READ-COUNT    usage is binary-long value 0.
       77  WS-SELECT-COUNT  usage is binary-long value 0.
       77  WS-DETAIL-COUNT  usage is binary-long value 0.
       77  WS-ADJUSTED-COUNT usage is binary-long value 0.
       77  WS-MINOR-COUNT   usage is binary-long value 0.
       77  WS-BSA-HASH      picture is 9(09)V99 value 0.
       77  WS-COUNT-EDIT    picture is Z(8)9.
       77  WS-COUNT-EDIT-2  picture is Z(8)9.
       77  WS-COUNT-EDIT-3  picture is Z(8)9.

       77  WS-TXN-INPUT     picture is X(64) value spaces.
       77  WS-TXN-OUTPUT    picture is X(64) value spaces.

003000 Procedure division.
       MAIN section.
           Accept WS-COMMAND-LINE from command-line.
           Unstring WS-COMMAND-LINE delimited by all spaces
               into WS-OPERATOR-ID WS-EXTRACT-DATE-IN
           end-unstring.
           If WS-OPERATOR-ID is equal to spaces
               Move "NIGHTRUN" to WS-OPERATOR-ID
           end-if.
           If WS-EXTRACT-DATE-IN is equal to spaces
               Move function current-date to WS-TIMESTAMP
               Move WS-TIMESTAMP(1:8) to WS-EXTRACT-DATE-IN
           end-if.
           If WS-EXTRACT-DATE-IN is not numeric
               Display "Extract date " WS-EXTRACT-DATE-IN
                   " is not YYYYMMDD"
               Stop run with error status 1
           end-if.
           Move WS-EXTRACT-DATE-IN to WS-EXTRACT-DATE.
           Open input VISIT-MASTER-FILE.
           If WS-VISIT-MISSING
               Display "Visit master not found; run BMIHLOAD to "
                   "build it from the audit trail first."
               Stop run with error status 1
           end-if.
           If not WS-VISIT-OK
               Display "Unable to open visit master, status "
                   WS-VISIT-STATUS
               Stop run with error status 1
           end-if.
           Open output EXTRACT-FILE.
           If not WS-EXTRACT-OK
               Display "Unable to open extract file, status "
                   WS-EXTRACT-STATUS
               Close VISIT-MASTER-FILE
               Stop run with error status 1
           end-if.
           Perform WRITE-HEADER-RECORD.
           Move low-values to VM-KEY.
           Start VISIT-MASTER-FILE key is greater than or equal to
                   VM-KEY
               invalid key move "Y" to WS-VISIT-EOF
           end-start.
           Perform READ-NEXT-VISIT.
           Perform with test before until END-OF-VISITS
               Add 1 to WS-READ-COUNT
               If VM-TIMESTAMP(1:8) is equal to WS-EXTRACT-DATE-IN
                   Add 1 to WS-SELECT-COUNT
                   Perform WRITE-DETAIL-RECORD
               end-if
               Perform READ-NEXT-VISIT
           end-perform.
           Close VISIT-MASTER-FILE.
           Perform WRITE-TRAILER-RECORD.
           Close EXTRACT-FILE.
           Perform BALANCE-EXTRACT-COUNTS.
           Perform WRITE-TRANSACTION-LOG-RECORD.
           Move WS-DETAIL-COUNT to WS-COUNT-EDIT.
           Move WS-ADJUSTED-COUNT to WS-COUNT-EDIT-2.
           Move WS-MINOR-COUNT to WS-COUNT-EDIT-3.
           Display "Pharmacy extract for " WS-EXTRACT-DATE-IN ": "
               function trim(WS-COUNT-EDIT) " visit(s), "
               function trim(WS-COUNT-EDIT-2) " on adjusted weight, "
               function trim(WS-COUNT-EDIT-3) " minor(s), "
               "BSA hash total " WS-BSA-HASH ".".
           Stop run.

      * The master is read end to end in key order; the visit date
      * is the first eight bytes of the timestamp half of the key.
       READ-NEXT-VISIT section.
           If not END-OF-VISITS
               Read VISIT-MASTER-FILE next
                   at end move "Y" to WS-VISIT-EOF
               end-read
           end-if.
           Exit section.

       WRITE-HEADER-RECORD section.
           Move spaces to EXTRACT-RECORD.
           Move "H" to XH-RECORD-TYPE.
           Move WS-EXTRACT-DATE to XH-EXTRACT-DATE.
           Move WS-SOURCE-SYSTEM to XH-SOURCE-SYSTEM.
           Write EXTRACT-RECORD.
           Exit section.

      * The visit's edited fields go out unedited and zero-filled in
      * their fixed columns, as on the EHR file.  Only the weights
      * the flag says apply are filled in.
       WRITE-DETAIL-RECORD section.
           Move spaces to EXTRACT-RECORD.
           Move "D" to XD-RECORD-TYPE.
           Move VM-PATIENT-ID to XD-PATIENT-ID.
           Compute XD-VISIT-DATE =
               function numval(VM-TIMESTAMP(1:8))
           end-compute.
           Compute XD-VISIT-TIME =
               function numval(VM-TIMESTAMP(9:6))
           end-compute.
           Compute XD-WEIGHT = function numval(VM-WEIGHT)
           end-compute.
           Compute XD-HEIGHT = function numval(VM-HEIGHT)
           end-compute.
           Move 0 to XD-BSA.
           Move 0 to XD-IDEAL-WEIGHT.
           Move 0 to XD-ADJUSTED-WEIGHT.
           Move VM-BSA-METHOD to XD-BSA-METHOD.
           Move VM-DOSING-FLAG to XD-DOSING-FLAG.
           If VM-DOSING-VALUES is equal to spaces
               Move "N" to XD-DOSING-FLAG
           else
               Compute XD-BSA = function numval(VM-BSA)
               end-compute
           end-if.
           If VM-DOSE-ACTUAL or VM-DOSE-ADJUSTED
               Compute XD-IDEAL-WEIGHT =
                   function numval(VM-IDEAL-WEIGHT)
               end-compute
           end-if.
           If VM-DOSE-ADJUSTED
               Compute XD-ADJUSTED-WEIGHT =
                   function numval(VM-ADJUSTED-WEIGHT)
               end-compute
           end-if.
           If VM-SITE-CODE is equal to spaces
               Move WS-ORIGINAL-SITE to XD-SITE-CODE
           else
               Move VM-SITE-CODE to XD-SITE-CODE
           end-if.
           Write EXTRACT-RECORD.
           If WS-EXTRACT-OK
               Add 1 to WS-DETAIL-COUNT
               Add XD-BSA to WS-BSA-HASH
               If VM-DOSE-ADJUSTED
                   Add 1 to WS-ADJUSTED-COUNT
               end-if
               If VM-DOSE-MINOR
                   Add 1 to WS-MINOR-COUNT
               end-if
           end-if.
           Exit section.

       WRITE-TRAILER-RECORD section.
           Move spaces to EXTRACT-RECORD.
           Move "T" to XT-RECORD-TYPE.
           Move WS-DETAIL-COUNT to XT-DETAIL-COUNT.
           Move WS-BSA-HASH to XT-BSA-HASH-TOTAL.
           Move WS-ADJUSTED-COUNT to XT-ADJUSTED-COUNT.
           Write EXTRACT-RECORD.
           Exit section.

      * The same belt and braces as the EHR extract: details written
      * must match visits selected, or the file is emptied and the
      * run fails rather than hand pharmacy a short list.
       BALANCE-EXTRACT-COUNTS section.
           If WS-DETAIL-COUNT is not equal to WS-SELECT-COUNT
               Display "Extract out of balance: selected "
                   WS-SELECT-COUNT " but wrote " WS-DETAIL-COUNT
                   ", extract suppressed."
               Open output EXTRACT-FILE
               Close EXTRACT-FILE
               Stop run with error status 1
           end-if.
           Exit section.

       WRITE-TRANSACTION-LOG-RECORD section.
           Move WS-READ-COUNT to WS-COUNT-EDIT.
           Move spaces to WS-TXN-INPUT.
           String "phr extract=" delimited by size
               WS-EXTRACT-DATE-IN delimited by size
               " read=" delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               into WS-TXN-INPUT
           end-string.
           Move WS-DETAIL-COUNT to WS-COUNT-EDIT.
           Move WS-ADJUSTED-COUNT to WS-COUNT-EDIT-2.
           Move WS-MINOR-COUNT to WS-COUNT-EDIT-3.
           Move spaces to WS-TXN-OUTPUT.
           String "sent=" delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               " adj=" delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               " minor=" delimited by size
               function trim(WS-COUNT-EDIT-3) delimited by size
               " bsa-hash=" delimited by size
               WS-BSA-HASH delimited by size
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
           Move "PHRXTRCT"     to TX-PROGRAM-NAME.
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

       End program PHRXTRCT.
