000100 Identification division.
       Program-ID.    HISTPURG.
       Date-written.  2026-10-15.
       Installation.  WSL.
       Security.      Non-confidential.
      * Modification history.
      * 2026-10-15  RLP  Initial version.  Yearly retention purge of
      *                  visit history: a patient no longer active on
      *                  PATMAST (deactivated, or merged away by
      *                  PATMERGE) whose last visit is older than the
      *                  retention period -- seven years unless keyed
      *                  otherwise -- has their BMIHIST lines and
      *                  VISITMST records moved to a dated archive,
      *                  HISTARC.YYYYMMDD, closed by a trailer count.
      *                  The archive is read back and must balance
      *                  against its trailer and against what was
      *                  selected before anything live is touched,
      *                  the way TXNARCH protects the log; only then
      *                  is BMIHIST rewritten without those lines
      *                  (through the BMIHWRK work file, itself
      *                  balanced) and the archived VISITMST keys
      *                  deleted.  HISTPRPT lists every patient
      *                  purged, and the run's counts go to TXNLOG.
      *                  HISTREST brings one patient back.
      * 2026-10-15  RLP  Only inactive patients who still have history
      *                  take a place in the candidate table: one
      *                  with a VISITMST record when the master is
      *                  read, or one met on a BMIHIST line, so
      *                  patients purged in earlier years no longer
      *                  crowd out those still to be purged.
      * 2026-10-15  RLP  Every line written back to BMIHIST from the
      *                  work file is checked, and the rewrite must
      *                  come to the lines kept; if not, the run stops
      *                  with BMIHWRK left in place to restore from
      *                  and no VISITMST record deleted.
      * 2026-10-15  RLP  TXNLOG lines are drawn and appended under the
      *                  TXNLOCK lock, so a run overlapping another
      *                  cannot share a sequence number or land out of
      *                  order.

001000 Environment division.
       Configuration section.
       Source-computer. x86-64.
       Input-output section.
       File-control.
           Select PATIENT-MASTER-FILE assign to "PATMAST"
               organization is indexed
               access mode is dynamic
               record key is PM-PATIENT-ID
               file status is WS-PATMAST-STATUS.
           Select VISIT-MASTER-FILE assign to "VISITMST"
               organization is indexed
               access mode is dynamic
               record key is VM-KEY
               file status is WS-VISIT-STATUS.
           Select AUDIT-FILE assign to "BMIHIST"
               organization is line sequential
               file status is WS-AUDIT-STATUS.
           Select AUDIT-WORK-FILE assign to "BMIHWRK"
               organization is line sequential
               file status is WS-WORK-STATUS.
           Select ARCHIVE-FILE assign to dynamic WS-ARCHIVE-NAME
               organization is line sequential
               file status is WS-ARCHIVE-STATUS.
           Select PURGE-REPORT-FILE assign to "HISTPRPT"
               organization is line sequential
               file status is WS-REPORT-STATUS.
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
       FD  PATIENT-MASTER-FILE.
           COPY PATMAST.

       FD  VISIT-MASTER-FILE.
           COPY VISITMST.

       FD  AUDIT-FILE.
           COPY BMIHIST.

       FD  AUDIT-WORK-FILE.
       01  AUDIT-WORK-RECORD        picture is X(106).

       FD  ARCHIVE-FILE.
           COPY HISTARCH.

       FD  PURGE-REPORT-FILE.
       01  PURGE-REPORT-LINE        picture is X(100).

       FD  TRANSACTION-LOG-FILE.
           COPY TXNLOG.

       FD  SEQUENCE-CONTROL-FILE.
       01  SEQUENCE-CONTROL-RECORD.
           05  SQ-LAST-SEQUENCE     picture is 9(09).

       FD  TXN-LOCK-FILE.
           COPY TXNLOCK.

       Working-storage section.
       77  WS-PATMAST-STATUS picture is X(02) value spaces.
           88 WS-PATMAST-OK        value "00".
       77  WS-VISIT-STATUS  picture is X(02) value spaces.
           88 WS-VISIT-OK          value "00".
       77  WS-AUDIT-STATUS  picture is X(02) value spaces.
           88 WS-AUDIT-OK          value "00".
       77  WS-WORK-STATUS   picture is X(02) value spaces.
           88 WS-WORK-OK           value "00".
       77  WS-ARCHIVE-STATUS picture is X(02) value spaces.
           88 WS-ARCHIVE-OK        value "00".
       77  WS-REPORT-STATUS picture is X(02) value spaces.
           88 WS-REPORT-OK         value "00".
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
       77  WS-MASTER-EOF    picture is X(01) value "N".
           88 END-OF-MASTER        value "Y".
       77  WS-VISIT-EOF     picture is X(01) value "N".
           88 END-OF-VISITS        value "Y".
       77  WS-AUDIT-EOF     picture is X(01) value "N".
           88 END-OF-AUDIT         value "Y".
       77  WS-WORK-EOF      picture is X(01) value "N".
           88 END-OF-WORK          value "Y".
       77  WS-ARCHIVE-EOF   picture is X(01) value "N".
           88 END-OF-ARCHIVE       value "Y".

       77  WS-OPERATOR-ID   picture is X(10) value spaces.
       77  WS-RETAIN-IN     picture is X(02) value spaces.
       77  WS-RETAIN-YEARS  usage is binary-long value 7.
       77  WS-TIMESTAMP     picture is X(26) value spaces.
       77  WS-TODAY-DATE    picture is 9(08) value 0.
       77  WS-CUTOFF-DATE   picture is 9(08) value 0.
       77  WS-CUTOFF-YEAR   usage is binary-long value 0.
       77  WS-ARCHIVE-NAME  picture is X(16) value spaces.
       77  WS-ENTRY-DATE    picture is 9(08) value 0.
       77  WS-PATIENT-ID    picture is X(10) value spaces.

      * Every patient not active on the master who still has history
      * on either file, with the last visit date found for them
      * anywhere; those past the cutoff are the ones purged.
       77  WS-CAND-MAX      usage is binary-long value 2000.
       77  WS-CAND-COUNT    usage is binary-long value 0.
       77  WS-CAND-IX       usage is binary-long value 0.
       77  WS-CAND-FOUND-IX usage is binary-long value 0.
       77  WS-CAND-FULL-SW  picture is X(01) value "N".
           88 WS-CAND-TABLE-FULL   value "Y".
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY occurs 2000 times.
               10  WS-CAND-ID       picture is X(10).
               10  WS-CAND-NAME     picture is X(30).
               10  WS-CAND-FLAG     picture is X(01).
               10  WS-CAND-MERGED-TO picture is X(10).
               10  WS-CAND-LAST     picture is 9(08).
               10  WS-CAND-HIST     usage is binary-long.
               10  WS-CAND-VISITS   usage is binary-long.
               10  WS-CAND-PURGE    picture is X(01).

       77  WS-INACTIVE-COUNT usage is binary-long value 0.
       77  WS-RETAINED-COUNT usage is binary-long value 0.
       77  WS-PURGE-COUNT   usage is binary-long value 0.
       77  WS-HIST-READ     usage is binary-long value 0.
       77  WS-HIST-KEPT     usage is binary-long value 0.
       77  WS-HIST-ARCHIVED usage is binary-long value 0.
       77  WS-HIST-REWRITTEN usage is binary-long value 0.
       77  WS-VISIT-ARCHIVED usage is binary-long value 0.
       77  WS-VISIT-DELETED usage is binary-long value 0.
       77  WS-WRITE-ERRORS  usage is binary-long value 0.
       77  WS-REWRITE-ERRORS usage is binary-long value 0.

      * What the archive says of itself when read back.
       77  WS-CHK-PATIENTS  usage is binary-long value 0.
       77  WS-CHK-HIST      usage is binary-long value 0.
       77  WS-CHK-VISITS    usage is binary-long value 0.
       77  WS-CHK-TRAILER-SW picture is X(01) value "N".
           88 WS-CHK-TRAILER-SEEN  value "Y".
       77  WS-TRL-PATIENTS  usage is binary-long value 0.
       77  WS-TRL-HIST      usage is binary-long value 0.
       77  WS-TRL-VISITS    usage is binary-long value 0.

       77  WS-COUNT-EDIT    picture is Z(8)9.
       77  WS-COUNT-EDIT-2  picture is Z(8)9.
       77  WS-COUNT-EDIT-3  picture is Z(8)9.
       77  WS-TXN-INPUT     picture is X(64) value spaces.
       77  WS-TXN-OUTPUT    picture is X(64) value spaces.

       01  WS-DETAIL-LINE.
           05  FILLER               picture is X(02) value spaces.
           05  WD-PATIENT-ID        picture is X(10).
           05  FILLER               picture is X(02) value spaces.
           05  WD-PATIENT-NAME      picture is X(30).
           05  FILLER               picture is X(02) value spaces.
           05  WD-STATUS            picture is X(16).
           05  FILLER               picture is X(02) value spaces.
           05  WD-LAST-VISIT        picture is X(08).
           05  FILLER               picture is X(02) value spaces.
           05  WD-HIST-COUNT        picture is Z(6)9.
           05  FILLER               picture is X(02) value spaces.
           05  WD-VISIT-COUNT       picture is Z(6)9.

003000 Procedure division.
       MAIN section.
           Display "Your operator id: " with no advancing.
           Accept WS-OPERATOR-ID from console.
           If WS-OPERATOR-ID is equal to spaces
               Move "NIGHTRUN" to WS-OPERATOR-ID
           end-if.
           Display "Years to retain after last visit (blank = 7): "
               with no advancing.
           Accept WS-RETAIN-IN from console.
           If WS-RETAIN-IN is not equal to spaces
               Compute WS-RETAIN-YEARS =
                   function numval(WS-RETAIN-IN)
               end-compute
           end-if.
           If WS-RETAIN-YEARS is less than 1
               Display "Retention must be at least one year."
               Stop run with error status 1
           end-if.
           Move function current-date to WS-TIMESTAMP.
           Compute WS-TODAY-DATE = function numval(WS-TIMESTAMP(1:8))
           end-compute.
           Perform COMPUTE-CUTOFF-DATE.
           Move spaces to WS-ARCHIVE-NAME.
           String "HISTARC." delimited by size
               WS-TODAY-DATE delimited by size
               into WS-ARCHIVE-NAME
           end-string.
           Perform REFUSE-EXISTING-ARCHIVE.
           Perform LOAD-INACTIVE-PATIENTS.
           Perform FIND-LAST-VISITS.
           Perform SELECT-PURGE-PATIENTS.
           If WS-PURGE-COUNT is equal to 0
               Display "No patient is past the retention cutoff "
                   WS-CUTOFF-DATE "; nothing purged."
               Perform WRITE-PURGE-REPORT
               Perform WRITE-TRANSACTION-LOG-RECORD
               Stop run
           end-if.
           Perform WRITE-ARCHIVE.
           Perform BALANCE-ARCHIVE.
           Perform COPY-WORK-BACK-TO-AUDIT.
           Perform DELETE-ARCHIVED-VISITS.
           Perform WRITE-PURGE-REPORT.
           Perform WRITE-TRANSACTION-LOG-RECORD.
           Move WS-PURGE-COUNT to WS-COUNT-EDIT.
           Move WS-HIST-ARCHIVED to WS-COUNT-EDIT-2.
           Move WS-VISIT-DELETED to WS-COUNT-EDIT-3.
           Display "Purge to " function trim(WS-ARCHIVE-NAME) ": "
               function trim(WS-COUNT-EDIT) " patient(s), "
               function trim(WS-COUNT-EDIT-2) " history line(s), "
               function trim(WS-COUNT-EDIT-3) " visit record(s).".
           Stop run.

      * The same calendar day the retention period ago; a leap day
      * falls back to the 28th.
       COMPUTE-CUTOFF-DATE section.
           Compute WS-CUTOFF-YEAR =
               WS-TODAY-DATE / 10000 - WS-RETAIN-YEARS
           end-compute.
           Compute WS-CUTOFF-DATE = WS-CUTOFF-YEAR * 10000
               + function mod(WS-TODAY-DATE, 10000)
           end-compute.
           If function mod(WS-CUTOFF-DATE, 10000) is equal to 229
               Subtract 1 from WS-CUTOFF-DATE
           end-if.
           Exit section.

      * One purge a day: a second run must not write over the first
      * run's archive, the only copy of what it removed.
       REFUSE-EXISTING-ARCHIVE section.
           Open input ARCHIVE-FILE.
           If WS-ARCHIVE-OK
               Close ARCHIVE-FILE
               Display "Archive " function trim(WS-ARCHIVE-NAME)
                   " already exists; purge not run."
               Stop run with error status 1
           end-if.
           Exit section.

      * An inactive patient with nothing left on VISITMST -- most
      * often one purged in an earlier year -- is not admitted here;
      * if BMIHIST still holds lines for them, FIND-LAST-VISITS
      * admits them when it meets one.  The patient master is left
      * open for that.
       LOAD-INACTIVE-PATIENTS section.
           Open input PATIENT-MASTER-FILE.
           If not WS-PATMAST-OK
               Display "Unable to open patient master, status "
                   WS-PATMAST-STATUS
               Stop run with error status 1
           end-if.
           Move "N" to WS-MASTER-EOF.
           Move low-values to PM-PATIENT-ID.
           Start PATIENT-MASTER-FILE key is greater than or equal
                   to PM-PATIENT-ID
               invalid key move "Y" to WS-MASTER-EOF
           end-start.
           Open input VISIT-MASTER-FILE.
           If not WS-VISIT-OK
               Display "Unable to open visit master, status "
                   WS-VISIT-STATUS
               Stop run with error status 1
           end-if.
           Perform READ-NEXT-MASTER-RECORD.
           Perform with test before until END-OF-MASTER
               If PM-ACTIVE-FLAG is not equal to "A"
                   Add 1 to WS-INACTIVE-COUNT
                   Move PM-PATIENT-ID to WS-PATIENT-ID
                   Perform START-PATIENT-VISITS
                   If not END-OF-VISITS
                       Perform ADD-CANDIDATE
                   end-if
               end-if
               Perform READ-NEXT-MASTER-RECORD
           end-perform.
           Close VISIT-MASTER-FILE.
           Exit section.

       READ-NEXT-MASTER-RECORD section.
           If not END-OF-MASTER
               Read PATIENT-MASTER-FILE next
                   at end move "Y" to WS-MASTER-EOF
               end-read
           end-if.
           Exit section.

       ADD-CANDIDATE section.
           If WS-CAND-COUNT is not less than WS-CAND-MAX
               If not WS-CAND-TABLE-FULL
                   Display "Inactive patient table full; the rest "
                       "wait for next year's purge"
                   Move "Y" to WS-CAND-FULL-SW
               end-if
               Exit section
           end-if.
           Add 1 to WS-CAND-COUNT.
           Move PM-PATIENT-ID to WS-CAND-ID(WS-CAND-COUNT).
           Move PM-PATIENT-NAME to WS-CAND-NAME(WS-CAND-COUNT).
           Move PM-ACTIVE-FLAG to WS-CAND-FLAG(WS-CAND-COUNT).
           Move PM-MERGED-TO to WS-CAND-MERGED-TO(WS-CAND-COUNT).
           Move 0 to WS-CAND-LAST(WS-CAND-COUNT).
           Move 0 to WS-CAND-HIST(WS-CAND-COUNT).
           Move 0 to WS-CAND-VISITS(WS-CAND-COUNT).
           Move "N" to WS-CAND-PURGE(WS-CAND-COUNT).
           Exit section.

       FIND-CANDIDATE section.
           Move 0 to WS-CAND-FOUND-IX.
           Perform varying WS-CAND-IX from 1 by 1
                   until WS-CAND-IX is greater than WS-CAND-COUNT
                       or WS-CAND-FOUND-IX is greater than 0
               If WS-CAND-ID(WS-CAND-IX) is equal to WS-PATIENT-ID
                   Move WS-CAND-IX to WS-CAND-FOUND-IX
               end-if
           end-perform.
           Exit section.

      * The last visit is the latest visit date on either file, so a
      * line on the trail with no master record still counts.
       FIND-LAST-VISITS section.
           Move "N" to WS-AUDIT-EOF.
           Open input AUDIT-FILE.
           If not WS-AUDIT-OK
               Display "Unable to open audit trail, status "
                   WS-AUDIT-STATUS
               Stop run with error status 1
           end-if.
           Perform READ-AUDIT-RECORD.
           Perform with test before until END-OF-AUDIT
               Move AR-PATIENT-ID to WS-PATIENT-ID
               Perform FIND-CANDIDATE
               If WS-CAND-FOUND-IX is equal to 0
                   Perform ADMIT-TRAIL-ONLY-PATIENT
               end-if
               If WS-CAND-FOUND-IX is greater than 0
                   Perform NOTE-AUDIT-VISIT-DATE
               end-if
               Perform READ-AUDIT-RECORD
           end-perform.
           Close AUDIT-FILE.
           Close PATIENT-MASTER-FILE.
           Open input VISIT-MASTER-FILE.
           If not WS-VISIT-OK
               Display "Unable to open visit master, status "
                   WS-VISIT-STATUS
               Stop run with error status 1
           end-if.
           Perform varying WS-CAND-FOUND-IX from 1 by 1
                   until WS-CAND-FOUND-IX is greater than
                       WS-CAND-COUNT
               Perform NOTE-MASTER-VISIT-DATES
           end-perform.
           Close VISIT-MASTER-FILE.
           Exit section.

      * A trail line for a patient not in the table: an inactive
      * patient whose history is on BMIHIST alone is admitted now.
       ADMIT-TRAIL-ONLY-PATIENT section.
           Move WS-PATIENT-ID to PM-PATIENT-ID.
           Read PATIENT-MASTER-FILE
               invalid key
                   Exit section
           end-read.
           If PM-ACTIVE-FLAG is equal to "A"
               Exit section
           end-if.
           Perform ADD-CANDIDATE.
           If WS-CAND-COUNT is greater than 0
               and WS-CAND-ID(WS-CAND-COUNT) is equal to
                   WS-PATIENT-ID
               Move WS-CAND-COUNT to WS-CAND-FOUND-IX
           end-if.
           Exit section.

       NOTE-AUDIT-VISIT-DATE section.
           Add 1 to WS-CAND-HIST(WS-CAND-FOUND-IX).
           If AR-TIMESTAMP(1:8) is numeric
               Compute WS-ENTRY-DATE =
                   function numval(AR-TIMESTAMP(1:8))
               end-compute
               If WS-ENTRY-DATE is greater than
                       WS-CAND-LAST(WS-CAND-FOUND-IX)
                   Move WS-ENTRY-DATE to
                       WS-CAND-LAST(WS-CAND-FOUND-IX)
               end-if
           end-if.
           Exit section.

       NOTE-MASTER-VISIT-DATES section.
           Move WS-CAND-ID(WS-CAND-FOUND-IX) to WS-PATIENT-ID.
           Perform START-PATIENT-VISITS.
           Perform with test before until END-OF-VISITS
               Add 1 to WS-CAND-VISITS(WS-CAND-FOUND-IX)
               If VM-TIMESTAMP(1:8) is numeric
                   Compute WS-ENTRY-DATE =
                       function numval(VM-TIMESTAMP(1:8))
                   end-compute
                   If WS-ENTRY-DATE is greater than
                           WS-CAND-LAST(WS-CAND-FOUND-IX)
                       Move WS-ENTRY-DATE to
                           WS-CAND-LAST(WS-CAND-FOUND-IX)
                   end-if
               end-if
               Perform READ-NEXT-VISIT
           end-perform.
           Exit section.

       START-PATIENT-VISITS section.
           Move "N" to WS-VISIT-EOF.
           Move WS-PATIENT-ID to VM-PATIENT-ID.
           Move low-values to VM-TIMESTAMP.
           Start VISIT-MASTER-FILE key is greater than or equal to
                   VM-KEY
               invalid key move "Y" to WS-VISIT-EOF
           end-start.
           Perform READ-NEXT-VISIT.
           Exit section.

       READ-NEXT-VISIT section.
           If not END-OF-VISITS
               Read VISIT-MASTER-FILE next
                   at end move "Y" to WS-VISIT-EOF
               end-read
               If not END-OF-VISITS
                   and VM-PATIENT-ID is not equal to WS-PATIENT-ID
                   Move "Y" to WS-VISIT-EOF
               end-if
           end-if.
           Exit section.

      * A patient with no dated history anywhere has nothing to
      * purge; one seen since the cutoff is still inside the
      * retention period.
       SELECT-PURGE-PATIENTS section.
           Perform varying WS-CAND-IX from 1 by 1
                   until WS-CAND-IX is greater than WS-CAND-COUNT
               Evaluate true
                   when WS-CAND-LAST(WS-CAND-IX) is equal to 0
                       continue
                   when WS-CAND-LAST(WS-CAND-IX) is not less than
                           WS-CUTOFF-DATE
                       Add 1 to WS-RETAINED-COUNT
                   when other
                       Move "Y" to WS-CAND-PURGE(WS-CAND-IX)
                       Add 1 to WS-PURGE-COUNT
               end-evaluate
           end-perform.
           Exit section.

      * Header, the purged patients, their trail lines (the rest of
      * the trail going to the work file as it passes), their visit
      * records, and the trailer.
       WRITE-ARCHIVE section.
           Open output ARCHIVE-FILE.
           If not WS-ARCHIVE-OK
               Display "Unable to open archive "
                   function trim(WS-ARCHIVE-NAME) ", status "
                   WS-ARCHIVE-STATUS
               Stop run with error status 1
           end-if.
           Move spaces to HISTORY-ARCHIVE-RECORD.
           Move "H" to HA-RECORD-TYPE.
           Move WS-TODAY-DATE to HA-PURGE-DATE.
           Move WS-CUTOFF-DATE to HA-CUTOFF-DATE.
           Move WS-RETAIN-YEARS to HA-RETAIN-YEARS.
           Perform WRITE-ARCHIVE-RECORD.
           Perform varying WS-CAND-IX from 1 by 1
                   until WS-CAND-IX is greater than WS-CAND-COUNT
               If WS-CAND-PURGE(WS-CAND-IX) is equal to "Y"
                   Move spaces to HISTORY-ARCHIVE-RECORD
                   Move "P" to HA-RECORD-TYPE
                   Move WS-CAND-ID(WS-CAND-IX) to HA-PATIENT-ID
                   Move WS-CAND-NAME(WS-CAND-IX) to HA-PATIENT-NAME
                   Move WS-CAND-FLAG(WS-CAND-IX) to HA-ACTIVE-FLAG
                   Move WS-CAND-MERGED-TO(WS-CAND-IX) to
                       HA-MERGED-TO
                   Move WS-CAND-LAST(WS-CAND-IX) to HA-LAST-VISIT
                   Move WS-CAND-HIST(WS-CAND-IX) to HA-HIST-COUNT
                   Move WS-CAND-VISITS(WS-CAND-IX) to HA-VISIT-COUNT
                   Perform WRITE-ARCHIVE-RECORD
               end-if
           end-perform.
           Perform ARCHIVE-AUDIT-TRAIL.
           Perform ARCHIVE-VISIT-MASTER.
           Move spaces to HISTORY-ARCHIVE-RECORD.
           Move "T" to HA-RECORD-TYPE.
           Move WS-PURGE-COUNT to HA-PATIENT-TOTAL.
           Move WS-HIST-ARCHIVED to HA-HIST-TOTAL.
           Move WS-VISIT-ARCHIVED to HA-VISIT-TOTAL.
           Perform WRITE-ARCHIVE-RECORD.
           Close ARCHIVE-FILE.
           Exit section.

       WRITE-ARCHIVE-RECORD section.
           Write HISTORY-ARCHIVE-RECORD.
           If not WS-ARCHIVE-OK
               Add 1 to WS-WRITE-ERRORS
           end-if.
           Exit section.

       ARCHIVE-AUDIT-TRAIL section.
           Move "N" to WS-AUDIT-EOF.
           Open input AUDIT-FILE.
           If not WS-AUDIT-OK
               Display "Unable to reopen audit trail, status "
                   WS-AUDIT-STATUS
               Stop run with error status 1
           end-if.
           Open output AUDIT-WORK-FILE.
           If not WS-WORK-OK
               Display "Unable to open work file, status "
                   WS-WORK-STATUS ", nothing purged"
               Stop run with error status 1
           end-if.
           Perform READ-AUDIT-RECORD.
           Perform with test before until END-OF-AUDIT
               Add 1 to WS-HIST-READ
               Move AR-PATIENT-ID to WS-PATIENT-ID
               Perform FIND-CANDIDATE
               If WS-CAND-FOUND-IX is greater than 0
                   and WS-CAND-PURGE(WS-CAND-FOUND-IX) is equal
                       to "Y"
                   Move spaces to HISTORY-ARCHIVE-RECORD
                   Move "B" to HA-RECORD-TYPE
                   Move AUDIT-RECORD to HA-DATA
                   Perform WRITE-ARCHIVE-RECORD
                   Add 1 to WS-HIST-ARCHIVED
               else
                   Move AUDIT-RECORD to AUDIT-WORK-RECORD
                   Write AUDIT-WORK-RECORD
                   If WS-WORK-OK
                       Add 1 to WS-HIST-KEPT
                   end-if
               end-if
               Perform READ-AUDIT-RECORD
           end-perform.
           Close AUDIT-FILE.
           Close AUDIT-WORK-FILE.
           Exit section.

       READ-AUDIT-RECORD section.
           Read AUDIT-FILE
               at end move "Y" to WS-AUDIT-EOF
           end-read.
           Exit section.

       ARCHIVE-VISIT-MASTER section.
           Open input VISIT-MASTER-FILE.
           If not WS-VISIT-OK
               Display "Unable to reopen visit master, status "
                   WS-VISIT-STATUS
               Stop run with error status 1
           end-if.
           Perform varying WS-CAND-IX from 1 by 1
                   until WS-CAND-IX is greater than WS-CAND-COUNT
               If WS-CAND-PURGE(WS-CAND-IX) is equal to "Y"
                   Move WS-CAND-ID(WS-CAND-IX) to WS-PATIENT-ID
                   Perform START-PATIENT-VISITS
                   Perform with test before until END-OF-VISITS
                       Move spaces to HISTORY-ARCHIVE-RECORD
                       Move "V" to HA-RECORD-TYPE
                       Move VISIT-MASTER-RECORD to HA-DATA
                       Perform WRITE-ARCHIVE-RECORD
                       Add 1 to WS-VISIT-ARCHIVED
                       Perform READ-NEXT-VISIT
                   end-perform
               end-if
           end-perform.
           Close VISIT-MASTER-FILE.
           Exit section.

      * The archive is read back from disk and must agree with its
      * own trailer and with what was selected, and the work file
      * must hold every trail line not archived; otherwise nothing
      * live is touched and the archive is left for inspection.
       BALANCE-ARCHIVE section.
           Move 0 to WS-CHK-PATIENTS WS-CHK-HIST WS-CHK-VISITS.
           Move "N" to WS-CHK-TRAILER-SW.
           Move "N" to WS-ARCHIVE-EOF.
           Open input ARCHIVE-FILE.
           If not WS-ARCHIVE-OK
               Display "Unable to read back archive, status "
                   WS-ARCHIVE-STATUS ", nothing purged"
               Stop run with error status 1
           end-if.
           Perform READ-ARCHIVE-RECORD.
           Perform with test before until END-OF-ARCHIVE
               Evaluate true
                   when HA-PATIENT-LINE
                       Add 1 to WS-CHK-PATIENTS
                   when HA-HISTORY-LINE
                       Add 1 to WS-CHK-HIST
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
           If WS-WRITE-ERRORS is greater than 0
               or not WS-CHK-TRAILER-SEEN
               or WS-CHK-PATIENTS is not equal to WS-TRL-PATIENTS
               or WS-CHK-HIST is not equal to WS-TRL-HIST
               or WS-CHK-VISITS is not equal to WS-TRL-VISITS
               or WS-CHK-PATIENTS is not equal to WS-PURGE-COUNT
               or WS-CHK-HIST is not equal to WS-HIST-ARCHIVED
               or WS-CHK-VISITS is not equal to WS-VISIT-ARCHIVED
               or WS-HIST-KEPT + WS-HIST-ARCHIVED is not equal to
                   WS-HIST-READ
               Display "Archive out of balance: patients "
                   WS-CHK-PATIENTS "/" WS-PURGE-COUNT
                   " history " WS-CHK-HIST "/" WS-HIST-ARCHIVED
                   " visits " WS-CHK-VISITS "/" WS-VISIT-ARCHIVED
               Display "Trail read " WS-HIST-READ " kept "
                   WS-HIST-KEPT "; purge abandoned, BMIHIST and "
                   "VISITMST left as they were."
               Stop run with error status 1
           end-if.
           Exit section.

       READ-ARCHIVE-RECORD section.
           Read ARCHIVE-FILE
               at end move "Y" to WS-ARCHIVE-EOF
           end-read.
           Exit section.

      * BMIHIST is replaced from the balanced work file.  Once it is
      * opened output the live trail is gone, so a write that fails
      * or a count that falls short stops the run there: BMIHWRK is
      * left holding the trail as it should stand, for BMIHIST to be
      * restored from, and no visit record is deleted.
       COPY-WORK-BACK-TO-AUDIT section.
           Move 0 to WS-REWRITE-ERRORS.
           Move "N" to WS-WORK-EOF.
           Open input AUDIT-WORK-FILE.
           If not WS-WORK-OK
               Display "Unable to reopen work file, status "
                   WS-WORK-STATUS ", nothing purged"
               Stop run with error status 1
           end-if.
           Open output AUDIT-FILE.
           If not WS-AUDIT-OK
               Display "Unable to rewrite audit trail, status "
                   WS-AUDIT-STATUS
               Close AUDIT-WORK-FILE
               Stop run with error status 1
           end-if.
           Perform READ-WORK-RECORD.
           Perform with test before until END-OF-WORK
               Move AUDIT-WORK-RECORD to AUDIT-RECORD
               Write AUDIT-RECORD
               If WS-AUDIT-OK
                   Add 1 to WS-HIST-REWRITTEN
               else
                   Add 1 to WS-REWRITE-ERRORS
               end-if
               Perform READ-WORK-RECORD
           end-perform.
           Close AUDIT-WORK-FILE.
           Close AUDIT-FILE.
           If WS-REWRITE-ERRORS is greater than 0
               or WS-HIST-REWRITTEN is not equal to WS-HIST-KEPT
               Display "Audit trail rewrite out of balance: written "
                   WS-HIST-REWRITTEN " kept " WS-HIST-KEPT
                   " failed " WS-REWRITE-ERRORS
               Display "Purge abandoned; restore BMIHIST from BMIHWRK. "
                   "VISITMST left as it was."
               Stop run with error status 1
           end-if.
           Exit section.

       READ-WORK-RECORD section.
           Read AUDIT-WORK-FILE
               at end move "Y" to WS-WORK-EOF
           end-read.
           Exit section.

      * Driven from the balanced archive, so only a visit record
      * that is safely on it can be deleted.
       DELETE-ARCHIVED-VISITS section.
           Open i-o VISIT-MASTER-FILE.
           If not WS-VISIT-OK
               Display "Unable to open visit master for update, "
                   "status " WS-VISIT-STATUS
                   "; archived visits are still live"
               Exit section
           end-if.
           Move "N" to WS-ARCHIVE-EOF.
           Open input ARCHIVE-FILE.
           Perform READ-ARCHIVE-RECORD.
           Perform with test before until END-OF-ARCHIVE
               If HA-VISIT-LINE
                   Move HA-DATA to VISIT-MASTER-RECORD
                   Delete VISIT-MASTER-FILE
                       invalid key
                           Display "Unable to delete visit "
                               VM-PATIENT-ID space VM-TIMESTAMP
                               ", status " WS-VISIT-STATUS
                       not invalid key
                           Add 1 to WS-VISIT-DELETED
                   end-delete
               end-if
               Perform READ-ARCHIVE-RECORD
           end-perform.
           Close ARCHIVE-FILE.
           Close VISIT-MASTER-FILE.
           Exit section.

       WRITE-PURGE-REPORT section.
           Open output PURGE-REPORT-FILE.
           If not WS-REPORT-OK
               Display "Unable to open purge report, status "
                   WS-REPORT-STATUS
               Exit section
           end-if.
           Move spaces to PURGE-REPORT-LINE.
           String "----- History retention purge " delimited by size
               WS-TODAY-DATE delimited by size
               ", last visit before " delimited by size
               WS-CUTOFF-DATE delimited by size
               " -----" delimited by size
               into PURGE-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Move spaces to PURGE-REPORT-LINE.
           String "Archive: " delimited by size
               WS-ARCHIVE-NAME delimited by size
               into PURGE-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Move spaces to PURGE-REPORT-LINE.
           String "  Patient     Name                            "
                   delimited by size
               "Status            Last     History   Visits"
                   delimited by size
               into PURGE-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Perform varying WS-CAND-IX from 1 by 1
                   until WS-CAND-IX is greater than WS-CAND-COUNT
               If WS-CAND-PURGE(WS-CAND-IX) is equal to "Y"
                   Perform WRITE-PURGE-DETAIL
               end-if
           end-perform.
           Move spaces to PURGE-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Move WS-INACTIVE-COUNT to WS-COUNT-EDIT.
           Move WS-PURGE-COUNT to WS-COUNT-EDIT-2.
           Move WS-RETAINED-COUNT to WS-COUNT-EDIT-3.
           Move spaces to PURGE-REPORT-LINE.
           String "Inactive patients: " delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               "  purged: " delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               "  still within retention: " delimited by size
               function trim(WS-COUNT-EDIT-3) delimited by size
               into PURGE-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Move WS-HIST-ARCHIVED to WS-COUNT-EDIT.
           Move WS-VISIT-ARCHIVED to WS-COUNT-EDIT-2.
           Move WS-VISIT-DELETED to WS-COUNT-EDIT-3.
           Move spaces to PURGE-REPORT-LINE.
           String "History lines archived: " delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               "  visit records archived: " delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               "  deleted: " delimited by size
               function trim(WS-COUNT-EDIT-3) delimited by size
               into PURGE-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Close PURGE-REPORT-FILE.
           Exit section.

       WRITE-PURGE-DETAIL section.
           Move WS-CAND-ID(WS-CAND-IX) to WD-PATIENT-ID.
           Move WS-CAND-NAME(WS-CAND-IX) to WD-PATIENT-NAME.
           If WS-CAND-MERGED-TO(WS-CAND-IX) is equal to spaces
               Move "Inactive" to WD-STATUS
           else
               Move spaces to WD-STATUS
               String "Merged to " delimited by size
                   WS-CAND-MERGED-TO(WS-CAND-IX) delimited by space
                   into WD-STATUS
               end-string
           end-if.
           Move WS-CAND-LAST(WS-CAND-IX) to WD-LAST-VISIT.
           Move WS-CAND-HIST(WS-CAND-IX) to WD-HIST-COUNT.
           Move WS-CAND-VISITS(WS-CAND-IX) to WD-VISIT-COUNT.
           Move WS-DETAIL-LINE to PURGE-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Exit section.

       WRITE-REPORT-LINE section.
           Write PURGE-REPORT-LINE.
           Exit section.

       WRITE-TRANSACTION-LOG-RECORD section.
           Move spaces to WS-TXN-INPUT.
           String "purge cutoff=" delimited by size
               WS-CUTOFF-DATE delimited by size
               " archive=" delimited by size
               WS-ARCHIVE-NAME delimited by space
               into WS-TXN-INPUT
           end-string.
           Move WS-PURGE-COUNT to WS-COUNT-EDIT.
           Move WS-HIST-ARCHIVED to WS-COUNT-EDIT-2.
           Move WS-VISIT-DELETED to WS-COUNT-EDIT-3.
           Move spaces to WS-TXN-OUTPUT.
           String "patients=" delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               " hist=" delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               " visits=" delimited by size
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
           Move "HISTPURG"     to TX-PROGRAM-NAME.
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

       End program HISTPURG.
