000100 Identification division.
       Program-ID.    REFRPT.
       Date-written.  2026-10-15.
       Installation.  WSL.
       Security.      Non-confidential.
      * Modification history.
      * 2026-10-15  RLP  Initial version.  Weekly overdue referral
      *                  report: every REFERRAL referral still open
      *                  (not declined or closed) that was opened
      *                  longer ago than the agreed OVERDUE-DAYS on
      *                  REFPARM (14 if not given), broken out by the
      *                  category that raised it and, within that, by
      *                  the clinician it is assigned to, oldest
      *                  first, with a count at each level.  The
      *                  run's counts go to TXNLOG under the operator
      *                  id on the command line (NIGHTRUN if blank).
      * 2026-10-15  RLP  A REFERRAL file not yet created (no referral
      *                  ever raised) is reported as empty, headings
      *                  and all, and logged, rather than failing the
      *                  night's step.
      * 2026-10-15  RLP  TXNLOG lines are drawn and appended under the
      *                  TXNLOCK lock, so a run overlapping another
      *                  cannot share a sequence number or land out of
      *                  order.

001000 Environment division.
       Configuration section.
       Source-computer. x86-64.
       Input-output section.
       File-control.
           Select REFERRAL-FILE assign to "REFERRAL"
               organization is indexed
               access mode is dynamic
               record key is RF-KEY
               file status is WS-REFER-STATUS.
           Select PATIENT-MASTER-FILE assign to "PATMAST"
               organization is indexed
               access mode is random
               record key is PM-PATIENT-ID
               file status is WS-PATMAST-STATUS.
           Select REFERRAL-PARM-FILE assign to "REFPARM"
               organization is line sequential
               file status is WS-REFPARM-STATUS.
           Select OVERDUE-REPORT-FILE assign to "REFRPT"
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
           Select SORT-FILE assign to "REFRWRK".

002000 Data division.
       File section.
       FD  REFERRAL-FILE.
           COPY REFERRAL.

       FD  PATIENT-MASTER-FILE.
           COPY PATMAST.

       FD  REFERRAL-PARM-FILE.
       01  REFERRAL-PARM-RECORD     picture is X(80).

       FD  OVERDUE-REPORT-FILE.
       01  OVERDUE-REPORT-LINE      picture is X(100).

       FD  TRANSACTION-LOG-FILE.
           COPY TXNLOG.

       FD  SEQUENCE-CONTROL-FILE.
       01  SEQUENCE-CONTROL-RECORD.
           05  SQ-LAST-SEQUENCE     picture is 9(09).

       FD  TXN-LOCK-FILE.
           COPY TXNLOCK.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-CATEGORY          picture is X(18).
           05  SR-CLINICIAN         picture is X(10).
           05  SR-OPENED-STAMP      picture is X(14).
           05  SR-PATIENT-ID        picture is X(10).
           05  SR-REASON            picture is X(01).
           05  SR-LOSS-PCT          picture is X(04).
           05  SR-SERVICE           picture is X(01).
           05  SR-STATUS            picture is X(01).
           05  SR-APPT-DATE         picture is 9(08).
           05  SR-APPT-SESSION      picture is X(02).
           05  SR-DAYS-OPEN         usage is binary-long.

       Working-storage section.
       77  WS-REFER-STATUS  picture is X(02) value spaces.
           88 WS-REFER-OK          value "00".
           88 WS-REFER-MISSING     value "35".
       77  WS-PATMAST-STATUS picture is X(02) value spaces.
           88 WS-PATMAST-OK        value "00".
       77  WS-REFPARM-STATUS picture is X(02) value spaces.
           88 WS-REFPARM-OK        value "00".
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
       77  WS-REFER-EOF     picture is X(01) value "N".
           88 END-OF-REFERRALS     value "Y".
       77  WS-REFPARM-EOF   picture is X(01) value "N".
           88 END-OF-REFPARM       value "Y".
       77  WS-SORT-EOF      picture is X(01) value "N".
           88 END-OF-SORT          value "Y".
       77  WS-PATMAST-OPEN-SW picture is X(01) value "N".
           88 WS-PATMAST-OPEN      value "Y".

       77  WS-OPERATOR-ID   picture is X(10) value spaces.
       77  WS-TIMESTAMP     picture is X(26) value spaces.
       77  WS-TODAY-DATE    picture is 9(08) value 0.
       77  WS-TODAY-SERIAL  usage is binary-long value 0.
       77  WS-OPENED-SERIAL usage is binary-long value 0.
       77  WS-DAYS-OPEN     usage is binary-long value 0.
       77  WS-OVERDUE-DAYS  usage is binary-long value 14.
       77  WS-CTL-NAME      picture is X(20) value spaces.
       77  WS-CTL-VALUE     picture is X(40) value spaces.

      * The two control breaks, outer category and inner clinician.
       77  WS-BREAK-SW      picture is X(01) value "N".
           88 WS-BREAK-STARTED     value "Y".
       77  WS-BREAK-CATEGORY picture is X(18) value spaces.
       77  WS-BREAK-CLINICIAN picture is X(10) value spaces.
       77  WS-CATEGORY-COUNT usage is binary-long value 0.
       77  WS-CLINICIAN-COUNT usage is binary-long value 0.

       77  WS-OPEN-COUNT    usage is binary-long value 0.
       77  WS-OVERDUE-COUNT usage is binary-long value 0.
       77  WS-UNASSIGNED-COUNT usage is binary-long value 0.
       77  WS-COUNT-EDIT    picture is Z(8)9.
       77  WS-COUNT-EDIT-2  picture is Z(8)9.
       77  WS-COUNT-EDIT-3  picture is Z(8)9.
       77  WS-DAYS-EDIT     picture is Z(5)9.

       77  WS-TXN-INPUT     picture is X(64) value spaces.
       77  WS-TXN-OUTPUT    picture is X(64) value spaces.

       01  WS-DETAIL-LINE.
           05  FILLER               picture is X(06) value spaces.
           05  WD-PATIENT-ID        picture is X(10).
           05  FILLER               picture is X(02) value spaces.
           05  WD-PATIENT-NAME      picture is X(20).
           05  FILLER               picture is X(02) value spaces.
           05  WD-OPENED-DATE       picture is X(08).
           05  FILLER               picture is X(02) value spaces.
           05  WD-DAYS-OPEN         picture is Z(4)9.
           05  FILLER               picture is X(02) value spaces.
           05  WD-STATUS            picture is X(06).
           05  FILLER               picture is X(02) value spaces.
           05  WD-SERVICE           picture is X(04).
           05  FILLER               picture is X(02) value spaces.
           05  WD-APPOINTMENT       picture is X(11).
           05  FILLER               picture is X(02) value spaces.
           05  WD-NOTE              picture is X(16).

003000 Procedure division.
       MAIN section.
           Accept WS-OPERATOR-ID from command-line.
           If WS-OPERATOR-ID is equal to spaces
               Move "NIGHTRUN" to WS-OPERATOR-ID
           end-if.
           Move function current-date to WS-TIMESTAMP.
           Compute WS-TODAY-DATE = function numval(WS-TIMESTAMP(1:8))
           end-compute.
           Compute WS-TODAY-SERIAL =
               function integer-of-date(WS-TODAY-DATE)
           end-compute.
           Perform LOAD-REFERRAL-PARMS.
           Open input REFERRAL-FILE.
           If WS-REFER-MISSING
               Perform WRITE-EMPTY-REPORT
               Stop run
           end-if.
           If not WS-REFER-OK
               Display "Unable to open referral file, status "
                   WS-REFER-STATUS
               Stop run with error status 1
           end-if.
           Open input PATIENT-MASTER-FILE.
           If WS-PATMAST-OK
               Move "Y" to WS-PATMAST-OPEN-SW
           end-if.
           Open output OVERDUE-REPORT-FILE.
           If not WS-REPORT-OK
               Display "Unable to open report file, status "
                   WS-REPORT-STATUS
               Stop run with error status 1
           end-if.
           Perform WRITE-REPORT-HEADING.
           Sort SORT-FILE on ascending key SR-CATEGORY
                                           SR-CLINICIAN
                                           SR-OPENED-STAMP
               input procedure is BUILD-OVERDUE-RECORDS
               output procedure is WRITE-OVERDUE-DETAILS.
           Perform WRITE-REPORT-TOTALS.
           Close OVERDUE-REPORT-FILE.
           If WS-PATMAST-OPEN
               Close PATIENT-MASTER-FILE
           end-if.
           Close REFERRAL-FILE.
           Perform WRITE-TRANSACTION-LOG-RECORD.
           Stop run.

      * REFERRAL comes into being with the first referral REFMNT or
      * BMI-CALCULATOR raises, so until then there is nothing open
      * and nothing overdue: the report says so and the run is
      * logged like any other.
       WRITE-EMPTY-REPORT section.
           Display "REFERRAL not found, reporting no referrals.".
           Open output OVERDUE-REPORT-FILE.
           If not WS-REPORT-OK
               Display "Unable to open report file, status "
                   WS-REPORT-STATUS
               Stop run with error status 1
           end-if.
           Perform WRITE-REPORT-HEADING.
           Move "      (no referrals on file)" to OVERDUE-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Perform WRITE-REPORT-TOTALS.
           Close OVERDUE-REPORT-FILE.
           Perform WRITE-TRANSACTION-LOG-RECORD.
           Exit section.

      * Only OVERDUE-DAYS matters here; the trigger fields are
      * BMI-CALCULATOR's and are passed over.
       LOAD-REFERRAL-PARMS section.
           Move "N" to WS-REFPARM-EOF.
           Open input REFERRAL-PARM-FILE.
           If not WS-REFPARM-OK
               Exit section
           end-if.
           Perform READ-REFPARM-RECORD.
           Perform with test before until END-OF-REFPARM
               Move spaces to WS-CTL-NAME
               Move spaces to WS-CTL-VALUE
               Unstring REFERRAL-PARM-RECORD delimited by "="
                   into WS-CTL-NAME WS-CTL-VALUE
               end-unstring
               If function upper-case(function trim(WS-CTL-NAME))
                       is equal to "OVERDUE-DAYS"
                   Compute WS-OVERDUE-DAYS =
                       function numval(WS-CTL-VALUE)
                   end-compute
               end-if
               Perform READ-REFPARM-RECORD
           end-perform.
           Close REFERRAL-PARM-FILE.
           Exit section.

       READ-REFPARM-RECORD section.
           Read REFERRAL-PARM-FILE
               at end move "Y" to WS-REFPARM-EOF
           end-read.
           Exit section.

      * A referral's age runs from the visit that opened it, whatever
      * has happened to it since; only one still open counts.
       BUILD-OVERDUE-RECORDS section.
           Move "N" to WS-REFER-EOF.
           Move low-values to RF-KEY.
           Start REFERRAL-FILE key is greater than or equal to
                   RF-KEY
               invalid key move "Y" to WS-REFER-EOF
           end-start.
           Perform READ-NEXT-REFERRAL.
           Perform with test before until END-OF-REFERRALS
               If RF-STILL-OPEN
                   Add 1 to WS-OPEN-COUNT
                   Perform JUDGE-ONE-REFERRAL
               end-if
               Perform READ-NEXT-REFERRAL
           end-perform.
           Exit section.

       READ-NEXT-REFERRAL section.
           If not END-OF-REFERRALS
               Read REFERRAL-FILE next
                   at end move "Y" to WS-REFER-EOF
               end-read
           end-if.
           Exit section.

       JUDGE-ONE-REFERRAL section.
           Compute WS-OPENED-SERIAL = function integer-of-date(
               function numval(RF-OPENED-STAMP(1:8)))
           end-compute.
           Compute WS-DAYS-OPEN = WS-TODAY-SERIAL - WS-OPENED-SERIAL
           end-compute.
           If WS-DAYS-OPEN is not greater than WS-OVERDUE-DAYS
               Exit section
           end-if.
           Move RF-CATEGORY     to SR-CATEGORY.
           Move RF-CLINICIAN    to SR-CLINICIAN.
           Move RF-OPENED-STAMP to SR-OPENED-STAMP.
           Move RF-PATIENT-ID   to SR-PATIENT-ID.
           Move RF-REASON       to SR-REASON.
           Move RF-LOSS-PCT     to SR-LOSS-PCT.
           Move RF-SERVICE      to SR-SERVICE.
           Move RF-STATUS       to SR-STATUS.
           Move RF-APPT-DATE    to SR-APPT-DATE.
           Move RF-APPT-SESSION to SR-APPT-SESSION.
           Move WS-DAYS-OPEN    to SR-DAYS-OPEN.
           Release SORT-RECORD.
           Exit section.

       WRITE-OVERDUE-DETAILS section.
           Move "N" to WS-SORT-EOF.
           Move "N" to WS-BREAK-SW.
           Perform RETURN-SORT-RECORD.
           Perform with test before until END-OF-SORT
               Evaluate true
                   when not WS-BREAK-STARTED
                   when SR-CATEGORY is not equal to WS-BREAK-CATEGORY
                       Perform CLOSE-CLINICIAN-GROUP
                       Perform CLOSE-CATEGORY-GROUP
                       Perform OPEN-CATEGORY-GROUP
                       Perform OPEN-CLINICIAN-GROUP
                   when SR-CLINICIAN is not equal to
                           WS-BREAK-CLINICIAN
                       Perform CLOSE-CLINICIAN-GROUP
                       Perform OPEN-CLINICIAN-GROUP
               end-evaluate
               Add 1 to WS-OVERDUE-COUNT
               Add 1 to WS-CATEGORY-COUNT
               Add 1 to WS-CLINICIAN-COUNT
               If SR-CLINICIAN is equal to spaces
                   Add 1 to WS-UNASSIGNED-COUNT
               end-if
               Perform WRITE-ONE-DETAIL
               Perform RETURN-SORT-RECORD
           end-perform.
           Perform CLOSE-CLINICIAN-GROUP.
           Perform CLOSE-CATEGORY-GROUP.
           Exit section.

       WRITE-ONE-DETAIL section.
           Move SR-PATIENT-ID to WD-PATIENT-ID.
           Move "(not on master)" to WD-PATIENT-NAME.
           If WS-PATMAST-OPEN
               Move SR-PATIENT-ID to PM-PATIENT-ID
               Read PATIENT-MASTER-FILE
                   invalid key
                       continue
                   not invalid key
                       Move PM-PATIENT-NAME to WD-PATIENT-NAME
               end-read
           end-if.
           Move SR-OPENED-STAMP(1:8) to WD-OPENED-DATE.
           Move SR-DAYS-OPEN to WD-DAYS-OPEN.
           Evaluate SR-STATUS
               when "O"
                   Move "OPEN" to WD-STATUS
               when "B"
                   Move "BOOKED" to WD-STATUS
               when "S"
                   Move "SEEN" to WD-STATUS
               when other
                   Move SR-STATUS to WD-STATUS
           end-evaluate.
           If SR-SERVICE is equal to "S"
               Move "SPEC" to WD-SERVICE
           else
               Move "DIET" to WD-SERVICE
           end-if.
           Move spaces to WD-APPOINTMENT.
           If SR-APPT-DATE is greater than 0
               String SR-APPT-DATE delimited by size
                   space delimited by size
                   SR-APPT-SESSION delimited by size
                   into WD-APPOINTMENT
               end-string
           end-if.
           Move spaces to WD-NOTE.
           If SR-REASON is equal to "L"
               String "loss " delimited by size
                   function trim(SR-LOSS-PCT) delimited by size
                   "%" delimited by size
                   into WD-NOTE
               end-string
           end-if.
           Move WS-DETAIL-LINE to OVERDUE-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Exit section.

       OPEN-CATEGORY-GROUP section.
           Move "Y" to WS-BREAK-SW.
           Move SR-CATEGORY to WS-BREAK-CATEGORY.
           Move 0 to WS-CATEGORY-COUNT.
           Move spaces to OVERDUE-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Move spaces to OVERDUE-REPORT-LINE.
           String "Category " delimited by size
               WS-BREAK-CATEGORY delimited by size
               into OVERDUE-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Exit section.

       OPEN-CLINICIAN-GROUP section.
           Move SR-CLINICIAN to WS-BREAK-CLINICIAN.
           Move 0 to WS-CLINICIAN-COUNT.
           Move spaces to OVERDUE-REPORT-LINE.
           If WS-BREAK-CLINICIAN is equal to spaces
               Move "  Clinician (unassigned)" to OVERDUE-REPORT-LINE
           else
               String "  Clinician " delimited by size
                   WS-BREAK-CLINICIAN delimited by size
                   into OVERDUE-REPORT-LINE
               end-string
           end-if.
           Perform WRITE-REPORT-LINE.
           Exit section.

       CLOSE-CLINICIAN-GROUP section.
           If not WS-BREAK-STARTED
               Exit section
           end-if.
           Move WS-CLINICIAN-COUNT to WS-COUNT-EDIT.
           Move spaces to OVERDUE-REPORT-LINE.
           String "    Clinician overdue: " delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               into OVERDUE-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Exit section.

       CLOSE-CATEGORY-GROUP section.
           If not WS-BREAK-STARTED
               Exit section
           end-if.
           Move WS-CATEGORY-COUNT to WS-COUNT-EDIT.
           Move spaces to OVERDUE-REPORT-LINE.
           String "  Category overdue: " delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               into OVERDUE-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Exit section.

       RETURN-SORT-RECORD section.
           Return SORT-FILE
               at end move "Y" to WS-SORT-EOF
           end-return.
           Exit section.

       WRITE-REPORT-HEADING section.
           Move WS-OVERDUE-DAYS to WS-DAYS-EDIT.
           Move spaces to OVERDUE-REPORT-LINE.
           String "Referrals open over " delimited by size
               function trim(WS-DAYS-EDIT) delimited by size
               " day(s) as at " delimited by size
               WS-TODAY-DATE delimited by size
               into OVERDUE-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Move spaces to OVERDUE-REPORT-LINE.
           String "      Patient     Name                  Opened  "
                   delimited by size
               "   Days  Status  Svc   Appointment  Note"
                   delimited by size
               into OVERDUE-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Exit section.

       WRITE-REPORT-TOTALS section.
           Move spaces to OVERDUE-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Move WS-OPEN-COUNT to WS-COUNT-EDIT.
           Move WS-OVERDUE-COUNT to WS-COUNT-EDIT-2.
           Move WS-UNASSIGNED-COUNT to WS-COUNT-EDIT-3.
           Move spaces to OVERDUE-REPORT-LINE.
           String "Open referrals: " delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               "  overdue: " delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               "  of which unassigned: " delimited by size
               function trim(WS-COUNT-EDIT-3) delimited by size
               into OVERDUE-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Exit section.

       WRITE-REPORT-LINE section.
           Write OVERDUE-REPORT-LINE.
           Move spaces to OVERDUE-REPORT-LINE.
           Exit section.

       WRITE-TRANSACTION-LOG-RECORD section.
           Move WS-OVERDUE-DAYS to WS-DAYS-EDIT.
           Move spaces to WS-TXN-INPUT.
           String "referrals asat=" delimited by size
               WS-TODAY-DATE delimited by size
               " over=" delimited by size
               function trim(WS-DAYS-EDIT) delimited by size
               " open=" delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               into WS-TXN-INPUT
           end-string.
           Move spaces to WS-TXN-OUTPUT.
           String "overdue=" delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               " unassigned=" delimited by size
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
           Move "REFRPT"       to TX-PROGRAM-NAME.
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

       End program REFRPT.
