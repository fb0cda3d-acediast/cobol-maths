000100 Identification division.
       Program-ID.    CAREPRPT.
       Date-written.  2026-10-15.
       Installation.  WSL.
       Security.      Non-confidential.
      * Modification history.
      * 2026-10-15  RLP  Initial version.  Monthly care-plan progress
      *                  report: every open CAREPLAN plan is read
      *                  against the patient's VISITMST visits since
      *                  the plan started and reported with its
      *                  baseline (the last visit on or before the
      *                  start date, else the first after it), the
      *                  latest visit, the goal, the percentage of
      *                  the way there and whether the patient is on
      *                  pace -- at least as far along as the share
      *                  of the plan's time already gone.  A plan
      *                  whose latest visit reaches the goal is
      *                  closed as met, dated that visit; a plan with
      *                  no visit in the last 90 days is flagged
      *                  STALLED.  The run's counts go to TXNLOG
      *                  under the operator id on the command line
      *                  (NIGHTRUN if blank).
      * 2026-10-15  RLP  TXNLOG lines are drawn and appended under the
      *                  TXNLOCK lock, so a run overlapping another
      *                  cannot share a sequence number or land out of
      *                  order.

001000 Environment division.
       Configuration section.
       Source-computer. x86-64.
       Input-output section.
       File-control.
           Select CARE-PLAN-FILE assign to "CAREPLAN"
               organization is indexed
               access mode is dynamic
               record key is CP-PATIENT-ID
               file status is WS-PLAN-STATUS.
           Select PATIENT-MASTER-FILE assign to "PATMAST"
               organization is indexed
               access mode is random
               record key is PM-PATIENT-ID
               file status is WS-PATMAST-STATUS.
           Select VISIT-MASTER-FILE assign to "VISITMST"
               organization is indexed
               access mode is dynamic
               record key is VM-KEY
               file status is WS-VISIT-STATUS.
           Select PROGRESS-REPORT-FILE assign to "CAREPRPT"
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
       FD  CARE-PLAN-FILE.
           COPY CAREPLAN.

       FD  PATIENT-MASTER-FILE.
           COPY PATMAST.

       FD  VISIT-MASTER-FILE.
           COPY VISITMST.

       FD  PROGRESS-REPORT-FILE.
       01  PROGRESS-REPORT-LINE     picture is X(130).

       FD  TRANSACTION-LOG-FILE.
           COPY TXNLOG.

       FD  SEQUENCE-CONTROL-FILE.
       01  SEQUENCE-CONTROL-RECORD.
           05  SQ-LAST-SEQUENCE     picture is 9(09).

       FD  TXN-LOCK-FILE.
           COPY TXNLOCK.

       Working-storage section.
       77  WS-PLAN-STATUS   picture is X(02) value spaces.
           88 WS-PLAN-OK           value "00".
       77  WS-PATMAST-STATUS picture is X(02) value spaces.
           88 WS-PATMAST-OK        value "00".
       77  WS-VISIT-STATUS  picture is X(02) value spaces.
           88 WS-VISIT-OK          value "00".
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
       77  WS-PLAN-EOF      picture is X(01) value "N".
           88 END-OF-PLANS         value "Y".
       77  WS-VISIT-EOF     picture is X(01) value "N".
           88 END-OF-VISITS        value "Y".
       77  WS-PATMAST-OPEN-SW picture is X(01) value "N".
           88 WS-PATMAST-OPEN      value "Y".

       77  WS-OPERATOR-ID   picture is X(10) value spaces.
       77  WS-TIMESTAMP     picture is X(26) value spaces.
       77  WS-TODAY-DATE    picture is 9(08) value 0.
       77  WS-TODAY-SERIAL  usage is binary-long value 0.
       77  WS-STALL-DAYS    usage is binary-long value 90.

      * One plan's measurements, in the goal's own unit.
       77  WS-PATIENT-ID    picture is X(10) value spaces.
       77  WS-VISIT-DATE    picture is 9(08) value 0.
       77  WS-VISIT-VALUE   picture is 9(03)V9 value 0.
       77  WS-BASE-SW       picture is X(01) value "N".
           88 WS-BASE-FOUND        value "Y".
       77  WS-BASE-VALUE    picture is 9(03)V9 value 0.
       77  WS-LATEST-SW     picture is X(01) value "N".
           88 WS-LATEST-FOUND      value "Y".
       77  WS-LATEST-VALUE  picture is 9(03)V9 value 0.
       77  WS-LATEST-DATE   picture is 9(08) value 0.
       77  WS-SINCE-COUNT   usage is binary-long value 0.
       77  WS-START-SERIAL  usage is binary-long value 0.
       77  WS-TARGET-SERIAL usage is binary-long value 0.
       77  WS-LATEST-SERIAL usage is binary-long value 0.
       77  WS-PCT-DONE      picture is S9(05) value 0.
       77  WS-PCT-DUE       picture is S9(05) value 0.
       77  WS-MET-SW        picture is X(01) value "N".
           88 WS-GOAL-MET          value "Y".
       77  WS-STALLED-SW    picture is X(01) value "N".
           88 WS-PLAN-STALLED      value "Y".
       77  WS-NOTE          picture is X(32) value spaces.

       77  WS-OPEN-COUNT    usage is binary-long value 0.
       77  WS-MET-COUNT     usage is binary-long value 0.
       77  WS-ON-PACE-COUNT usage is binary-long value 0.
       77  WS-BEHIND-COUNT  usage is binary-long value 0.
       77  WS-STALLED-COUNT usage is binary-long value 0.
       77  WS-COUNT-EDIT    picture is Z(8)9.
       77  WS-COUNT-EDIT-2  picture is Z(8)9.
       77  WS-COUNT-EDIT-3  picture is Z(8)9.
       77  WS-COUNT-EDIT-4  picture is Z(8)9.
       77  WS-COUNT-EDIT-5  picture is Z(8)9.

       77  WS-TXN-INPUT     picture is X(64) value spaces.
       77  WS-TXN-OUTPUT    picture is X(64) value spaces.

       01  WS-DETAIL-LINE.
           05  FILLER               picture is X(02) value spaces.
           05  WD-PATIENT-ID        picture is X(10).
           05  FILLER               picture is X(02) value spaces.
           05  WD-PATIENT-NAME      picture is X(20).
           05  FILLER               picture is X(02) value spaces.
           05  WD-GOAL-TYPE         picture is X(03).
           05  FILLER               picture is X(01) value spaces.
           05  WD-BASELINE          picture is ZZ9.9.
           05  FILLER               picture is X(02) value spaces.
           05  WD-LATEST            picture is ZZ9.9.
           05  FILLER               picture is X(02) value spaces.
           05  WD-GOAL              picture is ZZ9.9.
           05  FILLER               picture is X(02) value spaces.
           05  WD-PCT-DONE          picture is -(4)9.
           05  WD-PCT-SIGN          picture is X(01).
           05  FILLER               picture is X(02) value spaces.
           05  WD-TARGET-DATE       picture is X(08).
           05  FILLER               picture is X(02) value spaces.
           05  WD-PACE              picture is X(08).
           05  FILLER               picture is X(02) value spaces.
           05  WD-NOTE              picture is X(32).

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
           Open i-o CARE-PLAN-FILE.
           If not WS-PLAN-OK
               Display "Unable to open care plan file, status "
                   WS-PLAN-STATUS
               Stop run with error status 1
           end-if.
           Open input VISIT-MASTER-FILE.
           If not WS-VISIT-OK
               Display "Unable to open visit master, status "
                   WS-VISIT-STATUS
               Close CARE-PLAN-FILE
               Stop run with error status 1
           end-if.
           Open input PATIENT-MASTER-FILE.
           If WS-PATMAST-OK
               Move "Y" to WS-PATMAST-OPEN-SW
           end-if.
           Open output PROGRESS-REPORT-FILE.
           If not WS-REPORT-OK
               Display "Unable to open report file, status "
                   WS-REPORT-STATUS
               Stop run with error status 1
           end-if.
           Perform WRITE-REPORT-HEADING.
           Move "N" to WS-PLAN-EOF.
           Move low-values to CP-PATIENT-ID.
           Start CARE-PLAN-FILE key is greater than or equal
                   to CP-PATIENT-ID
               invalid key move "Y" to WS-PLAN-EOF
           end-start.
           Perform READ-NEXT-PLAN.
           Perform with test before until END-OF-PLANS
               If CP-OPEN
                   Add 1 to WS-OPEN-COUNT
                   Perform MEASURE-ONE-PLAN
                   Perform WRITE-PLAN-DETAIL
               end-if
               Perform READ-NEXT-PLAN
           end-perform.
           Perform WRITE-REPORT-TOTALS.
           Close PROGRESS-REPORT-FILE.
           If WS-PATMAST-OPEN
               Close PATIENT-MASTER-FILE
           end-if.
           Close VISIT-MASTER-FILE.
           Close CARE-PLAN-FILE.
           Perform WRITE-TRANSACTION-LOG-RECORD.
           Stop run.

       READ-NEXT-PLAN section.
           If not END-OF-PLANS
               Read CARE-PLAN-FILE next
                   at end move "Y" to WS-PLAN-EOF
               end-read
           end-if.
           Exit section.

      * The visit master is keyed patient-id + timestamp, so the
      * patient's visits arrive in date order: the baseline is the
      * last one on or before the start date (failing that, the
      * first after it) and the latest is simply the last read.
       MEASURE-ONE-PLAN section.
           Move CP-PATIENT-ID to WS-PATIENT-ID.
           Move "N" to WS-BASE-SW.
           Move "N" to WS-LATEST-SW.
           Move "N" to WS-MET-SW.
           Move "N" to WS-STALLED-SW.
           Move 0 to WS-BASE-VALUE WS-LATEST-VALUE WS-LATEST-DATE.
           Move 0 to WS-SINCE-COUNT.
           Move "N" to WS-VISIT-EOF.
           Move WS-PATIENT-ID to VM-PATIENT-ID.
           Move low-values to VM-TIMESTAMP.
           Start VISIT-MASTER-FILE key is greater than or equal to
                   VM-KEY
               invalid key move "Y" to WS-VISIT-EOF
           end-start.
           Perform READ-NEXT-VISIT.
           Perform with test before until END-OF-VISITS
               Compute WS-VISIT-DATE =
                   function numval(VM-TIMESTAMP(1:8))
               end-compute
               If CP-GOAL-WEIGHT
                   Compute WS-VISIT-VALUE = function numval(VM-WEIGHT)
                   end-compute
               else
                   Compute WS-VISIT-VALUE = function numval(VM-BMI)
                   end-compute
               end-if
               If WS-VISIT-DATE is not greater than CP-START-DATE
                   Move WS-VISIT-VALUE to WS-BASE-VALUE
                   Move "Y" to WS-BASE-SW
               else
                   If not WS-BASE-FOUND
                       Move WS-VISIT-VALUE to WS-BASE-VALUE
                       Move "Y" to WS-BASE-SW
                   end-if
                   Add 1 to WS-SINCE-COUNT
                   Move WS-VISIT-VALUE to WS-LATEST-VALUE
                   Move WS-VISIT-DATE to WS-LATEST-DATE
                   Move "Y" to WS-LATEST-SW
               end-if
               Perform READ-NEXT-VISIT
           end-perform.
           Perform JUDGE-PLAN-PROGRESS.
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

      * Progress runs from the baseline toward the goal, whichever
      * way that is, so a weight-gain plan reads the same as a loss.
      * The pace due is the share of the plan's days gone by today,
      * capped at 100 once the target date has passed.
       JUDGE-PLAN-PROGRESS section.
           Move 0 to WS-PCT-DONE.
           Move spaces to WS-NOTE.
           Compute WS-START-SERIAL =
               function integer-of-date(CP-START-DATE)
           end-compute.
           Compute WS-TARGET-SERIAL =
               function integer-of-date(CP-TARGET-DATE)
           end-compute.
           If WS-LATEST-FOUND
               Compute WS-LATEST-SERIAL =
                   function integer-of-date(WS-LATEST-DATE)
               end-compute
           else
               Move WS-START-SERIAL to WS-LATEST-SERIAL
               Move WS-BASE-VALUE to WS-LATEST-VALUE
           end-if.
           If WS-TODAY-SERIAL - WS-LATEST-SERIAL
                   is greater than WS-STALL-DAYS
               Move "Y" to WS-STALLED-SW
           end-if.
           If WS-LATEST-FOUND
               Evaluate true
                   when CP-GOAL-VALUE is less than WS-BASE-VALUE
                       If WS-LATEST-VALUE is not greater than
                               CP-GOAL-VALUE
                           Move "Y" to WS-MET-SW
                       end-if
                   when CP-GOAL-VALUE is greater than WS-BASE-VALUE
                       If WS-LATEST-VALUE is not less than
                               CP-GOAL-VALUE
                           Move "Y" to WS-MET-SW
                       end-if
                   when other
                       Move "Y" to WS-MET-SW
               end-evaluate
           end-if.
           If WS-BASE-VALUE is equal to CP-GOAL-VALUE
               Move 100 to WS-PCT-DONE
           else
               Compute WS-PCT-DONE rounded =
                   (WS-BASE-VALUE - WS-LATEST-VALUE) * 100
                   / (WS-BASE-VALUE - CP-GOAL-VALUE)
               end-compute
           end-if.
           Compute WS-PCT-DUE rounded =
               (WS-TODAY-SERIAL - WS-START-SERIAL) * 100
               / (WS-TARGET-SERIAL - WS-START-SERIAL)
           end-compute.
           If WS-PCT-DUE is greater than 100
               Move 100 to WS-PCT-DUE
           end-if.
           If WS-PCT-DUE is less than 0
               Move 0 to WS-PCT-DUE
           end-if.
           Evaluate true
               when not WS-BASE-FOUND
                   Move "No visits on file" to WS-NOTE
               when not WS-LATEST-FOUND
                   Move "No visit since start" to WS-NOTE
           end-evaluate.
           Exit section.

       WRITE-PLAN-DETAIL section.
           Move CP-PATIENT-ID to WD-PATIENT-ID.
           Move "(not on master)" to WD-PATIENT-NAME.
           If WS-PATMAST-OPEN
               Move CP-PATIENT-ID to PM-PATIENT-ID
               Read PATIENT-MASTER-FILE
                   invalid key
                       continue
                   not invalid key
                       Move PM-PATIENT-NAME to WD-PATIENT-NAME
               end-read
           end-if.
           If CP-GOAL-WEIGHT
               Move "Wkg" to WD-GOAL-TYPE
           else
               Move "BMI" to WD-GOAL-TYPE
           end-if.
           Move WS-BASE-VALUE to WD-BASELINE.
           Move WS-LATEST-VALUE to WD-LATEST.
           Move CP-GOAL-VALUE to WD-GOAL.
           Move WS-PCT-DONE to WD-PCT-DONE.
           Move "%" to WD-PCT-SIGN.
           Move CP-TARGET-DATE to WD-TARGET-DATE.
           Move WS-NOTE to WD-NOTE.
           Evaluate true
               when WS-GOAL-MET
                   Move "MET" to WD-PACE
                   Move "Goal met, plan closed" to WD-NOTE
                   Perform CLOSE-MET-PLAN
               when WS-PCT-DONE is not less than WS-PCT-DUE
                   Move "ON PACE" to WD-PACE
                   Add 1 to WS-ON-PACE-COUNT
               when other
                   Move "BEHIND" to WD-PACE
                   Add 1 to WS-BEHIND-COUNT
                   If WS-TODAY-SERIAL is greater than
                           WS-TARGET-SERIAL
                       Move "Past target date" to WD-NOTE
                   end-if
           end-evaluate.
           If WS-PLAN-STALLED and not WS-GOAL-MET
               Add 1 to WS-STALLED-COUNT
               If WD-NOTE is equal to spaces
                   Move "STALLED" to WD-NOTE
               else
                   Move WD-NOTE to WS-NOTE
                   Move spaces to WD-NOTE
                   String function trim(WS-NOTE) delimited by size
                       ", STALLED" delimited by size
                       into WD-NOTE
                   end-string
               end-if
           end-if.
           Move WS-DETAIL-LINE to PROGRESS-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Exit section.

       CLOSE-MET-PLAN section.
           Add 1 to WS-MET-COUNT.
           Move "M" to CP-STATUS.
           Move WS-LATEST-DATE to CP-CLOSED-DATE.
           Rewrite CARE-PLAN-RECORD
               invalid key
                   Display "Unable to close plan for "
                       function trim(CP-PATIENT-ID) ", status "
                       WS-PLAN-STATUS
           end-rewrite.
           Exit section.

       WRITE-REPORT-HEADING section.
           Move spaces to PROGRESS-REPORT-LINE.
           String "Care plan progress report as at " delimited by size
               WS-TODAY-DATE delimited by size
               into PROGRESS-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Move spaces to PROGRESS-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Move spaces to PROGRESS-REPORT-LINE.
           String "  Patient     Name                  Typ  Base  "
                   delimited by size
               "Latest  Goal   Done   Target    Pace      Notes"
                   delimited by size
               into PROGRESS-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Exit section.

       WRITE-REPORT-TOTALS section.
           Move spaces to PROGRESS-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Move WS-OPEN-COUNT to WS-COUNT-EDIT.
           Move WS-MET-COUNT to WS-COUNT-EDIT-2.
           Move WS-ON-PACE-COUNT to WS-COUNT-EDIT-3.
           Move WS-BEHIND-COUNT to WS-COUNT-EDIT-4.
           Move WS-STALLED-COUNT to WS-COUNT-EDIT-5.
           Move spaces to PROGRESS-REPORT-LINE.
           String "Open plans read: " delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               "  met and closed: " delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               "  on pace: " delimited by size
               function trim(WS-COUNT-EDIT-3) delimited by size
               "  behind: " delimited by size
               function trim(WS-COUNT-EDIT-4) delimited by size
               "  stalled: " delimited by size
               function trim(WS-COUNT-EDIT-5) delimited by size
               into PROGRESS-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Exit section.

       WRITE-REPORT-LINE section.
           Write PROGRESS-REPORT-LINE.
           Exit section.

       WRITE-TRANSACTION-LOG-RECORD section.
           Move WS-OPEN-COUNT to WS-COUNT-EDIT.
           Move spaces to WS-TXN-INPUT.
           String "care plans asat=" delimited by size
               WS-TODAY-DATE delimited by size
               " open=" delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               into WS-TXN-INPUT
           end-string.
           Move spaces to WS-TXN-OUTPUT.
           String "met=" delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               " onpace=" delimited by size
               function trim(WS-COUNT-EDIT-3) delimited by size
               " behind=" delimited by size
               function trim(WS-COUNT-EDIT-4) delimited by size
               " stalled=" delimited by size
               function trim(WS-COUNT-EDIT-5) delimited by size
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
           Move "CAREPRPT"     to TX-PROGRAM-NAME.
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

       End program CAREPRPT.
