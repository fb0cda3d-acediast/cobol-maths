      *                  today's and marked done once it balances,
      *                  closing the retransmit loop without a
      *                  hand-off.
      * 2026-10-15  RLP  Corrections and voids VISCORR queued on
      *                  EHRCORR go out as C and V details (original
      *                  visit date and time, corrected values) on
      *                  the next extract, whatever the ledger says
      *                  about the visit's own date, and are counted
      *                  into the trailer like any other detail.
      *                  Each is stamped with the extract date, so a
      *                  rejected date re-extracted from the retry
      *                  queue carries its corrections again.  The
      *                  correction entries VISCORR appends to
      *                  BMIHIST are not themselves extracted.
      * 2026-10-15  RLP  Every detail now names the clinic site the
      *                  visit was taken at, in three bytes of the
      *                  old detail filler; a visit with no site on
      *                  it goes out as the original site 001.
      * 2026-10-15  RLP  EHRCORR is now copied through the EHRCWRK
      *                  work file a record at a time instead of
      *                  through a fixed table, so a long queue no
      *                  longer stops corrections being stamped and
      *                  sent; an entry is dropped once the EHRTCTL
      *                  ledger shows the date it went out on was
      *                  accepted.

001000 Environment division.
       Configuration section.
           Select RETRY-FILE assign to "EHRRETRY"
               organization is line sequential
               file status is WS-RETRY-STATUS.
           Select CORRECTION-QUEUE-FILE assign to "EHRCORR"
               organization is line sequential
               file status is WS-QUEUE-STATUS.
           Select QUEUE-WORK-FILE assign to "EHRCWRK"
               organization is line sequential
               file status is WS-QWORK-STATUS.

002000 Data division.
       File section.
           05  XD-HEIGHT            picture is 9V99.
           05  XD-BMI               picture is 99V9.
           05  XD-CATEGORY          picture is X(18).
           05  XD-SITE-CODE         picture is X(03).
           05  FILLER               picture is X(04).
       01  EXTRACT-TRAILER-RECORD redefines EXTRACT-RECORD.
           05  XT-RECORD-TYPE       picture is X(01).
           05  XT-DETAIL-COUNT      picture is 9(09).
           05  RT-SPACE-1           picture is X(01).
           05  RT-STATUS            picture is X(01).

       FD  CORRECTION-QUEUE-FILE.
           COPY EHRCORR.

       FD  QUEUE-WORK-FILE.
       01  QUEUE-WORK-RECORD        picture is X(76).

       Working-storage section.
       77  WS-ORIGINAL-SITE picture is X(03) value "001".
       77  WS-AUDIT-STATUS  picture is X(02) value spaces.
           88 WS-AUDIT-OK          value "00".
       77  WS-EXTRACT-STATUS picture is X(02) value spaces.
               10  WS-RTY-DATE      picture is 9(08).
               10  WS-RTY-STATUS    picture is X(01).

      * The correction queue is copied a record at a time to the
      * EHRCWRK work file, with this extract's date stamped on what
      * it sent, and copied back once the extract has balanced.  An
      * entry already sent is kept only while the date it went out
      * on is unsettled -- its last ledger line not ACCEPTD -- since
      * a rejected date re-extracted must carry it again.  Should
      * the unsettled dates outrun the table, nothing sent is
      * dropped that night.
       77  WS-QUEUE-STATUS  picture is X(02) value spaces.
           88 WS-QUEUE-OK         value "00".
       77  WS-QUEUE-EOF     picture is X(01) value "N".
           88 END-OF-QUEUE        value "Y".
       77  WS-QWORK-STATUS  picture is X(02) value spaces.
           88 WS-QWORK-OK         value "00".
       77  WS-QWORK-EOF     picture is X(01) value "N".
           88 END-OF-QWORK        value "Y".
       77  WS-QUEUE-COPIED-SW picture is X(01) value "N".
           88 WS-QUEUE-COPIED     value "Y".
       77  WS-QUEUE-SENT    usage is binary-long value 0.
       77  WS-QUEUE-DROPPED usage is binary-long value 0.
       77  WS-LEDGER-EOF    picture is X(01) value "N".
           88 END-OF-LEDGER       value "Y".
       77  WS-UNSETTLED-MAX usage is binary-long value 200.
       77  WS-UNSETTLED-COUNT usage is binary-long value 0.
       77  WS-UNSETTLED-IX  usage is binary-long value 0.
       77  WS-UNSETTLED-FOUND-IX usage is binary-long value 0.
       77  WS-LOOKUP-DATE   picture is 9(08) value 0.
       77  WS-UNSETTLED-OVERFLOW-SW picture is X(01) value "N".
           88 WS-UNSETTLED-OVERFLOW value "Y".
       01  WS-UNSETTLED-TABLE.
           05  WS-UNSETTLED-DATE picture is 9(08) occurs 200 times.

003000 Procedure division.
       MAIN section.
           Display "Extract date (YYYYMMDD, blank = today): "
               Close AUDIT-FILE
               Stop run with error status 1
           end-if.
           Perform LOAD-UNSETTLED-DATES.
           Perform WRITE-HEADER-RECORD.
           Perform READ-AUDIT-RECORD.
           Perform with test before until END-OF-AUDIT
               Add 1 to WS-READ-COUNT
               If AR-TIMESTAMP(1:8) is equal to WS-EXTRACT-DATE-IN
                   and AR-VISIT-ENTRY
                   Add 1 to WS-SELECT-COUNT
                   Perform WRITE-DETAIL-RECORD
               end-if
               Perform READ-AUDIT-RECORD
           end-perform.
           Close AUDIT-FILE.
           Perform WRITE-CORRECTION-DETAILS.
           Perform WRITE-TRAILER-RECORD.
           Close EXTRACT-FILE.
           Perform BALANCE-EXTRACT-COUNTS.
           Perform WRITE-CONTROL-LEDGER-RECORD.
           If WS-QUEUE-COPIED
               Perform SAVE-CORRECTION-QUEUE
           end-if.
           If WS-RETRY-PICK-IX is greater than 0
               Move "D" to WS-RTY-STATUS(WS-RETRY-PICK-IX)
               Perform SAVE-RETRY-QUEUE
           Display "EHR extract for " WS-EXTRACT-DATE-IN ": "
               function trim(WS-COUNT-EDIT) " detail record(s), "
               "hash total " WS-BMI-HASH ".".
           If WS-QUEUE-SENT is greater than 0
               Move WS-QUEUE-SENT to WS-COUNT-EDIT
               Display "  of which " function trim(WS-COUNT-EDIT)
                   " correction/void detail(s) from EHRCORR."
           end-if.
           If WS-QUEUE-DROPPED is greater than 0
               Move WS-QUEUE-DROPPED to WS-COUNT-EDIT
               Display "  " function trim(WS-COUNT-EDIT)
                   " accepted correction(s) cleared from EHRCORR."
           end-if.
           Stop run.

       READ-AUDIT-RECORD section.
           Compute XD-BMI = function numval(AR-BMI)
           end-compute.
           Move AR-CATEGORY to XD-CATEGORY.
           If AR-SITE-CODE is equal to spaces
               Move WS-ORIGINAL-SITE to XD-SITE-CODE
           else
               Move AR-SITE-CODE to XD-SITE-CODE
           end-if.
           Write EXTRACT-RECORD.
           If WS-EXTRACT-OK
               Add 1 to WS-DETAIL-COUNT
           end-if.
           Exit section.

      * A queued correction goes out when it has never been sent, or
      * when it was sent on the very date being extracted again; it
      * identifies the visit by its original date and time, and the
      * record type tells the vendor to amend (C) or reverse (V) it.
      * Every entry still wanted goes on to the work file, stamped or
      * not; with no work file nothing is sent, since nothing sent
      * could then be stamped.
       WRITE-CORRECTION-DETAILS section.
           Move 0 to WS-QUEUE-SENT.
           Move 0 to WS-QUEUE-DROPPED.
           Move "N" to WS-QUEUE-EOF.
           Open input CORRECTION-QUEUE-FILE.
           If not WS-QUEUE-OK
               Exit section
           end-if.
           Open output QUEUE-WORK-FILE.
           If not WS-QWORK-OK
               Display "Unable to open correction work file, status "
                   WS-QWORK-STATUS ", corrections held over"
               Close CORRECTION-QUEUE-FILE
               Exit section
           end-if.
           Move "Y" to WS-QUEUE-COPIED-SW.
           Perform READ-QUEUE-RECORD.
           Perform with test before until END-OF-QUEUE
               If CQ-SENT-DATE is equal to 0
                   or CQ-SENT-DATE is equal to WS-EXTRACT-DATE
                   Add 1 to WS-SELECT-COUNT
                   Perform WRITE-CORRECTION-DETAIL
               end-if
               Perform KEEP-OR-DROP-QUEUE-ENTRY
               Perform READ-QUEUE-RECORD
           end-perform.
           Close CORRECTION-QUEUE-FILE.
           Close QUEUE-WORK-FILE.
           Exit section.

       WRITE-CORRECTION-DETAIL section.
           Move spaces to EXTRACT-RECORD.
           Move CQ-ACTION to XD-RECORD-TYPE.
           Move CQ-PATIENT-ID to XD-PATIENT-ID.
           Compute XD-VISIT-DATE =
               function numval(CQ-VISIT-STAMP(1:8))
           end-compute.
           Compute XD-VISIT-TIME =
               function numval(CQ-VISIT-STAMP(9:6))
           end-compute.
           Compute XD-WEIGHT = function numval(CQ-WEIGHT)
           end-compute.
           Compute XD-HEIGHT = function numval(CQ-HEIGHT)
           end-compute.
           Compute XD-BMI = function numval(CQ-BMI)
           end-compute.
           Move CQ-CATEGORY to XD-CATEGORY.
           If CQ-SITE-CODE is equal to spaces
               Move WS-ORIGINAL-SITE to XD-SITE-CODE
           else
               Move CQ-SITE-CODE to XD-SITE-CODE
           end-if.
           Write EXTRACT-RECORD.
           If WS-EXTRACT-OK
               Add 1 to WS-DETAIL-COUNT
               Add 1 to WS-QUEUE-SENT
               Compute WS-BMI-HASH = WS-BMI-HASH
                   + function numval(CQ-BMI)
               end-compute
               Move WS-EXTRACT-DATE to CQ-SENT-DATE
           end-if.
           Exit section.

       KEEP-OR-DROP-QUEUE-ENTRY section.
           If CQ-SENT-DATE is not equal to 0
               and CQ-SENT-DATE is not equal to WS-EXTRACT-DATE
               and not WS-UNSETTLED-OVERFLOW
               Move CQ-SENT-DATE to WS-LOOKUP-DATE
               Perform FIND-UNSETTLED-DATE
               If WS-UNSETTLED-FOUND-IX is equal to 0
                   Add 1 to WS-QUEUE-DROPPED
                   Exit section
               end-if
           end-if.
           Move CORRECTION-QUEUE-RECORD to QUEUE-WORK-RECORD.
           Write QUEUE-WORK-RECORD.
           Exit section.

       READ-QUEUE-RECORD section.
           Read CORRECTION-QUEUE-FILE
               at end move "Y" to WS-QUEUE-EOF
           end-read.
           Exit section.

      * Reads the ledger in the order it was written, so the last
      * line for a date decides it: ACCEPTD settles the date, any
      * other line (SENT, REJECTD) leaves it open.
       LOAD-UNSETTLED-DATES section.
           Move 0 to WS-UNSETTLED-COUNT.
           Move "N" to WS-UNSETTLED-OVERFLOW-SW.
           Move "N" to WS-LEDGER-EOF.
           Open input CONTROL-LEDGER-FILE.
           If not WS-LEDGER-OK
               Exit section
           end-if.
           Perform READ-LEDGER-RECORD.
           Perform with test before until END-OF-LEDGER
               Move TC-EXTRACT-DATE to WS-LOOKUP-DATE
               Perform FIND-UNSETTLED-DATE
               If TC-STATUS is equal to "ACCEPTD"
                   If WS-UNSETTLED-FOUND-IX is greater than 0
                       Move WS-UNSETTLED-DATE(WS-UNSETTLED-COUNT)
                           to WS-UNSETTLED-DATE(
                           WS-UNSETTLED-FOUND-IX)
                       Subtract 1 from WS-UNSETTLED-COUNT
                   end-if
               else
                   If WS-UNSETTLED-FOUND-IX is equal to 0
                       If WS-UNSETTLED-COUNT is less than
                               WS-UNSETTLED-MAX
                           Add 1 to WS-UNSETTLED-COUNT
                           Move WS-LOOKUP-DATE to WS-UNSETTLED-DATE(
                               WS-UNSETTLED-COUNT)
                       else
                           Move "Y" to WS-UNSETTLED-OVERFLOW-SW
                       end-if
                   end-if
               end-if
               Perform READ-LEDGER-RECORD
           end-perform.
           Close CONTROL-LEDGER-FILE.
           If WS-UNSETTLED-OVERFLOW
               Display "More unsettled transmissions than the table "
                   "holds; sent corrections kept on EHRCORR."
           end-if.
           Exit section.

       READ-LEDGER-RECORD section.
           Read CONTROL-LEDGER-FILE
               at end move "Y" to WS-LEDGER-EOF
           end-read.
           Exit section.

       FIND-UNSETTLED-DATE section.
           Move 0 to WS-UNSETTLED-FOUND-IX.
           Perform varying WS-UNSETTLED-IX from 1 by 1
                   until WS-UNSETTLED-IX is greater than
                       WS-UNSETTLED-COUNT
                   or WS-UNSETTLED-FOUND-IX is greater than 0
               If WS-UNSETTLED-DATE(WS-UNSETTLED-IX) is equal to
                       WS-LOOKUP-DATE
                   Move WS-UNSETTLED-IX to WS-UNSETTLED-FOUND-IX
               end-if
           end-perform.
           Exit section.

      * Only reached once the extract has balanced, so a suppressed
      * extract leaves the queue exactly as it was.
       SAVE-CORRECTION-QUEUE section.
           Move "N" to WS-QWORK-EOF.
           Open input QUEUE-WORK-FILE.
           If not WS-QWORK-OK
               Display "Unable to reopen correction work file, status "
                   WS-QWORK-STATUS
               Exit section
           end-if.
           Open output CORRECTION-QUEUE-FILE.
           If not WS-QUEUE-OK
               Display "Unable to rewrite correction queue, status "
                   WS-QUEUE-STATUS
               Close QUEUE-WORK-FILE
               Exit section
           end-if.
           Perform READ-QUEUE-WORK-RECORD.
           Perform with test before until END-OF-QWORK
               Move QUEUE-WORK-RECORD to CORRECTION-QUEUE-RECORD
               Write CORRECTION-QUEUE-RECORD
               Perform READ-QUEUE-WORK-RECORD
           end-perform.
           Close QUEUE-WORK-FILE.
           Close CORRECTION-QUEUE-FILE.
           Exit section.

       READ-QUEUE-WORK-RECORD section.
           Read QUEUE-WORK-FILE
               at end move "Y" to WS-QWORK-EOF
           end-read.
           Exit section.

       WRITE-TRAILER-RECORD section.
           Move spaces to EXTRACT-RECORD.
           Move "T" to XT-RECORD-TYPE.
