000100 Identification division.
       Program-ID.    MSGXTRCT.
       Date-written.  2026-10-15.
       Installation.  WSL.
       Security.      Non-confidential.
      * Modification history.
      * 2026-10-15  RLP  Initial version.  Nightly reminder and
      *                  recall file for the messaging vendor
      *                  (MSGXMIT: a header, one detail per notice and
      *                  a trailer count, the same envelope as our
      *                  EHRXMIT).  Two kinds of notice:
      *                    R  a reminder for every appointment still
      *                       booked on the next business day (a
      *                       weekend or HOLCAL holiday is skipped);
      *                    C  a recall for every active patient the
      *                       PATRECAL rules find overdue -- the
      *                       standard threshold, or the tighter one
      *                       for the obese and severely-underweight
      *                       bands -- who has nothing booked ahead.
      *                  Nobody is sent anything who is inactive on
      *                  PATMAST, has no PATCONT contact record, or
      *                  has opted out, and a recall is not repeated
      *                  within RESEND-DAYS of the last one.  The
      *                  thresholds come from the optional MSGCTL
      *                  file as NAME=VALUE lines (RECALL-DAYS,
      *                  TIGHT-DAYS, RESEND-DAYS; 180, 90 and 30 when
      *                  absent).  Every notice sent is appended to
      *                  NOTICLOG, and the run's counts, skips
      *                  included, go to TXNLOG under the operator id
      *                  on the command line (NIGHTRUN if blank).
      * 2026-10-15  RLP  A missing PATCONT no longer stops the run: it
      *                  is started empty, as CONTMNT starts it, and
      *                  every patient counts as having no contact
      *                  record until the desk keys some.
      * 2026-10-15  RLP  TXNLOG lines are drawn and appended under the
      *                  TXNLOCK lock, so a run overlapping another
      *                  cannot share a sequence number or land out of
      *                  order.

001000 Environment division.
       Configuration section.
       Source-computer. x86-64.
       Input-output section.
       File-control.
           Select APPOINTMENT-FILE assign to "APPTFILE"
               organization is line sequential
               file status is WS-APPT-STATUS.
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
           Select PATIENT-CONTACT-FILE assign to "PATCONT"
               organization is indexed
               access mode is random
               record key is PC-PATIENT-ID
               file status is WS-CONTACT-STATUS.
           Select MESSAGE-FILE assign to "MSGXMIT"
               organization is line sequential
               file status is WS-MESSAGE-STATUS.
           Select NOTICE-LOG-FILE assign to "NOTICLOG"
               organization is line sequential
               file status is WS-NOTICE-STATUS.
           Select HOLIDAY-CALENDAR-FILE assign to "HOLCAL"
               organization is line sequential
               file status is WS-HOLCAL-STATUS.
           Select MESSAGE-CONTROL-FILE assign to "MSGCTL"
               organization is line sequential
               file status is WS-CONTROL-STATUS.
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
       FD  APPOINTMENT-FILE.
           COPY APPTFILE.

       FD  PATIENT-MASTER-FILE.
           COPY PATMAST.

       FD  VISIT-MASTER-FILE.
           COPY VISITMST.

       FD  PATIENT-CONTACT-FILE.
           COPY PATCONT.

       FD  MESSAGE-FILE.
       01  MESSAGE-RECORD           picture is X(150).
       01  MESSAGE-HEADER-RECORD redefines MESSAGE-RECORD.
           05  MH-RECORD-TYPE       picture is X(01).
           05  MH-EXTRACT-DATE      picture is 9(08).
           05  MH-SOURCE-SYSTEM     picture is X(10).
       01  MESSAGE-DETAIL-RECORD redefines MESSAGE-RECORD.
           05  MD-RECORD-TYPE       picture is X(01).
           05  MD-NOTICE-TYPE       picture is X(01).
           05  MD-PATIENT-ID        picture is X(10).
           05  MD-PATIENT-NAME      picture is X(30).
           05  MD-CHANNEL           picture is X(01).
           05  MD-ADDRESS-LINE-1    picture is X(30).
           05  MD-ADDRESS-LINE-2    picture is X(30).
           05  MD-POSTCODE          picture is X(10).
           05  MD-PHONE             picture is X(15).
           05  MD-REF-DATE          picture is 9(08).
           05  MD-REF-SESSION       picture is X(02).
           05  MD-SITE-CODE         picture is X(03).
       01  MESSAGE-TRAILER-RECORD redefines MESSAGE-RECORD.
           05  MT-RECORD-TYPE       picture is X(01).
           05  MT-DETAIL-COUNT      picture is 9(09).
           05  MT-REMINDER-COUNT    picture is 9(09).
           05  MT-RECALL-COUNT      picture is 9(09).

       FD  NOTICE-LOG-FILE.
           COPY NOTICLOG.

       FD  HOLIDAY-CALENDAR-FILE.
       01  HOLIDAY-CALENDAR-RECORD  picture is X(08).

       FD  MESSAGE-CONTROL-FILE.
       01  MESSAGE-CONTROL-RECORD   picture is X(80).

       FD  TRANSACTION-LOG-FILE.
           COPY TXNLOG.

       FD  SEQUENCE-CONTROL-FILE.
       01  SEQUENCE-CONTROL-RECORD.
           05  SQ-LAST-SEQUENCE     picture is 9(09).

       FD  TXN-LOCK-FILE.
           COPY TXNLOCK.

       Working-storage section.
       77  WS-APPT-STATUS   picture is X(02) value spaces.
           88 WS-APPT-OK           value "00".
       77  WS-PATMAST-STATUS picture is X(02) value spaces.
           88 WS-PATMAST-OK        value "00".
       77  WS-VISIT-STATUS  picture is X(02) value spaces.
           88 WS-VISIT-OK          value "00".
       77  WS-CONTACT-STATUS picture is X(02) value spaces.
           88 WS-CONTACT-OK        value "00".
           88 WS-CONTACT-MISSING   value "35".
       77  WS-MESSAGE-STATUS picture is X(02) value spaces.
           88 WS-MESSAGE-OK        value "00".
       77  WS-NOTICE-STATUS picture is X(02) value spaces.
           88 WS-NOTICE-OK         value "00".
       77  WS-HOLCAL-STATUS picture is X(02) value spaces.
           88 WS-HOLCAL-OK         value "00".
       77  WS-CONTROL-STATUS picture is X(02) value spaces.
           88 WS-CONTROL-OK        value "00".
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

       77  WS-APPT-EOF      picture is X(01) value "N".
           88 END-OF-APPOINTMENTS  value "Y".
       77  WS-MASTER-EOF    picture is X(01) value "N".
           88 END-OF-MASTER        value "Y".
       77  WS-VISIT-EOF     picture is X(01) value "N".
           88 END-OF-VISITS        value "Y".
       77  WS-HOLCAL-EOF    picture is X(01) value "N".
           88 END-OF-HOLCAL        value "Y".
       77  WS-CONTROL-EOF   picture is X(01) value "N".
           88 END-OF-CONTROL       value "Y".
       77  WS-CONTACT-SW    picture is X(01) value "N".
           88 WS-CONTACT-FOUND     value "Y".
       77  WS-VISIT-FOUND-SW picture is X(01) value "N".
           88 WS-VISIT-FOUND       value "Y".
       77  WS-ACTIVE-SW     picture is X(01) value "N".
           88 WS-PATIENT-ACTIVE    value "Y".

       77  WS-OPERATOR-ID   picture is X(10) value spaces.
       77  WS-TIMESTAMP     picture is X(26) value spaces.
       77  WS-SOURCE-SYSTEM picture is X(10) value "BMICLINIC".
       77  WS-ORIGINAL-SITE picture is X(03) value "001".

      * MSGCTL parameters and their defaults.
       77  WS-CTL-NAME      picture is X(20) value spaces.
       77  WS-CTL-VALUE     picture is X(40) value spaces.
       77  WS-STD-DAYS      usage is binary-long value 180.
       77  WS-TIGHT-DAYS    usage is binary-long value 90.
       77  WS-RESEND-DAYS   usage is binary-long value 30.
       77  WS-APPLY-DAYS    usage is binary-long value 0.

       77  WS-TODAY-DATE    picture is 9(08) value 0.
       77  WS-TODAY-SERIAL  usage is binary-long value 0.
       77  WS-REMIND-DATE   picture is 9(08) value 0.
       77  WS-REMIND-SERIAL usage is binary-long value 0.
       77  WS-WEEKDAY       picture is 9(01) value 0.
       77  WS-BUSINESS-SW   picture is X(01) value "N".
           88 WS-BUSINESS-DAY      value "Y".
       77  WS-WORK-SERIAL   usage is binary-long value 0.
       77  WS-DAYS-SINCE    usage is binary-long value 0.

       77  WS-HOLIDAY-MAX   usage is binary-long value 100.
       77  WS-HOLIDAY-COUNT usage is binary-long value 0.
       77  WS-HOLIDAY-IX    usage is binary-long value 0.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DATE  picture is X(08) occurs 100 times.

      * Patients with an appointment booked today or later; the
      * booking is the recall, so they are not sent another.
       77  WS-BOOKED-MAX    usage is binary-long value 2000.
       77  WS-BOOKED-COUNT  usage is binary-long value 0.
       77  WS-BOOKED-IX     usage is binary-long value 0.
       77  WS-BOOKED-SW     picture is X(01) value "N".
           88 WS-BOOKED-AHEAD      value "Y".
       77  WS-BOOKED-FULL-SW picture is X(01) value "N".
           88 WS-BOOKED-TABLE-FULL value "Y".
       01  WS-BOOKED-TABLE.
           05  WS-BOOKED-ID     picture is X(10) occurs 2000 times.

       77  WS-PATIENT-ID    picture is X(10) value spaces.
       77  WS-LAST-DATE     picture is X(08) value spaces.
       77  WS-LAST-CATEGORY picture is X(18) value spaces.
       77  WS-LAST-SITE     picture is X(03) value spaces.
       77  WS-OBESE-TALLY   usage is binary-long value 0.
       77  WS-SEVERE-TALLY  usage is binary-long value 0.

       77  WS-NOTICE-TYPE   picture is X(01) value spaces.
       77  WS-REF-DATE      picture is 9(08) value 0.
       77  WS-REF-SESSION   picture is X(02) value spaces.
       77  WS-REF-SITE      picture is X(03) value spaces.

       77  WS-DETAIL-COUNT  usage is binary-long value 0.
       77  WS-REMINDER-COUNT usage is binary-long value 0.
       77  WS-RECALL-COUNT  usage is binary-long value 0.
       77  WS-INACTIVE-COUNT usage is binary-long value 0.
       77  WS-NO-CONTACT-COUNT usage is binary-long value 0.
       77  WS-OPTED-OUT-COUNT usage is binary-long value 0.
       77  WS-RECENT-COUNT  usage is binary-long value 0.
       77  WS-BOOKED-SKIP-COUNT usage is binary-long value 0.
       77  WS-COUNT-EDIT    picture is Z(8)9.
       77  WS-COUNT-EDIT-2  picture is Z(8)9.
       77  WS-COUNT-EDIT-3  picture is Z(8)9.
       77  WS-COUNT-EDIT-4  picture is Z(8)9.
       77  WS-COUNT-EDIT-5  picture is Z(8)9.

       77  WS-TXN-INPUT     picture is X(64) value spaces.
       77  WS-TXN-OUTPUT    picture is X(64) value spaces.
       77  WS-TXN-TAIL      picture is X(32) value spaces.
       77  WS-TXN-WORK      picture is X(64) value spaces.

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
           Perform LOAD-MESSAGE-CONTROL.
           Perform LOAD-HOLIDAY-CALENDAR.
           Perform COMPUTE-REMINDER-DATE.
           Perform OPEN-EXTRACT-FILES.
           Perform WRITE-HEADER-RECORD.
           Perform EXTRACT-REMINDERS.
           Perform EXTRACT-RECALLS.
           Perform WRITE-TRAILER-RECORD.
           Close MESSAGE-FILE.
           Close NOTICE-LOG-FILE.
           Close PATIENT-CONTACT-FILE.
           Close VISIT-MASTER-FILE.
           Close PATIENT-MASTER-FILE.
           Perform WRITE-TRANSACTION-LOG-RECORD.
           Move WS-DETAIL-COUNT to WS-COUNT-EDIT.
           Move WS-REMINDER-COUNT to WS-COUNT-EDIT-2.
           Move WS-RECALL-COUNT to WS-COUNT-EDIT-3.
           Display "Messaging extract for " WS-TODAY-DATE ": "
               function trim(WS-COUNT-EDIT) " notice(s), "
               function trim(WS-COUNT-EDIT-2) " reminder(s) for "
               WS-REMIND-DATE ", "
               function trim(WS-COUNT-EDIT-3) " recall(s).".
           Move WS-OPTED-OUT-COUNT to WS-COUNT-EDIT.
           Move WS-NO-CONTACT-COUNT to WS-COUNT-EDIT-2.
           Move WS-RECENT-COUNT to WS-COUNT-EDIT-3.
           Move WS-INACTIVE-COUNT to WS-COUNT-EDIT-4.
           Move WS-BOOKED-SKIP-COUNT to WS-COUNT-EDIT-5.
           Display "  Not sent: " function trim(WS-COUNT-EDIT)
               " opted out, " function trim(WS-COUNT-EDIT-2)
               " no contact, " function trim(WS-COUNT-EDIT-3)
               " recalled recently, " function trim(WS-COUNT-EDIT-4)
               " inactive, " function trim(WS-COUNT-EDIT-5)
               " booked ahead.".
           Stop run.

      * The optional MSGCTL file carries the thresholds as
      * NAME=VALUE lines; without it the PATRECAL defaults stand.
       LOAD-MESSAGE-CONTROL section.
           Move "N" to WS-CONTROL-EOF.
           Open input MESSAGE-CONTROL-FILE.
           If not WS-CONTROL-OK
               Exit section
           end-if.
           Perform READ-CONTROL-RECORD.
           Perform with test before until END-OF-CONTROL
               Perform PARSE-CONTROL-RECORD
               Perform READ-CONTROL-RECORD
           end-perform.
           Close MESSAGE-CONTROL-FILE.
           Exit section.

       READ-CONTROL-RECORD section.
           Read MESSAGE-CONTROL-FILE
               at end move "Y" to WS-CONTROL-EOF
           end-read.
           Exit section.

       PARSE-CONTROL-RECORD section.
           Move spaces to WS-CTL-NAME.
           Move spaces to WS-CTL-VALUE.
           Unstring MESSAGE-CONTROL-RECORD delimited by "="
               into WS-CTL-NAME WS-CTL-VALUE
           end-unstring.
           Evaluate function upper-case(function
                   trim(WS-CTL-NAME))
               when "RECALL-DAYS"
                   Compute WS-STD-DAYS =
                       function numval(WS-CTL-VALUE)
                   end-compute
               when "TIGHT-DAYS"
                   Compute WS-TIGHT-DAYS =
                       function numval(WS-CTL-VALUE)
                   end-compute
               when "RESEND-DAYS"
                   Compute WS-RESEND-DAYS =
                       function numval(WS-CTL-VALUE)
                   end-compute
               when spaces
                   continue
               when other
                   Display "Message control field "
                       function trim(WS-CTL-NAME)
                       " not recognized, ignored"
           end-evaluate.
           Exit section.

      * The optional HOLCAL calendar lists holiday dates, one
      * YYYYMMDD per line; with no calendar only weekends are
      * skipped looking for the next business day.
       LOAD-HOLIDAY-CALENDAR section.
           Move 0 to WS-HOLIDAY-COUNT.
           Move "N" to WS-HOLCAL-EOF.
           Open input HOLIDAY-CALENDAR-FILE.
           If not WS-HOLCAL-OK
               Exit section
           end-if.
           Perform READ-HOLCAL-RECORD.
           Perform with test before until END-OF-HOLCAL
               If WS-HOLIDAY-COUNT is less than WS-HOLIDAY-MAX
                   Add 1 to WS-HOLIDAY-COUNT
                   Move HOLIDAY-CALENDAR-RECORD to
                       WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
               else
                   Display "Holiday table full, a calendar date "
                       "was not loaded"
               end-if
               Perform READ-HOLCAL-RECORD
           end-perform.
           Close HOLIDAY-CALENDAR-FILE.
           Exit section.

       READ-HOLCAL-RECORD section.
           Read HOLIDAY-CALENDAR-FILE
               at end move "Y" to WS-HOLCAL-EOF
           end-read.
           Exit section.

      * Tomorrow, stepped past any weekend or holiday.
       COMPUTE-REMINDER-DATE section.
           Move WS-TODAY-SERIAL to WS-REMIND-SERIAL.
           Move "N" to WS-BUSINESS-SW.
           Perform with test after until WS-BUSINESS-DAY
               Add 1 to WS-REMIND-SERIAL
               Compute WS-REMIND-DATE =
                   function date-of-integer(WS-REMIND-SERIAL)
               end-compute
               Compute WS-WEEKDAY =
                   function rem(WS-REMIND-SERIAL - 1, 7) + 1
               end-compute
               Move "Y" to WS-BUSINESS-SW
               If WS-WEEKDAY is greater than 5
                   Move "N" to WS-BUSINESS-SW
               end-if
               Perform varying WS-HOLIDAY-IX from 1 by 1
                       until WS-HOLIDAY-IX is greater than
                           WS-HOLIDAY-COUNT
                   If WS-HOLIDAY-DATE(WS-HOLIDAY-IX) is equal to
                           WS-REMIND-DATE
                       Move "N" to WS-BUSINESS-SW
                   end-if
               end-perform
           end-perform.
           Exit section.

       OPEN-EXTRACT-FILES section.
           Open input PATIENT-MASTER-FILE.
           If not WS-PATMAST-OK
               Display "Unable to open patient master, status "
                   WS-PATMAST-STATUS
               Stop run with error status 1
           end-if.
           Open input VISIT-MASTER-FILE.
           If not WS-VISIT-OK
               Display "Unable to open visit master, status "
                   WS-VISIT-STATUS
               Stop run with error status 1
           end-if.
      * PATCONT is opened i-o because a recall sent is stamped back
      * on the patient's contact record.
           Open i-o PATIENT-CONTACT-FILE.
           If WS-CONTACT-MISSING
               Display "PATCONT not found, starting an empty file."
               Open output PATIENT-CONTACT-FILE
               Close PATIENT-CONTACT-FILE
               Open i-o PATIENT-CONTACT-FILE
           end-if.
           If not WS-CONTACT-OK
               Display "Unable to open contact file, status "
                   WS-CONTACT-STATUS
               Stop run with error status 1
           end-if.
           Open output MESSAGE-FILE.
           If not WS-MESSAGE-OK
               Display "Unable to open message file, status "
                   WS-MESSAGE-STATUS
               Stop run with error status 1
           end-if.
           Open extend NOTICE-LOG-FILE.
           If WS-NOTICE-STATUS is equal to "35"
               Open output NOTICE-LOG-FILE
           end-if.
           If not WS-NOTICE-OK
               Display "Unable to open notice log, status "
                   WS-NOTICE-STATUS
               Stop run with error status 1
           end-if.
           Exit section.

       WRITE-HEADER-RECORD section.
           Move spaces to MESSAGE-RECORD.
           Move "H" to MH-RECORD-TYPE.
           Move WS-TODAY-DATE to MH-EXTRACT-DATE.
           Move WS-SOURCE-SYSTEM to MH-SOURCE-SYSTEM.
           Write MESSAGE-RECORD.
           Exit section.

      * One pass of the appointment book: a reminder for each
      * appointment booked on the reminder date, and a note of
      * everyone booked from today on for the recall pass.
       EXTRACT-REMINDERS section.
           Move 0 to WS-BOOKED-COUNT.
           Move "N" to WS-APPT-EOF.
           Open input APPOINTMENT-FILE.
           If not WS-APPT-OK
               Display "No appointment file, no reminders sent"
               Exit section
           end-if.
           Perform READ-APPOINTMENT-RECORD.
           Perform with test before until END-OF-APPOINTMENTS
               If AP-STATUS is equal to "B"
                   and AP-DATE is not less than WS-TODAY-DATE
                   Perform NOTE-BOOKED-PATIENT
                   If AP-DATE is equal to WS-REMIND-DATE
                       Perform SEND-ONE-REMINDER
                   end-if
               end-if
               Perform READ-APPOINTMENT-RECORD
           end-perform.
           Close APPOINTMENT-FILE.
           Exit section.

       READ-APPOINTMENT-RECORD section.
           Read APPOINTMENT-FILE
               at end move "Y" to WS-APPT-EOF
           end-read.
           Exit section.

       NOTE-BOOKED-PATIENT section.
           Move AP-PATIENT-ID to WS-PATIENT-ID.
           Perform FIND-BOOKED-PATIENT.
           If WS-BOOKED-AHEAD
               Exit section
           end-if.
           If WS-BOOKED-COUNT is less than WS-BOOKED-MAX
               Add 1 to WS-BOOKED-COUNT
               Move AP-PATIENT-ID to WS-BOOKED-ID(WS-BOOKED-COUNT)
           else
               If not WS-BOOKED-TABLE-FULL
                   Display "Booked-ahead table full, some booked "
                       "patients may also be recalled"
                   Move "Y" to WS-BOOKED-FULL-SW
               end-if
           end-if.
           Exit section.

       FIND-BOOKED-PATIENT section.
           Move "N" to WS-BOOKED-SW.
           Perform varying WS-BOOKED-IX from 1 by 1
                   until WS-BOOKED-IX is greater than WS-BOOKED-COUNT
                   or WS-BOOKED-AHEAD
               If WS-BOOKED-ID(WS-BOOKED-IX) is equal to
                       WS-PATIENT-ID
                   Move "Y" to WS-BOOKED-SW
               end-if
           end-perform.
           Exit section.

       SEND-ONE-REMINDER section.
           Move AP-PATIENT-ID to WS-PATIENT-ID.
           Move "N" to WS-ACTIVE-SW.
           Move WS-PATIENT-ID to PM-PATIENT-ID.
           Read PATIENT-MASTER-FILE
               invalid key
                   continue
               not invalid key
                   If PM-ACTIVE-FLAG is equal to "A"
                       Move "Y" to WS-ACTIVE-SW
                   end-if
           end-read.
           If not WS-PATIENT-ACTIVE
               Add 1 to WS-INACTIVE-COUNT
               Exit section
           end-if.
           Perform READ-PATIENT-CONTACT.
           If not WS-CONTACT-FOUND
               Add 1 to WS-NO-CONTACT-COUNT
               Exit section
           end-if.
           If PC-OPTED-OUT
               Add 1 to WS-OPTED-OUT-COUNT
               Exit section
           end-if.
           Move "R" to WS-NOTICE-TYPE.
           Move AP-DATE to WS-REF-DATE.
           Move AP-SESSION to WS-REF-SESSION.
           If AP-SITE-CODE is equal to spaces
               Move WS-ORIGINAL-SITE to WS-REF-SITE
           else
               Move AP-SITE-CODE to WS-REF-SITE
           end-if.
           Perform WRITE-NOTICE.
           Add 1 to WS-REMINDER-COUNT.
           Exit section.

       READ-PATIENT-CONTACT section.
           Move "N" to WS-CONTACT-SW.
           Move WS-PATIENT-ID to PC-PATIENT-ID.
           Read PATIENT-CONTACT-FILE
               invalid key
                   continue
               not invalid key
                   Move "Y" to WS-CONTACT-SW
           end-read.
           Exit section.

      * The recall pass walks the master for active patients and
      * judges each the way PATRECAL does; a patient never seen is
      * always due.
       EXTRACT-RECALLS section.
           Move "N" to WS-MASTER-EOF.
           Move low-values to PM-PATIENT-ID.
           Start PATIENT-MASTER-FILE key is greater than or equal
                   to PM-PATIENT-ID
               invalid key move "Y" to WS-MASTER-EOF
           end-start.
           Perform READ-NEXT-MASTER-RECORD.
           Perform with test before until END-OF-MASTER
               If PM-ACTIVE-FLAG is equal to "A"
                   Perform JUDGE-ONE-RECALL
               end-if
               Perform READ-NEXT-MASTER-RECORD
           end-perform.
           Exit section.

       READ-NEXT-MASTER-RECORD section.
           If not END-OF-MASTER
               Read PATIENT-MASTER-FILE next
                   at end move "Y" to WS-MASTER-EOF
               end-read
           end-if.
           Exit section.

       JUDGE-ONE-RECALL section.
           Move PM-PATIENT-ID to WS-PATIENT-ID.
           Perform FIND-LAST-VISIT.
           If WS-VISIT-FOUND
               Compute WS-WORK-SERIAL = function integer-of-date(
                   function numval(WS-LAST-DATE))
               end-compute
               Compute WS-DAYS-SINCE =
                   WS-TODAY-SERIAL - WS-WORK-SERIAL
               end-compute
               Perform PICK-APPLICABLE-THRESHOLD
               If WS-DAYS-SINCE is not greater than WS-APPLY-DAYS
                   Exit section
               end-if
           end-if.
           Perform FIND-BOOKED-PATIENT.
           If WS-BOOKED-AHEAD
               Add 1 to WS-BOOKED-SKIP-COUNT
               Exit section
           end-if.
           Perform READ-PATIENT-CONTACT.
           If not WS-CONTACT-FOUND
               Add 1 to WS-NO-CONTACT-COUNT
               Exit section
           end-if.
           If PC-OPTED-OUT
               Add 1 to WS-OPTED-OUT-COUNT
               Exit section
           end-if.
           If PC-LAST-RECALL-DATE is numeric
               and PC-LAST-RECALL-DATE is not equal to "00000000"
               Compute WS-WORK-SERIAL = function integer-of-date(
                   function numval(PC-LAST-RECALL-DATE))
               end-compute
               If WS-TODAY-SERIAL - WS-WORK-SERIAL
                       is less than WS-RESEND-DAYS
                   Add 1 to WS-RECENT-COUNT
                   Exit section
               end-if
           end-if.
           Move "C" to WS-NOTICE-TYPE.
           Move spaces to WS-REF-SESSION.
           If WS-VISIT-FOUND
               Compute WS-REF-DATE = function numval(WS-LAST-DATE)
               end-compute
               Move WS-LAST-SITE to WS-REF-SITE
           else
               Move 0 to WS-REF-DATE
               Move WS-ORIGINAL-SITE to WS-REF-SITE
           end-if.
           Perform WRITE-NOTICE.
           Add 1 to WS-RECALL-COUNT.
           Move WS-TODAY-DATE to PC-LAST-RECALL-DATE.
           Rewrite PATIENT-CONTACT-RECORD
               invalid key
                   Display "Unable to stamp recall date for "
                       function trim(WS-PATIENT-ID) ", status "
                       WS-CONTACT-STATUS
           end-rewrite.
           Exit section.

      * The master is keyed patient-id + timestamp, so reading the
      * patient's key range to its end leaves the most recent visit
      * in hand when the id changes.
       FIND-LAST-VISIT section.
           Move "N" to WS-VISIT-FOUND-SW.
           Move "N" to WS-VISIT-EOF.
           Move WS-PATIENT-ID to VM-PATIENT-ID.
           Move low-values to VM-TIMESTAMP.
           Start VISIT-MASTER-FILE key is greater than or equal to
                   VM-KEY
               invalid key move "Y" to WS-VISIT-EOF
           end-start.
           Perform READ-NEXT-VISIT.
           Perform with test before until END-OF-VISITS
               Move "Y" to WS-VISIT-FOUND-SW
               Move VM-TIMESTAMP(1:8) to WS-LAST-DATE
               Move VM-CATEGORY to WS-LAST-CATEGORY
               If VM-SITE-CODE is equal to spaces
                   Move WS-ORIGINAL-SITE to WS-LAST-SITE
               else
                   Move VM-SITE-CODE to WS-LAST-SITE
               end-if
               Perform READ-NEXT-VISIT
           end-perform.
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

      * The tight threshold covers the obese bands and severe
      * underweight, matched on the category text as PATRECAL does.
       PICK-APPLICABLE-THRESHOLD section.
           Move 0 to WS-OBESE-TALLY.
           Move 0 to WS-SEVERE-TALLY.
           Inspect WS-LAST-CATEGORY tallying WS-OBESE-TALLY
               for all "bese".
           Inspect WS-LAST-CATEGORY tallying WS-SEVERE-TALLY
               for all "evere".
           If WS-OBESE-TALLY is greater than 0
               or WS-SEVERE-TALLY is greater than 0
               Move WS-TIGHT-DAYS to WS-APPLY-DAYS
           else
               Move WS-STD-DAYS to WS-APPLY-DAYS
           end-if.
           Exit section.

      * One notice: the vendor detail from the patient master and
      * contact records in hand, and its line on the notice log.
       WRITE-NOTICE section.
           Move spaces to MESSAGE-RECORD.
           Move "D" to MD-RECORD-TYPE.
           Move WS-NOTICE-TYPE to MD-NOTICE-TYPE.
           Move WS-PATIENT-ID to MD-PATIENT-ID.
           Move PM-PATIENT-NAME to MD-PATIENT-NAME.
           Move PC-CHANNEL to MD-CHANNEL.
           Move PC-ADDRESS-LINE-1 to MD-ADDRESS-LINE-1.
           Move PC-ADDRESS-LINE-2 to MD-ADDRESS-LINE-2.
           Move PC-POSTCODE to MD-POSTCODE.
           Move PC-PHONE to MD-PHONE.
           Move WS-REF-DATE to MD-REF-DATE.
           Move WS-REF-SESSION to MD-REF-SESSION.
           Move WS-REF-SITE to MD-SITE-CODE.
           Write MESSAGE-RECORD.
           Add 1 to WS-DETAIL-COUNT.
           Move spaces to NOTICE-LOG-RECORD.
           Move function current-date to NL-TIMESTAMP.
           Move WS-PATIENT-ID to NL-PATIENT-ID.
           Move WS-NOTICE-TYPE to NL-NOTICE-TYPE.
           Move PC-CHANNEL to NL-CHANNEL.
           Move WS-REF-DATE to NL-REF-DATE.
           Move WS-REF-SESSION to NL-REF-SESSION.
           Move WS-REF-SITE to NL-SITE-CODE.
           Move WS-TODAY-DATE to NL-EXTRACT-DATE.
           Write NOTICE-LOG-RECORD.
           Exit section.

       WRITE-TRAILER-RECORD section.
           Move spaces to MESSAGE-RECORD.
           Move "T" to MT-RECORD-TYPE.
           Move WS-DETAIL-COUNT to MT-DETAIL-COUNT.
           Move WS-REMINDER-COUNT to MT-REMINDER-COUNT.
           Move WS-RECALL-COUNT to MT-RECALL-COUNT.
           Write MESSAGE-RECORD.
           Exit section.

       BUILD-TXN-SUMMARIES section.
           Move WS-DETAIL-COUNT to WS-COUNT-EDIT.
           Move spaces to WS-TXN-INPUT.
           String "msg extract=" delimited by size
               WS-TODAY-DATE delimited by size
               " remind-for=" delimited by size
               WS-REMIND-DATE delimited by size
               " sent=" delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               into WS-TXN-INPUT
           end-string.
           Move WS-REMINDER-COUNT to WS-COUNT-EDIT.
           Move WS-RECALL-COUNT to WS-COUNT-EDIT-2.
           Move WS-OPTED-OUT-COUNT to WS-COUNT-EDIT-3.
           Move WS-NO-CONTACT-COUNT to WS-COUNT-EDIT-4.
           Move WS-RECENT-COUNT to WS-COUNT-EDIT-5.
           Move spaces to WS-TXN-OUTPUT.
           String "rem=" delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               " rcl=" delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               " skip opt=" delimited by size
               function trim(WS-COUNT-EDIT-3) delimited by size
               " noc=" delimited by size
               function trim(WS-COUNT-EDIT-4) delimited by size
               " rct=" delimited by size
               function trim(WS-COUNT-EDIT-5) delimited by size
               into WS-TXN-OUTPUT
           end-string.
           Move WS-INACTIVE-COUNT to WS-COUNT-EDIT.
           Move WS-BOOKED-SKIP-COUNT to WS-COUNT-EDIT-2.
           Move spaces to WS-TXN-TAIL.
           String " ina=" delimited by size
               function trim(WS-COUNT-EDIT) delimited by size
               " bkd=" delimited by size
               function trim(WS-COUNT-EDIT-2) delimited by size
               into WS-TXN-TAIL
           end-string.
           Move spaces to WS-TXN-WORK.
           String function trim(WS-TXN-OUTPUT) delimited by size
               WS-TXN-TAIL delimited by "  "
               into WS-TXN-WORK
           end-string.
           Move WS-TXN-WORK to WS-TXN-OUTPUT.
           Exit section.

       WRITE-TRANSACTION-LOG-RECORD section.
           Perform BUILD-TXN-SUMMARIES.
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
           Move "MSGXTRCT"     to TX-PROGRAM-NAME.
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

       End program MSGXTRCT.
