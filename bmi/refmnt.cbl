000100 Identification division.
       Program-ID.    REFMNT.
       Date-written.  2026-10-15.
       Installation.  WSL.
       Security.      Non-confidential.
      * Modification history.
      * 2026-10-15  RLP  Initial version.  Desk maintenance for the
      *                  REFERRAL dietitian and specialist referrals
      *                  BMI-CALCULATOR opens on a high-risk result:
      *                  assign the service and clinician, link the
      *                  referral to the patient's booked APPTFILE
      *                  appointment, and move it on to seen,
      *                  declined or closed.  A booked referral
      *                  follows its appointment -- cancelled puts it
      *                  back to open, a check-in weight marks the
      *                  patient seen -- each time the screen starts
      *                  or lists.  Only an operator cleared for
      *                  patient records on OPERAUTH may use it;
      *                  every change goes to TXNLOG, and every
      *                  referral shown or changed to ACCJRNL.
      * 2026-10-15  RLP  The values shown when a referral is selected
      *                  are dropped whenever no change follows, so a
      *                  later journal line cannot carry them as its
      *                  before values.
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
           Select APPOINTMENT-FILE assign to "APPTFILE"
               organization is line sequential
               file status is WS-APPT-STATUS.
           Select OPERATOR-AUTH-FILE assign to "OPERAUTH"
               organization is line sequential
               file status is WS-OPERAUTH-STATUS.
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
           Select ACCESS-JOURNAL-FILE assign to "ACCJRNL"
               organization is line sequential
               file status is WS-ACCJRNL-STATUS.
           Select JOURNAL-SEQUENCE-FILE assign to "ACCJSEQ"
               organization is line sequential
               file status is WS-ACCJSEQ-STATUS.

002000 Data division.
       File section.
       FD  REFERRAL-FILE.
           COPY REFERRAL.

       FD  PATIENT-MASTER-FILE.
           COPY PATMAST.

       FD  APPOINTMENT-FILE.
           COPY APPTFILE.

       FD  OPERATOR-AUTH-FILE.
           COPY OPERAUTH.

       FD  TRANSACTION-LOG-FILE.
           COPY TXNLOG.

       FD  SEQUENCE-CONTROL-FILE.
       01  SEQUENCE-CONTROL-RECORD.
           05  SQ-LAST-SEQUENCE     picture is 9(09).

       FD  TXN-LOCK-FILE.
           COPY TXNLOCK.

       FD  ACCESS-JOURNAL-FILE.
           COPY ACCJRNL.

       FD  JOURNAL-SEQUENCE-FILE.
       01  JOURNAL-SEQUENCE-RECORD.
           05  JQ-LAST-SEQUENCE     picture is 9(09).

       Working-storage section.
       77  WS-REFER-STATUS  picture is X(02) value spaces.
           88 WS-REFER-OK         value "00".
           88 WS-REFER-MISSING    value "35".
       77  WS-PATMAST-STATUS picture is X(02) value spaces.
           88 WS-PATMAST-OK       value "00".
       77  WS-REFER-EOF     picture is X(01) value "N".
           88 END-OF-REFERRALS    value "Y".
       77  WS-FOUND-SW      picture is X(01) value "N".
           88 WS-REFERRAL-FOUND   value "Y".
       77  WS-PATMAST-OPEN-SW picture is X(01) value "N".
           88 WS-PATMAST-OPEN     value "Y".
       77  WS-LIST-COUNT    usage is binary-long value 0.
       77  WS-COUNT-EDIT    picture is Z(8)9.
       77  WS-FOUND-KEY     picture is X(24) value spaces.

       77  WS-ACTION        picture is X(01) value spaces.
           88 WS-ACTION-ASSIGN     value "A" "a".
           88 WS-ACTION-BOOK       value "B" "b".
           88 WS-ACTION-SEEN       value "S" "s".
           88 WS-ACTION-DECLINE    value "D" "d".
           88 WS-ACTION-CLOSE      value "C" "c".
           88 WS-ACTION-HISTORY    value "H" "h".
           88 WS-ACTION-LIST       value "L" "l".
           88 WS-ACTION-EXIT       value "X" "x".

       77  WS-ENTRY-ID      picture is X(10) value spaces.
       77  WS-ENTRY-DATE    picture is X(08) value spaces.
       77  WS-ENTRY-SESSION picture is X(02) value spaces.
           88 WS-SESSION-VALID    value "AM" "PM".
       77  WS-ENTRY-SERVICE picture is X(01) value spaces.
           88 WS-SERVICE-VALID    value "D" "S" " ".
       77  WS-ENTRY-CLINICIAN picture is X(10) value spaces.
       77  WS-TIMESTAMP     picture is X(26) value spaces.
       77  WS-TODAY-DATE    picture is 9(08) value 0.
       77  WS-OPENED-DATE   picture is 9(08) value 0.

      * One status change: the status it came from and went to, and
      * a note on why for the TXNLOG line.
       77  WS-OLD-STATUS    picture is X(01) value spaces.
       77  WS-NEW-STATUS    picture is X(01) value spaces.
       77  WS-CHANGE-NOTE   picture is X(40) value spaces.
       77  WS-APPT-SHOW     picture is X(11) value spaces.

      * The appointment schedule, loaded whole the way APPTMNT loads
      * it; a schedule too big for the table is not used to unlink
      * anything.
       77  WS-APPT-STATUS   picture is X(02) value spaces.
           88 WS-APPT-OK          value "00".
       77  WS-APPT-EOF      picture is X(01) value "N".
           88 END-OF-APPOINTMENTS value "Y".
       77  WS-APPTS-LOADED-SW picture is X(01) value "N".
           88 WS-APPTS-LOADED     value "Y".
       77  WS-OVERFLOW-SW   picture is X(01) value "N".
           88 WS-LOAD-OVERFLOWED value "Y".
       77  WS-APPT-MAX      usage is binary-long value 500.
       77  WS-APPT-COUNT    usage is binary-long value 0.
       77  WS-APPT-IX       usage is binary-long value 0.
       77  WS-MATCH-COUNT   usage is binary-long value 0.
       01  WS-APPT-TABLE.
           05  WS-APPT-ENTRY picture is X(37) occurs 500 times.
       77  WS-LINK-STATE    picture is X(01) value "G".
           88 WS-LINK-GONE        value "G".
           88 WS-LINK-CANCELLED   value "C".
           88 WS-LINK-BOOKED      value "B".
           88 WS-LINK-ATTENDED    value "A".

       77  WS-OPERAUTH-STATUS picture is X(02) value spaces.
           88 WS-OPERAUTH-OK      value "00".
       77  WS-OPERAUTH-EOF  picture is X(01) value "N".
           88 END-OF-OPERAUTH     value "Y".
       77  WS-OPERATOR-CHECK picture is X(01) value "U".
           88 WS-OPERATOR-VALID   value "V".
           88 WS-OPERATOR-UNKNOWN value "U".
           88 WS-OPERATOR-BARRED  value "B".
       77  WS-OPERATOR-ID   picture is X(10) value spaces.
       77  WS-TXNLOG-STATUS picture is X(02) value spaces.
           88 WS-TXNLOG-OK        value "00".
       77  WS-TXNSEQ-STATUS picture is X(02) value spaces.
           88 WS-TXNSEQ-OK        value "00".
       77  WS-TXNLOCK-STATUS picture is X(02) value spaces.
           88 WS-TXNLOCK-OK        value "00" "02".
       77  WS-TXNLOCK-SW    picture is X(01) value "N".
           88 WS-TXNLOG-LOCKED     value "Y".
       77  WS-TXNLOCK-TRIES usage is binary-long value 0.
       77  WS-TXNLOCK-MAX-TRIES usage is binary-long value 300.
       77  WS-TXNLOCK-WAIT-SECONDS usage is binary-long value 1.
       77  WS-TXN-SEQUENCE  picture is 9(09) value 0.
       77  WS-TXN-INPUT     picture is X(64) value spaces.
       77  WS-TXN-OUTPUT    picture is X(64) value spaces.

      * Every referral shown or changed goes to the ACCJRNL access
      * journal under the operator's id, a change with its values
      * before and after.
       77  WS-ACCJRNL-STATUS picture is X(02) value spaces.
           88 WS-ACCJRNL-OK       value "00".
       77  WS-ACCJSEQ-STATUS picture is X(02) value spaces.
           88 WS-ACCJSEQ-OK       value "00".
       77  WS-JRNL-SEQUENCE picture is 9(09) value 0.
       77  WS-JRNL-PATIENT-ID picture is X(10) value spaces.
       77  WS-JRNL-ACTION   picture is X(08) value spaces.
       77  WS-JRNL-BEFORE   picture is X(64) value spaces.
       77  WS-JRNL-AFTER    picture is X(64) value spaces.

003000 Procedure division.
       MAIN section.
           Display "Your operator id: " with no advancing.
           Accept WS-OPERATOR-ID from console.
           Perform VERIFY-OPERATOR-AUTH.
           Move function current-date to WS-TIMESTAMP.
           Compute WS-TODAY-DATE = function numval(WS-TIMESTAMP(1:8))
           end-compute.
           Perform OPEN-REFERRAL-FILE.
           Open input PATIENT-MASTER-FILE.
           If WS-PATMAST-OK
               Move "Y" to WS-PATMAST-OPEN-SW
           end-if.
           Perform SYNC-APPOINTMENT-LINKS.
           Perform with test after until WS-ACTION-EXIT
               Display "Action (A=Assign, B=Booked, S=Seen, "
                   "D=Declined, C=Close, H=History, L=List open, "
                   "X=Exit): " with no advancing
               Accept WS-ACTION from console
               Evaluate true
                   when WS-ACTION-ASSIGN
                       perform ASSIGN-REFERRAL
                   when WS-ACTION-BOOK
                       perform BOOK-REFERRAL
                   when WS-ACTION-SEEN
                       perform MARK-REFERRAL-SEEN
                   when WS-ACTION-DECLINE
                       perform DECLINE-REFERRAL
                   when WS-ACTION-CLOSE
                       perform CLOSE-REFERRAL
                   when WS-ACTION-HISTORY
                       perform LIST-PATIENT-REFERRALS
                   when WS-ACTION-LIST
                       perform LIST-OPEN-REFERRALS
                   when WS-ACTION-EXIT
                       continue
                   when other
                       Display "Unknown action, re-enter."
               end-evaluate
           end-perform.
           Close REFERRAL-FILE.
           If WS-PATMAST-OPEN
               Close PATIENT-MASTER-FILE
           end-if.
           Stop run.

       OPEN-REFERRAL-FILE section.
           Open i-o REFERRAL-FILE.
           If WS-REFER-MISSING
               Display "REFERRAL not found, starting an empty file."
               Open output REFERRAL-FILE
               Close REFERRAL-FILE
               Open i-o REFERRAL-FILE
           end-if.
           If not WS-REFER-OK
               Display "Unable to open referral file, status "
                   WS-REFER-STATUS
               Stop run with error status 1
           end-if.
           Exit section.

       PROMPT-PATIENT-ID section.
           Move spaces to WS-ENTRY-ID.
           Perform with test after
                   until WS-ENTRY-ID is not equal to spaces
               Display "Patient id: " with no advancing
               Accept WS-ENTRY-ID from console
               If WS-ENTRY-ID is equal to spaces
                   Display "Patient id may not be blank, re-enter."
               end-if
           end-perform.
           Exit section.

      * A patient has at most one referral still open, since
      * BMI-CALCULATOR adds none while one is; it is read back by
      * key so the record area holds it for the rewrite.
       SELECT-OPEN-REFERRAL section.
           Perform PROMPT-PATIENT-ID.
           Move "N" to WS-FOUND-SW.
           Move "N" to WS-REFER-EOF.
           Move WS-ENTRY-ID to RF-PATIENT-ID.
           Move low-values to RF-OPENED-STAMP.
           Start REFERRAL-FILE key is greater than or equal to
                   RF-KEY
               invalid key move "Y" to WS-REFER-EOF
           end-start.
           Perform READ-NEXT-PATIENT-REFERRAL.
           Perform with test before until END-OF-REFERRALS
               If RF-STILL-OPEN
                   Move "Y" to WS-FOUND-SW
                   Move RF-KEY to WS-FOUND-KEY
               end-if
               Perform READ-NEXT-PATIENT-REFERRAL
           end-perform.
           If not WS-REFERRAL-FOUND
               Display "Patient " function trim(WS-ENTRY-ID)
                   " has no open referral."
               Exit section
           end-if.
           Move WS-FOUND-KEY to RF-KEY.
           Read REFERRAL-FILE
               invalid key
                   Move "N" to WS-FOUND-SW
                   Display "Referral for " function trim(WS-ENTRY-ID)
                       " could not be re-read, status "
                       WS-REFER-STATUS
                   Exit section
           end-read.
           If WS-PATMAST-OPEN
               Move RF-PATIENT-ID to PM-PATIENT-ID
               Read PATIENT-MASTER-FILE
                   invalid key
                       continue
                   not invalid key
                       Display "Patient " function
                           trim(PM-PATIENT-NAME)
               end-read
           end-if.
           Perform DISPLAY-REFERRAL-LINE.
           Move "SHOW" to WS-JRNL-ACTION.
           Perform BUILD-REFERRAL-VALUES.
           Perform JOURNAL-REFERRAL.
           Perform BUILD-REFERRAL-VALUES.
           Move WS-JRNL-AFTER to WS-JRNL-BEFORE.
           Exit section.

       READ-NEXT-PATIENT-REFERRAL section.
           If not END-OF-REFERRALS
               Read REFERRAL-FILE next
                   at end move "Y" to WS-REFER-EOF
               end-read
               If not END-OF-REFERRALS
                   and RF-PATIENT-ID is not equal to WS-ENTRY-ID
                   Move "Y" to WS-REFER-EOF
               end-if
           end-if.
           Exit section.

      * The service and clinician can change at any point while the
      * referral is open; a blank answer keeps what is there.
       ASSIGN-REFERRAL section.
           Perform SELECT-OPEN-REFERRAL.
           If not WS-REFERRAL-FOUND
               Exit section
           end-if.
           Move spaces to WS-ENTRY-SERVICE.
           Perform with test after until WS-SERVICE-VALID
               Display "Service (D=Dietitian, S=Specialist, "
                   "blank = keep " RF-SERVICE "): " with no advancing
               Accept WS-ENTRY-SERVICE from console
               Move function upper-case(WS-ENTRY-SERVICE)
                   to WS-ENTRY-SERVICE
               If not WS-SERVICE-VALID
                   Display "Service must be D or S, re-enter."
               end-if
           end-perform.
           Display "Clinician (blank = keep "
               function trim(RF-CLINICIAN) "): " with no advancing.
           Move spaces to WS-ENTRY-CLINICIAN.
           Accept WS-ENTRY-CLINICIAN from console.
           If WS-ENTRY-SERVICE is not equal to spaces
               Move WS-ENTRY-SERVICE to RF-SERVICE
           end-if.
           If WS-ENTRY-CLINICIAN is not equal to spaces
               Move WS-ENTRY-CLINICIAN to RF-CLINICIAN
           end-if.
           Move RF-STATUS to WS-NEW-STATUS.
           Move spaces to WS-CHANGE-NOTE.
           String "svc=" delimited by size
               RF-SERVICE delimited by size
               " clin=" delimited by size
               RF-CLINICIAN delimited by size
               into WS-CHANGE-NOTE
           end-string.
           Move "ASSIGN" to WS-JRNL-ACTION.
           Perform CHANGE-REFERRAL-STATUS.
           Exit section.

      * Booking links the referral to one of the patient's booked
      * appointments dated on or after the day it was opened; the
      * appointment itself is made in APPTMNT as usual.
       BOOK-REFERRAL section.
           Perform SELECT-OPEN-REFERRAL.
           If not WS-REFERRAL-FOUND
               Exit section
           end-if.
           If not RF-AWAITING
               Display "The patient has been seen; close the "
                   "referral instead."
               Move spaces to WS-JRNL-BEFORE
               Exit section
           end-if.
           Perform LOAD-APPOINTMENT-TABLE.
           If not WS-APPTS-LOADED
               Display "No appointment schedule to link to."
               Move spaces to WS-JRNL-BEFORE
               Exit section
           end-if.
           Compute WS-OPENED-DATE =
               function numval(RF-OPENED-STAMP(1:8))
           end-compute.
           Display "Booked appointments since the referral opened:".
           Move 0 to WS-MATCH-COUNT.
           Perform varying WS-APPT-IX from 1 by 1
                   until WS-APPT-IX is greater than WS-APPT-COUNT
               Move WS-APPT-ENTRY(WS-APPT-IX) to APPOINTMENT-RECORD
               If AP-PATIENT-ID is equal to RF-PATIENT-ID
                   and AP-STATUS is equal to "B"
                   and AP-DATE is not less than WS-OPENED-DATE
                   Add 1 to WS-MATCH-COUNT
                   Display "  " AP-DATE space AP-SESSION space
                       AP-SITE-CODE
               end-if
           end-perform.
           If WS-MATCH-COUNT is equal to 0
               Display "None; book the appointment in APPTMNT "
                   "first."
               Move spaces to WS-JRNL-BEFORE
               Exit section
           end-if.
           Move spaces to WS-ENTRY-DATE.
           Perform with test after
                   until WS-ENTRY-DATE is numeric
               Display "Appointment date (YYYYMMDD): "
                   with no advancing
               Accept WS-ENTRY-DATE from console
               If WS-ENTRY-DATE is not numeric
                   Display "Date must be numeric, re-enter."
               end-if
           end-perform.
           Move spaces to WS-ENTRY-SESSION.
           Perform with test after until WS-SESSION-VALID
               Display "Clinic session (AM/PM): " with no advancing
               Accept WS-ENTRY-SESSION from console
               Move function upper-case(WS-ENTRY-SESSION)
                   to WS-ENTRY-SESSION
               If not WS-SESSION-VALID
                   Display "Session must be AM or PM, re-enter."
               end-if
           end-perform.
           Move 0 to WS-MATCH-COUNT.
           Perform varying WS-APPT-IX from 1 by 1
                   until WS-APPT-IX is greater than WS-APPT-COUNT
               Move WS-APPT-ENTRY(WS-APPT-IX) to APPOINTMENT-RECORD
               If AP-PATIENT-ID is equal to RF-PATIENT-ID
                   and AP-STATUS is equal to "B"
                   and AP-DATE is not less than WS-OPENED-DATE
                   and AP-DATE is equal to
                       function numval(WS-ENTRY-DATE)
                   and AP-SESSION is equal to WS-ENTRY-SESSION
                   Add 1 to WS-MATCH-COUNT
               end-if
           end-perform.
           If WS-MATCH-COUNT is equal to 0
               Display "No booked appointment matches."
               Move spaces to WS-JRNL-BEFORE
               Exit section
           end-if.
           Compute RF-APPT-DATE = function numval(WS-ENTRY-DATE)
           end-compute.
           Move WS-ENTRY-SESSION to RF-APPT-SESSION.
           Move "B" to WS-NEW-STATUS.
           Move spaces to WS-CHANGE-NOTE.
           String "appt=" delimited by size
               RF-APPT-DATE delimited by size
               space delimited by size
               RF-APPT-SESSION delimited by size
               into WS-CHANGE-NOTE
           end-string.
           Move "BOOK" to WS-JRNL-ACTION.
           Perform CHANGE-REFERRAL-STATUS.
           Exit section.

       MARK-REFERRAL-SEEN section.
           Perform SELECT-OPEN-REFERRAL.
           If not WS-REFERRAL-FOUND
               Exit section
           end-if.
           If not RF-AWAITING
               Display "The referral is already marked seen."
               Move spaces to WS-JRNL-BEFORE
               Exit section
           end-if.
           Move "S" to WS-NEW-STATUS.
           Move "seen at desk" to WS-CHANGE-NOTE.
           Move "SEEN" to WS-JRNL-ACTION.
           Perform CHANGE-REFERRAL-STATUS.
           Exit section.

      * A patient may decline before being seen; afterwards the
      * referral is simply closed.
       DECLINE-REFERRAL section.
           Perform SELECT-OPEN-REFERRAL.
           If not WS-REFERRAL-FOUND
               Exit section
           end-if.
           If not RF-AWAITING
               Display "The patient has been seen; close the "
                   "referral instead."
               Move spaces to WS-JRNL-BEFORE
               Exit section
           end-if.
           Move "D" to WS-NEW-STATUS.
           Move "declined by patient" to WS-CHANGE-NOTE.
           Move "DECLINE" to WS-JRNL-ACTION.
           Perform CHANGE-REFERRAL-STATUS.
           Exit section.

       CLOSE-REFERRAL section.
           Perform SELECT-OPEN-REFERRAL.
           If not WS-REFERRAL-FOUND
               Exit section
           end-if.
           Move "C" to WS-NEW-STATUS.
           Move "closed at desk" to WS-CHANGE-NOTE.
           Move "CLOSE" to WS-JRNL-ACTION.
           Perform CHANGE-REFERRAL-STATUS.
           Exit section.

      * Applies WS-NEW-STATUS to the referral in the record area
      * (which the caller may have otherwise changed), rewrites it
      * and logs the change: TXNLOG with the status it moved from
      * and to, ACCJRNL with the values before and after.
       CHANGE-REFERRAL-STATUS section.
           Move RF-STATUS to WS-OLD-STATUS.
           If WS-NEW-STATUS is not equal to WS-OLD-STATUS
               Move WS-NEW-STATUS to RF-STATUS
               Move WS-TODAY-DATE to RF-STATUS-DATE
           end-if.
           Rewrite REFERRAL-RECORD
               invalid key
                   Display "Unable to update referral, status "
                       WS-REFER-STATUS
                   Move spaces to WS-JRNL-BEFORE
                   Exit section
           end-rewrite.
           Display "Referral for " function trim(RF-PATIENT-ID)
               " updated: " WS-OLD-STATUS " -> " RF-STATUS space
               function trim(WS-CHANGE-NOTE).
           Move spaces to WS-TXN-INPUT.
           String "referral id=" delimited by size
               RF-PATIENT-ID delimited by size
               " opened=" delimited by size
               RF-OPENED-STAMP delimited by size
               " site=" delimited by size
               RF-SITE-CODE delimited by size
               into WS-TXN-INPUT
           end-string.
           Move spaces to WS-TXN-OUTPUT.
           String "st=" delimited by size
               WS-OLD-STATUS delimited by size
               "->" delimited by size
               RF-STATUS delimited by size
               space delimited by size
               WS-CHANGE-NOTE delimited by size
               into WS-TXN-OUTPUT
           end-string.
           Perform WRITE-TRANSACTION-LOG-RECORD.
           Perform BUILD-REFERRAL-VALUES.
           Perform JOURNAL-REFERRAL.
           Exit section.

      * A booked referral follows its appointment: cancelled, or
      * gone from the schedule altogether, puts the referral back
      * to open with the link cleared; a check-in weight keyed at
      * the desk marks the patient seen.  Run on entry and ahead of
      * each list, under the operator at the screen.
       SYNC-APPOINTMENT-LINKS section.
           Perform LOAD-APPOINTMENT-TABLE.
           If not WS-APPTS-LOADED
               Exit section
           end-if.
           Move "N" to WS-REFER-EOF.
           Move low-values to RF-KEY.
           Start REFERRAL-FILE key is greater than or equal to
                   RF-KEY
               invalid key move "Y" to WS-REFER-EOF
           end-start.
           Perform READ-NEXT-REFERRAL.
           Perform with test before until END-OF-REFERRALS
               If RF-BOOKED
                   Perform FIND-LINKED-APPOINTMENT
                   Perform FOLLOW-LINKED-APPOINTMENT
               end-if
               Perform READ-NEXT-REFERRAL
           end-perform.
           Exit section.

       FIND-LINKED-APPOINTMENT section.
           Move "G" to WS-LINK-STATE.
           Perform varying WS-APPT-IX from 1 by 1
                   until WS-APPT-IX is greater than WS-APPT-COUNT
               Move WS-APPT-ENTRY(WS-APPT-IX) to APPOINTMENT-RECORD
               If AP-PATIENT-ID is equal to RF-PATIENT-ID
                   and AP-DATE is equal to RF-APPT-DATE
                   and AP-SESSION is equal to RF-APPT-SESSION
                   If AP-STATUS is equal to "B"
                       If AP-WEIGHT is equal to spaces
                           Move "B" to WS-LINK-STATE
                       else
                           Move "A" to WS-LINK-STATE
                       end-if
                   else
                       If WS-LINK-GONE
                           Move "C" to WS-LINK-STATE
                       end-if
                   end-if
               end-if
           end-perform.
           Exit section.

       FOLLOW-LINKED-APPOINTMENT section.
           If WS-LINK-BOOKED
               Exit section
           end-if.
           Perform BUILD-REFERRAL-VALUES.
           Move WS-JRNL-AFTER to WS-JRNL-BEFORE.
           Evaluate true
               when WS-LINK-ATTENDED
                   Move "S" to WS-NEW-STATUS
                   Move spaces to WS-CHANGE-NOTE
                   String "attended appt=" delimited by size
                       RF-APPT-DATE delimited by size
                       space delimited by size
                       RF-APPT-SESSION delimited by size
                       into WS-CHANGE-NOTE
                   end-string
                   Move "ATTEND" to WS-JRNL-ACTION
               when other
                   Move "O" to WS-NEW-STATUS
                   Move spaces to WS-CHANGE-NOTE
                   String "appt=" delimited by size
                       RF-APPT-DATE delimited by size
                       space delimited by size
                       RF-APPT-SESSION delimited by size
                       " cancelled" delimited by size
                       into WS-CHANGE-NOTE
                   end-string
                   Move 0 to RF-APPT-DATE
                   Move spaces to RF-APPT-SESSION
                   Move "UNLINK" to WS-JRNL-ACTION
           end-evaluate.
           Perform CHANGE-REFERRAL-STATUS.
           Exit section.

       READ-NEXT-REFERRAL section.
           If not END-OF-REFERRALS
               Read REFERRAL-FILE next
                   at end move "Y" to WS-REFER-EOF
               end-read
           end-if.
           Exit section.

       LOAD-APPOINTMENT-TABLE section.
           Move 0 to WS-APPT-COUNT.
           Move "N" to WS-APPT-EOF.
           Move "N" to WS-APPTS-LOADED-SW.
           Move "N" to WS-OVERFLOW-SW.
           Open input APPOINTMENT-FILE.
           If not WS-APPT-OK
               Exit section
           end-if.
           Perform READ-APPOINTMENT-RECORD.
           Perform with test before until END-OF-APPOINTMENTS
               If WS-APPT-COUNT is less than WS-APPT-MAX
                   Add 1 to WS-APPT-COUNT
                   Move APPOINTMENT-RECORD to
                       WS-APPT-ENTRY(WS-APPT-COUNT)
               else
                   Move "Y" to WS-OVERFLOW-SW
               end-if
               Perform READ-APPOINTMENT-RECORD
           end-perform.
           Close APPOINTMENT-FILE.
           If WS-LOAD-OVERFLOWED
               Display "Schedule is larger than the table; "
                   "appointment links not followed."
           else
               Move "Y" to WS-APPTS-LOADED-SW
           end-if.
           Exit section.

       READ-APPOINTMENT-RECORD section.
           Read APPOINTMENT-FILE
               at end move "Y" to WS-APPT-EOF
           end-read.
           Exit section.

       LIST-PATIENT-REFERRALS section.
           Perform PROMPT-PATIENT-ID.
           Perform DISPLAY-LIST-HEADING.
           Move 0 to WS-LIST-COUNT.
           Move "N" to WS-REFER-EOF.
           Move WS-ENTRY-ID to RF-PATIENT-ID.
           Move low-values to RF-OPENED-STAMP.
           Start REFERRAL-FILE key is greater than or equal to
                   RF-KEY
               invalid key move "Y" to WS-REFER-EOF
           end-start.
           Perform READ-NEXT-PATIENT-REFERRAL.
           Perform with test before until END-OF-REFERRALS
               Add 1 to WS-LIST-COUNT
               Perform DISPLAY-REFERRAL-LINE
               Move "HISTORY" to WS-JRNL-ACTION
               Perform BUILD-REFERRAL-VALUES
               Perform JOURNAL-REFERRAL
               Perform READ-NEXT-PATIENT-REFERRAL
           end-perform.
           Move WS-LIST-COUNT to WS-COUNT-EDIT.
           Display "Referrals for patient: "
               function trim(WS-COUNT-EDIT).
           Exit section.

       LIST-OPEN-REFERRALS section.
           Perform SYNC-APPOINTMENT-LINKS.
           Display "----- Open referrals -----".
           Perform DISPLAY-LIST-HEADING.
           Move 0 to WS-LIST-COUNT.
           Move "N" to WS-REFER-EOF.
           Move low-values to RF-KEY.
           Start REFERRAL-FILE key is greater than or equal to
                   RF-KEY
               invalid key move "Y" to WS-REFER-EOF
           end-start.
           Perform READ-NEXT-REFERRAL.
           Perform with test before until END-OF-REFERRALS
               If RF-STILL-OPEN
                   Add 1 to WS-LIST-COUNT
                   Perform DISPLAY-REFERRAL-LINE
                   Move "LIST" to WS-JRNL-ACTION
                   Perform BUILD-REFERRAL-VALUES
                   Perform JOURNAL-REFERRAL
               end-if
               Perform READ-NEXT-REFERRAL
           end-perform.
           Move WS-LIST-COUNT to WS-COUNT-EDIT.
           Display "Open referrals: " function trim(WS-COUNT-EDIT).
           Exit section.

       DISPLAY-LIST-HEADING section.
           Display "Patient    Opened   R Category           V "
               "Clinician  S Since    Appointment".
           Exit section.

       DISPLAY-REFERRAL-LINE section.
           Move spaces to WS-APPT-SHOW.
           If RF-APPT-DATE is numeric
               and RF-APPT-DATE is greater than 0
               String RF-APPT-DATE delimited by size
                   space delimited by size
                   RF-APPT-SESSION delimited by size
                   into WS-APPT-SHOW
               end-string
           end-if.
           Display RF-PATIENT-ID space RF-OPENED-STAMP(1:8) space
               RF-REASON space RF-CATEGORY space RF-SERVICE space
               RF-CLINICIAN space RF-STATUS space RF-STATUS-DATE
               space WS-APPT-SHOW.
           Exit section.

      * The referral as it stands, for the journal's after values
      * (or, moved across before a change, its before values).
       BUILD-REFERRAL-VALUES section.
           Move spaces to WS-JRNL-AFTER.
           String "ref=" delimited by size
               RF-OPENED-STAMP delimited by size
               " st=" delimited by size
               RF-STATUS delimited by size
               " svc=" delimited by size
               RF-SERVICE delimited by size
               " clin=" delimited by size
               RF-CLINICIAN delimited by size
               " appt=" delimited by size
               RF-APPT-DATE delimited by size
               space delimited by size
               RF-APPT-SESSION delimited by size
               into WS-JRNL-AFTER
           end-string.
           Exit section.

       JOURNAL-REFERRAL section.
           Move RF-PATIENT-ID to WS-JRNL-PATIENT-ID.
           Perform WRITE-ACCESS-JOURNAL-RECORD.
           Exit section.

      * Only an operator cleared for patient records may use the
      * screen; the OPERAUTH handling is otherwise BMI-CALCULATOR's,
      * refusal logged and all.
       VERIFY-OPERATOR-AUTH section.
           Move "U" to WS-OPERATOR-CHECK.
           Move "N" to WS-OPERAUTH-EOF.
           Open input OPERATOR-AUTH-FILE.
           If not WS-OPERAUTH-OK
               Display "Operator file unavailable, status "
                   WS-OPERAUTH-STATUS ", operators not validated"
               Move "V" to WS-OPERATOR-CHECK
               Exit section
           end-if.
           Perform READ-OPERAUTH-RECORD.
           Perform with test before until END-OF-OPERAUTH
               If OA-OPERATOR-ID is equal to WS-OPERATOR-ID
                   If OA-PAT-FLAG is equal to "Y"
                       Move "V" to WS-OPERATOR-CHECK
                   else
                       Move "B" to WS-OPERATOR-CHECK
                   end-if
               end-if
               Perform READ-OPERAUTH-RECORD
           end-perform.
           Close OPERATOR-AUTH-FILE.
           If not WS-OPERATOR-VALID
               Evaluate true
                   when WS-OPERATOR-UNKNOWN
                       Display "Operator " function
                           trim(WS-OPERATOR-ID)
                           " is not on the operator file, refused."
                       Move "auth=REFUSED reason=unknown"
                           to WS-TXN-OUTPUT
                   when other
                       Display "Operator " function
                           trim(WS-OPERATOR-ID)
                           " is not authorized for this program, "
                           "refused."
                       Move "auth=REFUSED reason=not-authorized"
                           to WS-TXN-OUTPUT
               end-evaluate
               Move "startup authorization check" to WS-TXN-INPUT
               Perform WRITE-TRANSACTION-LOG-RECORD
               Stop run with error status 1
           end-if.
           Exit section.

       READ-OPERAUTH-RECORD section.
           Read OPERATOR-AUTH-FILE
               at end move "Y" to WS-OPERAUTH-EOF
           end-read.
           Exit section.

      * Writes one line from WS-TXN-INPUT and WS-TXN-OUTPUT as the
      * caller left them.
       WRITE-TRANSACTION-LOG-RECORD section.
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
           Move WS-TIMESTAMP     to TX-TIMESTAMP.
           Move WS-OPERATOR-ID   to TX-OPERATOR-ID.
           Move "REFMNT"         to TX-PROGRAM-NAME.
           Move WS-TXN-INPUT     to TX-INPUT-SUMMARY.
           Move WS-TXN-OUTPUT    to TX-OUTPUT-SUMMARY.
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

      * One journal line per referral shown or changed, opened and
      * closed around each write like TXNLOG so a killed session
      * loses nothing already journaled.
       WRITE-ACCESS-JOURNAL-RECORD section.
           Move function current-date to WS-TIMESTAMP.
           Open extend ACCESS-JOURNAL-FILE.
           If WS-ACCJRNL-STATUS is equal to "35"
               Open output ACCESS-JOURNAL-FILE
           end-if.
           If not WS-ACCJRNL-OK
               Display "Unable to open access journal, status "
                   WS-ACCJRNL-STATUS
               Exit section
           end-if.
           Move spaces to ACCESS-JOURNAL-RECORD.
           Move WS-TIMESTAMP       to AJ-TIMESTAMP.
           Move WS-OPERATOR-ID     to AJ-OPERATOR-ID.
           Move "REFMNT"           to AJ-PROGRAM-NAME.
           Move WS-JRNL-PATIENT-ID to AJ-PATIENT-ID.
           Move WS-JRNL-ACTION     to AJ-ACTION.
           Move WS-JRNL-BEFORE     to AJ-BEFORE-VALUES.
           Move WS-JRNL-AFTER      to AJ-AFTER-VALUES.
           Perform GET-NEXT-JOURNAL-SEQUENCE.
           Move WS-JRNL-SEQUENCE   to AJ-SEQUENCE.
           Write ACCESS-JOURNAL-RECORD.
           Close ACCESS-JOURNAL-FILE.
           Move spaces to WS-JRNL-BEFORE WS-JRNL-AFTER.
           Exit section.

      * The journal's own sequence series, kept in ACCJSEQ the way
      * TXNSEQ keeps the log's.
       GET-NEXT-JOURNAL-SEQUENCE section.
           Move 0 to WS-JRNL-SEQUENCE.
           Open input JOURNAL-SEQUENCE-FILE.
           If WS-ACCJSEQ-OK
               Read JOURNAL-SEQUENCE-FILE
                   at end continue
                   not at end
                       Move JQ-LAST-SEQUENCE to WS-JRNL-SEQUENCE
               end-read
               Close JOURNAL-SEQUENCE-FILE
           end-if.
           Add 1 to WS-JRNL-SEQUENCE.
           Open output JOURNAL-SEQUENCE-FILE.
           If WS-ACCJSEQ-OK
               Move WS-JRNL-SEQUENCE to JQ-LAST-SEQUENCE
               Write JOURNAL-SEQUENCE-RECORD
               Close JOURNAL-SEQUENCE-FILE
           end-if.
           Exit section.

       End program REFMNT.
