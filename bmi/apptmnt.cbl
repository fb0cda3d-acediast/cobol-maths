      *                  the day's booked appointments into the
      *                  ROSTER shell at the front of the nightly
      *                  window.
      * 2026-10-15  RLP  Multi-clinic: a booking now records the
      *                  clinic site (blank is the original site
      *                  001), checked against the active sites on
      *                  SITEMAST when that file is present, and the
      *                  day list shows each appointment's site.
      * 2026-10-15  RLP  Session capacity: a booking is checked
      *                  against the SESSTMPL weekday templates and
      *                  date overrides and the HOLCAL holiday
      *                  calendar.  A full or closed session is
      *                  refused with the next session that has
      *                  room offered instead, unless a supervisor
      *                  cleared on OPERAUTH overrides it; every
      *                  override, and every refused override, goes
      *                  to TXNLOG.  With no SESSTMPL installed
      *                  sessions stay unlimited.
      * 2026-10-15  RLP  The screen asks for the operator's id and
      *                  opens only for one cleared for patient
      *                  records on OPERAUTH.  Every booking,
      *                  measurement, cancellation and day-list line
      *                  is journaled to ACCJRNL under that id, a
      *                  change with its values before and after.
      * 2026-10-15  RLP  TXNLOG lines are drawn and appended under the
      *                  TXNLOCK lock, so a run overlapping another
      *                  cannot share a sequence number or land out of
      *                  order.

001000 Environment division.
       Configuration section.
               access mode is random
               record key is PM-PATIENT-ID
               file status is WS-PATMAST-STATUS.
           Select SITE-MASTER-FILE assign to "SITEMAST"
               organization is line sequential
               file status is WS-SITE-STATUS.
           Select SESSION-TEMPLATE-FILE assign to "SESSTMPL"
               organization is line sequential
               file status is WS-TMPL-STATUS.
           Select HOLIDAY-CALENDAR-FILE assign to "HOLCAL"
               organization is line sequential
               file status is WS-HOLCAL-STATUS.
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
       FD  PATIENT-MASTER-FILE.
           COPY PATMAST.

       FD  SITE-MASTER-FILE.
           COPY SITEMAST.

       FD  SESSION-TEMPLATE-FILE.
           COPY SESSTMPL.

       FD  HOLIDAY-CALENDAR-FILE.
       01  HOLIDAY-CALENDAR-RECORD  picture is X(08).

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
       77  WS-APPT-STATUS   picture is X(02) value spaces.
           88 WS-APPT-OK         value "00".
           88 WS-LOAD-OVERFLOWED value "Y".

       01  WS-APPT-TABLE.
           05  WS-APPT-ENTRY picture is X(37) occurs 500 times.

       77  WS-ACTION        picture is X(01) value spaces.
           88 WS-ACTION-BOOK      value "B" "b".
                                picture is X(03).
       77  WS-COUNT-EDIT    picture is Z(8)9.

      * Active sites a booking may name; with no site master any
      * site code is taken as keyed.
       77  WS-SITE-STATUS   picture is X(02) value spaces.
           88 WS-SITE-OK          value "00".
       77  WS-SITE-EOF      picture is X(01) value "N".
           88 END-OF-SITES        value "Y".
       77  WS-SITES-LOADED-SW picture is X(01) value "N".
           88 WS-SITES-LOADED     value "Y".
       77  WS-SITE-CHECK    picture is X(01) value "V".
           88 WS-SITE-VALID       value "V".
       77  WS-ORIGINAL-SITE picture is X(03) value "001".
       77  WS-ENTRY-SITE    picture is X(03) value spaces.
       77  WS-SITE-MAX      usage is binary-long value 20.
       77  WS-SITE-COUNT    usage is binary-long value 0.
       77  WS-SITE-IX       usage is binary-long value 0.
       01  WS-SITE-TABLE.
           05  WS-ACTIVE-SITE   picture is X(03) occurs 20 times.

      * Session capacity: the SESSTMPL templates and overrides and
      * the HOLCAL holiday dates, loaded once.  A session's state is
      * R room, F full or C closed.
       77  WS-TMPL-STATUS   picture is X(02) value spaces.
           88 WS-TMPL-OK          value "00".
       77  WS-TMPL-EOF      picture is X(01) value "N".
           88 END-OF-TEMPLATES    value "Y".
       77  WS-TMPL-LOADED-SW picture is X(01) value "N".
           88 WS-TEMPLATES-LOADED value "Y".
       77  WS-TMPL-MAX      usage is binary-long value 200.
       77  WS-TMPL-COUNT    usage is binary-long value 0.
       77  WS-TMPL-IX       usage is binary-long value 0.
       01  WS-TMPL-TABLE.
           05  WS-TMPL-ENTRY occurs 200 times.
               10  WS-TM-TYPE       picture is X(01).
               10  WS-TM-SITE       picture is X(03).
               10  WS-TM-DAY-KEY    picture is X(08).
               10  WS-TM-SESSION    picture is X(02).
               10  WS-TM-CAPACITY   picture is 9(03).
               10  WS-TM-REASON     picture is X(30).

       77  WS-HOLCAL-STATUS picture is X(02) value spaces.
           88 WS-HOLCAL-OK        value "00".
       77  WS-HOLCAL-EOF    picture is X(01) value "N".
           88 END-OF-HOLCAL       value "Y".
       77  WS-HOLIDAY-MAX   usage is binary-long value 100.
       77  WS-HOLIDAY-COUNT usage is binary-long value 0.
       77  WS-HOLIDAY-IX    usage is binary-long value 0.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DATE  picture is X(08) occurs 100 times.

       77  WS-CHECK-DATE    picture is X(08) value spaces.
       77  WS-CHECK-DATE-N  picture is 9(08) value 0.
       77  WS-CHECK-SESSION picture is X(02) value spaces.
       77  WS-CHECK-SERIAL  usage is binary-long value 0.
       77  WS-CAP-SERIAL    usage is binary-long value 0.
       77  WS-CAP-WEEKDAY   picture is 9(01) value 0.
       77  WS-CAP-FOUND-SW  picture is X(01) value "N".
           88 WS-CAPACITY-FOUND   value "Y".
       77  WS-SESSION-CAPACITY usage is binary-long value 0.
       77  WS-SESSION-BOOKED usage is binary-long value 0.
       77  WS-SESSION-REASON picture is X(30) value spaces.
       77  WS-SESSION-STATE picture is X(01) value "R".
           88 WS-SESSION-HAS-ROOM value "R".
           88 WS-SESSION-FULL     value "F".
           88 WS-SESSION-CLOSED   value "C".
       77  WS-STATE-TEXT    picture is X(06) value spaces.
       77  WS-BOOKED-EDIT   picture is ZZ9.
       77  WS-CAPACITY-EDIT picture is ZZ9.
       77  WS-NEXT-DATE     picture is X(08) value spaces.
       77  WS-NEXT-SESSION  picture is X(02) value spaces.
       77  WS-NEXT-FOUND-SW picture is X(01) value "N".
           88 WS-NEXT-FOUND       value "Y".
       77  WS-LOOK-AHEAD-MAX usage is binary-long value 60.
       77  WS-LOOK-AHEAD-DAYS usage is binary-long value 0.
       77  WS-BOOKING-CLEARED-SW picture is X(01) value "Y".
           88 WS-BOOKING-CLEARED  value "Y".
       77  WS-FULL-ANSWER   picture is X(01) value spaces.
           88 WS-TAKE-NEXT        value "N" "n".
           88 WS-TAKE-OVERRIDE    value "O" "o".

      * A supervisor override is checked against OPERAUTH and logged
      * under the supervisor's id.
       77  WS-OPERAUTH-STATUS picture is X(02) value spaces.
           88 WS-OPERAUTH-OK      value "00".
       77  WS-OPERAUTH-EOF  picture is X(01) value "N".
           88 END-OF-OPERAUTH     value "Y".
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
       77  WS-SUPERVISOR-ID picture is X(10) value spaces.
       77  WS-OPERATOR-CHECK picture is X(01) value "U".
           88 WS-OPERATOR-VALID   value "V".
           88 WS-OPERATOR-UNKNOWN value "U".
           88 WS-OPERATOR-BARRED  value "B".
       77  WS-TIMESTAMP     picture is X(26) value spaces.
       77  WS-TXN-INPUT     picture is X(64) value spaces.
       77  WS-TXN-OUTPUT    picture is X(64) value spaces.
       77  WS-OPERATOR-ID   picture is X(10) value spaces.

      * Every patient shown or changed goes to the ACCJRNL access
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
           Perform LOAD-APPOINTMENT-TABLE.
           Perform LOAD-SITE-MASTER.
           Perform LOAD-SESSION-TEMPLATES.
           Perform LOAD-HOLIDAY-CALENDAR.
           Open input PATIENT-MASTER-FILE.
           If WS-PATMAST-OK
               Move "Y" to WS-PATMAST-OPEN-SW
           end-if.
           Exit section.

       LOAD-SITE-MASTER section.
           Move 0 to WS-SITE-COUNT.
           Move "N" to WS-SITE-EOF.
           Open input SITE-MASTER-FILE.
           If not WS-SITE-OK
               Exit section
           end-if.
           Perform READ-SITE-RECORD.
           Perform with test before until END-OF-SITES
               If SM-SITE-ACTIVE
                   and WS-SITE-COUNT is less than WS-SITE-MAX
                   Add 1 to WS-SITE-COUNT
                   Move SM-SITE-CODE to WS-ACTIVE-SITE(WS-SITE-COUNT)
               end-if
               Perform READ-SITE-RECORD
           end-perform.
           Close SITE-MASTER-FILE.
           If WS-SITE-COUNT is greater than 0
               Move "Y" to WS-SITES-LOADED-SW
           end-if.
           Exit section.

       READ-SITE-RECORD section.
           Read SITE-MASTER-FILE
               at end move "Y" to WS-SITE-EOF
           end-read.
           Exit section.

       PROMPT-SITE-CODE section.
           Perform with test after until WS-SITE-VALID
               Move spaces to WS-ENTRY-SITE
               Display "Clinic site (blank = " WS-ORIGINAL-SITE
                   "): " with no advancing
               Accept WS-ENTRY-SITE from console
               If WS-ENTRY-SITE is equal to spaces
                   Move WS-ORIGINAL-SITE to WS-ENTRY-SITE
               end-if
               Move "V" to WS-SITE-CHECK
               If WS-SITES-LOADED
                   Move "U" to WS-SITE-CHECK
                   Perform varying WS-SITE-IX from 1 by 1
                           until WS-SITE-IX is greater than
                               WS-SITE-COUNT
                       If WS-ACTIVE-SITE(WS-SITE-IX) is equal to
                               WS-ENTRY-SITE
                           Move "V" to WS-SITE-CHECK
                       end-if
                   end-perform
               end-if
               If not WS-SITE-VALID
                   Display "Site " WS-ENTRY-SITE " is not active on "
                       "the site master, re-enter."
               end-if
           end-perform.
           Exit section.

      * A template line with a blank site belongs to the original
      * site, the same as any other record written without one.
       LOAD-SESSION-TEMPLATES section.
           Move 0 to WS-TMPL-COUNT.
           Move "N" to WS-TMPL-EOF.
           Open input SESSION-TEMPLATE-FILE.
           If not WS-TMPL-OK
               Display "No session templates, sessions are not "
                   "limited."
               Exit section
           end-if.
           Move "Y" to WS-TMPL-LOADED-SW.
           Perform READ-TEMPLATE-RECORD.
           Perform with test before until END-OF-TEMPLATES
               If ST-WEEKDAY-ENTRY or ST-DATE-OVERRIDE
                   If WS-TMPL-COUNT is less than WS-TMPL-MAX
                       Add 1 to WS-TMPL-COUNT
                       Move ST-RECORD-TYPE to
                           WS-TM-TYPE(WS-TMPL-COUNT)
                       Move ST-SITE-CODE to
                           WS-TM-SITE(WS-TMPL-COUNT)
                       If ST-SITE-CODE is equal to spaces
                           Move WS-ORIGINAL-SITE to
                               WS-TM-SITE(WS-TMPL-COUNT)
                       end-if
                       Move ST-DAY-KEY to
                           WS-TM-DAY-KEY(WS-TMPL-COUNT)
                       Move ST-SESSION to
                           WS-TM-SESSION(WS-TMPL-COUNT)
                       Move ST-CAPACITY to
                           WS-TM-CAPACITY(WS-TMPL-COUNT)
                       Move ST-REASON to
                           WS-TM-REASON(WS-TMPL-COUNT)
                   else
                       Display "Template table full, a SESSTMPL "
                           "line was not loaded"
                   end-if
               end-if
               Perform READ-TEMPLATE-RECORD
           end-perform.
           Close SESSION-TEMPLATE-FILE.
           Exit section.

       READ-TEMPLATE-RECORD section.
           Read SESSION-TEMPLATE-FILE
               at end move "Y" to WS-TMPL-EOF
           end-read.
           Exit section.

      * The same HOLCAL calendar NIGHTRUN reads, one YYYYMMDD per
      * line; a holiday closes both sessions at every site.
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

       READ-APPOINTMENT-RECORD section.
           Read APPOINTMENT-FILE
               at end move "Y" to WS-EOF-SWITCH
               Display "Appointment table full, cannot book."
               Exit section
           end-if.
           Perform PROMPT-SITE-CODE.
           Perform CHECK-BOOKING-ROOM.
           If not WS-BOOKING-CLEARED
               Exit section
           end-if.
           Move spaces to APPOINTMENT-RECORD.
           Move WS-ENTRY-ID to AP-PATIENT-ID.
           Compute AP-DATE = function numval(WS-ENTRY-DATE)
           end-compute.
           Move WS-ENTRY-SESSION to AP-SESSION.
           Move "B" to AP-STATUS.
           Move WS-ENTRY-SITE to AP-SITE-CODE.
           Add 1 to WS-APPT-COUNT.
           Move APPOINTMENT-RECORD to
               WS-APPT-ENTRY(WS-APPT-COUNT).
           Perform SAVE-APPOINTMENT-TABLE.
           Display "Appointment booked.".
           Move WS-APPT-ENTRY(WS-APPT-COUNT) to
               APPOINTMENT-RECORD.
           Move "BOOK" to WS-JRNL-ACTION.
           Move spaces to WS-JRNL-BEFORE.
           Perform BUILD-APPOINTMENT-VALUES.
           Perform JOURNAL-APPOINTMENT.
           Exit section.

      * A full or closed session is not booked as keyed: the desk
      * is offered the next session at the same site with room, or
      * a supervisor may override.  Taking the offered session
      * re-checks that the patient is not already booked into it.
       CHECK-BOOKING-ROOM section.
           Move "Y" to WS-BOOKING-CLEARED-SW.
           If not WS-TEMPLATES-LOADED
               Exit section
           end-if.
           Move WS-ENTRY-DATE to WS-CHECK-DATE.
           Move WS-ENTRY-SESSION to WS-CHECK-SESSION.
           Perform CHECK-SESSION-ROOM.
           If WS-SESSION-HAS-ROOM
               Exit section
           end-if.
           Move "N" to WS-BOOKING-CLEARED-SW.
           Move WS-SESSION-BOOKED to WS-BOOKED-EDIT.
           Move WS-SESSION-CAPACITY to WS-CAPACITY-EDIT.
           If WS-SESSION-CLOSED
               Move "closed" to WS-STATE-TEXT
               Display "Session " WS-ENTRY-DATE space WS-ENTRY-SESSION
                   " at site " WS-ENTRY-SITE " is closed: "
                   function trim(WS-SESSION-REASON)
           else
               Move "full" to WS-STATE-TEXT
               Display "Session " WS-ENTRY-DATE space WS-ENTRY-SESSION
                   " at site " WS-ENTRY-SITE " is full: "
                   function trim(WS-BOOKED-EDIT) " booked of "
                   function trim(WS-CAPACITY-EDIT)
           end-if.
           Perform FIND-NEXT-SESSION.
           Move spaces to WS-FULL-ANSWER.
           If WS-NEXT-FOUND
               Display "Next session with room: " WS-NEXT-DATE space
                   WS-NEXT-SESSION
               Display "N=Book that session, O=Supervisor override, "
                   "X=Do not book: " with no advancing
           else
               Display "No session with room in the next "
                   WS-LOOK-AHEAD-MAX " days."
               Display "O=Supervisor override, X=Do not book: "
                   with no advancing
           end-if.
           Accept WS-FULL-ANSWER from console.
           Evaluate true
               when WS-TAKE-NEXT and WS-NEXT-FOUND
                   Move WS-NEXT-DATE to WS-ENTRY-DATE
                   Move WS-NEXT-SESSION to WS-ENTRY-SESSION
                   Perform FIND-APPOINTMENT
                   If WS-FOUND-IX is greater than 0
                       Display "That appointment is already booked."
                   else
                       Move "Y" to WS-BOOKING-CLEARED-SW
                   end-if
               when WS-TAKE-OVERRIDE
                   Perform AUTHORIZE-OVERRIDE
               when other
                   Display "Not booked."
           end-evaluate.
           Exit section.

      * Room in the session named by WS-CHECK-DATE/WS-CHECK-SESSION
      * at the keyed site: its capacity against the appointments
      * still booked into it.
       CHECK-SESSION-ROOM section.
           Perform COMPUTE-SESSION-CAPACITY.
           Move 0 to WS-SESSION-BOOKED.
           Perform varying WS-APPT-IX from 1 by 1
                   until WS-APPT-IX is greater than WS-APPT-COUNT
               Move WS-APPT-ENTRY(WS-APPT-IX) to
                   APPOINTMENT-RECORD
               If AP-SITE-CODE is equal to spaces
                   Move WS-ORIGINAL-SITE to AP-SITE-CODE
               end-if
               If AP-STATUS is equal to "B"
                   and AP-DATE is equal to
                       function numval(WS-CHECK-DATE)
                   and AP-SESSION is equal to WS-CHECK-SESSION
                   and AP-SITE-CODE is equal to WS-ENTRY-SITE
                   Add 1 to WS-SESSION-BOOKED
               end-if
           end-perform.
           Evaluate true
               when WS-SESSION-CAPACITY is equal to 0
                   Move "C" to WS-SESSION-STATE
               when WS-SESSION-BOOKED is not less than
                       WS-SESSION-CAPACITY
                   Move "F" to WS-SESSION-STATE
               when other
                   Move "R" to WS-SESSION-STATE
           end-evaluate.
           Exit section.

      * A date override for the site wins, then the holiday
      * calendar, then the standing weekday template; a session
      * with none of the three is not held.
       COMPUTE-SESSION-CAPACITY section.
           Move "N" to WS-CAP-FOUND-SW.
           Move 0 to WS-SESSION-CAPACITY.
           Move spaces to WS-SESSION-REASON.
           Compute WS-CAP-SERIAL = function integer-of-date(
               function numval(WS-CHECK-DATE))
           end-compute.
           If WS-CAP-SERIAL is equal to 0
               Move "Not a calendar date" to WS-SESSION-REASON
               Exit section
           end-if.
           Perform varying WS-TMPL-IX from 1 by 1
                   until WS-TMPL-IX is greater than WS-TMPL-COUNT
                   or WS-CAPACITY-FOUND
               If WS-TM-TYPE(WS-TMPL-IX) is equal to "D"
                   and WS-TM-SITE(WS-TMPL-IX) is equal to
                       WS-ENTRY-SITE
                   and WS-TM-DAY-KEY(WS-TMPL-IX) is equal to
                       WS-CHECK-DATE
                   and (WS-TM-SESSION(WS-TMPL-IX) is equal to
                       WS-CHECK-SESSION
                       or WS-TM-SESSION(WS-TMPL-IX) is equal to
                           spaces)
                   Move "Y" to WS-CAP-FOUND-SW
                   Move WS-TM-CAPACITY(WS-TMPL-IX) to
                       WS-SESSION-CAPACITY
                   Move WS-TM-REASON(WS-TMPL-IX) to
                       WS-SESSION-REASON
               end-if
           end-perform.
           If WS-CAPACITY-FOUND
               Exit section
           end-if.
           Perform varying WS-HOLIDAY-IX from 1 by 1
                   until WS-HOLIDAY-IX is greater than
                       WS-HOLIDAY-COUNT
               If WS-HOLIDAY-DATE(WS-HOLIDAY-IX) is equal to
                       WS-CHECK-DATE
                   Move "Y" to WS-CAP-FOUND-SW
                   Move "Holiday" to WS-SESSION-REASON
               end-if
           end-perform.
           If WS-CAPACITY-FOUND
               Exit section
           end-if.
           Compute WS-CAP-WEEKDAY =
               function rem(WS-CAP-SERIAL - 1, 7) + 1
           end-compute.
           Perform varying WS-TMPL-IX from 1 by 1
                   until WS-TMPL-IX is greater than WS-TMPL-COUNT
                   or WS-CAPACITY-FOUND
               If WS-TM-TYPE(WS-TMPL-IX) is equal to "W"
                   and WS-TM-SITE(WS-TMPL-IX) is equal to
                       WS-ENTRY-SITE
                   and WS-TM-DAY-KEY(WS-TMPL-IX)(1:1) is equal to
                       WS-CAP-WEEKDAY
                   and WS-TM-SESSION(WS-TMPL-IX) is equal to
                       WS-CHECK-SESSION
                   Move "Y" to WS-CAP-FOUND-SW
                   Move WS-TM-CAPACITY(WS-TMPL-IX) to
                       WS-SESSION-CAPACITY
               end-if
           end-perform.
           If not WS-CAPACITY-FOUND
               Move "No session held that day" to WS-SESSION-REASON
           end-if.
           Exit section.

      * Walks forward a session at a time, AM then PM, from the
      * keyed session to the first with room at the same site.
       FIND-NEXT-SESSION section.
           Move "N" to WS-NEXT-FOUND-SW.
           Move WS-ENTRY-DATE to WS-CHECK-DATE.
           Move WS-ENTRY-SESSION to WS-CHECK-SESSION.
           Compute WS-CHECK-SERIAL = function integer-of-date(
               function numval(WS-CHECK-DATE))
           end-compute.
           If WS-CHECK-SERIAL is equal to 0
               Exit section
           end-if.
           Move 0 to WS-LOOK-AHEAD-DAYS.
           Perform with test before until WS-NEXT-FOUND
                   or WS-LOOK-AHEAD-DAYS is greater than
                       WS-LOOK-AHEAD-MAX
               If WS-CHECK-SESSION is equal to "AM"
                   Move "PM" to WS-CHECK-SESSION
               else
                   Move "AM" to WS-CHECK-SESSION
                   Add 1 to WS-CHECK-SERIAL WS-LOOK-AHEAD-DAYS
                   Compute WS-CHECK-DATE-N = function date-of-integer(
                       WS-CHECK-SERIAL)
                   end-compute
                   Move WS-CHECK-DATE-N to WS-CHECK-DATE
               end-if
               Perform CHECK-SESSION-ROOM
               If WS-SESSION-HAS-ROOM
                   Move "Y" to WS-NEXT-FOUND-SW
                   Move WS-CHECK-DATE to WS-NEXT-DATE
                   Move WS-CHECK-SESSION to WS-NEXT-SESSION
               end-if
           end-perform.
           Exit section.

      * The override is logged whether it is granted or refused, so
      * the overbooked sessions can be traced to who allowed them.
       AUTHORIZE-OVERRIDE section.
           Display "Supervisor id: " with no advancing.
           Move spaces to WS-SUPERVISOR-ID.
           Accept WS-SUPERVISOR-ID from console.
           Perform VERIFY-SUPERVISOR.
           Move spaces to WS-TXN-INPUT.
           String "override id=" delimited by size
               WS-ENTRY-ID delimited by size
               " date=" delimited by size
               WS-ENTRY-DATE delimited by size
               " sess=" delimited by size
               WS-ENTRY-SESSION delimited by size
               " site=" delimited by size
               WS-ENTRY-SITE delimited by size
               into WS-TXN-INPUT
           end-string.
           Move spaces to WS-TXN-OUTPUT.
           Evaluate true
               when WS-OPERATOR-VALID
                   Move "Y" to WS-BOOKING-CLEARED-SW
                   String "auth=OVERRIDE " delimited by size
                       function trim(WS-STATE-TEXT) delimited by size
                       " booked=" delimited by size
                       function trim(WS-BOOKED-EDIT)
                           delimited by size
                       " cap=" delimited by size
                       function trim(WS-CAPACITY-EDIT)
                           delimited by size
                       into WS-TXN-OUTPUT
                   end-string
               when WS-OPERATOR-UNKNOWN
                   Display "Supervisor " function
                       trim(WS-SUPERVISOR-ID)
                       " is not on the operator file, not booked."
                   Move "auth=REFUSED reason=unknown"
                       to WS-TXN-OUTPUT
               when other
                   Display "Supervisor " function
                       trim(WS-SUPERVISOR-ID)
                       " may not override a session, not booked."
                   Move "auth=REFUSED reason=not-authorized"
                       to WS-TXN-OUTPUT
           end-evaluate.
           Perform WRITE-TRANSACTION-LOG-RECORD.
           Exit section.

      * The OPERAUTH handling is BMI-CALCULATOR's: with no operator
      * file the id is taken as keyed.
       VERIFY-SUPERVISOR section.
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
               If OA-OPERATOR-ID is equal to WS-SUPERVISOR-ID
                   If OA-SUPV-FLAG is equal to "Y"
                       Move "V" to WS-OPERATOR-CHECK
                   else
                       Move "B" to WS-OPERATOR-CHECK
                   end-if
               end-if
               Perform READ-OPERAUTH-RECORD
           end-perform.
           Close OPERATOR-AUTH-FILE.
           Exit section.

       READ-OPERAUTH-RECORD section.
           Read OPERATOR-AUTH-FILE
               at end move "Y" to WS-OPERAUTH-EOF
           end-read.
           Exit section.

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
           Move WS-SUPERVISOR-ID to TX-OPERATOR-ID.
           Move "APPTMNT"        to TX-PROGRAM-NAME.
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

       RECORD-MEASUREMENTS section.
           end-if.
           Move WS-APPT-ENTRY(WS-FOUND-IX) to
               APPOINTMENT-RECORD.
           Perform BUILD-APPOINTMENT-VALUES.
           Move WS-JRNL-AFTER to WS-JRNL-BEFORE.
           Display "Weight in kg: " with no advancing.
           Move spaces to WS-ENTRY-IN.
           Accept WS-ENTRY-IN from console.
               WS-APPT-ENTRY(WS-FOUND-IX).
           Perform SAVE-APPOINTMENT-TABLE.
           Display "Measurements recorded.".
           Move WS-APPT-ENTRY(WS-FOUND-IX) to
               APPOINTMENT-RECORD.
           Move "MEASURE" to WS-JRNL-ACTION.
           Perform BUILD-APPOINTMENT-VALUES.
           Perform JOURNAL-APPOINTMENT.
           Exit section.

       CANCEL-APPOINTMENT section.
           end-if.
           Move WS-APPT-ENTRY(WS-FOUND-IX) to
               APPOINTMENT-RECORD.
           Perform BUILD-APPOINTMENT-VALUES.
           Move WS-JRNL-AFTER to WS-JRNL-BEFORE.
           Move "C" to AP-STATUS.
           Move APPOINTMENT-RECORD to
               WS-APPT-ENTRY(WS-FOUND-IX).
           Perform SAVE-APPOINTMENT-TABLE.
           Display "Appointment cancelled.".
           Move WS-APPT-ENTRY(WS-FOUND-IX) to
               APPOINTMENT-RECORD.
           Move "CANCEL" to WS-JRNL-ACTION.
           Perform BUILD-APPOINTMENT-VALUES.
           Perform JOURNAL-APPOINTMENT.
           Exit section.

       LIST-DAY section.
               If AP-DATE is equal to
                       function numval(WS-ENTRY-DATE)
                   Add 1 to WS-FOUND-IX
                   If AP-SITE-CODE is equal to spaces
                       Move WS-ORIGINAL-SITE to AP-SITE-CODE
                   end-if
                   Display AP-PATIENT-ID space AP-SESSION space
                       AP-STATUS space AP-WEIGHT space AP-HEIGHT
                       space AP-SITE-CODE
                   Move "LIST" to WS-JRNL-ACTION
                   Move spaces to WS-JRNL-BEFORE
                   Perform BUILD-APPOINTMENT-VALUES
                   Perform JOURNAL-APPOINTMENT
               end-if
           end-perform.
           Move WS-FOUND-IX to WS-COUNT-EDIT.
               function trim(WS-COUNT-EDIT).
           Exit section.

      * The appointment as it stands, for the journal's after values
      * (or, moved across before a change, its before values).  The
      * table save borrows the record area, so callers reload the
      * entry first.
       BUILD-APPOINTMENT-VALUES section.
           Move spaces to WS-JRNL-AFTER.
           String "appt date=" delimited by size
               AP-DATE delimited by size
               " sess=" delimited by size
               AP-SESSION delimited by size
               " site=" delimited by size
               AP-SITE-CODE delimited by size
               " st=" delimited by size
               AP-STATUS delimited by size
               " wt=" delimited by size
               AP-WEIGHT delimited by size
               " ht=" delimited by size
               AP-HEIGHT delimited by size
               into WS-JRNL-AFTER
           end-string.
           Exit section.

       JOURNAL-APPOINTMENT section.
           Move AP-PATIENT-ID to WS-JRNL-PATIENT-ID.
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
               Perform WRITE-REFUSAL-LOG-RECORD
               Stop run with error status 1
           end-if.
           Exit section.

       WRITE-REFUSAL-LOG-RECORD section.
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
           Move "startup authorization check" to WS-TXN-INPUT.
           Move WS-TIMESTAMP     to TX-TIMESTAMP.
           Move WS-OPERATOR-ID   to TX-OPERATOR-ID.
           Move "APPTMNT"        to TX-PROGRAM-NAME.
           Move WS-TXN-INPUT     to TX-INPUT-SUMMARY.
           Move WS-TXN-OUTPUT    to TX-OUTPUT-SUMMARY.
           Perform GET-NEXT-TXN-SEQUENCE.
           Move space to TX-SPACE-5.
           Move WS-TXN-SEQUENCE to TX-SEQUENCE.
           Write TXN-LOG-RECORD.
           Close TRANSACTION-LOG-FILE.
           Perform RELEASE-TXNLOG-LOCK.
           Exit section.

      * One journal line per patient shown or changed, opened and
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
           Move "APPTMNT"          to AJ-PROGRAM-NAME.
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

       End program APPTMNT.
