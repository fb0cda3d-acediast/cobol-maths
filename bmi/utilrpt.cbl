000100 Identification division.
       Program-ID.    UTILRPT.
       Date-written.  2026-10-15.
       Installation.  WSL.
       Security.      Non-confidential.
      * Modification history.
      * 2026-10-15  RLP  Initial version.  Weekly session utilization
      *                  for management: for the seven days from a
      *                  keyed Monday (from the command line, blank
      *                  meaning the last full week), every clinic
      *                  session at every site with its SESSTMPL
      *                  capacity against the appointments booked,
      *                  cancelled, attended (a BMIHIST visit that
      *                  day, voids excluded) and no-shows, with the
      *                  attended share of capacity.  Site subtotals
      *                  in SITEMAST order, then all sites combined.

001000 Environment division.
       Configuration section.
       Source-computer. x86-64.
       Input-output section.
       File-control.
           Select APPOINTMENT-FILE assign to "APPTFILE"
               organization is line sequential
               file status is WS-APPT-STATUS.
           Select AUDIT-FILE assign to "BMIHIST"
               organization is line sequential
               file status is WS-AUDIT-STATUS.
           Select SITE-MASTER-FILE assign to "SITEMAST"
               organization is line sequential
               file status is WS-SITE-STATUS.
           Select SESSION-TEMPLATE-FILE assign to "SESSTMPL"
               organization is line sequential
               file status is WS-TMPL-STATUS.
           Select HOLIDAY-CALENDAR-FILE assign to "HOLCAL"
               organization is line sequential
               file status is WS-HOLCAL-STATUS.
           Select UTIL-REPORT-FILE assign to "UTILRPT"
               organization is line sequential
               file status is WS-REPORT-STATUS.

002000 Data division.
       File section.
       FD  APPOINTMENT-FILE.
           COPY APPTFILE.

       FD  AUDIT-FILE.
           COPY BMIHIST.

       FD  SITE-MASTER-FILE.
           COPY SITEMAST.

       FD  SESSION-TEMPLATE-FILE.
           COPY SESSTMPL.

       FD  HOLIDAY-CALENDAR-FILE.
       01  HOLIDAY-CALENDAR-RECORD  picture is X(08).

       FD  UTIL-REPORT-FILE.
       01  UTIL-REPORT-LINE         picture is X(80).

       Working-storage section.
       77  WS-APPT-STATUS   picture is X(02) value spaces.
           88 WS-APPT-OK          value "00".
       77  WS-AUDIT-STATUS  picture is X(02) value spaces.
           88 WS-AUDIT-OK         value "00".
       77  WS-SITE-STATUS   picture is X(02) value spaces.
           88 WS-SITE-OK          value "00".
       77  WS-TMPL-STATUS   picture is X(02) value spaces.
           88 WS-TMPL-OK          value "00".
       77  WS-HOLCAL-STATUS picture is X(02) value spaces.
           88 WS-HOLCAL-OK        value "00".
       77  WS-REPORT-STATUS picture is X(02) value spaces.
           88 WS-REPORT-OK        value "00".
       77  WS-APPT-EOF      picture is X(01) value "N".
           88 END-OF-APPOINTMENTS value "Y".
       77  WS-AUDIT-EOF     picture is X(01) value "N".
           88 END-OF-AUDIT        value "Y".
       77  WS-SITE-EOF      picture is X(01) value "N".
           88 END-OF-SITES        value "Y".
       77  WS-TMPL-EOF      picture is X(01) value "N".
           88 END-OF-TEMPLATES    value "Y".
       77  WS-HOLCAL-EOF    picture is X(01) value "N".
           88 END-OF-HOLCAL       value "Y".

       77  WS-DATE-ARG      picture is X(08) value spaces.
       77  WS-TIMESTAMP     picture is X(26) value spaces.
       77  WS-TODAY-DATE    picture is X(08) value spaces.
       77  WS-TODAY-SERIAL  usage is binary-long value 0.
       77  WS-WEEK-SERIAL   usage is binary-long value 0.
       77  WS-WEEK-FROM     picture is 9(08) value 0.
       77  WS-WEEK-TO       picture is 9(08) value 0.
       77  WS-DAY-SERIAL    usage is binary-long value 0.
       77  WS-DAY-DATE-N    picture is 9(08) value 0.
       01  WS-WEEK-DAYS.
           05  WS-WEEK-DATE     picture is X(08) occurs 7 times.
       77  WS-DAY-IX        usage is binary-long value 0.
       77  WS-SESS-IX       usage is binary-long value 0.
       01  WS-SESSION-NAMES.
           05  FILLER               picture is X(02) value "AM".
           05  FILLER               picture is X(02) value "PM".
       01  WS-SESSION-NAME-TABLE redefines WS-SESSION-NAMES.
           05  WS-SESSION-NAME  picture is X(02) occurs 2 times.

      * Sites in SITEMAST order, then any found only on the week's
      * appointments.
       77  WS-ORIGINAL-SITE picture is X(03) value "001".
       77  WS-APPT-SITE     picture is X(03) value spaces.
       77  WS-SITE-MAX      usage is binary-long value 20.
       77  WS-SITE-COUNT    usage is binary-long value 0.
       77  WS-SITE-IX       usage is binary-long value 0.
       77  WS-SITE-FOUND-IX usage is binary-long value 0.
       77  WS-SITE-LOOK-IX  usage is binary-long value 0.
       01  WS-SITE-TABLE.
           05  WS-SITE-ENTRY occurs 20 times.
               10  WS-SITE-CODE     picture is X(03).
               10  WS-SITE-NAME     picture is X(30).

      * One slot per site, day and session, addressed directly:
      * (site - 1) * 14 + (day - 1) * 2 + session.
       77  WS-SLOT-IX       usage is binary-long value 0.
       77  WS-SLOT-FIRST    usage is binary-long value 0.
       77  WS-SLOT-LAST     usage is binary-long value 0.
       01  WS-SLOT-TABLE.
           05  WS-SLOT-ENTRY occurs 280 times.
               10  WS-SLOT-CAPACITY usage is binary-long.
               10  WS-SLOT-BOOKED   usage is binary-long.
               10  WS-SLOT-CANCELLED usage is binary-long.
               10  WS-SLOT-ATTENDED usage is binary-long.
               10  WS-SLOT-NOSHOWS  usage is binary-long.
               10  WS-SLOT-REASON   picture is X(30).

      * Totals: entry 1 is the site being printed, entry 2 all
      * sites combined.
       77  WS-TOTAL-IX      usage is binary-long value 0.
       01  WS-TOTALS-TABLE.
           05  WS-TOTAL-ENTRY occurs 2 times.
               10  WS-TOT-CAPACITY  usage is binary-long.
               10  WS-TOT-BOOKED    usage is binary-long.
               10  WS-TOT-CANCELLED usage is binary-long.
               10  WS-TOT-ATTENDED  usage is binary-long.
               10  WS-TOT-NOSHOWS   usage is binary-long.

      * Session capacity, worked out exactly as APPTMNT does: a
      * date override, then the holiday calendar, then the weekday
      * template; a session with none of the three is not held.
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
       77  WS-HOLIDAY-MAX   usage is binary-long value 100.
       77  WS-HOLIDAY-COUNT usage is binary-long value 0.
       77  WS-HOLIDAY-IX    usage is binary-long value 0.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DATE  picture is X(08) occurs 100 times.
       77  WS-CHECK-DATE    picture is X(08) value spaces.
       77  WS-CHECK-SESSION picture is X(02) value spaces.
       77  WS-CHECK-SITE    picture is X(03) value spaces.
       77  WS-CAP-SERIAL    usage is binary-long value 0.
       77  WS-CAP-WEEKDAY   picture is 9(01) value 0.
       77  WS-CAP-FOUND-SW  picture is X(01) value "N".
           88 WS-CAPACITY-FOUND   value "Y".
       77  WS-SESSION-CAPACITY usage is binary-long value 0.
       77  WS-SESSION-REASON picture is X(30) value spaces.

      * The week's attended visits, one entry per visit taken, a
      * void striking its visit back out.
       77  WS-SEEN-MAX      usage is binary-long value 5000.
       77  WS-SEEN-COUNT    usage is binary-long value 0.
       77  WS-SEEN-IX       usage is binary-long value 0.
       77  WS-SEEN-FOUND-SW picture is X(01) value "N".
           88 WS-PATIENT-SEEN     value "Y".
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ENTRY occurs 5000 times.
               10  WS-SEEN-DATE     picture is X(08).
               10  WS-SEEN-ID       picture is X(10).
               10  WS-SEEN-TIME     picture is X(26).
               10  WS-SEEN-VOID     picture is X(01).
       77  WS-VISIT-DATE    picture is X(08) value spaces.

       77  WS-COUNT-EDIT    picture is Z(8)9.
       77  WS-PCT           picture is 9(03)V9 value 0.
       01  WS-HEADING-LINE.
           05  FILLER               picture is X(36) value
               "  Date     Sess  Cap Booked  Cancel ".
           05  FILLER               picture is X(36) value
               "Attend NoShow Util%  Note".
       01  WS-DETAIL-LINE.
           05  FILLER               picture is X(02) value spaces.
           05  WD-DATE              picture is X(08).
           05  FILLER               picture is X(01) value spaces.
           05  WD-SESSION           picture is X(05).
           05  WD-CAPACITY          picture is ZZZ9.
           05  WD-CAPACITY-X redefines WD-CAPACITY
                                    picture is X(04).
           05  FILLER               picture is X(01) value spaces.
           05  WD-BOOKED            picture is ZZZZZ9.
           05  FILLER               picture is X(01) value spaces.
           05  WD-CANCELLED         picture is ZZZZZZ9.
           05  FILLER               picture is X(01) value spaces.
           05  WD-ATTENDED          picture is ZZZZZ9.
           05  FILLER               picture is X(01) value spaces.
           05  WD-NOSHOWS           picture is ZZZZZ9.
           05  FILLER               picture is X(01) value spaces.
           05  WD-UTIL              picture is ZZ9.9.
           05  WD-UTIL-X redefines WD-UTIL
                                    picture is X(05).
           05  FILLER               picture is X(02) value spaces.
           05  WD-NOTE              picture is X(22).

003000 Procedure division.
       MAIN section.
           Perform SET-REPORT-WEEK.
           Perform LOAD-SESSION-TEMPLATES.
           Perform LOAD-HOLIDAY-CALENDAR.
           Perform LOAD-SITE-MASTER.
           Perform LOAD-WEEK-VISITS.
           Perform varying WS-SITE-IX from 1 by 1
                   until WS-SITE-IX is greater than WS-SITE-COUNT
               Perform SET-SITE-CAPACITY
           end-perform.
           Perform TALLY-WEEK-APPOINTMENTS.
           Perform WRITE-UTIL-REPORT.
           Stop run.

      * The week runs Monday through Sunday.  A keyed date that is
      * not a Monday is taken back to the Monday of its week.
       SET-REPORT-WEEK section.
           Move function current-date to WS-TIMESTAMP.
           Move WS-TIMESTAMP(1:8) to WS-TODAY-DATE.
           Compute WS-TODAY-SERIAL = function integer-of-date(
               function numval(WS-TODAY-DATE))
           end-compute.
           Accept WS-DATE-ARG from command-line.
           If WS-DATE-ARG is equal to spaces
               Compute WS-WEEK-SERIAL = WS-TODAY-SERIAL
                   - function rem(WS-TODAY-SERIAL - 1, 7) - 7
               end-compute
           else
               If WS-DATE-ARG is not numeric
                   Display "Week start must be YYYYMMDD."
                   Stop run with error status 1
               end-if
               Compute WS-WEEK-SERIAL = function integer-of-date(
                   function numval(WS-DATE-ARG))
               end-compute
               If WS-WEEK-SERIAL is equal to 0
                   Display "Week start " WS-DATE-ARG
                       " is not a calendar date."
                   Stop run with error status 1
               end-if
               Compute WS-WEEK-SERIAL = WS-WEEK-SERIAL
                   - function rem(WS-WEEK-SERIAL - 1, 7)
               end-compute
           end-if.
           Perform varying WS-DAY-IX from 1 by 1
                   until WS-DAY-IX is greater than 7
               Compute WS-DAY-SERIAL = WS-WEEK-SERIAL + WS-DAY-IX - 1
               end-compute
               Compute WS-DAY-DATE-N = function date-of-integer(
                   WS-DAY-SERIAL)
               end-compute
               Move WS-DAY-DATE-N to WS-WEEK-DATE(WS-DAY-IX)
           end-perform.
           Move WS-WEEK-DATE(1) to WS-WEEK-FROM.
           Move WS-WEEK-DATE(7) to WS-WEEK-TO.
           Exit section.

       LOAD-SESSION-TEMPLATES section.
           Move 0 to WS-TMPL-COUNT.
           Move "N" to WS-TMPL-EOF.
           Open input SESSION-TEMPLATE-FILE.
           If not WS-TMPL-OK
               Display "No session templates, capacity not "
                   "reported."
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

      * Every site on the master is loaded, active or not, so a
      * site closed part way through the week still reports.
       LOAD-SITE-MASTER section.
           Move 0 to WS-SITE-COUNT.
           Move "N" to WS-SITE-EOF.
           Open input SITE-MASTER-FILE.
           If not WS-SITE-OK
               Exit section
           end-if.
           Perform READ-SITE-RECORD.
           Perform with test before until END-OF-SITES
               If SM-SITE-CODE is not equal to spaces
                   and WS-SITE-COUNT is less than WS-SITE-MAX
                   Add 1 to WS-SITE-COUNT
                   Move SM-SITE-CODE to WS-SITE-CODE(WS-SITE-COUNT)
                   Move SM-SITE-NAME to WS-SITE-NAME(WS-SITE-COUNT)
               end-if
               Perform READ-SITE-RECORD
           end-perform.
           Close SITE-MASTER-FILE.
           Exit section.

       READ-SITE-RECORD section.
           Read SITE-MASTER-FILE
               at end move "Y" to WS-SITE-EOF
           end-read.
           Exit section.

      * A correction line repeats its visit and is not counted
      * again; a void strikes the visit with the same id and
      * timestamp back out.
       LOAD-WEEK-VISITS section.
           Move 0 to WS-SEEN-COUNT.
           Move "N" to WS-AUDIT-EOF.
           Open input AUDIT-FILE.
           If not WS-AUDIT-OK
               Display "Audit trail unavailable, status "
                   WS-AUDIT-STATUS ", counted as empty"
               Exit section
           end-if.
           Perform READ-AUDIT-RECORD.
           Perform with test before until END-OF-AUDIT
               Move AR-TIMESTAMP(1:8) to WS-VISIT-DATE
               If WS-VISIT-DATE is numeric
                   and function numval(WS-VISIT-DATE) is not less
                       than WS-WEEK-FROM
                   and function numval(WS-VISIT-DATE) is not
                       greater than WS-WEEK-TO
                   Evaluate true
                       when AR-VISIT-ENTRY
                           Perform ADD-SEEN-VISIT
                       when AR-VOID-ENTRY
                           Perform STRIKE-SEEN-VISIT
                       when other
                           continue
                   end-evaluate
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

       ADD-SEEN-VISIT section.
           If WS-SEEN-COUNT is less than WS-SEEN-MAX
               Add 1 to WS-SEEN-COUNT
               Move WS-VISIT-DATE to WS-SEEN-DATE(WS-SEEN-COUNT)
               Move AR-PATIENT-ID to WS-SEEN-ID(WS-SEEN-COUNT)
               Move AR-TIMESTAMP to WS-SEEN-TIME(WS-SEEN-COUNT)
               Move "N" to WS-SEEN-VOID(WS-SEEN-COUNT)
           else
               Display "Visit table full, a visit was not matched"
           end-if.
           Exit section.

       STRIKE-SEEN-VISIT section.
           Perform varying WS-SEEN-IX from 1 by 1
                   until WS-SEEN-IX is greater than WS-SEEN-COUNT
               If WS-SEEN-ID(WS-SEEN-IX) is equal to AR-PATIENT-ID
                   and WS-SEEN-TIME(WS-SEEN-IX) is equal to
                       AR-TIMESTAMP
                   Move "Y" to WS-SEEN-VOID(WS-SEEN-IX)
               end-if
           end-perform.
           Exit section.

      * Capacity for each of the site's fourteen sessions, counts
      * cleared.
       SET-SITE-CAPACITY section.
           Move WS-SITE-CODE(WS-SITE-IX) to WS-CHECK-SITE.
           Perform varying WS-DAY-IX from 1 by 1
                   until WS-DAY-IX is greater than 7
               Perform varying WS-SESS-IX from 1 by 1
                       until WS-SESS-IX is greater than 2
                   Compute WS-SLOT-IX = (WS-SITE-IX - 1) * 14
                       + (WS-DAY-IX - 1) * 2 + WS-SESS-IX
                   end-compute
                   Move WS-WEEK-DATE(WS-DAY-IX) to WS-CHECK-DATE
                   Move WS-SESSION-NAME(WS-SESS-IX) to
                       WS-CHECK-SESSION
                   Perform COMPUTE-SESSION-CAPACITY
                   Move WS-SESSION-CAPACITY to
                       WS-SLOT-CAPACITY(WS-SLOT-IX)
                   Move WS-SESSION-REASON to
                       WS-SLOT-REASON(WS-SLOT-IX)
                   Move 0 to WS-SLOT-BOOKED(WS-SLOT-IX)
                       WS-SLOT-CANCELLED(WS-SLOT-IX)
                       WS-SLOT-ATTENDED(WS-SLOT-IX)
                       WS-SLOT-NOSHOWS(WS-SLOT-IX)
               end-perform
           end-perform.
           Exit section.

       COMPUTE-SESSION-CAPACITY section.
           Move "N" to WS-CAP-FOUND-SW.
           Move 0 to WS-SESSION-CAPACITY.
           Move spaces to WS-SESSION-REASON.
           If not WS-TEMPLATES-LOADED
               Exit section
           end-if.
           Compute WS-CAP-SERIAL = function integer-of-date(
               function numval(WS-CHECK-DATE))
           end-compute.
           Perform varying WS-TMPL-IX from 1 by 1
                   until WS-TMPL-IX is greater than WS-TMPL-COUNT
                   or WS-CAPACITY-FOUND
               If WS-TM-TYPE(WS-TMPL-IX) is equal to "D"
                   and WS-TM-SITE(WS-TMPL-IX) is equal to
                       WS-CHECK-SITE
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
                       WS-CHECK-SITE
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
               Move "No session held" to WS-SESSION-REASON
           end-if.
           Exit section.

      * A booked appointment is attended if the patient has a visit
      * that day, at any site, the same test NOSHOWRP applies; one
      * not attended is a no-show only once its day has passed.
       TALLY-WEEK-APPOINTMENTS section.
           Move "N" to WS-APPT-EOF.
           Open input APPOINTMENT-FILE.
           If not WS-APPT-OK
               Display "Unable to open appointment file, status "
                   WS-APPT-STATUS
               Stop run with error status 1
           end-if.
           Perform READ-APPOINTMENT-RECORD.
           Perform with test before until END-OF-APPOINTMENTS
               If AP-DATE is not less than WS-WEEK-FROM
                   and AP-DATE is not greater than WS-WEEK-TO
                   Perform TALLY-ONE-APPOINTMENT
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

       TALLY-ONE-APPOINTMENT section.
           Perform FIND-SITE-ENTRY.
           If WS-SITE-FOUND-IX is equal to 0
               Exit section
           end-if.
           Compute WS-DAY-SERIAL = function integer-of-date(AP-DATE)
           end-compute.
           If WS-DAY-SERIAL is equal to 0
               Exit section
           end-if.
           Compute WS-DAY-IX = WS-DAY-SERIAL - WS-WEEK-SERIAL + 1
           end-compute.
           If AP-SESSION is equal to "PM"
               Move 2 to WS-SESS-IX
           else
               Move 1 to WS-SESS-IX
           end-if.
           Compute WS-SLOT-IX = (WS-SITE-FOUND-IX - 1) * 14
               + (WS-DAY-IX - 1) * 2 + WS-SESS-IX
           end-compute.
           Evaluate AP-STATUS
               when "C"
                   Add 1 to WS-SLOT-CANCELLED(WS-SLOT-IX)
               when "B"
                   Add 1 to WS-SLOT-BOOKED(WS-SLOT-IX)
                   Perform CHECK-PATIENT-SEEN
                   If WS-PATIENT-SEEN
                       Add 1 to WS-SLOT-ATTENDED(WS-SLOT-IX)
                   else
                       If WS-DAY-SERIAL is less than WS-TODAY-SERIAL
                           Add 1 to WS-SLOT-NOSHOWS(WS-SLOT-IX)
                       end-if
                   end-if
               when other
                   continue
           end-evaluate.
           Exit section.

       CHECK-PATIENT-SEEN section.
           Move "N" to WS-SEEN-FOUND-SW.
           Perform varying WS-SEEN-IX from 1 by 1
                   until WS-SEEN-IX is greater than WS-SEEN-COUNT
                   or WS-PATIENT-SEEN
               If WS-SEEN-ID(WS-SEEN-IX) is equal to AP-PATIENT-ID
                   and WS-SEEN-DATE(WS-SEEN-IX) is equal to
                       AP-DATE
                   and WS-SEEN-VOID(WS-SEEN-IX) is equal to "N"
                   Move "Y" to WS-SEEN-FOUND-SW
               end-if
           end-perform.
           Exit section.

      * A site on an appointment but not on the master is added,
      * unnamed, with its sessions' capacity worked out on the spot.
       FIND-SITE-ENTRY section.
           If AP-SITE-CODE is equal to spaces
               Move WS-ORIGINAL-SITE to WS-APPT-SITE
           else
               Move AP-SITE-CODE to WS-APPT-SITE
           end-if.
           Move 0 to WS-SITE-FOUND-IX.
           Perform varying WS-SITE-LOOK-IX from 1 by 1
                   until WS-SITE-LOOK-IX is greater than WS-SITE-COUNT
               If WS-SITE-CODE(WS-SITE-LOOK-IX) is equal to
                       WS-APPT-SITE
                   Move WS-SITE-LOOK-IX to WS-SITE-FOUND-IX
               end-if
           end-perform.
           If WS-SITE-FOUND-IX is equal to 0
               If WS-SITE-COUNT is less than WS-SITE-MAX
                   Add 1 to WS-SITE-COUNT
                   Move WS-APPT-SITE to WS-SITE-CODE(WS-SITE-COUNT)
                   Move "(not on site master)" to
                       WS-SITE-NAME(WS-SITE-COUNT)
                   Move WS-SITE-COUNT to WS-SITE-FOUND-IX
                   Move WS-SITE-COUNT to WS-SITE-IX
                   Perform SET-SITE-CAPACITY
               else
                   Display "Site table full, site " WS-APPT-SITE
                       " not reported"
               end-if
           end-if.
           Exit section.

       WRITE-UTIL-REPORT section.
           Open output UTIL-REPORT-FILE.
           If not WS-REPORT-OK
               Display "Unable to open report file, status "
                   WS-REPORT-STATUS
               Stop run with error status 1
           end-if.
           Move spaces to UTIL-REPORT-LINE.
           String "----- Session utilization " delimited by size
               WS-WEEK-DATE(1) delimited by size
               " to " delimited by size
               WS-WEEK-DATE(7) delimited by size
               " -----" delimited by size
               into UTIL-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           If not WS-TEMPLATES-LOADED
               Move "No SESSTMPL installed: capacity is not limited."
                   to UTIL-REPORT-LINE
               Perform WRITE-REPORT-LINE
           end-if.
           Move 2 to WS-TOTAL-IX.
           Perform CLEAR-TOTALS.
           Perform varying WS-SITE-IX from 1 by 1
                   until WS-SITE-IX is greater than WS-SITE-COUNT
               Perform REPORT-ONE-SITE
           end-perform.
           Move "All sites combined:" to UTIL-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Move 2 to WS-TOTAL-IX.
           Perform WRITE-TOTAL-LINE.
           Close UTIL-REPORT-FILE.
           Exit section.

      * A session is listed if it was held or anybody was booked
      * into it; a closed session with bookings is flagged, as is
      * one booked past its capacity.
       REPORT-ONE-SITE section.
           Compute WS-SLOT-FIRST = (WS-SITE-IX - 1) * 14 + 1
           end-compute.
           Compute WS-SLOT-LAST = WS-SLOT-FIRST + 13
           end-compute.
           Move 1 to WS-TOTAL-IX.
           Perform CLEAR-TOTALS.
           Move spaces to UTIL-REPORT-LINE.
           String "Site " delimited by size
               WS-SITE-CODE(WS-SITE-IX) delimited by size
               " " delimited by size
               WS-SITE-NAME(WS-SITE-IX) delimited by size
               into UTIL-REPORT-LINE
           end-string.
           Perform WRITE-REPORT-LINE.
           Move WS-HEADING-LINE to UTIL-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Perform varying WS-SLOT-IX from WS-SLOT-FIRST by 1
                   until WS-SLOT-IX is greater than WS-SLOT-LAST
               If WS-SLOT-CAPACITY(WS-SLOT-IX) is greater than 0
                   or WS-SLOT-BOOKED(WS-SLOT-IX) is greater than 0
                   or WS-SLOT-CANCELLED(WS-SLOT-IX) is greater
                       than 0
                   Perform REPORT-ONE-SESSION
               end-if
           end-perform.
           Move 1 to WS-TOTAL-IX.
           Perform WRITE-TOTAL-LINE.
           Exit section.

       REPORT-ONE-SESSION section.
           Compute WS-DAY-IX =
               (WS-SLOT-IX - WS-SLOT-FIRST) / 2 + 1
           end-compute.
           Compute WS-SESS-IX = WS-SLOT-IX - WS-SLOT-FIRST
               - (WS-DAY-IX - 1) * 2 + 1
           end-compute.
           Move WS-WEEK-DATE(WS-DAY-IX) to WD-DATE.
           Move WS-SESSION-NAME(WS-SESS-IX) to WD-SESSION.
           Move WS-SLOT-CAPACITY(WS-SLOT-IX) to WD-CAPACITY.
           Move WS-SLOT-BOOKED(WS-SLOT-IX) to WD-BOOKED.
           Move WS-SLOT-CANCELLED(WS-SLOT-IX) to WD-CANCELLED.
           Move WS-SLOT-ATTENDED(WS-SLOT-IX) to WD-ATTENDED.
           Move WS-SLOT-NOSHOWS(WS-SLOT-IX) to WD-NOSHOWS.
           Move spaces to WD-NOTE.
           If not WS-TEMPLATES-LOADED
               Move "   -" to WD-CAPACITY-X
               Move "    -" to WD-UTIL-X
           else
               If WS-SLOT-CAPACITY(WS-SLOT-IX) is equal to 0
                   Move "    -" to WD-UTIL-X
                   Move "CLOSED" to WD-NOTE
                   If WS-SLOT-REASON(WS-SLOT-IX) is not equal to
                           spaces
                       Move WS-SLOT-REASON(WS-SLOT-IX) to WD-NOTE
                   end-if
               else
                   Compute WS-PCT rounded =
                       WS-SLOT-ATTENDED(WS-SLOT-IX) * 100.0
                       / WS-SLOT-CAPACITY(WS-SLOT-IX)
                   end-compute
                   Move WS-PCT to WD-UTIL
                   If WS-SLOT-BOOKED(WS-SLOT-IX) is greater than
                           WS-SLOT-CAPACITY(WS-SLOT-IX)
                       Move "OVERBOOKED" to WD-NOTE
                   end-if
               end-if
           end-if.
           Move WS-DETAIL-LINE to UTIL-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Perform varying WS-TOTAL-IX from 1 by 1
                   until WS-TOTAL-IX is greater than 2
               Add WS-SLOT-CAPACITY(WS-SLOT-IX) to
                   WS-TOT-CAPACITY(WS-TOTAL-IX)
               Add WS-SLOT-BOOKED(WS-SLOT-IX) to
                   WS-TOT-BOOKED(WS-TOTAL-IX)
               Add WS-SLOT-CANCELLED(WS-SLOT-IX) to
                   WS-TOT-CANCELLED(WS-TOTAL-IX)
               Add WS-SLOT-ATTENDED(WS-SLOT-IX) to
                   WS-TOT-ATTENDED(WS-TOTAL-IX)
               Add WS-SLOT-NOSHOWS(WS-SLOT-IX) to
                   WS-TOT-NOSHOWS(WS-TOTAL-IX)
           end-perform.
           Exit section.

       CLEAR-TOTALS section.
           Move 0 to WS-TOT-CAPACITY(WS-TOTAL-IX)
               WS-TOT-BOOKED(WS-TOTAL-IX)
               WS-TOT-CANCELLED(WS-TOTAL-IX)
               WS-TOT-ATTENDED(WS-TOTAL-IX)
               WS-TOT-NOSHOWS(WS-TOTAL-IX).
           Exit section.

       WRITE-TOTAL-LINE section.
           Move spaces to WD-DATE WD-NOTE.
           Move "Week" to WD-DATE.
           Move spaces to WD-SESSION.
           Move WS-TOT-CAPACITY(WS-TOTAL-IX) to WD-CAPACITY.
           Move WS-TOT-BOOKED(WS-TOTAL-IX) to WD-BOOKED.
           Move WS-TOT-CANCELLED(WS-TOTAL-IX) to WD-CANCELLED.
           Move WS-TOT-ATTENDED(WS-TOTAL-IX) to WD-ATTENDED.
           Move WS-TOT-NOSHOWS(WS-TOTAL-IX) to WD-NOSHOWS.
           If WS-TOT-CAPACITY(WS-TOTAL-IX) is greater than 0
               Compute WS-PCT rounded =
                   WS-TOT-ATTENDED(WS-TOTAL-IX) * 100.0
                   / WS-TOT-CAPACITY(WS-TOTAL-IX)
               end-compute
               Move WS-PCT to WD-UTIL
           else
               Move "   -" to WD-CAPACITY-X
               Move "    -" to WD-UTIL-X
           end-if.
           Move WS-DETAIL-LINE to UTIL-REPORT-LINE.
           Perform WRITE-REPORT-LINE.
           Exit section.

       WRITE-REPORT-LINE section.
           Write UTIL-REPORT-LINE.
           Display UTIL-REPORT-LINE.
           Move spaces to UTIL-REPORT-LINE.
           Exit section.

       End program UTILRPT.
